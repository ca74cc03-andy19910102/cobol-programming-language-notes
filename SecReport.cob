000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SecReport.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - weekly access report   *
000110*                   for the auditors from the security log   *
000120*                   SECLOG written through AuthCheck.  Lists *
000130*                   every refusal and every change to        *
000140*                   operator authority in the week, then     *
000150*                   sign-ons, refusals and updates by        *
000160*                   operator and program, with totals.       *
000170*-----------------------------------------------------------*
000180* The week ends on the YYYYMMDD date on the SYSIN parameter  *
000190* card, or on the current business day when there is no     *
000200* card.  It starts after the business day five business     *
000210* days earlier, so a week ending on a Friday covers the      *
000220* Saturday before through that Friday and a week shortened   *
000230* by a holiday still reaches back five business days.  An    *
000240* operator with three or more refusals on one program in    *
000250* the week is flagged for follow-up.                         *
000260*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SEC-FILE ASSIGN TO "SECLOG"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-SEC-STATUS.
000330*
000340     SELECT SLRPT-FILE ASSIGN TO "SECRPT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-SLRPT-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400*-----------------------------------------------------------*
000410* SEC-FILE - SECURITY LOG OF SIGN-ONS, REFUSALS AND UPDATES  *
000420*-----------------------------------------------------------*
000430 FD  SEC-FILE
000440     RECORDING MODE IS F.
000450 01  SEC-REC.
000460     05  SEC-DATE                   PIC 9(08).
000470     05  SEC-TIME                   PIC 9(08).
000480     05  SEC-USER-ID                PIC X(08).
000490     05  SEC-PROGRAM                PIC X(12).
000500     05  SEC-EVENT                  PIC X(08).
000510         88  SEC-EVENT-SIGNON                 VALUE "SIGNON".
000520         88  SEC-EVENT-REFUSED                VALUE "REFUSED".
000530         88  SEC-EVENT-UPDATE                 VALUE "UPDATE".
000540     05  SEC-LEVEL                  PIC X(01).
000550     05  SEC-REASON                 PIC X(20).
000560     05  SEC-DETAIL                 PIC X(35).
000570     05  SEC-UM-DETAIL REDEFINES SEC-DETAIL.
000580         10  SEC-UM-ACTION          PIC X(01).
000590         10  FILLER                 PIC X(01).
000600         10  SEC-UM-USER-ID         PIC X(08).
000610         10  FILLER                 PIC X(01).
000620         10  SEC-UM-PROGRAM         PIC X(12).
000630         10  FILLER                 PIC X(01).
000640         10  SEC-UM-ACCESS          PIC X(01).
000650         10  FILLER                 PIC X(01).
000660         10  SEC-UM-STATUS          PIC X(01).
000670         10  FILLER                 PIC X(08).
000680*
000690*-----------------------------------------------------------*
000700* SLRPT-FILE - WEEKLY ACCESS REPORT                          *
000710*-----------------------------------------------------------*
000720 FD  SLRPT-FILE
000730     RECORDING MODE IS F.
000740 01  SLRPT-REC                      PIC X(80).
000750*
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------*
000780* FILE STATUS FIELDS                                        *
000790*-----------------------------------------------------------*
000800 01  WS-SEC-STATUS              PIC X(02) VALUE SPACES.
000810 01  WS-SLRPT-STATUS            PIC X(02) VALUE SPACES.
000820*
000830*-----------------------------------------------------------*
000840* SWITCHES                                                  *
000850*-----------------------------------------------------------*
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000880         88  WS-EOF-YES                    VALUE 'Y'.
000890     05  SL-LOG-AVAIL-SW         PIC X(01) VALUE 'N'.
000900         88  SL-LOG-AVAIL                  VALUE 'Y'.
000910     05  SL-FOUND-SW             PIC X(01) VALUE 'N'.
000920         88  SL-FOUND                      VALUE 'Y'.
000930     05  SL-PAST-KEY-SW          PIC X(01) VALUE 'N'.
000940         88  SL-PAST-KEY                   VALUE 'Y'.
000950     05  SL-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
000960         88  SL-TABLE-FULL                 VALUE 'Y'.
000970*
000980*-----------------------------------------------------------*
000990* REPORT WEEK WORK AREAS                                    *
001000*-----------------------------------------------------------*
001010 01  SL-WEEK-END-IN.
001020     05  SL-WEI-YEAR             PIC X(04).
001030     05  SL-WEI-MONTH            PIC X(02).
001040     05  SL-WEI-DAY              PIC X(02).
001050 01  SL-WEEK-END-IN-9 REDEFINES SL-WEEK-END-IN
001060                                 PIC 9(08).
001070 01  SL-WEEK-END-DATE            PIC 9(08) VALUE 0.
001080 01  SL-WEEK-AFTER-DATE          PIC 9(08) VALUE 0.
001090 01  SL-BC-FUNCTION              PIC X(01) VALUE SPACE.
001100 01  SL-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001110 01  SL-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001120 01  SL-NEW-KEY.
001130     05  SL-NEW-USER-ID          PIC X(08).
001140     05  SL-NEW-PROGRAM          PIC X(12).
001150 77  SL-SUB                      PIC 9(03) COMP VALUE 0.
001160 77  SL-INS                      PIC 9(03) COMP VALUE 0.
001170 77  SL-MOVE-SUB                 PIC 9(03) COMP VALUE 0.
001180 77  SL-REFUSAL-LIMIT            PIC 9(03) COMP VALUE 3.
001190*
001200*-----------------------------------------------------------*
001210* OPERATOR AND PROGRAM SUMMARY TABLE (IN KEY ORDER)         *
001220*-----------------------------------------------------------*
001230 01  SL-SUMMARY-TABLE.
001240     05  SL-SUM-ENTRY OCCURS 300 TIMES.
001250         10  SL-SM-KEY.
001260             15  SL-SM-USER-ID   PIC X(08).
001270             15  SL-SM-PROGRAM   PIC X(12).
001280         10  SL-SM-SIGNONS       PIC 9(05) COMP.
001290         10  SL-SM-REFUSALS      PIC 9(05) COMP.
001300         10  SL-SM-UPDATES       PIC 9(05) COMP.
001310 77  SL-SUM-COUNT                PIC 9(03) COMP VALUE 0.
001320 77  SL-SUM-MAX                  PIC 9(03) COMP VALUE 300.
001330*
001340*-----------------------------------------------------------*
001350* RUN ACCUMULATORS                                          *
001360*-----------------------------------------------------------*
001370 01  SL-RUN-TOTALS.
001380     05  SL-READ-COUNT           PIC 9(07) COMP VALUE 0.
001390     05  SL-WEEK-COUNT           PIC 9(07) COMP VALUE 0.
001400     05  SL-SIGNON-COUNT         PIC 9(07) COMP VALUE 0.
001410     05  SL-REFUSAL-COUNT        PIC 9(07) COMP VALUE 0.
001420     05  SL-UPDATE-COUNT         PIC 9(07) COMP VALUE 0.
001430     05  SL-AUTH-CHANGE-COUNT    PIC 9(07) COMP VALUE 0.
001440     05  SL-FLAGGED-COUNT        PIC 9(07) COMP VALUE 0.
001450*
001460*-----------------------------------------------------------*
001470* REPORT LINE LAYOUTS                                       *
001480*-----------------------------------------------------------*
001490 01  SL-HEADING-LINE.
001500     05  FILLER                  PIC X(45)
001510         VALUE "SECREPORT WEEKLY ACCESS REPORT  WEEK ENDING ".
001520     05  SL-HDG-WEEK-END         PIC 9(08).
001530     05  FILLER                  PIC X(08) VALUE "  AFTER ".
001540     05  SL-HDG-WEEK-AFTER       PIC 9(08).
001550     05  FILLER                  PIC X(11) VALUE SPACES.
001560 01  SL-REFUSAL-TITLE-LINE.
001570     05  FILLER                  PIC X(40)
001580         VALUE "REFUSED SIGN-ONS AND TRANSACTIONS".
001590     05  FILLER                  PIC X(40) VALUE SPACES.
001600 01  SL-REFUSAL-COLUMN-LINE.
001610     05  FILLER                  PIC X(40)
001620         VALUE "DATE     TIME USER     PROGRAM     REASO".
001630     05  FILLER                  PIC X(40)
001640         VALUE "N               DETAIL".
001650 01  SL-REFUSAL-LINE.
001660     05  SL-RL-DATE              PIC 9(08).
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  SL-RL-TIME              PIC X(04).
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  SL-RL-USER-ID           PIC X(08).
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  SL-RL-PROGRAM           PIC X(11).
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  SL-RL-REASON            PIC X(20).
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  SL-RL-DETAIL            PIC X(24).
001770 01  SL-AUTH-TITLE-LINE.
001780     05  FILLER                  PIC X(40)
001790         VALUE "CHANGES TO OPERATOR AUTHORITY".
001800     05  FILLER                  PIC X(40) VALUE SPACES.
001810 01  SL-AUTH-COLUMN-LINE.
001820     05  FILLER                  PIC X(40)
001830         VALUE "DATE     TIME BY        ACTION  OPERATOR".
001840     05  FILLER                  PIC X(40)
001850         VALUE "  PROGRAM     ACCESS STATUS".
001860 01  SL-AUTH-LINE.
001870     05  SL-AL-DATE              PIC 9(08).
001880     05  FILLER                  PIC X(01) VALUE SPACES.
001890     05  SL-AL-TIME              PIC X(04).
001900     05  FILLER                  PIC X(01) VALUE SPACES.
001910     05  SL-AL-USER-ID           PIC X(08).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  SL-AL-ACTION            PIC X(06).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  SL-AL-OPERATOR          PIC X(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  SL-AL-PROGRAM           PIC X(12).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  SL-AL-ACCESS            PIC X(01).
002000     05  FILLER                  PIC X(06) VALUE SPACES.
002010     05  SL-AL-STATUS            PIC X(01).
002020     05  FILLER                  PIC X(16) VALUE SPACES.
002030 01  SL-NONE-LINE.
002040     05  FILLER                  PIC X(05) VALUE SPACES.
002050     05  SL-NL-TEXT              PIC X(40).
002060     05  FILLER                  PIC X(35) VALUE SPACES.
002070 01  SL-SUMMARY-TITLE-LINE.
002080     05  FILLER                  PIC X(40)
002090         VALUE "ACCESS BY OPERATOR AND PROGRAM".
002100     05  FILLER                  PIC X(40) VALUE SPACES.
002110 01  SL-SUMMARY-COLUMN-LINE.
002120     05  FILLER                  PIC X(40)
002130         VALUE "USER      PROGRAM       SIGNONS  REFUSED".
002140     05  FILLER                  PIC X(40)
002150         VALUE "  UPDATES".
002160 01  SL-SUMMARY-LINE.
002170     05  SL-SL-USER-ID           PIC X(08).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  SL-SL-PROGRAM           PIC X(12).
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  SL-SL-SIGNONS           PIC ZZ,ZZ9.
002220     05  FILLER                  PIC X(03) VALUE SPACES.
002230     05  SL-SL-REFUSALS          PIC ZZ,ZZ9.
002240     05  FILLER                  PIC X(03) VALUE SPACES.
002250     05  SL-SL-UPDATES           PIC ZZ,ZZ9.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  SL-SL-FLAG              PIC X(19).
002280     05  FILLER                  PIC X(10) VALUE SPACES.
002290 01  SL-BLANK-LINE               PIC X(80) VALUE SPACES.
002300 01  SL-READ-COUNT-LINE.
002310     05  FILLER                  PIC X(25)
002320         VALUE "LOG RECORDS READ  . . . .".
002330     05  SL-RDL-COUNT            PIC ZZZ,ZZ9.
002340     05  FILLER                  PIC X(48) VALUE SPACES.
002350 01  SL-WEEK-COUNT-LINE.
002360     05  FILLER                  PIC X(25)
002370         VALUE "IN REPORT WEEK  . . . . .".
002380     05  SL-WKL-COUNT            PIC ZZZ,ZZ9.
002390     05  FILLER                  PIC X(48) VALUE SPACES.
002400 01  SL-SIGNON-COUNT-LINE.
002410     05  FILLER                  PIC X(25)
002420         VALUE "  SIGN-ONS  . . . . . . .".
002430     05  SL-SOL-COUNT            PIC ZZZ,ZZ9.
002440     05  FILLER                  PIC X(48) VALUE SPACES.
002450 01  SL-REFUSAL-COUNT-LINE.
002460     05  FILLER                  PIC X(25)
002470         VALUE "  REFUSALS  . . . . . . .".
002480     05  SL-RFL-COUNT            PIC ZZZ,ZZ9.
002490     05  FILLER                  PIC X(48) VALUE SPACES.
002500 01  SL-UPDATE-COUNT-LINE.
002510     05  FILLER                  PIC X(25)
002520         VALUE "  UPDATES . . . . . . . .".
002530     05  SL-UPL-COUNT            PIC ZZZ,ZZ9.
002540     05  FILLER                  PIC X(48) VALUE SPACES.
002550 01  SL-AUTH-COUNT-LINE.
002560     05  FILLER                  PIC X(25)
002570         VALUE "  AUTHORITY CHANGES . . .".
002580     05  SL-ACL-COUNT            PIC ZZZ,ZZ9.
002590     05  FILLER                  PIC X(48) VALUE SPACES.
002600 01  SL-FLAGGED-COUNT-LINE.
002610     05  FILLER                  PIC X(25)
002620         VALUE "REPEATED REFUSALS . . . .".
002630     05  SL-FGL-COUNT            PIC ZZZ,ZZ9.
002640     05  FILLER                  PIC X(48) VALUE SPACES.
002650*
002660 PROCEDURE DIVISION.
002670*=============================================================*
002680 0000-MAINLINE.
002690*=============================================================*
002700     PERFORM 1000-INITIALIZE
002710     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
002720         UNTIL WS-EOF-YES
002730     PERFORM 3000-LIST-AUTH-CHANGES
002740     PERFORM 4000-PRINT-SUMMARY
002750     PERFORM 7000-PRODUCE-TOTALS
002760     PERFORM 8000-TERMINATE
002770     STOP RUN.
002780*
002790*-------------------------------------------------------------*
002800 1000-INITIALIZE.
002810*-------------------------------------------------------------*
002820     MOVE SPACES TO SL-WEEK-END-IN
002830     ACCEPT SL-WEEK-END-IN
002840     IF SL-WEEK-END-IN NUMERIC
002850         AND SL-WEI-MONTH >= "01" AND NOT > "12"
002860         AND SL-WEI-DAY >= "01" AND NOT > "31"
002870         MOVE SL-WEEK-END-IN-9 TO SL-WEEK-END-DATE
002880         DISPLAY "SECREPORT - WEEK ENDING " SL-WEEK-END-DATE
002890             " FROM PARAMETER CARD"
002900     ELSE
002910         ACCEPT SL-BC-SYSTEM-DATE FROM DATE YYYYMMDD
002920         MOVE "P" TO SL-BC-FUNCTION
002930         MOVE ZERO TO SL-BC-DAY-COUNT
002940         CALL "BusCalendar" USING SL-BC-FUNCTION,
002950             SL-BC-SYSTEM-DATE, SL-BC-DAY-COUNT, SL-WEEK-END-DATE
002960     END-IF
002970     MOVE "P" TO SL-BC-FUNCTION
002980     MOVE 5 TO SL-BC-DAY-COUNT
002990     CALL "BusCalendar" USING SL-BC-FUNCTION,
003000         SL-WEEK-END-DATE, SL-BC-DAY-COUNT, SL-WEEK-AFTER-DATE
003010     OPEN OUTPUT SLRPT-FILE
003020     IF WS-SLRPT-STATUS NOT = "00"
003030         DISPLAY "SECREPORT - UNABLE TO OPEN SECRPT, "
003040             "STATUS " WS-SLRPT-STATUS
003050     END-IF
003060     MOVE SL-WEEK-END-DATE TO SL-HDG-WEEK-END
003070     MOVE SL-WEEK-AFTER-DATE TO SL-HDG-WEEK-AFTER
003080     WRITE SLRPT-REC FROM SL-HEADING-LINE
003090     WRITE SLRPT-REC FROM SL-BLANK-LINE
003100     WRITE SLRPT-REC FROM SL-REFUSAL-TITLE-LINE
003110     WRITE SLRPT-REC FROM SL-REFUSAL-COLUMN-LINE
003120     OPEN INPUT SEC-FILE
003130     IF WS-SEC-STATUS NOT = "00"
003140         DISPLAY "SECREPORT - NO SECLOG, STATUS "
003150             WS-SEC-STATUS ", NOTHING TO REPORT"
003160         MOVE "Y" TO WS-EOF-SW
003170     ELSE
003180         SET SL-LOG-AVAIL TO TRUE
003190         PERFORM 2100-READ-LOG
003200     END-IF.
003210*
003220*-------------------------------------------------------------*
003230 2000-PROCESS-LOG.
003240*-------------------------------------------------------------*
003250     ADD 1 TO SL-READ-COUNT
003260     IF SEC-DATE NOT > SL-WEEK-AFTER-DATE
003270         OR SEC-DATE > SL-WEEK-END-DATE
003280         GO TO 2000-NEXT
003290     END-IF
003300     ADD 1 TO SL-WEEK-COUNT
003310     PERFORM 2200-FIND-SUMMARY
003320     EVALUATE TRUE
003330         WHEN SEC-EVENT-SIGNON
003340             ADD 1 TO SL-SIGNON-COUNT
003350             IF SL-SUB > ZERO
003360                 ADD 1 TO SL-SM-SIGNONS (SL-SUB)
003370             END-IF
003380         WHEN SEC-EVENT-REFUSED
003390             ADD 1 TO SL-REFUSAL-COUNT
003400             IF SL-SUB > ZERO
003410                 ADD 1 TO SL-SM-REFUSALS (SL-SUB)
003420             END-IF
003430             PERFORM 2300-LIST-REFUSAL
003440         WHEN SEC-EVENT-UPDATE
003450             ADD 1 TO SL-UPDATE-COUNT
003460             IF SL-SUB > ZERO
003470                 ADD 1 TO SL-SM-UPDATES (SL-SUB)
003480             END-IF
003490     END-EVALUATE
003500     .
003510 2000-NEXT.
003520     PERFORM 2100-READ-LOG
003530     .
003540 2000-EXIT.
003550     EXIT.
003560*
003570*-------------------------------------------------------------*
003580 2100-READ-LOG.
003590*-------------------------------------------------------------*
003600     READ SEC-FILE
003610         AT END
003620             MOVE "Y" TO WS-EOF-SW
003630     END-READ.
003640*
003650*-------------------------------------------------------------*
003660 2200-FIND-SUMMARY.
003670*-------------------------------------------------------------*
003680*    LEAVES SL-SUB ON THE OPERATOR AND PROGRAM'S ENTRY, ADDING  *
003690*    IT IN KEY ORDER WHEN NEW.  ZERO WHEN THE TABLE IS FULL.   *
003700*-------------------------------------------------------------*
003710     MOVE SEC-USER-ID TO SL-NEW-USER-ID
003720     MOVE SEC-PROGRAM TO SL-NEW-PROGRAM
003730     MOVE 'N' TO SL-FOUND-SW
003740     MOVE 'N' TO SL-PAST-KEY-SW
003750     MOVE 1 TO SL-SUB
003760     PERFORM 2210-SCAN-SUMMARY
003770         UNTIL SL-SUB > SL-SUM-COUNT
003780            OR SL-FOUND
003790            OR SL-PAST-KEY
003800     IF NOT SL-FOUND
003810         IF SL-SUM-COUNT < SL-SUM-MAX
003820             PERFORM 2220-INSERT-SUMMARY
003830         ELSE
003840             IF NOT SL-TABLE-FULL
003850                 DISPLAY "SECREPORT - SUMMARY TABLE FULL, "
003860                     "LATER OPERATORS IN TOTALS ONLY"
003870                 SET SL-TABLE-FULL TO TRUE
003880             END-IF
003890             MOVE ZERO TO SL-SUB
003900         END-IF
003910     END-IF.
003920*
003930*-------------------------------------------------------------*
003940 2210-SCAN-SUMMARY.
003950*-------------------------------------------------------------*
003960     EVALUATE TRUE
003970         WHEN SL-SM-KEY (SL-SUB) = SL-NEW-KEY
003980             SET SL-FOUND TO TRUE
003990         WHEN SL-SM-KEY (SL-SUB) > SL-NEW-KEY
004000             SET SL-PAST-KEY TO TRUE
004010         WHEN OTHER
004020             ADD 1 TO SL-SUB
004030     END-EVALUATE.
004040*
004050*-------------------------------------------------------------*
004060 2220-INSERT-SUMMARY.
004070*-------------------------------------------------------------*
004080     MOVE SL-SUB TO SL-INS
004090     MOVE SL-SUM-COUNT TO SL-MOVE-SUB
004100     PERFORM 2230-SHIFT-SUMMARY
004110         UNTIL SL-MOVE-SUB < SL-INS
004120     ADD 1 TO SL-SUM-COUNT
004130     MOVE SL-NEW-KEY TO SL-SM-KEY (SL-INS)
004140     MOVE ZERO TO SL-SM-SIGNONS (SL-INS)
004150     MOVE ZERO TO SL-SM-REFUSALS (SL-INS)
004160     MOVE ZERO TO SL-SM-UPDATES (SL-INS)
004170     MOVE SL-INS TO SL-SUB.
004180*
004190*-------------------------------------------------------------*
004200 2230-SHIFT-SUMMARY.
004210*-------------------------------------------------------------*
004220     MOVE SL-SUM-ENTRY (SL-MOVE-SUB)
004230         TO SL-SUM-ENTRY (SL-MOVE-SUB + 1)
004240     SUBTRACT 1 FROM SL-MOVE-SUB.
004250*
004260*-------------------------------------------------------------*
004270 2300-LIST-REFUSAL.
004280*-------------------------------------------------------------*
004290     MOVE SEC-DATE TO SL-RL-DATE
004300     MOVE SEC-TIME (1:4) TO SL-RL-TIME
004310     MOVE SEC-USER-ID TO SL-RL-USER-ID
004320     MOVE SEC-PROGRAM TO SL-RL-PROGRAM
004330     MOVE SEC-REASON TO SL-RL-REASON
004340     MOVE SEC-DETAIL TO SL-RL-DETAIL
004350     WRITE SLRPT-REC FROM SL-REFUSAL-LINE.
004360*
004370*-------------------------------------------------------------*
004380 3000-LIST-AUTH-CHANGES.
004390*-------------------------------------------------------------*
004400*    A SECOND PASS OF THE LOG FOR THE WEEK'S UPDATES MADE      *
004410*    THROUGH USERMAINT.                                        *
004420*-------------------------------------------------------------*
004430     IF SL-REFUSAL-COUNT = ZERO
004440         MOVE "NO REFUSALS IN THE WEEK" TO SL-NL-TEXT
004450         WRITE SLRPT-REC FROM SL-NONE-LINE
004460     END-IF
004470     WRITE SLRPT-REC FROM SL-BLANK-LINE
004480     WRITE SLRPT-REC FROM SL-AUTH-TITLE-LINE
004490     WRITE SLRPT-REC FROM SL-AUTH-COLUMN-LINE
004500     IF SL-LOG-AVAIL
004510         CLOSE SEC-FILE
004520         OPEN INPUT SEC-FILE
004530         MOVE 'N' TO WS-EOF-SW
004540         PERFORM 2100-READ-LOG
004550         PERFORM 3100-LIST-AUTH-CHANGE
004560             UNTIL WS-EOF-YES
004570     END-IF
004580     IF SL-AUTH-CHANGE-COUNT = ZERO
004590         MOVE "NO AUTHORITY CHANGES IN THE WEEK" TO SL-NL-TEXT
004600         WRITE SLRPT-REC FROM SL-NONE-LINE
004610     END-IF.
004620*
004630*-------------------------------------------------------------*
004640 3100-LIST-AUTH-CHANGE.
004650*-------------------------------------------------------------*
004660     IF SEC-DATE > SL-WEEK-AFTER-DATE
004670         AND SEC-DATE NOT > SL-WEEK-END-DATE
004680         AND SEC-EVENT-UPDATE
004690         AND SEC-PROGRAM = "USERMAINT"
004700         ADD 1 TO SL-AUTH-CHANGE-COUNT
004710         MOVE SEC-DATE TO SL-AL-DATE
004720         MOVE SEC-TIME (1:4) TO SL-AL-TIME
004730         MOVE SEC-USER-ID TO SL-AL-USER-ID
004740         EVALUATE SEC-UM-ACTION
004750             WHEN 'A'
004760                 MOVE "ADD" TO SL-AL-ACTION
004770             WHEN 'C'
004780                 MOVE "CHANGE" TO SL-AL-ACTION
004790             WHEN 'G'
004800                 MOVE "GRANT" TO SL-AL-ACTION
004810             WHEN 'R'
004820                 MOVE "REMOVE" TO SL-AL-ACTION
004830             WHEN 'X'
004840                 MOVE "DELETE" TO SL-AL-ACTION
004850             WHEN OTHER
004860                 MOVE SEC-UM-ACTION TO SL-AL-ACTION
004870         END-EVALUATE
004880         MOVE SEC-UM-USER-ID TO SL-AL-OPERATOR
004890         MOVE SEC-UM-PROGRAM TO SL-AL-PROGRAM
004900         MOVE SEC-UM-ACCESS TO SL-AL-ACCESS
004910         MOVE SEC-UM-STATUS TO SL-AL-STATUS
004920         WRITE SLRPT-REC FROM SL-AUTH-LINE
004930     END-IF
004940     PERFORM 2100-READ-LOG.
004950*
004960*-------------------------------------------------------------*
004970 4000-PRINT-SUMMARY.
004980*-------------------------------------------------------------*
004990     WRITE SLRPT-REC FROM SL-BLANK-LINE
005000     WRITE SLRPT-REC FROM SL-SUMMARY-TITLE-LINE
005010     WRITE SLRPT-REC FROM SL-SUMMARY-COLUMN-LINE
005020     MOVE 1 TO SL-SUB
005030     PERFORM 4100-PRINT-SUMMARY-LINE
005040         UNTIL SL-SUB > SL-SUM-COUNT
005050     IF SL-SUM-COUNT = ZERO
005060         MOVE "NO SECURITY LOG ENTRIES IN THE WEEK"
005070             TO SL-NL-TEXT
005080         WRITE SLRPT-REC FROM SL-NONE-LINE
005090     END-IF.
005100*
005110*-------------------------------------------------------------*
005120 4100-PRINT-SUMMARY-LINE.
005130*-------------------------------------------------------------*
005140     MOVE SL-SM-USER-ID (SL-SUB) TO SL-SL-USER-ID
005150     MOVE SL-SM-PROGRAM (SL-SUB) TO SL-SL-PROGRAM
005160     MOVE SL-SM-SIGNONS (SL-SUB) TO SL-SL-SIGNONS
005170     MOVE SL-SM-REFUSALS (SL-SUB) TO SL-SL-REFUSALS
005180     MOVE SL-SM-UPDATES (SL-SUB) TO SL-SL-UPDATES
005190     IF SL-SM-REFUSALS (SL-SUB) NOT < SL-REFUSAL-LIMIT
005200         MOVE "*REPEATED REFUSALS*" TO SL-SL-FLAG
005210         ADD 1 TO SL-FLAGGED-COUNT
005220     ELSE
005230         MOVE SPACES TO SL-SL-FLAG
005240     END-IF
005250     WRITE SLRPT-REC FROM SL-SUMMARY-LINE
005260     ADD 1 TO SL-SUB.
005270*
005280*-------------------------------------------------------------*
005290 7000-PRODUCE-TOTALS.
005300*-------------------------------------------------------------*
005310     WRITE SLRPT-REC FROM SL-BLANK-LINE
005320     MOVE SL-READ-COUNT TO SL-RDL-COUNT
005330     WRITE SLRPT-REC FROM SL-READ-COUNT-LINE
005340     MOVE SL-WEEK-COUNT TO SL-WKL-COUNT
005350     WRITE SLRPT-REC FROM SL-WEEK-COUNT-LINE
005360     MOVE SL-SIGNON-COUNT TO SL-SOL-COUNT
005370     WRITE SLRPT-REC FROM SL-SIGNON-COUNT-LINE
005380     MOVE SL-REFUSAL-COUNT TO SL-RFL-COUNT
005390     WRITE SLRPT-REC FROM SL-REFUSAL-COUNT-LINE
005400     MOVE SL-UPDATE-COUNT TO SL-UPL-COUNT
005410     WRITE SLRPT-REC FROM SL-UPDATE-COUNT-LINE
005420     MOVE SL-AUTH-CHANGE-COUNT TO SL-ACL-COUNT
005430     WRITE SLRPT-REC FROM SL-AUTH-COUNT-LINE
005440     MOVE SL-FLAGGED-COUNT TO SL-FGL-COUNT
005450     WRITE SLRPT-REC FROM SL-FLAGGED-COUNT-LINE.
005460*
005470*-------------------------------------------------------------*
005480 8000-TERMINATE.
005490*-------------------------------------------------------------*
005500     IF SL-LOG-AVAIL
005510         CLOSE SEC-FILE
005520     END-IF
005530     CLOSE SLRPT-FILE
005540     DISPLAY "SECREPORT - LOG RECORDS IN WEEK " SL-WEEK-COUNT
005550         "  REFUSALS " SL-REFUSAL-COUNT.
