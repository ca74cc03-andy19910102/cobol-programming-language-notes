000180*                   carried forward on NEWREJT, and any      *
000190*                   reject older than the aging limit (from  *
000200*                   SYSIN) is listed on the cycle report.    *
000210* 15OCT2026   HAS   Rejects are now aged in business days    *
000220*                   through BusCalendar, counted to the      *
000230*                   current business day, so a weekend or    *
000240*                   holiday no longer ages a reject          *
000250*                   overnight.  The aging limit is read as   *
000260*                   business days.                           *
000270* 15OCT2026   HAS   Start and end records are now written to *
000280*                   STATFILE, so the reject cycle shows on   *
000290*                   StatusReport and SlaReport.  The end     *
000300*                   record carries rejects read, aged and    *
000310*                   carried forward; WARN when any reject is *
000320*                   aged past the limit, SEVR when RESUBFIL  *
000330*                   or NEWREJT cannot be opened.             *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT REJT-FILE ASSIGN TO "REJTFILE"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-REJT-STATUS.
000410*
000420     SELECT CORR-FILE ASSIGN TO "CORRFILE"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CORR-STATUS.
000450*
000460     SELECT RESUB-FILE ASSIGN TO "RESUBFIL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RESUB-STATUS.
000490*
000500     SELECT CARRY-FILE ASSIGN TO "NEWREJT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CARRY-STATUS.
000530*
000540     SELECT RCRPT-FILE ASSIGN TO "RCYCRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RCRPT-STATUS.
000570*
000580     SELECT STAT-FILE ASSIGN TO "STATFILE"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-STAT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*-----------------------------------------------------------*
000650* REJT-FILE - CURRENT REJECT FILE FROM MATHFUNCTIONS         *
000660*-----------------------------------------------------------*
000670 FD  REJT-FILE
000680     RECORDING MODE IS F.
000690 01  REJT-REC.
000700     05  REJT-TRANS-ID              PIC X(10).
000710     05  REJT-TRANS-TYPE            PIC X(01).
000720     05  REJT-NUM1                  PIC 9(02).
000730     05  REJT-NUM2                  PIC 9(02).
000740     05  REJT-NUM3                  PIC 9(02).
000750     05  REJT-REASON                PIC X(30).
000760     05  REJT-REJECT-DATE           PIC 9(08).
000770     05  FILLER                     PIC X(15).
000780*
000790*-----------------------------------------------------------*
000800* CORR-FILE - CORRECTIONS KEYED BY REJECTED TRANSACTION ID   *
000810*-----------------------------------------------------------*
000820 FD  CORR-FILE
000830     RECORDING MODE IS F.
000840 01  CORR-REC.
000850     05  CORR-TRANS-ID              PIC X(10).
000860     05  CORR-TRANS-TYPE            PIC X(01).
000870     05  CORR-NUM1                  PIC X(02).
000880     05  CORR-NUM2                  PIC X(02).
000890     05  CORR-NUM3                  PIC X(02).
000900     05  FILLER                     PIC X(53).
000910*
000920*-----------------------------------------------------------*
000930* RESUB-FILE - REPAIRED RECORDS IN TRANS-REC FORMAT          *
000940*-----------------------------------------------------------*
000950 FD  RESUB-FILE
000960     RECORDING MODE IS F.
000970 01  RESUB-REC.
000980     05  RESUB-TRANS-ID             PIC X(10).
000990     05  RESUB-TRANS-TYPE           PIC X(01).
001000     05  RESUB-NUM1                 PIC 9(02).
001010     05  RESUB-NUM2                 PIC 9(02).
001020     05  RESUB-NUM3                 PIC 9(02).
001030     05  FILLER                     PIC X(53).
001040*
001050*-----------------------------------------------------------*
001060* CARRY-FILE - UNCORRECTED REJECTS CARRIED FORWARD           *
001070*-----------------------------------------------------------*
001080 FD  CARRY-FILE
001090     RECORDING MODE IS F.
001100 01  CARRY-REC                      PIC X(70).
001110*
001120*-----------------------------------------------------------*
001130* RCRPT-FILE - REJECT CYCLE REPORT                           *
001140*-----------------------------------------------------------*
001150 FD  RCRPT-FILE
001160     RECORDING MODE IS F.
001170 01  RCRPT-REC                      PIC X(80).
001180*
001190*-----------------------------------------------------------*
001200* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
001210*-----------------------------------------------------------*
001220 FD  STAT-FILE
001230     RECORDING MODE IS F.
001240 01  STAT-REC.
001250     05  STAT-JOB-NAME              PIC X(13).
001260     05  STAT-REC-TYPE              PIC X(01).
001270         88  STAT-TYPE-START                  VALUE 'S'.
001280         88  STAT-TYPE-END                    VALUE 'E'.
001290     05  STAT-RUN-DATE              PIC 9(08).
001300     05  STAT-RUN-TIME              PIC 9(08).
001310     05  STAT-REC-COUNT             PIC 9(07).
001320     05  STAT-EXCP-COUNT            PIC 9(07).
001330     05  STAT-REJT-COUNT            PIC 9(07).
001340     05  STAT-SEVERITY              PIC X(04).
001350     05  FILLER                     PIC X(25).
001360*
001370 WORKING-STORAGE SECTION.
001380*-----------------------------------------------------------*
001390* FILE STATUS FIELDS                                        *
001400*-----------------------------------------------------------*
001410 01  WS-REJT-STATUS             PIC X(02) VALUE SPACES.
001420 01  WS-CORR-STATUS             PIC X(02) VALUE SPACES.
001430 01  WS-RESUB-STATUS            PIC X(02) VALUE SPACES.
001440 01  WS-CARRY-STATUS            PIC X(02) VALUE SPACES.
001450 01  WS-RCRPT-STATUS            PIC X(02) VALUE SPACES.
001460 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
001470*
001480*-----------------------------------------------------------*
001490* SWITCHES                                                  *
001500*-----------------------------------------------------------*
001510 01  WS-SWITCHES.
001520     05  WS-REJT-EOF-SW          PIC X(01) VALUE 'N'.
001530         88  WS-REJT-EOF-YES               VALUE 'Y'.
001540     05  WS-CORR-EOF-SW          PIC X(01) VALUE 'N'.
001550         88  WS-CORR-EOF-YES               VALUE 'Y'.
001560     05  RC-CORR-FOUND-SW        PIC X(01) VALUE 'N'.
001570         88  RC-CORR-FOUND                 VALUE 'Y'.
001580     05  RC-CORR-OPEN-SW         PIC X(01) VALUE 'N'.
001590         88  RC-CORR-OPEN                  VALUE 'Y'.
001600     05  RC-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
001610         88  RC-STAT-AVAIL                 VALUE 'Y'.
001620     05  RC-OUTPUT-FAIL-SW       PIC X(01) VALUE 'N'.
001630         88  RC-OUTPUT-FAIL                VALUE 'Y'.
001640*
001650*-----------------------------------------------------------*
001660* CORRECTION TABLE                                          *
001670*-----------------------------------------------------------*
001680 01  RC-CORR-TABLE.
001690     05  RC-CORR-ENTRY OCCURS 1000 TIMES.
001700         10  RC-CT-TRANS-ID      PIC X(10).
001710         10  RC-CT-TRANS-TYPE    PIC X(01).
001720         10  RC-CT-NUM1          PIC X(02).
001730         10  RC-CT-NUM2          PIC X(02).
001740         10  RC-CT-NUM3          PIC X(02).
001750 77  RC-CORR-COUNT               PIC 9(05) COMP VALUE 0.
001760 77  RC-SUB                      PIC 9(05) COMP VALUE 0.
001770*
001780*-----------------------------------------------------------*
001790* AGING WORK AREAS                                          *
001800*-----------------------------------------------------------*
001810 77  RC-AGE-LIMIT-DAYS           PIC 9(03) VALUE 0.
001820 01  RC-AGE-LIMIT-IN             PIC X(03) VALUE SPACES.
001830 01  RC-PARSE-CHAR               PIC X(01) VALUE SPACE.
001840 01  RC-PARSE-CHAR-9 REDEFINES RC-PARSE-CHAR
001850                                 PIC 9(01).
001860 77  RC-PARSE-SUB                PIC 9(01) COMP VALUE 0.
001870 01  RC-PARSE-OK-SW              PIC X(01) VALUE 'N'.
001880     88  RC-PARSE-OK                       VALUE 'Y'.
001890     88  RC-PARSE-BAD                      VALUE 'N'.
001900 01  RC-RUN-DATE                 PIC 9(08) VALUE 0.
001910 01  RC-AGE-DAYS                 PIC S9(05) VALUE 0.
001920 01  RC-BC-FUNCTION              PIC X(01) VALUE SPACE.
001930 01  RC-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001940 01  RC-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001950*
001960*-----------------------------------------------------------*
001970* REPORT ACCUMULATORS                                       *
001980*-----------------------------------------------------------*
001990 01  RC-CYCLE-TOTALS.
002000     05  RC-REJT-READ-COUNT      PIC 9(07) COMP VALUE 0.
002010     05  RC-RESUB-COUNT          PIC 9(07) COMP VALUE 0.
002020     05  RC-CARRY-COUNT          PIC 9(07) COMP VALUE 0.
002030     05  RC-AGED-COUNT           PIC 9(07) COMP VALUE 0.
002040*
002050*-----------------------------------------------------------*
002060* REPORT LINE LAYOUTS                                       *
002070*-----------------------------------------------------------*
002080 01  RC-HEADING-LINE.
002090     05  FILLER                  PIC X(34)
002100         VALUE "REJECTCYCLE REJECT RECYCLE REPORT ".
002110     05  FILLER                  PIC X(46) VALUE SPACES.
002120 01  RC-AGED-COLUMN-LINE.
002130     05  FILLER                  PIC X(12)
002140         VALUE "TRANS-ID    ".
002150     05  FILLER                  PIC X(32)
002160         VALUE "REASON                          ".
002170     05  FILLER                  PIC X(14)
002180         VALUE "BUSINESS DAYS ".
002190     05  FILLER                  PIC X(22) VALUE SPACES.
002200 01  RC-AGED-DETAIL-LINE.
002210     05  RC-ADL-TRANS-ID         PIC X(10).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  RC-ADL-REASON           PIC X(30).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  RC-ADL-AGE-DAYS         PIC ZZZZ9.
002260     05  FILLER                  PIC X(08)
002270         VALUE "  *AGED*".
002280     05  FILLER                  PIC X(23) VALUE SPACES.
002290 01  RC-READ-COUNT-LINE.
002300     05  FILLER                  PIC X(25)
002310         VALUE "REJECTS READ  . . . . . .".
002320     05  RC-RDL-COUNT            PIC ZZZ,ZZ9.
002330     05  FILLER                  PIC X(48) VALUE SPACES.
002340 01  RC-RESUB-COUNT-LINE.
002350     05  FILLER                  PIC X(25)
002360         VALUE "CORRECTED, RESUBMITTED  .".
002370     05  RC-RSL-COUNT            PIC ZZZ,ZZ9.
002380     05  FILLER                  PIC X(48) VALUE SPACES.
002390 01  RC-CARRY-COUNT-LINE.
002400     05  FILLER                  PIC X(25)
002410         VALUE "CARRIED FORWARD . . . . .".
002420     05  RC-CFL-COUNT            PIC ZZZ,ZZ9.
002430     05  FILLER                  PIC X(48) VALUE SPACES.
002440 01  RC-AGED-COUNT-LINE.
002450     05  FILLER                  PIC X(25)
002460         VALUE "AGED PAST LIMIT . . . . .".
002470     05  RC-AGL-COUNT            PIC ZZZ,ZZ9.
002480     05  FILLER                  PIC X(48) VALUE SPACES.
002490*
002500 PROCEDURE DIVISION.
002510*=============================================================*
002520 0000-MAINLINE.
002530*=============================================================*
002540     PERFORM 1000-INITIALIZE
002550     PERFORM 2000-CYCLE-REJECT THRU 2000-EXIT
002560         UNTIL WS-REJT-EOF-YES
002570     PERFORM 7000-PRODUCE-TOTALS
002580     PERFORM 8000-TERMINATE
002590     STOP RUN.
002600*
002610*-------------------------------------------------------------*
002620 1000-INITIALIZE.
002630*-------------------------------------------------------------*
002640     ACCEPT RC-AGE-LIMIT-IN
002650     PERFORM 1200-PARSE-AGE-LIMIT
002660     IF RC-PARSE-OK
002670         AND RC-AGE-LIMIT-DAYS > ZERO
002680         CONTINUE
002690     ELSE
002700         DISPLAY "REJECTCYCLE - AGE LIMIT PARAMETER MISSING "
002710             "OR INVALID, DEFAULTING TO 7 DAYS"
002720         MOVE 7 TO RC-AGE-LIMIT-DAYS
002730     END-IF
002740     ACCEPT RC-BC-SYSTEM-DATE FROM DATE YYYYMMDD
002750     MOVE "P" TO RC-BC-FUNCTION
002760     MOVE ZERO TO RC-BC-DAY-COUNT
002770     CALL "BusCalendar" USING RC-BC-FUNCTION,
002780         RC-BC-SYSTEM-DATE, RC-BC-DAY-COUNT, RC-RUN-DATE
002790     OPEN EXTEND STAT-FILE
002800     IF WS-STAT-STATUS = "35"
002810         OPEN OUTPUT STAT-FILE
002820     END-IF
002830     IF WS-STAT-STATUS = "00"
002840         SET RC-STAT-AVAIL TO TRUE
002850         MOVE "S" TO STAT-REC-TYPE
002860         MOVE ZERO TO STAT-REC-COUNT
002870         MOVE ZERO TO STAT-EXCP-COUNT
002880         MOVE ZERO TO STAT-REJT-COUNT
002890         MOVE SPACES TO STAT-SEVERITY
002900         PERFORM 2700-WRITE-STATUS
002910     ELSE
002920         DISPLAY "REJECTCYCLE - UNABLE TO OPEN STATFILE, "
002930             "STATUS " WS-STAT-STATUS
002940     END-IF
002950     PERFORM 1100-LOAD-CORRECTIONS
002960     OPEN INPUT REJT-FILE
002970     IF WS-REJT-STATUS NOT = "00"
002980         DISPLAY "REJECTCYCLE - UNABLE TO OPEN REJTFILE, "
002990             "STATUS " WS-REJT-STATUS
003000         MOVE "Y" TO WS-REJT-EOF-SW
003010     ELSE
003020         PERFORM 2100-READ-REJECT
003030     END-IF
003040     OPEN OUTPUT RESUB-FILE
003050     IF WS-RESUB-STATUS NOT = "00"
003060         DISPLAY "REJECTCYCLE - UNABLE TO OPEN RESUBFIL, "
003070             "STATUS " WS-RESUB-STATUS
003080         MOVE "Y" TO WS-REJT-EOF-SW
003090         SET RC-OUTPUT-FAIL TO TRUE
003100     END-IF
003110     OPEN OUTPUT CARRY-FILE
003120     IF WS-CARRY-STATUS NOT = "00"
003130         DISPLAY "REJECTCYCLE - UNABLE TO OPEN NEWREJT, "
003140             "STATUS " WS-CARRY-STATUS
003150         MOVE "Y" TO WS-REJT-EOF-SW
003160         SET RC-OUTPUT-FAIL TO TRUE
003170     END-IF
003180     OPEN OUTPUT RCRPT-FILE
003190     IF WS-RCRPT-STATUS NOT = "00"
003200         DISPLAY "REJECTCYCLE - UNABLE TO OPEN RCYCRPT, "
003210             "STATUS " WS-RCRPT-STATUS
003220     END-IF
003230     WRITE RCRPT-REC FROM RC-HEADING-LINE
003240     WRITE RCRPT-REC FROM RC-AGED-COLUMN-LINE.
003250*
003260*-------------------------------------------------------------*
003270 1100-LOAD-CORRECTIONS.
003280*-------------------------------------------------------------*
003290     OPEN INPUT CORR-FILE
003300     IF WS-CORR-STATUS NOT = "00"
003310         DISPLAY "REJECTCYCLE - NO CORRECTIONS FILE, "
003320             "STATUS " WS-CORR-STATUS
003330             ", ALL REJECTS CARRY FORWARD"
003340         SET WS-CORR-EOF-YES TO TRUE
003350     ELSE
003360         SET RC-CORR-OPEN TO TRUE
003370         PERFORM 1150-READ-CORRECTION
003380     END-IF
003390     PERFORM 1160-STORE-CORRECTION THRU 1160-EXIT
003400         UNTIL WS-CORR-EOF-YES
003410     IF RC-CORR-OPEN
003420         CLOSE CORR-FILE
003430     END-IF.
003440*
003450*-------------------------------------------------------------*
003460 1150-READ-CORRECTION.
003470*-------------------------------------------------------------*
003480     READ CORR-FILE
003490         AT END
003500             SET WS-CORR-EOF-YES TO TRUE
003510     END-READ.
003520*
003530*-------------------------------------------------------------*
003540 1160-STORE-CORRECTION.
003550*-------------------------------------------------------------*
003560     IF RC-CORR-COUNT < 1000
003570         ADD 1 TO RC-CORR-COUNT
003580         MOVE CORR-TRANS-ID TO RC-CT-TRANS-ID (RC-CORR-COUNT)
003590         MOVE CORR-TRANS-TYPE
003600             TO RC-CT-TRANS-TYPE (RC-CORR-COUNT)
003610         MOVE CORR-NUM1 TO RC-CT-NUM1 (RC-CORR-COUNT)
003620         MOVE CORR-NUM2 TO RC-CT-NUM2 (RC-CORR-COUNT)
003630         MOVE CORR-NUM3 TO RC-CT-NUM3 (RC-CORR-COUNT)
003640     ELSE
003650         DISPLAY "REJECTCYCLE - CORRECTION TABLE FULL, "
003660             "CORRECTION FOR " CORR-TRANS-ID " IGNORED"
003670     END-IF
003680     PERFORM 1150-READ-CORRECTION
003690     .
003700 1160-EXIT.
003710     EXIT.
003720*
003730*-------------------------------------------------------------*
003740 1200-PARSE-AGE-LIMIT.
003750*-------------------------------------------------------------*
003760*    PARSES THE AGE-LIMIT PARAMETER, ACCEPTING THE DIGITS     *
003770*    WHEREVER THEY SIT IN THE THREE-BYTE FIELD.               *
003780*-------------------------------------------------------------*
003790     SET RC-PARSE-OK TO TRUE
003800     MOVE ZERO TO RC-AGE-LIMIT-DAYS
003810     MOVE 1 TO RC-PARSE-SUB
003820     PERFORM 1210-PARSE-AGE-DIGIT
003830         UNTIL RC-PARSE-SUB > 3
003840            OR RC-PARSE-BAD.
003850*
003860*-------------------------------------------------------------*
003870 1210-PARSE-AGE-DIGIT.
003880*-------------------------------------------------------------*
003890     MOVE RC-AGE-LIMIT-IN (RC-PARSE-SUB:1) TO RC-PARSE-CHAR
003900     EVALUATE TRUE
003910         WHEN RC-PARSE-CHAR = SPACE
003920             CONTINUE
003930         WHEN RC-PARSE-CHAR NUMERIC
003940             COMPUTE RC-AGE-LIMIT-DAYS =
003950                 RC-AGE-LIMIT-DAYS * 10 + RC-PARSE-CHAR-9
003960         WHEN OTHER
003970             SET RC-PARSE-BAD TO TRUE
003980     END-EVALUATE
003990     ADD 1 TO RC-PARSE-SUB
004000     .
004010*
004020*-------------------------------------------------------------*
004030 2000-CYCLE-REJECT.
004040*-------------------------------------------------------------*
004050     ADD 1 TO RC-REJT-READ-COUNT
004060     PERFORM 2200-FIND-CORRECTION
004070     IF RC-CORR-FOUND
004080         PERFORM 3000-BUILD-RESUBMISSION
004090     ELSE
004100         PERFORM 4000-CARRY-FORWARD
004110     END-IF
004120     PERFORM 2100-READ-REJECT
004130     .
004140 2000-EXIT.
004150     EXIT.
004160*
004170*-------------------------------------------------------------*
004180 2100-READ-REJECT.
004190*-------------------------------------------------------------*
004200     READ REJT-FILE
004210         AT END
004220             MOVE "Y" TO WS-REJT-EOF-SW
004230     END-READ.
004240*
004250*-------------------------------------------------------------*
004260 2200-FIND-CORRECTION.
004270*-------------------------------------------------------------*
004280     MOVE 'N' TO RC-CORR-FOUND-SW
004290     MOVE 1 TO RC-SUB
004300     PERFORM 2210-SCAN-CORR-TABLE
004310         UNTIL RC-SUB > RC-CORR-COUNT
004320            OR RC-CORR-FOUND.
004330*
004340*-------------------------------------------------------------*
004350 2210-SCAN-CORR-TABLE.
004360*-------------------------------------------------------------*
004370     IF RC-CT-TRANS-ID (RC-SUB) = REJT-TRANS-ID
004380         SET RC-CORR-FOUND TO TRUE
004390     ELSE
004400         ADD 1 TO RC-SUB
004410     END-IF.
004420*
004430*-------------------------------------------------------------*
004440 2700-WRITE-STATUS.
004450*-------------------------------------------------------------*
004460     MOVE "REJECTCYCLE" TO STAT-JOB-NAME
004470     MOVE RC-RUN-DATE TO STAT-RUN-DATE
004480     ACCEPT STAT-RUN-TIME FROM TIME
004490     WRITE STAT-REC.
004500*
004510*-------------------------------------------------------------*
004520 3000-BUILD-RESUBMISSION.
004530*-------------------------------------------------------------*
004540     MOVE SPACES TO RESUB-REC
004550     MOVE REJT-TRANS-ID TO RESUB-TRANS-ID
004560     IF RC-CT-TRANS-TYPE (RC-SUB) = SPACE
004570         MOVE REJT-TRANS-TYPE TO RESUB-TRANS-TYPE
004580     ELSE
004590         MOVE RC-CT-TRANS-TYPE (RC-SUB) TO RESUB-TRANS-TYPE
004600     END-IF
004610     IF RC-CT-NUM1 (RC-SUB) NUMERIC
004620         MOVE RC-CT-NUM1 (RC-SUB) TO RESUB-NUM1
004630     ELSE
004640         MOVE REJT-NUM1 TO RESUB-NUM1
004650     END-IF
004660     IF RC-CT-NUM2 (RC-SUB) NUMERIC
004670         MOVE RC-CT-NUM2 (RC-SUB) TO RESUB-NUM2
004680     ELSE
004690         MOVE REJT-NUM2 TO RESUB-NUM2
004700     END-IF
004710     IF RC-CT-NUM3 (RC-SUB) NUMERIC
004720         MOVE RC-CT-NUM3 (RC-SUB) TO RESUB-NUM3
004730     ELSE
004740         MOVE REJT-NUM3 TO RESUB-NUM3
004750     END-IF
004760     WRITE RESUB-REC
004770     ADD 1 TO RC-RESUB-COUNT.
004780*
004790*-------------------------------------------------------------*
004800 4000-CARRY-FORWARD.
004810*-------------------------------------------------------------*
004820     WRITE CARRY-REC FROM REJT-REC
004830     ADD 1 TO RC-CARRY-COUNT
004840     PERFORM 4100-AGE-REJECT.
004850*
004860*-------------------------------------------------------------*
004870 4100-AGE-REJECT.
004880*-------------------------------------------------------------*
004890     IF REJT-REJECT-DATE NUMERIC
004900         AND REJT-REJECT-DATE > ZERO
004910         MOVE "B" TO RC-BC-FUNCTION
004920         CALL "BusCalendar" USING RC-BC-FUNCTION,
004930             REJT-REJECT-DATE, RC-AGE-DAYS, RC-RUN-DATE
004940         IF RC-AGE-DAYS > RC-AGE-LIMIT-DAYS
004950             ADD 1 TO RC-AGED-COUNT
004960             MOVE REJT-TRANS-ID TO RC-ADL-TRANS-ID
004970             MOVE REJT-REASON TO RC-ADL-REASON
004980             MOVE RC-AGE-DAYS TO RC-ADL-AGE-DAYS
004990             WRITE RCRPT-REC FROM RC-AGED-DETAIL-LINE
005000         END-IF
005010     END-IF.
005020*
005030*-------------------------------------------------------------*
005040 7000-PRODUCE-TOTALS.
005050*-------------------------------------------------------------*
005060     MOVE RC-REJT-READ-COUNT TO RC-RDL-COUNT
005070     WRITE RCRPT-REC FROM RC-READ-COUNT-LINE
005080     MOVE RC-RESUB-COUNT TO RC-RSL-COUNT
005090     WRITE RCRPT-REC FROM RC-RESUB-COUNT-LINE
005100     MOVE RC-CARRY-COUNT TO RC-CFL-COUNT
005110     WRITE RCRPT-REC FROM RC-CARRY-COUNT-LINE
005120     MOVE RC-AGED-COUNT TO RC-AGL-COUNT
005130     WRITE RCRPT-REC FROM RC-AGED-COUNT-LINE.
005140*
005150*-------------------------------------------------------------*
005160 8000-TERMINATE.
005170*-------------------------------------------------------------*
005180     CLOSE REJT-FILE
005190     CLOSE RESUB-FILE
005200     CLOSE CARRY-FILE
005210     CLOSE RCRPT-FILE
005220     IF RC-STAT-AVAIL
005230         MOVE "E" TO STAT-REC-TYPE
005240         MOVE RC-REJT-READ-COUNT TO STAT-REC-COUNT
005250         MOVE RC-AGED-COUNT TO STAT-EXCP-COUNT
005260         MOVE RC-CARRY-COUNT TO STAT-REJT-COUNT
005270         EVALUATE TRUE
005280             WHEN RC-OUTPUT-FAIL
005290                 MOVE "SEVR" TO STAT-SEVERITY
005300             WHEN RC-AGED-COUNT > ZERO
005310                 MOVE "WARN" TO STAT-SEVERITY
005320             WHEN OTHER
005330                 MOVE "OK" TO STAT-SEVERITY
005340         END-EVALUATE
005350         PERFORM 2700-WRITE-STATUS
005360         CLOSE STAT-FILE
005370     END-IF.
