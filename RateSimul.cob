000250*                   MULTIPLY can hold is reported as a       *
000260*                   would-be exception instead of a dollar   *
000270*                   delta that could never post.             *
000280* 15OCT2026   HAS   With no date on the parameter card the   *
000290*                   run date now defaults to the current     *
000300*                   business day from BusCalendar instead of *
000310*                   the system date.                         *
000320*-----------------------------------------------------------*
000330* The rate class is the last digit of the transaction id    *
000340* and the effective-rate selection matches RateLookup: the  *
000350* class's latest effective date not after the run date,     *
000360* skipping rates expired before the run date.               *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RTM-FILE ASSIGN TO "RTMAINT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RTM-STATUS.
000440*
000450     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS RATE-KEY
000490         FILE STATUS IS WS-RATE-STATUS.
000500*
000510     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HIST-KEY
000550         FILE STATUS IS WS-HIST-STATUS.
000560*
000570     SELECT SIMRPT-FILE ASSIGN TO "SIMRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SIMRPT-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*-----------------------------------------------------------*
000640* RTM-FILE - PROPOSED RATE MAINTENANCE TRANSACTIONS          *
000650*-----------------------------------------------------------*
000660 FD  RTM-FILE
000670     RECORDING MODE IS F.
000680 01  RTM-REC.
000690     05  RTM-ACTION                 PIC X(01).
000700         88  RTM-ACTION-ADD                   VALUE 'A'.
000710         88  RTM-ACTION-CHANGE                VALUE 'C'.
000720         88  RTM-ACTION-EXPIRE                VALUE 'E'.
000730     05  RTM-RATE-CLASS             PIC X(01).
000740     05  RTM-EFF-DATE               PIC X(08).
000750     05  RTM-RATE-VALUE             PIC X(01).
000760     05  RTM-EXPIRY-DATE            PIC X(08).
000770     05  RTM-USER-ID                PIC X(08).
000780     05  FILLER                     PIC X(53).
000790*
000800*-----------------------------------------------------------*
000810* RATE-FILE - EFFECTIVE-DATED RATE MASTER (INDEXED)          *
000820*-----------------------------------------------------------*
000830 FD  RATE-FILE.
000840 01  RATE-REC.
000850     05  RATE-KEY.
000860         10  RATE-CLASS             PIC X(01).
000870         10  RATE-EFF-DATE          PIC 9(08).
000880     05  RATE-VALUE                 PIC 9(01).
000890     05  RATE-EXPIRY-DATE           PIC 9(08).
000900     05  FILLER                     PIC X(22).
000910*
000920*-----------------------------------------------------------*
000930* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000940*-----------------------------------------------------------*
000950 FD  HIST-FILE.
000960 01  HIST-REC.
000970     05  HIST-KEY.
000980         10  HIST-TRANS-ID          PIC X(10).
000990         10  HIST-RUN-DATE          PIC 9(08).
001000     05  HIST-NUM1                  PIC 9(02).
001010     05  HIST-NUM2                  PIC 9(02).
001020     05  HIST-NUM3                  PIC 9(02).
001030     05  HIST-ANS                   PIC S9(02)V9(02).
001040     05  HIST-REM                   PIC 9(01)V9(02).
001050     05  HIST-TRANS-TYPE            PIC X(01).
001060     05  FILLER                     PIC X(08).
001070*
001080*-----------------------------------------------------------*
001090* SIMRPT-FILE - WHAT-IF REPRICING REPORT                     *
001100*-----------------------------------------------------------*
001110 FD  SIMRPT-FILE
001120     RECORDING MODE IS F.
001130 01  SIMRPT-REC                     PIC X(80).
001140*
001150 WORKING-STORAGE SECTION.
001160*-----------------------------------------------------------*
001170* FILE STATUS FIELDS                                        *
001180*-----------------------------------------------------------*
001190 01  WS-RTM-STATUS              PIC X(02) VALUE SPACES.
001200 01  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
001210 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001220 01  WS-SIMRPT-STATUS           PIC X(02) VALUE SPACES.
001230*
001240*-----------------------------------------------------------*
001250* SWITCHES                                                  *
001260*-----------------------------------------------------------*
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001290         88  WS-EOF-YES                    VALUE 'Y'.
001300     05  WS-RTM-EOF-SW           PIC X(01) VALUE 'N'.
001310         88  WS-RTM-EOF-YES                VALUE 'Y'.
001320     05  WS-RATE-EOF-SW          PIC X(01) VALUE 'N'.
001330         88  WS-RATE-EOF-YES               VALUE 'Y'.
001340     05  RS-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001350         88  RS-HIST-AVAIL                 VALUE 'Y'.
001360     05  RS-RATE-AVAIL-SW        PIC X(01) VALUE 'N'.
001370         88  RS-RATE-AVAIL                 VALUE 'Y'.
001380     05  RS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
001390         88  RS-ENTRY-FOUND                VALUE 'Y'.
001400     05  RS-DEPT-FOUND-SW        PIC X(01) VALUE 'N'.
001410         88  RS-DEPT-FOUND                 VALUE 'Y'.
001420*
001430*-----------------------------------------------------------*
001440* RUN-DATE PARAMETER WORK AREAS                             *
001450*-----------------------------------------------------------*
001460 01  RS-RUN-DATE-IN.
001470     05  RS-RDI-YEAR             PIC X(04).
001480     05  RS-RDI-MONTH            PIC X(02).
001490     05  RS-RDI-DAY              PIC X(02).
001500 01  RS-RUN-DATE-IN-9 REDEFINES RS-RUN-DATE-IN
001510                                 PIC 9(08).
001520 01  RS-RUN-DATE                 PIC 9(08) VALUE 0.
001530 01  RS-BC-FUNCTION              PIC X(01) VALUE SPACE.
001540 01  RS-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001550 01  RS-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001560*
001570*-----------------------------------------------------------*
001580* CURRENT AND PROPOSED RATE TABLES                          *
001590*-----------------------------------------------------------*
001600 01  RS-CURR-RATE-TABLE.
001610     05  RS-CR-ENTRY OCCURS 200 TIMES.
001620         10  RS-CR-CLASS         PIC X(01).
001630         10  RS-CR-EFF-DATE      PIC 9(08).
001640         10  RS-CR-VALUE         PIC 9(01).
001650         10  RS-CR-EXPIRY        PIC 9(08).
001660 01  RS-PROP-RATE-TABLE.
001670     05  RS-PR-ENTRY OCCURS 200 TIMES.
001680         10  RS-PR-CLASS         PIC X(01).
001690         10  RS-PR-EFF-DATE      PIC 9(08).
001700         10  RS-PR-VALUE         PIC 9(01).
001710         10  RS-PR-EXPIRY        PIC 9(08).
001720 77  RS-CURR-COUNT               PIC 9(03) COMP VALUE 0.
001730 77  RS-PROP-COUNT               PIC 9(03) COMP VALUE 0.
001740 77  RS-SUB                      PIC 9(03) COMP VALUE 0.
001750*
001760*-----------------------------------------------------------*
001770* RATE LOOKUP AND REPRICING WORK AREAS                      *
001780*-----------------------------------------------------------*
001790 01  RS-TRANS-KEY.
001800     05  RS-KEY-FILLER           PIC X(09).
001810     05  RS-KEY-LAST-DIGIT       PIC X(01).
001820 01  RS-WANT-CLASS               PIC X(01) VALUE SPACE.
001830 01  RS-WANT-CLASS-9 REDEFINES RS-WANT-CLASS
001840                                 PIC 9(01).
001850 77  RS-LOOK-RATE                PIC 9(01) VALUE 0.
001860 77  RS-BEST-EFF                 PIC 9(08) VALUE 0.
001870 77  RS-CUR-RATE                 PIC 9(01) VALUE 0.
001880 77  RS-NEW-RATE                 PIC 9(01) VALUE 0.
001890 01  RS-CUR-ANS                  PIC S9(05)V9(02) VALUE 0.
001900 01  RS-NEW-ANS                  PIC S9(05)V9(02) VALUE 0.
001910 01  RS-DELTA                    PIC S9(05)V9(02) VALUE 0.
001920 77  RS-CLASS-SUB                PIC 9(02) COMP VALUE 0.
001930*
001940*-----------------------------------------------------------*
001950* PER-CLASS AND PER-DEPARTMENT DELTA TABLES                 *
001960*-----------------------------------------------------------*
001970 01  RS-CLASS-TABLE.
001980     05  RS-CLS-ENTRY OCCURS 10 TIMES.
001990         10  RS-CLS-COUNT        PIC 9(07) COMP.
002000         10  RS-CLS-DELTA        PIC S9(09)V9(02).
002010 01  RS-DEPT-TABLE.
002020     05  RS-DP-ENTRY OCCURS 50 TIMES.
002030         10  RS-DP-DEPT          PIC X(03).
002040         10  RS-DP-COUNT         PIC 9(07) COMP.
002050         10  RS-DP-DELTA         PIC S9(09)V9(02).
002060 77  RS-DEPT-COUNT               PIC 9(02) COMP VALUE 0.
002070 77  RS-DSUB                     PIC 9(02) COMP VALUE 0.
002080*
002090*-----------------------------------------------------------*
002100* RUN ACCUMULATORS                                          *
002110*-----------------------------------------------------------*
002120 01  RS-RUN-TOTALS.
002130     05  RS-MAINT-READ-COUNT     PIC 9(05) COMP VALUE 0.
002140     05  RS-MAINT-APPLIED-COUNT  PIC 9(05) COMP VALUE 0.
002150     05  RS-MAINT-SKIPPED-COUNT  PIC 9(05) COMP VALUE 0.
002160     05  RS-REPRICED-COUNT       PIC 9(07) COMP VALUE 0.
002170     05  RS-UNSTAMPED-COUNT      PIC 9(07) COMP VALUE 0.
002180     05  RS-WOULD-EXCP-COUNT     PIC 9(07) COMP VALUE 0.
002190     05  RS-TOTAL-DELTA          PIC S9(09)V9(02) VALUE 0.
002200*
002210*-----------------------------------------------------------*
002220* REPORT LINE LAYOUTS                                       *
002230*-----------------------------------------------------------*
002240 01  RS-HEADING-LINE.
002250     05  FILLER                  PIC X(38)
002260         VALUE "RATESIMUL WHAT-IF REPRICING FOR RUN   ".
002270     05  RS-HDG-RUN-DATE         PIC 9(08).
002280     05  FILLER                  PIC X(34) VALUE SPACES.
002290 01  RS-CLASS-LINE.
002300     05  FILLER                  PIC X(11)
002310         VALUE "RATE CLASS ".
002320     05  RS-CLL-CLASS            PIC X(01).
002330     05  FILLER                  PIC X(08)
002340         VALUE "  COUNT ".
002350     05  RS-CLL-COUNT            PIC ZZZ,ZZ9.
002360     05  FILLER                  PIC X(12)
002370         VALUE "  ANS DELTA ".
002380     05  RS-CLL-DELTA            PIC -(8)9.99.
002390     05  FILLER                  PIC X(29) VALUE SPACES.
002400 01  RS-DEPT-LINE.
002410     05  FILLER                  PIC X(11)
002420         VALUE "DEPT       ".
002430     05  RS-DPL-DEPT             PIC X(03).
002440     05  FILLER                  PIC X(06)
002450         VALUE "COUNT ".
002460     05  RS-DPL-COUNT            PIC ZZZ,ZZ9.
002470     05  FILLER                  PIC X(12)
002480         VALUE "  ANS DELTA ".
002490     05  RS-DPL-DELTA            PIC -(8)9.99.
002500     05  FILLER                  PIC X(29) VALUE SPACES.
002510 01  RS-REPRICED-COUNT-LINE.
002520     05  FILLER                  PIC X(25)
002530         VALUE "MULTIPLIES REPRICED . . .".
002540     05  RS-RPL-COUNT            PIC ZZZ,ZZ9.
002550     05  FILLER                  PIC X(48) VALUE SPACES.
002560 01  RS-UNSTAMPED-COUNT-LINE.
002570     05  FILLER                  PIC X(25)
002580         VALUE "UNSTAMPED, SKIPPED  . . .".
002590     05  RS-USL-COUNT            PIC ZZZ,ZZ9.
002600     05  FILLER                  PIC X(48) VALUE SPACES.
002610 01  RS-WOULD-EXCP-COUNT-LINE.
002620     05  FILLER                  PIC X(25)
002630         VALUE "WOULD-BE EXCEPTIONS . . .".
002640     05  RS-WXL-COUNT            PIC ZZZ,ZZ9.
002650     05  FILLER                  PIC X(48) VALUE SPACES.
002660 01  RS-TOTAL-DELTA-LINE.
002670     05  FILLER                  PIC X(25)
002680         VALUE "TOTAL ANS DELTA . . . . .".
002690     05  RS-TDL-DELTA            PIC -(8)9.99.
002700     05  FILLER                  PIC X(43) VALUE SPACES.
002710 01  RS-MAINT-COUNT-LINE.
002720     05  FILLER                  PIC X(25)
002730         VALUE "PROPOSALS APPLIED . . . .".
002740     05  RS-MCL-APPLIED          PIC ZZZ,ZZ9.
002750     05  FILLER                  PIC X(11)
002760         VALUE "  SKIPPED  ".
002770     05  RS-MCL-SKIPPED          PIC ZZZ,ZZ9.
002780     05  FILLER                  PIC X(30) VALUE SPACES.
002790*
002800 PROCEDURE DIVISION.
002810*=============================================================*
002820 0000-MAINLINE.
002830*=============================================================*
002840     PERFORM 1000-INITIALIZE
002850     PERFORM 2000-REPRICE-RECORD THRU 2000-EXIT
002860         UNTIL WS-EOF-YES
002870     PERFORM 7000-PRODUCE-REPORT
002880     PERFORM 8000-TERMINATE
002890     STOP RUN.
002900*
002910*-------------------------------------------------------------*
002920 1000-INITIALIZE.
002930*-------------------------------------------------------------*
002940     MOVE SPACES TO RS-RUN-DATE-IN
002950     ACCEPT RS-RUN-DATE-IN
002960     IF RS-RUN-DATE-IN NUMERIC
002970         AND RS-RDI-MONTH >= "01" AND NOT > "12"
002980         AND RS-RDI-DAY >= "01" AND NOT > "31"
002990         MOVE RS-RUN-DATE-IN-9 TO RS-RUN-DATE
003000         DISPLAY "RATESIMUL - RUN DATE " RS-RUN-DATE
003010             " FROM PARAMETER CARD"
003020     ELSE
003030         ACCEPT RS-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003040         MOVE "P" TO RS-BC-FUNCTION
003050         MOVE ZERO TO RS-BC-DAY-COUNT
003060         CALL "BusCalendar" USING RS-BC-FUNCTION,
003070             RS-BC-SYSTEM-DATE, RS-BC-DAY-COUNT,
003080             RS-RUN-DATE
003090     END-IF
003100     OPEN OUTPUT SIMRPT-FILE
003110     IF WS-SIMRPT-STATUS NOT = "00"
003120         DISPLAY "RATESIMUL - UNABLE TO OPEN SIMRPT, "
003130             "STATUS " WS-SIMRPT-STATUS
003140     END-IF
003150     MOVE RS-RUN-DATE TO RS-HDG-RUN-DATE
003160     WRITE SIMRPT-REC FROM RS-HEADING-LINE
003170     MOVE 1 TO RS-SUB
003180     PERFORM 1050-CLEAR-CLASS-ENTRY
003190         UNTIL RS-SUB > 10
003200     PERFORM 1100-LOAD-CURRENT-RATES
003210     MOVE RS-CURR-RATE-TABLE TO RS-PROP-RATE-TABLE
003220     MOVE RS-CURR-COUNT TO RS-PROP-COUNT
003230     PERFORM 1300-APPLY-PROPOSALS
003240     OPEN INPUT HIST-FILE
003250     IF WS-HIST-STATUS = "00"
003260         SET RS-HIST-AVAIL TO TRUE
003270         MOVE LOW-VALUES TO HIST-KEY
003280         START HIST-FILE KEY NOT LESS THAN HIST-KEY
003290             INVALID KEY
003300                 MOVE "Y" TO WS-EOF-SW
003310         END-START
003320         PERFORM 2100-READ-HISTORY
003330     ELSE
003340         DISPLAY "RATESIMUL - UNABLE TO OPEN HISTFILE, "
003350             "STATUS " WS-HIST-STATUS
003360         MOVE "Y" TO WS-EOF-SW
003370     END-IF.
003380*
003390*-------------------------------------------------------------*
003400 1050-CLEAR-CLASS-ENTRY.
003410*-------------------------------------------------------------*
003420     MOVE ZERO TO RS-CLS-COUNT (RS-SUB)
003430     MOVE ZERO TO RS-CLS-DELTA (RS-SUB)
003440     ADD 1 TO RS-SUB.
003450*
003460*-------------------------------------------------------------*
003470 1100-LOAD-CURRENT-RATES.
003480*-------------------------------------------------------------*
003490     OPEN INPUT RATE-FILE
003500     IF WS-RATE-STATUS = "00"
003510         SET RS-RATE-AVAIL TO TRUE
003520         MOVE LOW-VALUES TO RATE-KEY
003530         START RATE-FILE KEY NOT LESS THAN RATE-KEY
003540             INVALID KEY
003550                 SET WS-RATE-EOF-YES TO TRUE
003560         END-START
003570         PERFORM 1150-READ-RATE
003580     ELSE
003590         DISPLAY "RATESIMUL - UNABLE TO OPEN RATEFILE, "
003600             "STATUS " WS-RATE-STATUS
003610             ", ZERO CURRENT RATES ASSUMED"
003620         SET WS-RATE-EOF-YES TO TRUE
003630     END-IF
003640     PERFORM 1160-STORE-RATE THRU 1160-EXIT
003650         UNTIL WS-RATE-EOF-YES
003660     IF RS-RATE-AVAIL
003670         CLOSE RATE-FILE
003680     END-IF.
003690*
003700*-------------------------------------------------------------*
003710 1150-READ-RATE.
003720*-------------------------------------------------------------*
003730     READ RATE-FILE NEXT RECORD
003740         AT END
003750             SET WS-RATE-EOF-YES TO TRUE
003760     END-READ.
003770*
003780*-------------------------------------------------------------*
003790 1160-STORE-RATE.
003800*-------------------------------------------------------------*
003810     IF RS-CURR-COUNT < 200
003820         ADD 1 TO RS-CURR-COUNT
003830         MOVE RATE-CLASS TO RS-CR-CLASS (RS-CURR-COUNT)
003840         MOVE RATE-EFF-DATE TO RS-CR-EFF-DATE (RS-CURR-COUNT)
003850         MOVE RATE-VALUE TO RS-CR-VALUE (RS-CURR-COUNT)
003860         MOVE RATE-EXPIRY-DATE TO RS-CR-EXPIRY (RS-CURR-COUNT)
003870     ELSE
003880         DISPLAY "RATESIMUL - RATE TABLE FULL, CLASS "
003890             RATE-CLASS " EFF " RATE-EFF-DATE " DROPPED"
003900     END-IF
003910     PERFORM 1150-READ-RATE
003920     .
003930 1160-EXIT.
003940     EXIT.
003950*
003960*-------------------------------------------------------------*
003970 1300-APPLY-PROPOSALS.
003980*-------------------------------------------------------------*
003990*    APPLIES THE RTMAINT BATCH TO THE IN-STORAGE PROPOSED      *
004000*    TABLE ONLY - RATEFILE ITSELF IS NEVER TOUCHED.            *
004010*-------------------------------------------------------------*
004020     OPEN INPUT RTM-FILE
004030     IF WS-RTM-STATUS NOT = "00"
004040         DISPLAY "RATESIMUL - UNABLE TO OPEN RTMAINT, "
004050             "STATUS " WS-RTM-STATUS
004060             ", NOTHING PROPOSED"
004070         SET WS-RTM-EOF-YES TO TRUE
004080     ELSE
004090         PERFORM 1350-READ-MAINT
004100     END-IF
004110     PERFORM 1360-APPLY-MAINT THRU 1360-EXIT
004120         UNTIL WS-RTM-EOF-YES
004130     IF WS-RTM-STATUS = "00"
004140         OR WS-RTM-STATUS = "10"
004150         CLOSE RTM-FILE
004160     END-IF.
004170*
004180*-------------------------------------------------------------*
004190 1350-READ-MAINT.
004200*-------------------------------------------------------------*
004210     READ RTM-FILE
004220         AT END
004230             SET WS-RTM-EOF-YES TO TRUE
004240     END-READ.
004250*
004260*-------------------------------------------------------------*
004270 1360-APPLY-MAINT.
004280*-------------------------------------------------------------*
004290     ADD 1 TO RS-MAINT-READ-COUNT
004300     EVALUATE TRUE
004310         WHEN RTM-RATE-CLASS = SPACE
004320           OR RTM-EFF-DATE NOT NUMERIC
004330             PERFORM 1380-SKIP-MAINT
004340         WHEN RTM-ACTION-ADD
004350             PERFORM 1400-FIND-PROP-ENTRY
004360             IF RS-ENTRY-FOUND
004370                 PERFORM 1380-SKIP-MAINT
004380             ELSE
004390                 PERFORM 1370-ADD-PROP-ENTRY
004400             END-IF
004410         WHEN RTM-ACTION-CHANGE
004420             PERFORM 1400-FIND-PROP-ENTRY
004430             IF RS-ENTRY-FOUND
004440                 AND RTM-RATE-VALUE NUMERIC
004450                 MOVE RTM-RATE-VALUE TO RS-PR-VALUE (RS-SUB)
004460                 ADD 1 TO RS-MAINT-APPLIED-COUNT
004470             ELSE
004480                 PERFORM 1380-SKIP-MAINT
004490             END-IF
004500         WHEN RTM-ACTION-EXPIRE
004510             PERFORM 1400-FIND-PROP-ENTRY
004520             IF RS-ENTRY-FOUND
004530                 AND RTM-EXPIRY-DATE NUMERIC
004540                 MOVE RTM-EXPIRY-DATE TO RS-PR-EXPIRY (RS-SUB)
004550                 ADD 1 TO RS-MAINT-APPLIED-COUNT
004560             ELSE
004570                 PERFORM 1380-SKIP-MAINT
004580             END-IF
004590         WHEN OTHER
004600             PERFORM 1380-SKIP-MAINT
004610     END-EVALUATE
004620     PERFORM 1350-READ-MAINT
004630     .
004640 1360-EXIT.
004650     EXIT.
004660*
004670*-------------------------------------------------------------*
004680 1370-ADD-PROP-ENTRY.
004690*-------------------------------------------------------------*
004700     IF RS-PROP-COUNT < 200
004710         AND RTM-RATE-VALUE NUMERIC
004720         ADD 1 TO RS-PROP-COUNT
004730         MOVE RTM-RATE-CLASS TO RS-PR-CLASS (RS-PROP-COUNT)
004740         MOVE RTM-EFF-DATE TO RS-PR-EFF-DATE (RS-PROP-COUNT)
004750         MOVE RTM-RATE-VALUE TO RS-PR-VALUE (RS-PROP-COUNT)
004760         MOVE ZERO TO RS-PR-EXPIRY (RS-PROP-COUNT)
004770         ADD 1 TO RS-MAINT-APPLIED-COUNT
004780     ELSE
004790         PERFORM 1380-SKIP-MAINT
004800     END-IF.
004810*
004820*-------------------------------------------------------------*
004830 1380-SKIP-MAINT.
004840*-------------------------------------------------------------*
004850     ADD 1 TO RS-MAINT-SKIPPED-COUNT
004860     DISPLAY "RATESIMUL - PROPOSAL SKIPPED, ACTION "
004870         RTM-ACTION " CLASS " RTM-RATE-CLASS
004880         " EFF " RTM-EFF-DATE.
004890*
004900*-------------------------------------------------------------*
004910 1400-FIND-PROP-ENTRY.
004920*-------------------------------------------------------------*
004930     MOVE 'N' TO RS-ENTRY-FOUND-SW
004940     MOVE 1 TO RS-SUB
004950     PERFORM 1410-SCAN-PROP-TABLE
004960         UNTIL RS-SUB > RS-PROP-COUNT
004970            OR RS-ENTRY-FOUND.
004980*
004990*-------------------------------------------------------------*
005000 1410-SCAN-PROP-TABLE.
005010*-------------------------------------------------------------*
005020     IF RS-PR-CLASS (RS-SUB) = RTM-RATE-CLASS
005030         AND RS-PR-EFF-DATE (RS-SUB) = RTM-EFF-DATE
005040         SET RS-ENTRY-FOUND TO TRUE
005050     ELSE
005060         ADD 1 TO RS-SUB
005070     END-IF.
005080*
005090*-------------------------------------------------------------*
005100 2000-REPRICE-RECORD.
005110*-------------------------------------------------------------*
005120     IF HIST-RUN-DATE NOT = RS-RUN-DATE
005130         GO TO 2000-NEXT
005140     END-IF
005150     EVALUATE TRUE
005160         WHEN HIST-TRANS-TYPE = 'M'
005170             PERFORM 3000-REPRICE-MULTIPLY
005180         WHEN HIST-TRANS-TYPE = SPACE
005190             ADD 1 TO RS-UNSTAMPED-COUNT
005200         WHEN OTHER
005210             CONTINUE
005220     END-EVALUATE.
005230 2000-NEXT.
005240     PERFORM 2100-READ-HISTORY
005250     .
005260 2000-EXIT.
005270     EXIT.
005280*
005290*-------------------------------------------------------------*
005300 2100-READ-HISTORY.
005310*-------------------------------------------------------------*
005320     READ HIST-FILE NEXT RECORD
005330         AT END
005340             MOVE "Y" TO WS-EOF-SW
005350     END-READ.
005360*
005370*-------------------------------------------------------------*
005380 3000-REPRICE-MULTIPLY.
005390*-------------------------------------------------------------*
005400     MOVE HIST-TRANS-ID TO RS-TRANS-KEY
005410     IF RS-KEY-LAST-DIGIT NUMERIC
005420         MOVE RS-KEY-LAST-DIGIT TO RS-WANT-CLASS
005430     ELSE
005440         MOVE '0' TO RS-WANT-CLASS
005450     END-IF
005460     PERFORM 3100-LOOKUP-CURRENT-RATE
005470     MOVE RS-LOOK-RATE TO RS-CUR-RATE
005480     PERFORM 3200-LOOKUP-PROPOSED-RATE
005490     MOVE RS-LOOK-RATE TO RS-NEW-RATE
005500     COMPUTE RS-CUR-ANS = HIST-NUM1 * RS-CUR-RATE
005510     COMPUTE RS-NEW-ANS = HIST-NUM1 * RS-NEW-RATE
005520     IF RS-NEW-ANS > 99.99
005530         ADD 1 TO RS-WOULD-EXCP-COUNT
005540     ELSE
005550         COMPUTE RS-DELTA = RS-NEW-ANS - RS-CUR-ANS
005560         ADD 1 TO RS-REPRICED-COUNT
005570         ADD RS-DELTA TO RS-TOTAL-DELTA
005580         COMPUTE RS-CLASS-SUB = RS-WANT-CLASS-9 + 1
005590         ADD 1 TO RS-CLS-COUNT (RS-CLASS-SUB)
005600         ADD RS-DELTA TO RS-CLS-DELTA (RS-CLASS-SUB)
005610         PERFORM 3300-TALLY-DEPT
005620     END-IF.
005630*
005640*-------------------------------------------------------------*
005650 3100-LOOKUP-CURRENT-RATE.
005660*-------------------------------------------------------------*
005670*    LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, SKIPPING    *
005680*    RATES EXPIRED BEFORE THE RUN DATE - SAME AS RATELOOKUP.   *
005690*-------------------------------------------------------------*
005700     MOVE ZERO TO RS-LOOK-RATE
005710     MOVE ZERO TO RS-BEST-EFF
005720     MOVE 1 TO RS-SUB
005730     PERFORM 3110-SCAN-CURR-RATE
005740         UNTIL RS-SUB > RS-CURR-COUNT.
005750*
005760*-------------------------------------------------------------*
005770 3110-SCAN-CURR-RATE.
005780*-------------------------------------------------------------*
005790     IF RS-CR-CLASS (RS-SUB) = RS-WANT-CLASS
005800         AND RS-CR-EFF-DATE (RS-SUB) NOT > RS-RUN-DATE
005810         AND (RS-CR-EXPIRY (RS-SUB) = ZERO
005820             OR RS-CR-EXPIRY (RS-SUB) NOT < RS-RUN-DATE)
005830         AND RS-CR-EFF-DATE (RS-SUB) NOT < RS-BEST-EFF
005840         MOVE RS-CR-EFF-DATE (RS-SUB) TO RS-BEST-EFF
005850         MOVE RS-CR-VALUE (RS-SUB) TO RS-LOOK-RATE
005860     END-IF
005870     ADD 1 TO RS-SUB.
005880*
005890*-------------------------------------------------------------*
005900 3200-LOOKUP-PROPOSED-RATE.
005910*-------------------------------------------------------------*
005920     MOVE ZERO TO RS-LOOK-RATE
005930     MOVE ZERO TO RS-BEST-EFF
005940     MOVE 1 TO RS-SUB
005950     PERFORM 3210-SCAN-PROP-RATE
005960         UNTIL RS-SUB > RS-PROP-COUNT.
005970*
005980*-------------------------------------------------------------*
005990 3210-SCAN-PROP-RATE.
006000*-------------------------------------------------------------*
006010     IF RS-PR-CLASS (RS-SUB) = RS-WANT-CLASS
006020         AND RS-PR-EFF-DATE (RS-SUB) NOT > RS-RUN-DATE
006030         AND (RS-PR-EXPIRY (RS-SUB) = ZERO
006040             OR RS-PR-EXPIRY (RS-SUB) NOT < RS-RUN-DATE)
006050         AND RS-PR-EFF-DATE (RS-SUB) NOT < RS-BEST-EFF
006060         MOVE RS-PR-EFF-DATE (RS-SUB) TO RS-BEST-EFF
006070         MOVE RS-PR-VALUE (RS-SUB) TO RS-LOOK-RATE
006080     END-IF
006090     ADD 1 TO RS-SUB.
006100*
006110*-------------------------------------------------------------*
006120 3300-TALLY-DEPT.
006130*-------------------------------------------------------------*
006140     MOVE 'N' TO RS-DEPT-FOUND-SW
006150     MOVE 1 TO RS-DSUB
006160     PERFORM 3310-SCAN-DEPT-TABLE
006170         UNTIL RS-DSUB > RS-DEPT-COUNT
006180            OR RS-DEPT-FOUND
006190     IF NOT RS-DEPT-FOUND
006200         IF RS-DEPT-COUNT < 50
006210             ADD 1 TO RS-DEPT-COUNT
006220             MOVE RS-DEPT-COUNT TO RS-DSUB
006230             MOVE HIST-TRANS-ID (1:3) TO RS-DP-DEPT (RS-DSUB)
006240             MOVE ZERO TO RS-DP-COUNT (RS-DSUB)
006250             MOVE ZERO TO RS-DP-DELTA (RS-DSUB)
006260             SET RS-DEPT-FOUND TO TRUE
006270         ELSE
006280             DISPLAY "RATESIMUL - DEPT TABLE FULL, "
006290                 HIST-TRANS-ID (1:3) " NOT BROKEN OUT"
006300         END-IF
006310     END-IF
006320     IF RS-DEPT-FOUND
006330         ADD 1 TO RS-DP-COUNT (RS-DSUB)
006340         ADD RS-DELTA TO RS-DP-DELTA (RS-DSUB)
006350     END-IF.
006360*
006370*-------------------------------------------------------------*
006380 3310-SCAN-DEPT-TABLE.
006390*-------------------------------------------------------------*
006400     IF RS-DP-DEPT (RS-DSUB) = HIST-TRANS-ID (1:3)
006410         SET RS-DEPT-FOUND TO TRUE
006420     ELSE
006430         ADD 1 TO RS-DSUB
006440     END-IF.
006450*
006460*-------------------------------------------------------------*
006470 7000-PRODUCE-REPORT.
006480*-------------------------------------------------------------*
006490     MOVE 1 TO RS-SUB
006500     PERFORM 7100-WRITE-CLASS-LINE
006510         UNTIL RS-SUB > 10
006520     MOVE 1 TO RS-DSUB
006530     PERFORM 7200-WRITE-DEPT-LINE
006540         UNTIL RS-DSUB > RS-DEPT-COUNT
006550     MOVE RS-REPRICED-COUNT TO RS-RPL-COUNT
006560     WRITE SIMRPT-REC FROM RS-REPRICED-COUNT-LINE
006570     MOVE RS-UNSTAMPED-COUNT TO RS-USL-COUNT
006580     WRITE SIMRPT-REC FROM RS-UNSTAMPED-COUNT-LINE
006590     MOVE RS-WOULD-EXCP-COUNT TO RS-WXL-COUNT
006600     WRITE SIMRPT-REC FROM RS-WOULD-EXCP-COUNT-LINE
006610     MOVE RS-TOTAL-DELTA TO RS-TDL-DELTA
006620     WRITE SIMRPT-REC FROM RS-TOTAL-DELTA-LINE
006630     MOVE RS-MAINT-APPLIED-COUNT TO RS-MCL-APPLIED
006640     MOVE RS-MAINT-SKIPPED-COUNT TO RS-MCL-SKIPPED
006650     WRITE SIMRPT-REC FROM RS-MAINT-COUNT-LINE.
006660*
006670*-------------------------------------------------------------*
006680 7100-WRITE-CLASS-LINE.
006690*-------------------------------------------------------------*
006700     IF RS-CLS-COUNT (RS-SUB) > ZERO
006710         COMPUTE RS-WANT-CLASS-9 = RS-SUB - 1
006720         MOVE RS-WANT-CLASS TO RS-CLL-CLASS
006730         MOVE RS-CLS-COUNT (RS-SUB) TO RS-CLL-COUNT
006740         MOVE RS-CLS-DELTA (RS-SUB) TO RS-CLL-DELTA
006750         WRITE SIMRPT-REC FROM RS-CLASS-LINE
006760     END-IF
006770     ADD 1 TO RS-SUB.
006780*
006790*-------------------------------------------------------------*
006800 7200-WRITE-DEPT-LINE.
006810*-------------------------------------------------------------*
006820     MOVE RS-DP-DEPT (RS-DSUB) TO RS-DPL-DEPT
006830     MOVE RS-DP-COUNT (RS-DSUB) TO RS-DPL-COUNT
006840     MOVE RS-DP-DELTA (RS-DSUB) TO RS-DPL-DELTA
006850     WRITE SIMRPT-REC FROM RS-DEPT-LINE
006860     ADD 1 TO RS-DSUB.
006870*
006880*-------------------------------------------------------------*
006890 8000-TERMINATE.
006900*-------------------------------------------------------------*
006910     IF RS-HIST-AVAIL
006920         CLOSE HIST-FILE
006930     END-IF
006940     CLOSE SIMRPT-FILE.
