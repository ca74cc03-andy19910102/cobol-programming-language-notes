000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PeriodReport.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - month-to-date and      *
000110*                   year-to-date management summary from     *
000120*                   HISTFILE for a period-end date read from *
000130*                   SYSIN.  Shows count, Ans total and       *
000140*                   nonzero remainder count per department   *
000150*                   prefix and operation type, with the      *
000160*                   prior month and the same month last year *
000170*                   and the variance against each.  Periods  *
000180*                   that start before the HistArchive cutoff *
000190*                   on the ARCHFILE header, or any period    *
000200*                   when no cutoff is recorded there, are    *
000210*                   flagged.                                 *
000220*-----------------------------------------------------------*
000230* Periods, for a period-end date of YYYYMMDD:                *
000240*   MONTH TO DATE   YYYYMM01 to the period end               *
000250*   YEAR TO DATE    YYYY0101 to the period end               *
000260*   PRIOR MONTH     the 1st of the prior month to the same   *
000270*                   day of that month (or its last day)      *
000280*   SAME MONTH LY   the 1st of this month last year to the   *
000290*                   same day (or the last day of the month)  *
000300* so each variance compares like-for-like days.  Variance =  *
000310* month to date less the comparison period.  Type ALL counts *
000320* every record of the department, including any record whose *
000330* type is not A/S/M/D/W.  Department *** is the report total.*
000340* A period is flagged *ARCHIVED* when it starts before the   *
000350* cutoff of the last archive sweep, since those records are  *
000360* no longer on HISTFILE.                                     *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HIST-KEY
000450         FILE STATUS IS WS-HIST-STATUS.
000460*
000470     SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-ARCH-STATUS.
000500*
000510     SELECT PDRPT-FILE ASSIGN TO "PERDRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PDRPT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*-----------------------------------------------------------*
000580* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000590*-----------------------------------------------------------*
000600 FD  HIST-FILE.
000610 01  HIST-REC.
000620     05  HIST-KEY.
000630         10  HIST-TRANS-ID          PIC X(10).
000640         10  HIST-RUN-DATE          PIC 9(08).
000650     05  HIST-NUM1                  PIC 9(02).
000660     05  HIST-NUM2                  PIC 9(02).
000670     05  HIST-NUM3                  PIC 9(02).
000680     05  HIST-ANS                   PIC S9(02)V9(02).
000690     05  HIST-REM                   PIC 9(01)V9(02).
000700     05  HIST-TRANS-TYPE            PIC X(01).
000710     05  FILLER                     PIC X(08).
000720*
000730*-----------------------------------------------------------*
000740* ARCH-FILE - DATED SEQUENTIAL ARCHIVE UNLOAD (HEADER ONLY)  *
000750*-----------------------------------------------------------*
000760 FD  ARCH-FILE
000770     RECORDING MODE IS F.
000780 01  ARCH-REC.
000790     05  ARCH-MARKER                PIC X(10).
000800         88  ARCH-HEADER-PRESENT          VALUE "*ARCHIVE* ".
000810     05  ARCH-SWEEP-DATE            PIC 9(08).
000820     05  FILLER                     PIC X(08).
000830     05  ARCH-RETAIN-DAYS           PIC 9(05).
000840     05  FILLER                     PIC X(01).
000850     05  ARCH-CUTOFF-DATE           PIC X(08).
000860*
000870*-----------------------------------------------------------*
000880* PDRPT-FILE - MTD / YTD PERIOD SUMMARY REPORT               *
000890*-----------------------------------------------------------*
000900 FD  PDRPT-FILE
000910     RECORDING MODE IS F.
000920 01  PDRPT-REC                      PIC X(80).
000930*
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------*
000960* FILE STATUS FIELDS                                        *
000970*-----------------------------------------------------------*
000980 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000990 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
001000 01  WS-PDRPT-STATUS            PIC X(02) VALUE SPACES.
001010*
001020*-----------------------------------------------------------*
001030* SWITCHES                                                  *
001040*-----------------------------------------------------------*
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001070         88  WS-EOF-YES                    VALUE 'Y'.
001080     05  PR-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001090         88  PR-HIST-AVAIL                 VALUE 'Y'.
001100     05  PR-CUTOFF-KNOWN-SW      PIC X(01) VALUE 'N'.
001110         88  PR-CUTOFF-KNOWN               VALUE 'Y'.
001120     05  PR-HAVE-DEPT-SW         PIC X(01) VALUE 'N'.
001130         88  PR-HAVE-DEPT                  VALUE 'Y'.
001140     05  PR-TYPE-FOUND-SW        PIC X(01) VALUE 'N'.
001150         88  PR-TYPE-FOUND                 VALUE 'Y'.
001160     05  PR-ACTIVE-SW            PIC X(01) VALUE 'N'.
001170         88  PR-TYPE-ACTIVE                VALUE 'Y'.
001180*
001190*-----------------------------------------------------------*
001200* PERIOD-END PARAMETER AND PERIOD BOUNDARIES                *
001210*-----------------------------------------------------------*
001220 01  PR-END-DATE-IN.
001230     05  PR-EDI-YEAR             PIC X(04).
001240     05  PR-EDI-MONTH            PIC X(02).
001250     05  PR-EDI-DAY              PIC X(02).
001260 01  PR-END-DATE-IN-9 REDEFINES PR-END-DATE-IN
001270                                 PIC 9(08).
001280 01  PR-END-DATE.
001290     05  PR-END-YEAR             PIC 9(04).
001300     05  PR-END-MONTH            PIC 9(02).
001310     05  PR-END-DAY              PIC 9(02).
001320 01  PR-END-DATE-9 REDEFINES PR-END-DATE
001330                                 PIC 9(08).
001340 01  PR-BC-FUNCTION              PIC X(01) VALUE SPACE.
001350 01  PR-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001360 01  PR-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001370 01  PR-CUTOFF-DATE              PIC 9(08) VALUE 0.
001380*
001390 01  PR-WORK-DATE.
001400     05  PR-WORK-YEAR            PIC 9(04).
001410     05  PR-WORK-MONTH           PIC 9(02).
001420     05  PR-WORK-DAY             PIC 9(02).
001430 01  PR-WORK-DATE-9 REDEFINES PR-WORK-DATE
001440                                 PIC 9(08).
001450 77  PR-MONTH-LEN                PIC 9(02) VALUE 0.
001460 77  PR-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
001470 77  PR-LEAP-REM4                PIC 9(04) COMP VALUE 0.
001480 77  PR-LEAP-REM100              PIC 9(04) COMP VALUE 0.
001490 77  PR-LEAP-REM400              PIC 9(04) COMP VALUE 0.
001500*
001510 01  PR-MONTH-DAYS-VALUES.
001520     05  FILLER  PIC 9(02) VALUE 31.
001530     05  FILLER  PIC 9(02) VALUE 28.
001540     05  FILLER  PIC 9(02) VALUE 31.
001550     05  FILLER  PIC 9(02) VALUE 30.
001560     05  FILLER  PIC 9(02) VALUE 31.
001570     05  FILLER  PIC 9(02) VALUE 30.
001580     05  FILLER  PIC 9(02) VALUE 31.
001590     05  FILLER  PIC 9(02) VALUE 31.
001600     05  FILLER  PIC 9(02) VALUE 30.
001610     05  FILLER  PIC 9(02) VALUE 31.
001620     05  FILLER  PIC 9(02) VALUE 30.
001630     05  FILLER  PIC 9(02) VALUE 31.
001640 01  PR-MONTH-DAYS-TABLE REDEFINES PR-MONTH-DAYS-VALUES.
001650     05  PR-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001660*
001670*    PERIOD 1 = MONTH TO DATE, 2 = YEAR TO DATE,              *
001680*    3 = PRIOR MONTH, 4 = SAME MONTH LAST YEAR                *
001690 01  PR-PERIOD-NAME-VALUES.
001700     05  FILLER  PIC X(14) VALUE "MONTH TO DATE ".
001710     05  FILLER  PIC X(14) VALUE "YEAR TO DATE  ".
001720     05  FILLER  PIC X(14) VALUE "PRIOR MONTH   ".
001730     05  FILLER  PIC X(14) VALUE "SAME MONTH LY ".
001740 01  PR-PERIOD-NAME-TABLE REDEFINES PR-PERIOD-NAME-VALUES.
001750     05  PR-PERIOD-NAME          PIC X(14) OCCURS 4 TIMES.
001760*
001770 01  PR-PERIOD-TABLE.
001780     05  PR-PD-ENTRY OCCURS 4 TIMES.
001790         10  PR-PD-START         PIC 9(08) VALUE 0.
001800         10  PR-PD-END           PIC 9(08) VALUE 0.
001810         10  PR-PD-SHORT-SW      PIC X(01) VALUE 'N'.
001820             88  PR-PD-SHORT               VALUE 'Y'.
001830*
001840*-----------------------------------------------------------*
001850* OPERATION TYPES - SLOT 6 (ALL) TAKES EVERY RECORD          *
001860*-----------------------------------------------------------*
001870 01  PR-TYPE-VALUES.
001880     05  FILLER  PIC X(03) VALUE "A  ".
001890     05  FILLER  PIC X(03) VALUE "S  ".
001900     05  FILLER  PIC X(03) VALUE "M  ".
001910     05  FILLER  PIC X(03) VALUE "D  ".
001920     05  FILLER  PIC X(03) VALUE "W  ".
001930     05  FILLER  PIC X(03) VALUE "ALL".
001940 01  PR-TYPE-TABLE REDEFINES PR-TYPE-VALUES.
001950     05  PR-TYPE-CODE            PIC X(03) OCCURS 6 TIMES.
001960 77  PR-ALL-TYPES                PIC 9(01) COMP VALUE 6.
001970*
001980*-----------------------------------------------------------*
001990* DEPARTMENT AND REPORT ACCUMULATORS (TYPE BY PERIOD)        *
002000*-----------------------------------------------------------*
002010 01  PR-HOLD-DEPT                PIC X(03) VALUE SPACES.
002020 01  PR-DEPT-TOTALS.
002030     05  PR-DT-TYPE OCCURS 6 TIMES.
002040         10  PR-DT-PERIOD OCCURS 4 TIMES.
002050             15  PR-DT-COUNT     PIC S9(07) COMP VALUE 0.
002060             15  PR-DT-ANS       PIC S9(09)V9(02) VALUE 0.
002070             15  PR-DT-NZREM     PIC S9(07) COMP VALUE 0.
002080 01  PR-GRAND-TOTALS.
002090     05  PR-GT-TYPE OCCURS 6 TIMES.
002100         10  PR-GT-PERIOD OCCURS 4 TIMES.
002110             15  PR-GT-COUNT     PIC S9(07) COMP VALUE 0.
002120             15  PR-GT-ANS       PIC S9(09)V9(02) VALUE 0.
002130             15  PR-GT-NZREM     PIC S9(07) COMP VALUE 0.
002140 77  PR-TSUB                     PIC 9(02) COMP VALUE 0.
002150 77  PR-HIT-TSUB                 PIC 9(02) COMP VALUE 0.
002160 77  PR-PSUB                     PIC 9(02) COMP VALUE 0.
002170 77  PR-CMP-PSUB                 PIC 9(02) COMP VALUE 0.
002180*
002190*-----------------------------------------------------------*
002200* RUN ACCUMULATORS                                          *
002210*-----------------------------------------------------------*
002220 01  PR-RUN-TOTALS.
002230     05  PR-READ-COUNT           PIC 9(07) COMP VALUE 0.
002240     05  PR-USED-COUNT           PIC 9(07) COMP VALUE 0.
002250     05  PR-OUTSIDE-COUNT        PIC 9(07) COMP VALUE 0.
002260     05  PR-BAD-DATE-COUNT       PIC 9(07) COMP VALUE 0.
002270     05  PR-OTHER-TYPE-COUNT     PIC 9(07) COMP VALUE 0.
002280 77  PR-IN-PERIOD-COUNT          PIC 9(01) COMP VALUE 0.
002290*
002300*-----------------------------------------------------------*
002310* REPORT LINE LAYOUTS                                       *
002320*-----------------------------------------------------------*
002330 01  PR-HEADING-LINE.
002340     05  FILLER                  PIC X(44)
002350         VALUE "PERIODREPORT MTD/YTD SUMMARY  PERIOD ENDING ".
002360     05  PR-HDG-DATE             PIC 9(08).
002370     05  FILLER                  PIC X(28) VALUE SPACES.
002380 01  PR-CUTOFF-LINE.
002390     05  FILLER                  PIC X(25)
002400         VALUE "ARCHIVE CUTOFF  . . . . .".
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  PR-COL-CUTOFF           PIC X(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  PR-COL-NOTE             PIC X(40).
002450     05  FILLER                  PIC X(04) VALUE SPACES.
002460 01  PR-PERIOD-LINE.
002470     05  PR-PL-NAME              PIC X(14).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  PR-PL-START             PIC 9(08).
002500     05  FILLER                  PIC X(03) VALUE " - ".
002510     05  PR-PL-END               PIC 9(08).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  PR-PL-FLAG              PIC X(30).
002540     05  FILLER                  PIC X(13) VALUE SPACES.
002550 01  PR-BLANK-LINE               PIC X(80) VALUE SPACES.
002560 01  PR-COLUMN-LINE.
002570     05  FILLER                  PIC X(10)
002580         VALUE "DEPT TYPE ".
002590     05  FILLER                  PIC X(16)
002600         VALUE "PERIOD          ".
002610     05  FILLER                  PIC X(09)
002620         VALUE "  COUNT  ".
002630     05  FILLER                  PIC X(17)
002640         VALUE "      ANS TOTAL  ".
002650     05  FILLER                  PIC X(10)
002660         VALUE "NZ REM    ".
002670     05  FILLER                  PIC X(18) VALUE SPACES.
002680 01  PR-DETAIL-LINE.
002690     05  PR-DL-DEPT              PIC X(03).
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  PR-DL-TYPE              PIC X(03).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  PR-DL-PERIOD            PIC X(14).
002740     05  FILLER                  PIC X(01) VALUE SPACES.
002750     05  PR-DL-COUNT             PIC -ZZZ,ZZ9.
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  PR-DL-ANS               PIC -ZZZ,ZZZ,ZZ9.99.
002780     05  FILLER                  PIC X(02) VALUE SPACES.
002790     05  PR-DL-NZREM             PIC -ZZZ,ZZ9.
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  PR-DL-FLAG              PIC X(10).
002820     05  FILLER                  PIC X(08) VALUE SPACES.
002830 01  PR-READ-COUNT-LINE.
002840     05  FILLER                  PIC X(25)
002850         VALUE "HISTORY RECORDS READ  . .".
002860     05  PR-RDL-COUNT            PIC ZZZ,ZZ9.
002870     05  FILLER                  PIC X(48) VALUE SPACES.
002880 01  PR-USED-COUNT-LINE.
002890     05  FILLER                  PIC X(25)
002900         VALUE "IN A REPORTED PERIOD  . .".
002910     05  PR-UDL-COUNT            PIC ZZZ,ZZ9.
002920     05  FILLER                  PIC X(48) VALUE SPACES.
002930 01  PR-OUTSIDE-COUNT-LINE.
002940     05  FILLER                  PIC X(25)
002950         VALUE "OUTSIDE ALL PERIODS . . .".
002960     05  PR-OSL-COUNT            PIC ZZZ,ZZ9.
002970     05  FILLER                  PIC X(48) VALUE SPACES.
002980 01  PR-BAD-DATE-COUNT-LINE.
002990     05  FILLER                  PIC X(25)
003000         VALUE "NO VALID RUN DATE . . . .".
003010     05  PR-BDL-COUNT            PIC ZZZ,ZZ9.
003020     05  FILLER                  PIC X(48) VALUE SPACES.
003030 01  PR-OTHER-TYPE-COUNT-LINE.
003040     05  FILLER                  PIC X(25)
003050         VALUE "OTHER TYPE, IN ALL ONLY .".
003060     05  PR-OTL-COUNT            PIC ZZZ,ZZ9.
003070     05  FILLER                  PIC X(48) VALUE SPACES.
003080*
003090 PROCEDURE DIVISION.
003100*=============================================================*
003110 0000-MAINLINE.
003120*=============================================================*
003130     PERFORM 1000-INITIALIZE
003140     PERFORM 2000-SUMMARIZE-RECORD THRU 2000-EXIT
003150         UNTIL WS-EOF-YES
003160     IF PR-HAVE-DEPT
003170         PERFORM 5000-DEPT-BREAK
003180     END-IF
003190     PERFORM 7000-PRODUCE-TOTALS
003200     PERFORM 8000-TERMINATE
003210     STOP RUN.
003220*
003230*-------------------------------------------------------------*
003240 1000-INITIALIZE.
003250*-------------------------------------------------------------*
003260     MOVE SPACES TO PR-END-DATE-IN
003270     ACCEPT PR-END-DATE-IN
003280     IF PR-END-DATE-IN NUMERIC
003290         AND PR-EDI-MONTH >= "01" AND NOT > "12"
003300         AND PR-EDI-DAY >= "01" AND NOT > "31"
003310         MOVE PR-END-DATE-IN-9 TO PR-END-DATE-9
003320         DISPLAY "PERIODREPORT - PERIOD END " PR-END-DATE-9
003330             " FROM PARAMETER CARD"
003340     ELSE
003350         ACCEPT PR-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003360         MOVE "P" TO PR-BC-FUNCTION
003370         MOVE ZERO TO PR-BC-DAY-COUNT
003380         CALL "BusCalendar" USING PR-BC-FUNCTION,
003390             PR-BC-SYSTEM-DATE, PR-BC-DAY-COUNT,
003400             PR-END-DATE-9
003410     END-IF
003420     PERFORM 1100-SET-PERIODS
003430     PERFORM 1200-READ-ARCHIVE-CUTOFF THRU 1200-EXIT
003440     OPEN OUTPUT PDRPT-FILE
003450     IF WS-PDRPT-STATUS NOT = "00"
003460         DISPLAY "PERIODREPORT - UNABLE TO OPEN PERDRPT, "
003470             "STATUS " WS-PDRPT-STATUS
003480     END-IF
003490     PERFORM 1300-WRITE-HEADINGS
003500     OPEN INPUT HIST-FILE
003510     IF WS-HIST-STATUS = "00"
003520         SET PR-HIST-AVAIL TO TRUE
003530         MOVE LOW-VALUES TO HIST-KEY
003540         START HIST-FILE KEY NOT LESS THAN HIST-KEY
003550             INVALID KEY
003560                 MOVE "Y" TO WS-EOF-SW
003570         END-START
003580         IF NOT WS-EOF-YES
003590             PERFORM 2100-READ-HISTORY
003600         END-IF
003610     ELSE
003620         DISPLAY "PERIODREPORT - UNABLE TO OPEN HISTFILE, "
003630             "STATUS " WS-HIST-STATUS
003640         MOVE "Y" TO WS-EOF-SW
003650     END-IF.
003660*
003670*-------------------------------------------------------------*
003680 1100-SET-PERIODS.
003690*-------------------------------------------------------------*
003700*    THE COMPARISON PERIODS RUN TO THE SAME DAY OF THEIR      *
003710*    MONTH, OR TO ITS LAST DAY WHEN THE MONTH IS SHORTER.     *
003720*-------------------------------------------------------------*
003730     MOVE PR-END-DATE TO PR-WORK-DATE
003740     MOVE 1 TO PR-WORK-DAY
003750     MOVE PR-WORK-DATE-9 TO PR-PD-START (1)
003760     MOVE PR-END-DATE-9 TO PR-PD-END (1)
003770     MOVE 1 TO PR-WORK-MONTH
003780     MOVE PR-WORK-DATE-9 TO PR-PD-START (2)
003790     MOVE PR-END-DATE-9 TO PR-PD-END (2)
003800     MOVE PR-END-DATE TO PR-WORK-DATE
003810     IF PR-WORK-MONTH = 1
003820         MOVE 12 TO PR-WORK-MONTH
003830         SUBTRACT 1 FROM PR-WORK-YEAR
003840     ELSE
003850         SUBTRACT 1 FROM PR-WORK-MONTH
003860     END-IF
003870     MOVE 3 TO PR-PSUB
003880     PERFORM 1150-SET-COMPARE-PERIOD
003890     MOVE PR-END-DATE TO PR-WORK-DATE
003900     SUBTRACT 1 FROM PR-WORK-YEAR
003910     MOVE 4 TO PR-PSUB
003920     PERFORM 1150-SET-COMPARE-PERIOD.
003930*
003940*-------------------------------------------------------------*
003950 1150-SET-COMPARE-PERIOD.
003960*-------------------------------------------------------------*
003970     PERFORM 6000-MONTH-LENGTH
003980     MOVE PR-END-DAY TO PR-WORK-DAY
003990     IF PR-WORK-DAY > PR-MONTH-LEN
004000         MOVE PR-MONTH-LEN TO PR-WORK-DAY
004010     END-IF
004020     MOVE PR-WORK-DATE-9 TO PR-PD-END (PR-PSUB)
004030     MOVE 1 TO PR-WORK-DAY
004040     MOVE PR-WORK-DATE-9 TO PR-PD-START (PR-PSUB).
004050*
004060*-------------------------------------------------------------*
004070 1200-READ-ARCHIVE-CUTOFF.
004080*-------------------------------------------------------------*
004090*    HISTARCHIVE CARRIES THE HIGHEST CUTOFF EVER APPLIED ON   *
004100*    THE ARCHFILE HEADER.  A ZERO CUTOFF TELLS NOTHING ABOUT  *
004110*    EARLIER SWEEPS, SO IT IS TREATED AS UNKNOWN.             *
004120*-------------------------------------------------------------*
004130     MOVE SPACES TO PR-COL-CUTOFF
004140     OPEN INPUT ARCH-FILE
004150     IF WS-ARCH-STATUS NOT = "00"
004160         DISPLAY "PERIODREPORT - ARCHFILE NOT AVAILABLE, "
004170             "STATUS " WS-ARCH-STATUS
004180             ", ARCHIVE CUTOFF UNKNOWN"
004190         MOVE "UNKNOWN" TO PR-COL-CUTOFF
004200         MOVE "ARCHFILE NOT AVAILABLE" TO PR-COL-NOTE
004210         GO TO 1200-EXIT
004220     END-IF
004230     READ ARCH-FILE
004240         AT END
004250             MOVE "UNKNOWN" TO PR-COL-CUTOFF
004260             MOVE "ARCHFILE IS EMPTY" TO PR-COL-NOTE
004270             CLOSE ARCH-FILE
004280             GO TO 1200-EXIT
004290     END-READ
004300     CLOSE ARCH-FILE
004310     EVALUATE TRUE
004320         WHEN NOT ARCH-HEADER-PRESENT
004330             MOVE "UNKNOWN" TO PR-COL-CUTOFF
004340             MOVE "*ARCHIVE* HEADER NOT FOUND" TO PR-COL-NOTE
004350         WHEN ARCH-CUTOFF-DATE NOT NUMERIC
004360             MOVE "UNKNOWN" TO PR-COL-CUTOFF
004370             MOVE "NO CUTOFF ON ARCHIVE HEADER" TO PR-COL-NOTE
004380         WHEN ARCH-CUTOFF-DATE = ZERO
004390             MOVE "UNKNOWN" TO PR-COL-CUTOFF
004400             MOVE "NO CUTOFF RECORDED BY SWEEP" TO PR-COL-NOTE
004410         WHEN OTHER
004420             SET PR-CUTOFF-KNOWN TO TRUE
004430             MOVE ARCH-CUTOFF-DATE TO PR-CUTOFF-DATE
004440             MOVE ARCH-CUTOFF-DATE TO PR-COL-CUTOFF
004450             MOVE "HISTORY BEFORE THIS DATE IS ARCHIVED"
004460                 TO PR-COL-NOTE
004470     END-EVALUATE
004480     .
004490 1200-EXIT.
004500     EXIT.
004510*
004520*-------------------------------------------------------------*
004530 1300-WRITE-HEADINGS.
004540*-------------------------------------------------------------*
004550     MOVE PR-END-DATE-9 TO PR-HDG-DATE
004560     WRITE PDRPT-REC FROM PR-HEADING-LINE
004570     WRITE PDRPT-REC FROM PR-CUTOFF-LINE
004580     MOVE 1 TO PR-PSUB
004590     PERFORM 1310-WRITE-PERIOD-LINE
004600         UNTIL PR-PSUB > 4
004610     WRITE PDRPT-REC FROM PR-BLANK-LINE
004620     WRITE PDRPT-REC FROM PR-COLUMN-LINE.
004630*
004640*-------------------------------------------------------------*
004650 1310-WRITE-PERIOD-LINE.
004660*-------------------------------------------------------------*
004670     MOVE PR-PERIOD-NAME (PR-PSUB) TO PR-PL-NAME
004680     MOVE PR-PD-START (PR-PSUB) TO PR-PL-START
004690     MOVE PR-PD-END (PR-PSUB) TO PR-PL-END
004700     EVALUATE TRUE
004710         WHEN NOT PR-CUTOFF-KNOWN
004720             SET PR-PD-SHORT (PR-PSUB) TO TRUE
004730             MOVE "*MAY BE UNDERSTATED*" TO PR-PL-FLAG
004740         WHEN PR-PD-START (PR-PSUB) < PR-CUTOFF-DATE
004750             SET PR-PD-SHORT (PR-PSUB) TO TRUE
004760             MOVE "*STARTS BEFORE ARCHIVE CUTOFF*"
004770                 TO PR-PL-FLAG
004780         WHEN OTHER
004790             MOVE SPACES TO PR-PL-FLAG
004800     END-EVALUATE
004810     WRITE PDRPT-REC FROM PR-PERIOD-LINE
004820     ADD 1 TO PR-PSUB.
004830*
004840*-------------------------------------------------------------*
004850 2000-SUMMARIZE-RECORD.
004860*-------------------------------------------------------------*
004870     ADD 1 TO PR-READ-COUNT
004880     IF HIST-RUN-DATE NOT NUMERIC
004890         OR HIST-RUN-DATE = ZERO
004900         ADD 1 TO PR-BAD-DATE-COUNT
004910         GO TO 2000-NEXT
004920     END-IF
004930     IF PR-HAVE-DEPT
004940         AND HIST-TRANS-ID (1:3) NOT = PR-HOLD-DEPT
004950         PERFORM 5000-DEPT-BREAK
004960     END-IF
004970     MOVE HIST-TRANS-ID (1:3) TO PR-HOLD-DEPT
004980     SET PR-HAVE-DEPT TO TRUE
004990     PERFORM 3000-FIND-TYPE
005000     MOVE ZERO TO PR-IN-PERIOD-COUNT
005010     MOVE 1 TO PR-PSUB
005020     PERFORM 4000-TALLY-PERIOD
005030         UNTIL PR-PSUB > 4
005040     IF PR-IN-PERIOD-COUNT > ZERO
005050         ADD 1 TO PR-USED-COUNT
005060     ELSE
005070         ADD 1 TO PR-OUTSIDE-COUNT
005080     END-IF
005090     .
005100 2000-NEXT.
005110     PERFORM 2100-READ-HISTORY
005120     .
005130 2000-EXIT.
005140     EXIT.
005150*
005160*-------------------------------------------------------------*
005170 2100-READ-HISTORY.
005180*-------------------------------------------------------------*
005190     READ HIST-FILE NEXT RECORD
005200         AT END
005210             MOVE "Y" TO WS-EOF-SW
005220     END-READ.
005230*
005240*-------------------------------------------------------------*
005250 3000-FIND-TYPE.
005260*-------------------------------------------------------------*
005270     MOVE 'N' TO PR-TYPE-FOUND-SW
005280     MOVE 1 TO PR-TSUB
005290     PERFORM 3100-SCAN-TYPE-TABLE
005300         UNTIL PR-TSUB = PR-ALL-TYPES
005310            OR PR-TYPE-FOUND
005320     IF PR-TYPE-FOUND
005330         MOVE PR-TSUB TO PR-HIT-TSUB
005340     ELSE
005350         MOVE ZERO TO PR-HIT-TSUB
005360         ADD 1 TO PR-OTHER-TYPE-COUNT
005370     END-IF.
005380*
005390*-------------------------------------------------------------*
005400 3100-SCAN-TYPE-TABLE.
005410*-------------------------------------------------------------*
005420     IF PR-TYPE-CODE (PR-TSUB) (1:1) = HIST-TRANS-TYPE
005430         SET PR-TYPE-FOUND TO TRUE
005440     ELSE
005450         ADD 1 TO PR-TSUB
005460     END-IF.
005470*
005480*-------------------------------------------------------------*
005490 4000-TALLY-PERIOD.
005500*-------------------------------------------------------------*
005510     IF HIST-RUN-DATE NOT < PR-PD-START (PR-PSUB)
005520         AND HIST-RUN-DATE NOT > PR-PD-END (PR-PSUB)
005530         ADD 1 TO PR-IN-PERIOD-COUNT
005540         MOVE PR-ALL-TYPES TO PR-TSUB
005550         PERFORM 4100-ADD-TO-CELL
005560         IF PR-HIT-TSUB > ZERO
005570             MOVE PR-HIT-TSUB TO PR-TSUB
005580             PERFORM 4100-ADD-TO-CELL
005590         END-IF
005600     END-IF
005610     ADD 1 TO PR-PSUB.
005620*
005630*-------------------------------------------------------------*
005640 4100-ADD-TO-CELL.
005650*-------------------------------------------------------------*
005660     ADD 1 TO PR-DT-COUNT (PR-TSUB, PR-PSUB)
005670     ADD HIST-ANS TO PR-DT-ANS (PR-TSUB, PR-PSUB)
005680     IF HIST-REM NOT = ZERO
005690         ADD 1 TO PR-DT-NZREM (PR-TSUB, PR-PSUB)
005700     END-IF.
005710*
005720*-------------------------------------------------------------*
005730 5000-DEPT-BREAK.
005740*-------------------------------------------------------------*
005750*    PRINTS THE HELD DEPARTMENT, ROLLS IT INTO THE REPORT     *
005760*    TOTAL, AND CLEARS IT FOR THE NEXT DEPARTMENT.            *
005770*-------------------------------------------------------------*
005780     PERFORM 5100-PRINT-DEPT
005790     MOVE 1 TO PR-TSUB
005800     PERFORM 5300-ROLL-TYPE
005810         UNTIL PR-TSUB > PR-ALL-TYPES.
005820*
005830*-------------------------------------------------------------*
005840 5100-PRINT-DEPT.
005850*-------------------------------------------------------------*
005860     MOVE 1 TO PR-TSUB
005870     PERFORM 5200-PRINT-TYPE
005880         UNTIL PR-TSUB > PR-ALL-TYPES
005890     WRITE PDRPT-REC FROM PR-BLANK-LINE.
005900*
005910*-------------------------------------------------------------*
005920 5200-PRINT-TYPE.
005930*-------------------------------------------------------------*
005940*    A TYPE WITH NO RECORDS IN ANY PERIOD IS NOT PRINTED.     *
005950*-------------------------------------------------------------*
005960     IF PR-DT-COUNT (PR-TSUB, 1) > ZERO
005970         OR PR-DT-COUNT (PR-TSUB, 2) > ZERO
005980         OR PR-DT-COUNT (PR-TSUB, 3) > ZERO
005990         OR PR-DT-COUNT (PR-TSUB, 4) > ZERO
006000         MOVE PR-HOLD-DEPT TO PR-DL-DEPT
006010         MOVE PR-TYPE-CODE (PR-TSUB) TO PR-DL-TYPE
006020         MOVE 1 TO PR-PSUB
006030         PERFORM 5210-PRINT-PERIOD
006040         MOVE 2 TO PR-PSUB
006050         PERFORM 5210-PRINT-PERIOD
006060         MOVE 3 TO PR-PSUB
006070         PERFORM 5210-PRINT-PERIOD
006080         MOVE 3 TO PR-CMP-PSUB
006090         PERFORM 5220-PRINT-VARIANCE
006100         MOVE 4 TO PR-PSUB
006110         PERFORM 5210-PRINT-PERIOD
006120         MOVE 4 TO PR-CMP-PSUB
006130         PERFORM 5220-PRINT-VARIANCE
006140     END-IF
006150     ADD 1 TO PR-TSUB.
006160*
006170*-------------------------------------------------------------*
006180 5210-PRINT-PERIOD.
006190*-------------------------------------------------------------*
006200     MOVE PR-PERIOD-NAME (PR-PSUB) TO PR-DL-PERIOD
006210     MOVE PR-DT-COUNT (PR-TSUB, PR-PSUB) TO PR-DL-COUNT
006220     MOVE PR-DT-ANS (PR-TSUB, PR-PSUB) TO PR-DL-ANS
006230     MOVE PR-DT-NZREM (PR-TSUB, PR-PSUB) TO PR-DL-NZREM
006240     IF PR-PD-SHORT (PR-PSUB)
006250         MOVE "*ARCHIVED*" TO PR-DL-FLAG
006260     ELSE
006270         MOVE SPACES TO PR-DL-FLAG
006280     END-IF
006290     WRITE PDRPT-REC FROM PR-DETAIL-LINE
006300     MOVE SPACES TO PR-DL-DEPT
006310     MOVE SPACES TO PR-DL-TYPE.
006320*
006330*-------------------------------------------------------------*
006340 5220-PRINT-VARIANCE.
006350*-------------------------------------------------------------*
006360*    MONTH TO DATE LESS THE COMPARISON PERIOD.                *
006370*-------------------------------------------------------------*
006380     IF PR-CMP-PSUB = 3
006390         MOVE "VAR VS PRIOR  " TO PR-DL-PERIOD
006400     ELSE
006410         MOVE "VAR VS LAST YR" TO PR-DL-PERIOD
006420     END-IF
006430     COMPUTE PR-DL-COUNT =
006440         PR-DT-COUNT (PR-TSUB, 1)
006450         - PR-DT-COUNT (PR-TSUB, PR-CMP-PSUB)
006460     COMPUTE PR-DL-ANS =
006470         PR-DT-ANS (PR-TSUB, 1)
006480         - PR-DT-ANS (PR-TSUB, PR-CMP-PSUB)
006490     COMPUTE PR-DL-NZREM =
006500         PR-DT-NZREM (PR-TSUB, 1)
006510         - PR-DT-NZREM (PR-TSUB, PR-CMP-PSUB)
006520     IF PR-PD-SHORT (1)
006530         OR PR-PD-SHORT (PR-CMP-PSUB)
006540         MOVE "*ARCHIVED*" TO PR-DL-FLAG
006550     ELSE
006560         MOVE SPACES TO PR-DL-FLAG
006570     END-IF
006580     WRITE PDRPT-REC FROM PR-DETAIL-LINE.
006590*
006600*-------------------------------------------------------------*
006610 5300-ROLL-TYPE.
006620*-------------------------------------------------------------*
006630     MOVE 1 TO PR-PSUB
006640     PERFORM 5310-ROLL-CELL
006650         UNTIL PR-PSUB > 4
006660     ADD 1 TO PR-TSUB.
006670*
006680*-------------------------------------------------------------*
006690 5310-ROLL-CELL.
006700*-------------------------------------------------------------*
006710     ADD PR-DT-COUNT (PR-TSUB, PR-PSUB)
006720         TO PR-GT-COUNT (PR-TSUB, PR-PSUB)
006730     ADD PR-DT-ANS (PR-TSUB, PR-PSUB)
006740         TO PR-GT-ANS (PR-TSUB, PR-PSUB)
006750     ADD PR-DT-NZREM (PR-TSUB, PR-PSUB)
006760         TO PR-GT-NZREM (PR-TSUB, PR-PSUB)
006770     MOVE ZERO TO PR-DT-COUNT (PR-TSUB, PR-PSUB)
006780     MOVE ZERO TO PR-DT-ANS (PR-TSUB, PR-PSUB)
006790     MOVE ZERO TO PR-DT-NZREM (PR-TSUB, PR-PSUB)
006800     ADD 1 TO PR-PSUB.
006810*
006820*-------------------------------------------------------------*
006830 6000-MONTH-LENGTH.
006840*-------------------------------------------------------------*
006850*    DAYS IN PR-WORK-MONTH OF PR-WORK-YEAR.                   *
006860*-------------------------------------------------------------*
006870     MOVE PR-MONTH-DAYS (PR-WORK-MONTH) TO PR-MONTH-LEN
006880     IF PR-WORK-MONTH = 2
006890         DIVIDE PR-WORK-YEAR BY 4
006900             GIVING PR-LEAP-QUOT REMAINDER PR-LEAP-REM4
006910         DIVIDE PR-WORK-YEAR BY 100
006920             GIVING PR-LEAP-QUOT REMAINDER PR-LEAP-REM100
006930         DIVIDE PR-WORK-YEAR BY 400
006940             GIVING PR-LEAP-QUOT REMAINDER PR-LEAP-REM400
006950         IF PR-LEAP-REM4 = ZERO
006960             AND (PR-LEAP-REM100 NOT = ZERO
006970                 OR PR-LEAP-REM400 = ZERO)
006980             MOVE 29 TO PR-MONTH-LEN
006990         END-IF
007000     END-IF.
007010*
007020*-------------------------------------------------------------*
007030 7000-PRODUCE-TOTALS.
007040*-------------------------------------------------------------*
007050*    THE REPORT TOTAL PRINTS AS DEPARTMENT ***.               *
007060*-------------------------------------------------------------*
007070     MOVE PR-GRAND-TOTALS TO PR-DEPT-TOTALS
007080     MOVE "***" TO PR-HOLD-DEPT
007090     PERFORM 5100-PRINT-DEPT
007100     MOVE PR-READ-COUNT TO PR-RDL-COUNT
007110     WRITE PDRPT-REC FROM PR-READ-COUNT-LINE
007120     MOVE PR-USED-COUNT TO PR-UDL-COUNT
007130     WRITE PDRPT-REC FROM PR-USED-COUNT-LINE
007140     MOVE PR-OUTSIDE-COUNT TO PR-OSL-COUNT
007150     WRITE PDRPT-REC FROM PR-OUTSIDE-COUNT-LINE
007160     MOVE PR-BAD-DATE-COUNT TO PR-BDL-COUNT
007170     WRITE PDRPT-REC FROM PR-BAD-DATE-COUNT-LINE
007180     MOVE PR-OTHER-TYPE-COUNT TO PR-OTL-COUNT
007190     WRITE PDRPT-REC FROM PR-OTHER-TYPE-COUNT-LINE.
007200*
007210*-------------------------------------------------------------*
007220 8000-TERMINATE.
007230*-------------------------------------------------------------*
007240     IF PR-HIST-AVAIL
007250         CLOSE HIST-FILE
007260     END-IF
007270     CLOSE PDRPT-FILE
007280     DISPLAY "PERIODREPORT - HISTORY RECORDS READ " PR-READ-COUNT.
