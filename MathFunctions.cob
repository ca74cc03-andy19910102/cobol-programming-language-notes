001060*                   transaction type that produced them, so *
001070*                   the RateSimul what-if repricing can     *
001080*                   pick out the multiply transactions.     *
001090* 15OCT2026   HAS   The detail lines and department subtotal *
001100*                   lines now print the department name from *
001110*                   the DEPTFILE department master alongside *
001120*                   the three-character department prefix.   *
001130* 15OCT2026   HAS   TRANFILE is now built by the FeedMerge   *
001140*                   consolidation step; the source code it   *
001150*                   stamps on each record is carried onto    *
001160*                   the history record and the GL posting.   *
001170* 15OCT2026   HAS   With no date on the parameter card the   *
001180*                   run date now defaults to the current     *
001190*                   business day from BusCalendar instead of *
001200*                   the system date.                         *
001210* 15OCT2026   HAS   History records now carry an original-   *
001220*                   Ans field and a corrected flag for the   *
001230*                   RetroRate correction run; a fresh result *
001240*                   clears both.                             *
001250*-----------------------------------------------------------*
001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT TRANS-FILE ASSIGN TO "TRANFILE"
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS WS-TRANS-STATUS.
001320*
001330     SELECT RPT-FILE ASSIGN TO "RPTFILE"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-RPT-STATUS.
001360*
001370     SELECT EXCP-FILE ASSIGN TO "EXCPFILE"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-EXCP-STATUS.
001400*
001410     SELECT REJT-FILE ASSIGN TO "REJTFILE"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS WS-REJT-STATUS.
001440*
001450     SELECT HIST-FILE ASSIGN TO "HISTFILE"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS HIST-KEY
001490         FILE STATUS IS WS-HIST-STATUS.
001500*
001510     SELECT GL-FILE ASSIGN TO "GLFILE"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-GL-STATUS.
001540*
001550     SELECT STAT-FILE ASSIGN TO "STATFILE"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-STAT-STATUS.
001580*
001590     SELECT CKPT-FILE ASSIGN TO "MFCKPT"
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS WS-CKPT-STATUS.
001620*
001630     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS DEPT-CODE
001670         FILE STATUS IS WS-DEPT-STATUS.
001680*
001690 DATA DIVISION.
001700 FILE SECTION.
001710*-----------------------------------------------------------*
001720* TRANS-FILE - DAILY TRANSACTION INPUT (FROM FEEDMERGE)     *
001730*-----------------------------------------------------------*
001740 FD  TRANS-FILE
001750     RECORDING MODE IS F.
001760 01  TRANS-REC.
001770     05  TRANS-ID                   PIC X(10).
001780     05  TRANS-TYPE                 PIC X(01).
001790         88  TRANS-TYPE-ADD                   VALUE 'A'.
001800         88  TRANS-TYPE-SUBTRACT              VALUE 'S'.
001810         88  TRANS-TYPE-MULTIPLY              VALUE 'M'.
001820         88  TRANS-TYPE-DIVIDE                VALUE 'D'.
001830         88  TRANS-TYPE-WEIGHT                VALUE 'W'.
001840         88  TRANS-TYPE-VALID                 VALUES 'A' 'S'
001850                                                     'M' 'D' 'W'.
001860     05  NUM1                       PIC 9(02).
001870     05  NUM2                       PIC 9(02).
001880     05  NUM3                       PIC 9(02).
001890     05  TRANS-SOURCE               PIC X(02).
001900     05  FILLER                     PIC X(51).
001910*
001920*-----------------------------------------------------------*
001930* RPT-FILE - END-OF-DAY SUMMARY REPORT                       *
001940*-----------------------------------------------------------*
001950 FD  RPT-FILE
001960     RECORDING MODE IS F.
001970 01  RPT-REC                        PIC X(80).
001980*
001990*-----------------------------------------------------------*
002000* EXCP-FILE - ARITHMETIC OVERFLOW EXCEPTION LOG              *
002010*-----------------------------------------------------------*
002020 FD  EXCP-FILE
002030     RECORDING MODE IS F.
002040 01  EXCP-REC.
002050     05  EXCP-TRANS-ID              PIC X(10).
002060     05  EXCP-OPERATION             PIC X(08).
002070     05  EXCP-NUM1                  PIC 9(02).
002080     05  EXCP-NUM2                  PIC 9(02).
002090     05  FILLER                     PIC X(58).
002100*
002110*-----------------------------------------------------------*
002120* REJT-FILE - ZERO-DIVISOR REJECT FILE                       *
002130*-----------------------------------------------------------*
002140 FD  REJT-FILE
002150     RECORDING MODE IS F.
002160 01  REJT-REC.
002170     05  REJT-TRANS-ID              PIC X(10).
002180     05  REJT-TRANS-TYPE            PIC X(01).
002190     05  REJT-NUM1                  PIC 9(02).
002200     05  REJT-NUM2                  PIC 9(02).
002210     05  REJT-NUM3                  PIC 9(02).
002220     05  REJT-REASON                PIC X(30).
002230     05  REJT-REJECT-DATE           PIC 9(08).
002240     05  FILLER                     PIC X(15).
002250*
002260*-----------------------------------------------------------*
002270* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
002280*-----------------------------------------------------------*
002290 FD  HIST-FILE.
002300 01  HIST-REC.
002310     05  HIST-KEY.
002320         10  HIST-TRANS-ID          PIC X(10).
002330         10  HIST-RUN-DATE          PIC 9(08).
002340     05  HIST-NUM1                  PIC 9(02).
002350     05  HIST-NUM2                  PIC 9(02).
002360     05  HIST-NUM3                  PIC 9(02).
002370     05  HIST-ANS                   PIC S9(02)V9(02).
002380     05  HIST-REM                   PIC 9(01)V9(02).
002390     05  HIST-TRANS-TYPE            PIC X(01).
002400     05  HIST-SOURCE                PIC X(02).
002410     05  HIST-ORIG-ANS              PIC S9(02)V9(02).
002420     05  HIST-CORR-SW               PIC X(01).
002430         88  HIST-CORRECTED                   VALUE 'R'.
002440     05  FILLER                     PIC X(01).
002450*
002460*-----------------------------------------------------------*
002470* GL-FILE - DAILY GENERAL-LEDGER INTERFACE EXTRACT           *
002480*-----------------------------------------------------------*
002490 FD  GL-FILE
002500     RECORDING MODE IS F.
002510 01  GL-REC                         PIC X(40).
002520*
002530*-----------------------------------------------------------*
002540* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
002550*-----------------------------------------------------------*
002560 FD  STAT-FILE
002570     RECORDING MODE IS F.
002580 01  STAT-REC.
002590     05  STAT-JOB-NAME              PIC X(13).
002600     05  STAT-REC-TYPE              PIC X(01).
002610     05  STAT-RUN-DATE              PIC 9(08).
002620     05  STAT-RUN-TIME              PIC 9(08).
002630     05  STAT-REC-COUNT             PIC 9(07).
002640     05  STAT-EXCP-COUNT            PIC 9(07).
002650     05  STAT-REJT-COUNT            PIC 9(07).
002660     05  STAT-SEVERITY              PIC X(04).
002670     05  FILLER                     PIC X(25).
002680*
002690*-----------------------------------------------------------*
002700* CKPT-FILE - MID-FILE CHECKPOINT/RESTART LOG                *
002710*-----------------------------------------------------------*
002720 FD  CKPT-FILE
002730     RECORDING MODE IS F.
002740 01  CKPT-REC.
002750     05  CKPT-RUN-DATE              PIC 9(08).
002760     05  CKPT-TRANS-COUNT           PIC 9(07).
002770     05  CKPT-ANS-TOTAL             PIC S9(07)V9(02)
002780                                    SIGN LEADING SEPARATE.
002790     05  CKPT-REM-NONZERO-COUNT     PIC 9(07).
002800     05  CKPT-EXCP-COUNT            PIC 9(07).
002810     05  CKPT-REJT-COUNT            PIC 9(07).
002820     05  CKPT-ADD-COUNT             PIC 9(07).
002830     05  CKPT-ADD-ANS-TOTAL         PIC S9(07)V9(02)
002840                                    SIGN LEADING SEPARATE.
002850     05  CKPT-SUB-COUNT             PIC 9(07).
002860     05  CKPT-SUB-ANS-TOTAL         PIC S9(07)V9(02)
002870                                    SIGN LEADING SEPARATE.
002880     05  CKPT-MPY-COUNT             PIC 9(07).
002890     05  CKPT-MPY-ANS-TOTAL         PIC S9(07)V9(02)
002900                                    SIGN LEADING SEPARATE.
002910     05  CKPT-DIV-COUNT             PIC 9(07).
002920     05  CKPT-DIV-ANS-TOTAL         PIC S9(07)V9(02)
002930                                    SIGN LEADING SEPARATE.
002940     05  CKPT-WGT-COUNT             PIC 9(07).
002950     05  CKPT-WGT-ANS-TOTAL         PIC S9(07)V9(02)
002960                                    SIGN LEADING SEPARATE.
002970     05  CKPT-GL-REC-COUNT          PIC 9(09).
002980     05  CKPT-GL-HASH-TOTAL         PIC S9(11)V9(02)
002990                                    SIGN LEADING SEPARATE.
003000     05  CKPT-HOLD-DEPT             PIC X(03).
003010     05  CKPT-DEPT-COUNT            PIC 9(07).
003020     05  CKPT-DEPT-ANS-TOTAL        PIC S9(07)V9(02)
003030                                    SIGN LEADING SEPARATE.
003040     05  CKPT-LINE-COUNT            PIC 9(03).
003050     05  CKPT-PAGE-COUNT            PIC 9(04).
003060     05  CKPT-DATE                  PIC 9(08).
003070     05  CKPT-TIME                  PIC 9(08).
003080     05  FILLER                     PIC X(13).
003090*
003100*-----------------------------------------------------------*
003110* DEPT-FILE - DEPARTMENT MASTER (INDEXED)                    *
003120*-----------------------------------------------------------*
003130 FD  DEPT-FILE.
003140 01  DEPT-REC.
003150     05  DEPT-CODE                  PIC X(03).
003160     05  DEPT-NAME                  PIC X(20).
003170     05  DEPT-COST-CENTER           PIC X(06).
003180     05  DEPT-OPEN-DATE             PIC 9(08).
003190     05  DEPT-CLOSE-DATE            PIC 9(08).
003200     05  FILLER                     PIC X(15).
003210*
003220 WORKING-STORAGE SECTION.
003230*-----------------------------------------------------------*
003240* FILE STATUS FIELDS                                        *
003250*-----------------------------------------------------------*
003260 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
003270 01  WS-RPT-STATUS              PIC X(02) VALUE SPACES.
003280 01  WS-EXCP-STATUS             PIC X(02) VALUE SPACES.
003290 01  WS-REJT-STATUS             PIC X(02) VALUE SPACES.
003300 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
003310 01  WS-GL-STATUS               PIC X(02) VALUE SPACES.
003320 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
003330 01  WS-CKPT-STATUS             PIC X(02) VALUE SPACES.
003340 01  WS-DEPT-STATUS             PIC X(02) VALUE SPACES.
003350*
003360*-----------------------------------------------------------*
003370* SWITCHES                                                  *
003380*-----------------------------------------------------------*
003390 01  WS-SWITCHES.
003400     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
003410         88  WS-EOF-YES                    VALUE 'Y'.
003420     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
003430         88  WS-OPEN-FAIL                  VALUE 'Y'.
003440     05  WS-GL-AVAIL-SW          PIC X(01) VALUE 'N'.
003450         88  WS-GL-AVAIL                   VALUE 'Y'.
003460     05  WS-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
003470         88  WS-STAT-AVAIL                 VALUE 'Y'.
003480     05  WS-DIVISOR-SW           PIC X(01) VALUE 'Y'.
003490         88  WS-DIVISOR-OK                 VALUE 'Y'.
003500         88  WS-DIVISOR-BAD                VALUE 'N'.
003510     05  WS-CKPT-EOF-SW          PIC X(01) VALUE 'N'.
003520         88  WS-CKPT-EOF-YES               VALUE 'Y'.
003530     05  WS-CKPT-AVAIL-SW        PIC X(01) VALUE 'N'.
003540         88  WS-CKPT-AVAIL                 VALUE 'Y'.
003550     05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
003560         88  WS-RESTARTING                 VALUE 'Y'.
003570     05  WS-DEPT-AVAIL-SW        PIC X(01) VALUE 'N'.
003580         88  WS-DEPT-AVAIL                 VALUE 'Y'.
003590*
003600*-----------------------------------------------------------*
003610* ARITHMETIC WORK AREAS                                     *
003620*-----------------------------------------------------------*
003630 01  Ans                         PIC S9(02)V9(02) VALUE 0.
003640 01  Rem                         PIC 9(01)V9(02).
003650 01  WS-RATE                     PIC 9(01) VALUE 0.
003660 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
003670 01  WS-BC-FUNCTION              PIC X(01) VALUE SPACE.
003680 01  WS-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
003690 01  WS-BC-DAY-COUNT             PIC S9(05) VALUE 0.
003700 01  WS-RUN-DATE-IN.
003710     05  WS-RDI-YEAR             PIC X(04).
003720     05  WS-RDI-MONTH            PIC X(02).
003730     05  WS-RDI-DAY              PIC X(02).
003740 01  WS-RUN-DATE-IN-9 REDEFINES WS-RUN-DATE-IN
003750                                 PIC 9(08).
003760 01  WS-EXCP-OPERAND2            PIC 9(02) VALUE 0.
003770 01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
003780 77  WS-RESUME-FROM              PIC 9(07) COMP VALUE 0.
003790*
003800*-----------------------------------------------------------*
003810* REPORT ACCUMULATORS                                       *
003820*-----------------------------------------------------------*
003830 01  WS-REPORT-TOTALS.
003840     05  WS-REC-COUNT            PIC 9(07) COMP VALUE 0.
003850     05  WS-ANS-TOTAL            PIC S9(07)V9(02) VALUE 0.
003860     05  WS-REM-NONZERO-COUNT    PIC 9(07) COMP VALUE 0.
003870     05  WS-EXCEPTION-COUNT      PIC 9(07) COMP VALUE 0.
003880     05  WS-REJECT-COUNT         PIC 9(07) COMP VALUE 0.
003890*
003900 01  WS-OPERATION-TOTALS.
003910     05  WS-ADD-COUNT            PIC 9(07) COMP VALUE 0.
003920     05  WS-ADD-ANS-TOTAL        PIC S9(07)V9(02) VALUE 0.
003930     05  WS-SUB-COUNT            PIC 9(07) COMP VALUE 0.
003940     05  WS-SUB-ANS-TOTAL        PIC S9(07)V9(02) VALUE 0.
003950     05  WS-MPY-COUNT            PIC 9(07) COMP VALUE 0.
003960     05  WS-MPY-ANS-TOTAL        PIC S9(07)V9(02) VALUE 0.
003970     05  WS-DIV-COUNT            PIC 9(07) COMP VALUE 0.
003980     05  WS-DIV-ANS-TOTAL        PIC S9(07)V9(02) VALUE 0.
003990     05  WS-WGT-COUNT            PIC 9(07) COMP VALUE 0.
004000     05  WS-WGT-ANS-TOTAL        PIC S9(07)V9(02) VALUE 0.
004010*
004020*-----------------------------------------------------------*
004030* DETAIL REPORT PAGE AND CONTROL-BREAK WORK AREAS           *
004040*-----------------------------------------------------------*
004050 01  WS-PAGE-CONTROLS.
004060     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE 99.
004070     05  WS-PAGE-COUNT           PIC 9(04) COMP VALUE 0.
004080 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 55.
004090 01  WS-HOLD-DEPT                PIC X(03) VALUE SPACES.
004100 01  WS-HOLD-DEPT-NAME           PIC X(20) VALUE SPACES.
004110 01  WS-DEPT-TOTALS.
004120     05  WS-DEPT-COUNT           PIC 9(07) COMP VALUE 0.
004130     05  WS-DEPT-ANS-TOTAL       PIC S9(07)V9(02) VALUE 0.
004140 01  WS-EDIT-ANS                 PIC -(2)9.99.
004150*
004160*-----------------------------------------------------------*
004170* GL EXTRACT WORK AREAS AND RECORD LAYOUTS                  *
004180*-----------------------------------------------------------*
004190 01  WS-GL-TOTALS.
004200     05  WS-GL-REC-COUNT         PIC 9(09) COMP VALUE 0.
004210     05  WS-GL-HASH-TOTAL        PIC S9(11)V9(02) VALUE 0.
004220 01  WS-GL-HEADER.
004230     05  FILLER                  PIC X(01) VALUE "H".
004240     05  WS-GLH-RUN-DATE         PIC 9(08).
004250     05  FILLER                  PIC X(31) VALUE SPACES.
004260 01  WS-GL-POSTING.
004270     05  FILLER                  PIC X(01) VALUE "D".
004280     05  WS-GLD-TRANS-ID         PIC X(10).
004290     05  WS-GLD-RUN-DATE         PIC 9(08).
004300     05  WS-GLD-ANS              PIC S9(05)V9(02)
004310                                 SIGN LEADING SEPARATE.
004320     05  WS-GLD-SOURCE           PIC X(02).
004330     05  FILLER                  PIC X(11) VALUE SPACES.
004340 01  WS-GL-TRAILER.
004350     05  FILLER                  PIC X(01) VALUE "T".
004360     05  WS-GLT-REC-COUNT        PIC 9(09).
004370     05  WS-GLT-HASH-TOTAL       PIC S9(11)V9(02)
004380                                 SIGN LEADING SEPARATE.
004390     05  FILLER                  PIC X(16) VALUE SPACES.
004400 01  WS-PRINT-LINE               PIC X(80) VALUE SPACES.
004410*
004420*-----------------------------------------------------------*
004430* REPORT LINE LAYOUTS                                       *
004440*-----------------------------------------------------------*
004450 01  WS-REPORT-LINE.
004460     05  FILLER                  PIC X(25)
004470         VALUE "MATHFUNCTIONS DAILY RUN ".
004480     05  FILLER                  PIC X(55) VALUE SPACES.
004490 01  WS-REC-COUNT-LINE.
004500     05  FILLER                  PIC X(25)
004510         VALUE "RECORDS PROCESSED . . . .".
004520     05  WS-RCL-COUNT            PIC ZZZ,ZZ9.
004530     05  FILLER                  PIC X(48) VALUE SPACES.
004540 01  WS-ANS-TOTAL-LINE.
004550     05  FILLER                  PIC X(25)
004560         VALUE "TOTAL OF ANS . . . . . .".
004570     05  WS-ATL-TOTAL            PIC -(6)9.99.
004580     05  FILLER                  PIC X(45) VALUE SPACES.
004590 01  WS-REM-COUNT-LINE.
004600     05  FILLER                  PIC X(25)
004610         VALUE "NON-ZERO REMAINDERS . . .".
004620     05  WS-RML-COUNT            PIC ZZZ,ZZ9.
004630     05  FILLER                  PIC X(48) VALUE SPACES.
004640 01  WS-EXCP-COUNT-LINE.
004650     05  FILLER                  PIC X(25)
004660         VALUE "OVERFLOW EXCEPTIONS . . .".
004670     05  WS-XCL-COUNT            PIC ZZZ,ZZ9.
004680     05  FILLER                  PIC X(48) VALUE SPACES.
004690 01  WS-REJT-COUNT-LINE.
004700     05  FILLER                  PIC X(25)
004710         VALUE "REJECTED RECORDS  . . . .".
004720     05  WS-RJL-COUNT            PIC ZZZ,ZZ9.
004730     05  FILLER                  PIC X(48) VALUE SPACES.
004740 01  WS-OPER-TOTAL-LINE.
004750     05  WS-OTL-OPERATION        PIC X(10).
004760     05  FILLER                  PIC X(08)
004770         VALUE "COUNT  ".
004780     05  WS-OTL-COUNT            PIC ZZZ,ZZ9.
004790     05  FILLER                  PIC X(12)
004800         VALUE "  ANS TOTAL ".
004810     05  WS-OTL-ANS-TOTAL        PIC -(6)9.99.
004820     05  FILLER                  PIC X(32) VALUE SPACES.
004830 01  WS-PAGE-HEADING-LINE.
004840     05  FILLER                  PIC X(40)
004850         VALUE "MATHFUNCTIONS DAILY TRANSACTION DETAIL  ".
004860     05  WS-PHL-RUN-DATE         PIC 9(08).
004870     05  FILLER                  PIC X(22) VALUE SPACES.
004880     05  FILLER                  PIC X(05) VALUE "PAGE ".
004890     05  WS-PHL-PAGE             PIC ZZZ9.
004900     05  FILLER                  PIC X(01) VALUE SPACES.
004910 01  WS-COLUMN-HEADING-LINE.
004920     05  FILLER                  PIC X(44)
004930         VALUE "TRANS-ID    T  N1  N2  N3  RT  ANS      FLAG".
004940     05  FILLER                  PIC X(12)
004950         VALUE " DEPARTMENT ".
004960     05  FILLER                  PIC X(24) VALUE SPACES.
004970 01  WS-DETAIL-LINE.
004980     05  WS-DTL-TRANS-ID         PIC X(10).
004990     05  FILLER                  PIC X(02) VALUE SPACES.
005000     05  WS-DTL-TYPE             PIC X(01).
005010     05  FILLER                  PIC X(02) VALUE SPACES.
005020     05  WS-DTL-NUM1             PIC 9(02).
005030     05  FILLER                  PIC X(02) VALUE SPACES.
005040     05  WS-DTL-NUM2             PIC 9(02).
005050     05  FILLER                  PIC X(02) VALUE SPACES.
005060     05  WS-DTL-NUM3             PIC 9(02).
005070     05  FILLER                  PIC X(02) VALUE SPACES.
005080     05  WS-DTL-RATE             PIC X(01).
005090     05  FILLER                  PIC X(03) VALUE SPACES.
005100     05  WS-DTL-ANS              PIC X(07).
005110     05  FILLER                  PIC X(02) VALUE SPACES.
005120     05  WS-DTL-FLAG             PIC X(01).
005130     05  FILLER                  PIC X(04) VALUE SPACES.
005140     05  WS-DTL-DEPT-NAME        PIC X(20).
005150     05  FILLER                  PIC X(15) VALUE SPACES.
005160 01  WS-DEPT-SUBTOTAL-LINE.
005170     05  FILLER                  PIC X(05) VALUE "DEPT ".
005180     05  WS-DSL-DEPT             PIC X(03).
005190     05  FILLER                  PIC X(01) VALUE SPACES.
005200     05  WS-DSL-DEPT-NAME        PIC X(20).
005210     05  FILLER                  PIC X(18)
005220         VALUE " SUBTOTAL   COUNT ".
005230     05  WS-DSL-COUNT            PIC ZZZ,ZZ9.
005240     05  FILLER                  PIC X(12)
005250         VALUE "  ANS TOTAL ".
005260     05  WS-DSL-ANS-TOTAL        PIC -(6)9.99.
005270     05  FILLER                  PIC X(04) VALUE SPACES.
005280*
005290 PROCEDURE DIVISION.
005300*=============================================================*
005310 0000-MAINLINE.
005320*=============================================================*
005330     PERFORM 1000-INITIALIZE
005340     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
005350         UNTIL WS-EOF-YES
005360     PERFORM 7000-PRODUCE-REPORT
005370     PERFORM 8000-TERMINATE
005380     STOP RUN.
005390*
005400*-------------------------------------------------------------*
005410 1000-INITIALIZE.
005420*-------------------------------------------------------------*
005430     MOVE SPACES TO WS-RUN-DATE-IN
005440     ACCEPT WS-RUN-DATE-IN
005450     IF WS-RUN-DATE-IN NUMERIC
005460         AND WS-RDI-MONTH >= "01" AND NOT > "12"
005470         AND WS-RDI-DAY >= "01" AND NOT > "31"
005480         MOVE WS-RUN-DATE-IN-9 TO WS-RUN-DATE
005490         DISPLAY "MATHFUNCTIONS - RUN DATE OVERRIDE "
005500             WS-RUN-DATE " FROM PARAMETER CARD"
005510     ELSE
005520         ACCEPT WS-BC-SYSTEM-DATE FROM DATE YYYYMMDD
005530         MOVE "P" TO WS-BC-FUNCTION
005540         MOVE ZERO TO WS-BC-DAY-COUNT
005550         CALL "BusCalendar" USING WS-BC-FUNCTION,
005560             WS-BC-SYSTEM-DATE, WS-BC-DAY-COUNT,
005570             WS-RUN-DATE
005580     END-IF
005590     PERFORM 1100-READ-CHECKPOINTS
005600     OPEN EXTEND STAT-FILE
005610     IF WS-STAT-STATUS = "35"
005620         OPEN OUTPUT STAT-FILE
005630     END-IF
005640     IF WS-STAT-STATUS = "00"
005650         SET WS-STAT-AVAIL TO TRUE
005660         MOVE "S" TO STAT-REC-TYPE
005670         MOVE ZERO TO STAT-REC-COUNT
005680         MOVE ZERO TO STAT-EXCP-COUNT
005690         MOVE ZERO TO STAT-REJT-COUNT
005700         MOVE SPACES TO STAT-SEVERITY
005710         PERFORM 2700-WRITE-STATUS
005720     ELSE
005730               DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN STATFILE, "
005740             "STATUS " WS-STAT-STATUS
005750     END-IF
005760     OPEN INPUT DEPT-FILE
005770     IF WS-DEPT-STATUS = "00"
005780         SET WS-DEPT-AVAIL TO TRUE
005790     ELSE
005800         DISPLAY "MATHFUNCTIONS - DEPTFILE NOT AVAILABLE, "
005810             "STATUS " WS-DEPT-STATUS
005820             ", DEPARTMENT NAMES NOT PRINTED"
005830     END-IF
005840     OPEN INPUT TRANS-FILE
005850     IF WS-TRANS-STATUS NOT = "00"
005860         SET WS-OPEN-FAIL TO TRUE
005870         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN TRANFILE, "
005880             "STATUS " WS-TRANS-STATUS
005890         MOVE "Y" TO WS-EOF-SW
005900     ELSE
005910         PERFORM 2100-READ-TRANS
005920         IF WS-RESTARTING
005930             PERFORM 2100-READ-TRANS WS-RESUME-FROM TIMES
005940         END-IF
005950         IF NOT WS-EOF-YES
005960             AND NOT WS-RESTARTING
005970             MOVE TRANS-ID (1:3) TO WS-HOLD-DEPT
005980         END-IF
005990         PERFORM 6400-GET-DEPT-NAME
006000     END-IF
006010     MOVE WS-RUN-DATE TO WS-PHL-RUN-DATE
006020     IF WS-RESTARTING
006030         OPEN EXTEND RPT-FILE
006040     ELSE
006050         OPEN OUTPUT RPT-FILE
006060     END-IF
006070     IF WS-RPT-STATUS NOT = "00"
006080         SET WS-OPEN-FAIL TO TRUE
006090         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN RPTFILE, "
006100             "STATUS " WS-RPT-STATUS
006110     END-IF
006120     IF WS-RESTARTING
006130         OPEN EXTEND EXCP-FILE
006140     ELSE
006150         OPEN OUTPUT EXCP-FILE
006160     END-IF
006170     IF WS-EXCP-STATUS NOT = "00"
006180         SET WS-OPEN-FAIL TO TRUE
006190         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN EXCPFILE, "
006200             "STATUS " WS-EXCP-STATUS
006210     END-IF
006220     IF WS-RESTARTING
006230         OPEN EXTEND REJT-FILE
006240     ELSE
006250         OPEN OUTPUT REJT-FILE
006260     END-IF
006270     IF WS-REJT-STATUS NOT = "00"
006280         SET WS-OPEN-FAIL TO TRUE
006290         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN REJTFILE, "
006300             "STATUS " WS-REJT-STATUS
006310     END-IF
006320     OPEN I-O HIST-FILE
006330     IF WS-HIST-STATUS = "35"
006340         OPEN OUTPUT HIST-FILE
006350         CLOSE HIST-FILE
006360         OPEN I-O HIST-FILE
006370     END-IF
006380     IF WS-HIST-STATUS NOT = "00"
006390         SET WS-OPEN-FAIL TO TRUE
006400         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN HISTFILE, "
006410             "STATUS " WS-HIST-STATUS
006420     END-IF
006430     IF WS-RESTARTING
006440         OPEN EXTEND GL-FILE
006450     ELSE
006460         OPEN OUTPUT GL-FILE
006470     END-IF
006480     IF WS-GL-STATUS = "00"
006490         SET WS-GL-AVAIL TO TRUE
006500     END-IF
006510     IF WS-GL-STATUS NOT = "00"
006520         SET WS-OPEN-FAIL TO TRUE
006530         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN GLFILE, "
006540             "STATUS " WS-GL-STATUS
006550     ELSE
006560         IF NOT WS-RESTARTING
006570             MOVE WS-RUN-DATE TO WS-GLH-RUN-DATE
006580             WRITE GL-REC FROM WS-GL-HEADER
006590         END-IF
006600     END-IF.
006610*
006620*-------------------------------------------------------------*
006630 1100-READ-CHECKPOINTS.
006640*-------------------------------------------------------------*
006650     OPEN INPUT CKPT-FILE
006660     IF WS-CKPT-STATUS = "00"
006670         PERFORM 1150-READ-CKPT-REC
006680         PERFORM 1160-APPLY-CKPT-REC THRU 1160-EXIT
006690             UNTIL WS-CKPT-EOF-YES
006700         CLOSE CKPT-FILE
006710     END-IF
006720     IF WS-RESTARTING
006730         OPEN EXTEND CKPT-FILE
006740     ELSE
006750         OPEN OUTPUT CKPT-FILE
006760     END-IF
006770     IF WS-CKPT-STATUS = "00"
006780         SET WS-CKPT-AVAIL TO TRUE
006790         IF WS-RESTARTING
006800             DISPLAY "MATHFUNCTIONS - RESTART FROM CHECKPOINT, "
006810                 WS-RESUME-FROM " RECORDS ALREADY COMMITTED"
006820         END-IF
006830     ELSE
006840         DISPLAY "MATHFUNCTIONS - UNABLE TO OPEN MFCKPT, "
006850             "STATUS " WS-CKPT-STATUS
006860             ", CHECKPOINTING DISABLED"
006870     END-IF.
006880*
006890*-------------------------------------------------------------*
006900 1150-READ-CKPT-REC.
006910*-------------------------------------------------------------*
006920     READ CKPT-FILE
006930         AT END
006940             SET WS-CKPT-EOF-YES TO TRUE
006950     END-READ.
006960*
006970*-------------------------------------------------------------*
006980 1160-APPLY-CKPT-REC.
006990*-------------------------------------------------------------*
007000*    CHECKPOINTS FROM ANOTHER RUN DATE ARE STALE AND IGNORED.  *
007010*-------------------------------------------------------------*
007020     IF CKPT-RUN-DATE = WS-RUN-DATE
007030         SET WS-RESTARTING TO TRUE
007040         MOVE CKPT-TRANS-COUNT TO WS-RESUME-FROM
007050         MOVE CKPT-TRANS-COUNT TO WS-REC-COUNT
007060         MOVE CKPT-ANS-TOTAL TO WS-ANS-TOTAL
007070         MOVE CKPT-REM-NONZERO-COUNT TO WS-REM-NONZERO-COUNT
007080         MOVE CKPT-EXCP-COUNT TO WS-EXCEPTION-COUNT
007090         MOVE CKPT-REJT-COUNT TO WS-REJECT-COUNT
007100         MOVE CKPT-ADD-COUNT TO WS-ADD-COUNT
007110         MOVE CKPT-ADD-ANS-TOTAL TO WS-ADD-ANS-TOTAL
007120         MOVE CKPT-SUB-COUNT TO WS-SUB-COUNT
007130         MOVE CKPT-SUB-ANS-TOTAL TO WS-SUB-ANS-TOTAL
007140         MOVE CKPT-MPY-COUNT TO WS-MPY-COUNT
007150         MOVE CKPT-MPY-ANS-TOTAL TO WS-MPY-ANS-TOTAL
007160         MOVE CKPT-DIV-COUNT TO WS-DIV-COUNT
007170         MOVE CKPT-DIV-ANS-TOTAL TO WS-DIV-ANS-TOTAL
007180         MOVE CKPT-WGT-COUNT TO WS-WGT-COUNT
007190         MOVE CKPT-WGT-ANS-TOTAL TO WS-WGT-ANS-TOTAL
007200         MOVE CKPT-GL-REC-COUNT TO WS-GL-REC-COUNT
007210         MOVE CKPT-GL-HASH-TOTAL TO WS-GL-HASH-TOTAL
007220         MOVE CKPT-HOLD-DEPT TO WS-HOLD-DEPT
007230         MOVE CKPT-DEPT-COUNT TO WS-DEPT-COUNT
007240         MOVE CKPT-DEPT-ANS-TOTAL TO WS-DEPT-ANS-TOTAL
007250         MOVE CKPT-LINE-COUNT TO WS-LINE-COUNT
007260         MOVE CKPT-PAGE-COUNT TO WS-PAGE-COUNT
007270     END-IF
007280     PERFORM 1150-READ-CKPT-REC
007290     .
007300 1160-EXIT.
007310     EXIT.
007320*
007330*-------------------------------------------------------------*
007340 2000-PROCESS-RECORD.
007350*-------------------------------------------------------------*
007360     IF TRANS-ID (1:3) NOT = WS-HOLD-DEPT
007370         PERFORM 6300-WRITE-DEPT-SUBTOTAL
007380         MOVE TRANS-ID (1:3) TO WS-HOLD-DEPT
007390         PERFORM 6400-GET-DEPT-NAME
007400     END-IF
007410     MOVE SPACES TO WS-DTL-ANS
007420     MOVE SPACE TO WS-DTL-RATE
007430     MOVE SPACE TO WS-DTL-FLAG
007440     EVALUATE TRUE
007450         WHEN TRANS-TYPE-ADD
007460             PERFORM 2010-PROCESS-ADD
007470         WHEN TRANS-TYPE-SUBTRACT
007480             PERFORM 2020-PROCESS-SUBTRACT
007490         WHEN TRANS-TYPE-MULTIPLY
007500             PERFORM 2030-PROCESS-MULTIPLY
007510         WHEN TRANS-TYPE-DIVIDE
007520             PERFORM 2040-PROCESS-DIVIDE
007530         WHEN TRANS-TYPE-WEIGHT
007540             PERFORM 2050-PROCESS-WEIGHT
007550         WHEN OTHER
007560             MOVE "INVALID TRANS TYPE" TO WS-REJECT-REASON
007570             PERFORM 2400-WRITE-REJECT
007580     END-EVALUATE
007590     ADD 1 TO WS-REC-COUNT
007600     ADD 1 TO WS-DEPT-COUNT
007610     PERFORM 6200-WRITE-DETAIL
007620     PERFORM 2800-WRITE-CHECKPOINT
007630     PERFORM 2100-READ-TRANS
007640     .
007650 2000-EXIT.
007660     EXIT.
007670*
007680*-------------------------------------------------------------*
007690 2010-PROCESS-ADD.
007700*-------------------------------------------------------------*
007710     ADD Num1 TO Num2 GIVING Ans
007720         ON SIZE ERROR
007730             MOVE "ADD" TO EXCP-OPERATION
007740             MOVE Num2 TO WS-EXCP-OPERAND2
007750             PERFORM 2200-WRITE-EXCEPTION
007760         NOT ON SIZE ERROR
007770             DISPLAY Ans
007780             ADD Ans TO WS-ANS-TOTAL
007790             ADD Ans TO WS-ADD-ANS-TOTAL
007800             ADD Ans TO WS-DEPT-ANS-TOTAL
007810             MOVE Ans TO WS-EDIT-ANS
007820             MOVE WS-EDIT-ANS TO WS-DTL-ANS
007830             ADD 1 TO WS-ADD-COUNT
007840             MOVE ZERO TO Rem
007850             PERFORM 2500-WRITE-HISTORY
007860     END-ADD.
007870*
007880*-------------------------------------------------------------*
007890 2020-PROCESS-SUBTRACT.
007900*-------------------------------------------------------------*
007910     SUBTRACT Num1 FROM Num2 GIVING Ans
007920     DISPLAY Ans
007930     ADD Ans TO WS-ANS-TOTAL
007940     ADD Ans TO WS-SUB-ANS-TOTAL
007950     ADD Ans TO WS-DEPT-ANS-TOTAL
007960     MOVE Ans TO WS-EDIT-ANS
007970     MOVE WS-EDIT-ANS TO WS-DTL-ANS
007980     ADD 1 TO WS-SUB-COUNT
007990     MOVE ZERO TO Rem
008000     PERFORM 2500-WRITE-HISTORY.
008010*
008020*-------------------------------------------------------------*
008030 2030-PROCESS-MULTIPLY.
008040*-------------------------------------------------------------*
008050     CALL "RateLookup" USING TRANS-ID, WS-RUN-DATE, WS-RATE
008060     MOVE WS-RATE TO WS-DTL-RATE
008070     MULTIPLY Num1 BY WS-RATE GIVING Ans
008080         ON SIZE ERROR
008090             MOVE "MULTIPLY" TO EXCP-OPERATION
008100             MOVE WS-RATE TO WS-EXCP-OPERAND2
008110             PERFORM 2200-WRITE-EXCEPTION
008120         NOT ON SIZE ERROR
008130             DISPLAY Ans
008140             ADD Ans TO WS-ANS-TOTAL
008150             ADD Ans TO WS-MPY-ANS-TOTAL
008160             ADD Ans TO WS-DEPT-ANS-TOTAL
008170             MOVE Ans TO WS-EDIT-ANS
008180             MOVE WS-EDIT-ANS TO WS-DTL-ANS
008190             ADD 1 TO WS-MPY-COUNT
008200             MOVE ZERO TO Rem
008210             PERFORM 2500-WRITE-HISTORY
008220     END-MULTIPLY.
008230*
008240*-------------------------------------------------------------*
008250 2040-PROCESS-DIVIDE.
008260*-------------------------------------------------------------*
008270     PERFORM 2300-VALIDATE-DIVISOR
008280     IF WS-DIVISOR-OK
008290         DIVIDE Num1 INTO Num2 GIVING Ans
008300         DISPLAY Ans
008310         DIVIDE Num1 INTO Num2 GIVING Ans REMAINDER Rem
008320         DISPLAY "Remainer " Rem
008330         ADD Ans TO WS-ANS-TOTAL
008340         ADD Ans TO WS-DIV-ANS-TOTAL
008350         ADD Ans TO WS-DEPT-ANS-TOTAL
008360         MOVE Ans TO WS-EDIT-ANS
008370         MOVE WS-EDIT-ANS TO WS-DTL-ANS
008380         ADD 1 TO WS-DIV-COUNT
008390         IF Rem NOT = ZERO
008400             ADD 1 TO WS-REM-NONZERO-COUNT
008410         END-IF
008420         PERFORM 2500-WRITE-HISTORY
008430     ELSE
008440         MOVE "ZERO DIVISOR" TO WS-REJECT-REASON
008450         PERFORM 2400-WRITE-REJECT
008460     END-IF.
008470*
008480*-------------------------------------------------------------*
008490 2050-PROCESS-WEIGHT.
008500*-------------------------------------------------------------*
008510     PERFORM 2310-VALIDATE-WEIGHT
008520     IF WS-DIVISOR-OK
008530         COMPUTE Ans = Num1 * Num2 / Num3
008540             ON SIZE ERROR
008550                 MOVE "WEIGHT" TO EXCP-OPERATION
008560                 MOVE Num2 TO WS-EXCP-OPERAND2
008570                 PERFORM 2200-WRITE-EXCEPTION
008580             NOT ON SIZE ERROR
008590                 DISPLAY Ans
008600                 ADD Ans TO WS-ANS-TOTAL
008610                 ADD Ans TO WS-WGT-ANS-TOTAL
008620                 ADD Ans TO WS-DEPT-ANS-TOTAL
008630                 MOVE Ans TO WS-EDIT-ANS
008640                 MOVE WS-EDIT-ANS TO WS-DTL-ANS
008650                 ADD 1 TO WS-WGT-COUNT
008660                 MOVE ZERO TO Rem
008670                 PERFORM 2500-WRITE-HISTORY
008680         END-COMPUTE
008690     ELSE
008700         MOVE "ZERO NUM3 WEIGHT" TO WS-REJECT-REASON
008710         PERFORM 2400-WRITE-REJECT
008720     END-IF.
008730*
008740*-------------------------------------------------------------*
008750 2100-READ-TRANS.
008760*-------------------------------------------------------------*
008770     READ TRANS-FILE
008780         AT END
008790             MOVE "Y" TO WS-EOF-SW
008800     END-READ.
008810*
008820*-------------------------------------------------------------*
008830 2200-WRITE-EXCEPTION.
008840*-------------------------------------------------------------*
008850     ADD 1 TO WS-EXCEPTION-COUNT
008860     MOVE 'E' TO WS-DTL-FLAG
008870     MOVE TRANS-ID TO EXCP-TRANS-ID
008880     MOVE Num1 TO EXCP-NUM1
008890     MOVE WS-EXCP-OPERAND2 TO EXCP-NUM2
008900     WRITE EXCP-REC.
008910*
008920*-------------------------------------------------------------*
008930 2300-VALIDATE-DIVISOR.
008940*-------------------------------------------------------------*
008950     IF Num1 NOT = ZERO
008960         SET WS-DIVISOR-OK TO TRUE
008970     ELSE
008980         SET WS-DIVISOR-BAD TO TRUE
008990     END-IF.
009000*
009010*-------------------------------------------------------------*
009020 2310-VALIDATE-WEIGHT.
009030*-------------------------------------------------------------*
009040     IF Num3 NOT = ZERO
009050         SET WS-DIVISOR-OK TO TRUE
009060     ELSE
009070         SET WS-DIVISOR-BAD TO TRUE
009080     END-IF.
009090*
009100*-------------------------------------------------------------*
009110 2400-WRITE-REJECT.
009120*-------------------------------------------------------------*
009130     ADD 1 TO WS-REJECT-COUNT
009140     MOVE 'R' TO WS-DTL-FLAG
009150     MOVE TRANS-ID TO REJT-TRANS-ID
009160     MOVE TRANS-TYPE TO REJT-TRANS-TYPE
009170     MOVE Num1 TO REJT-NUM1
009180     MOVE Num2 TO REJT-NUM2
009190     MOVE Num3 TO REJT-NUM3
009200     MOVE WS-REJECT-REASON TO REJT-REASON
009210     MOVE WS-RUN-DATE TO REJT-REJECT-DATE
009220     WRITE REJT-REC.
009230*
009240*-------------------------------------------------------------*
009250 2500-WRITE-HISTORY.
009260*-------------------------------------------------------------*
009270     MOVE TRANS-ID TO HIST-TRANS-ID
009280     MOVE Num1 TO HIST-NUM1
009290     MOVE Num2 TO HIST-NUM2
009300     MOVE Num3 TO HIST-NUM3
009310     MOVE Ans TO HIST-ANS
009320     MOVE Rem TO HIST-REM
009330     MOVE TRANS-TYPE TO HIST-TRANS-TYPE
009340     MOVE TRANS-SOURCE TO HIST-SOURCE
009350     MOVE WS-RUN-DATE TO HIST-RUN-DATE
009360     MOVE ZERO TO HIST-ORIG-ANS
009370     MOVE SPACE TO HIST-CORR-SW
009380     WRITE HIST-REC
009390     IF WS-HIST-STATUS = "22"
009400         REWRITE HIST-REC
009410     END-IF
009420     PERFORM 2600-WRITE-GL-POSTING.
009430*
009440*-------------------------------------------------------------*
009450 2600-WRITE-GL-POSTING.
009460*-------------------------------------------------------------*
009470     IF WS-GL-AVAIL
009480         MOVE TRANS-ID TO WS-GLD-TRANS-ID
009490         MOVE WS-RUN-DATE TO WS-GLD-RUN-DATE
009500         MOVE Ans TO WS-GLD-ANS
009510         MOVE TRANS-SOURCE TO WS-GLD-SOURCE
009520         WRITE GL-REC FROM WS-GL-POSTING
009530         ADD 1 TO WS-GL-REC-COUNT
009540         ADD Ans TO WS-GL-HASH-TOTAL
009550     END-IF.
009560*
009570*-------------------------------------------------------------*
009580 2700-WRITE-STATUS.
009590*-------------------------------------------------------------*
009600     MOVE "MATHFUNCTIONS" TO STAT-JOB-NAME
009610     MOVE WS-RUN-DATE TO STAT-RUN-DATE
009620     ACCEPT STAT-RUN-TIME FROM TIME
009630     WRITE STAT-REC.
009640*
009650*-------------------------------------------------------------*
009660 2800-WRITE-CHECKPOINT.
009670*-------------------------------------------------------------*
009680     IF WS-CKPT-AVAIL
009690         MOVE WS-RUN-DATE TO CKPT-RUN-DATE
009700         MOVE WS-REC-COUNT TO CKPT-TRANS-COUNT
009710         MOVE WS-ANS-TOTAL TO CKPT-ANS-TOTAL
009720         MOVE WS-REM-NONZERO-COUNT TO CKPT-REM-NONZERO-COUNT
009730         MOVE WS-EXCEPTION-COUNT TO CKPT-EXCP-COUNT
009740         MOVE WS-REJECT-COUNT TO CKPT-REJT-COUNT
009750         MOVE WS-ADD-COUNT TO CKPT-ADD-COUNT
009760         MOVE WS-ADD-ANS-TOTAL TO CKPT-ADD-ANS-TOTAL
009770         MOVE WS-SUB-COUNT TO CKPT-SUB-COUNT
009780         MOVE WS-SUB-ANS-TOTAL TO CKPT-SUB-ANS-TOTAL
009790         MOVE WS-MPY-COUNT TO CKPT-MPY-COUNT
009800         MOVE WS-MPY-ANS-TOTAL TO CKPT-MPY-ANS-TOTAL
009810         MOVE WS-DIV-COUNT TO CKPT-DIV-COUNT
009820         MOVE WS-DIV-ANS-TOTAL TO CKPT-DIV-ANS-TOTAL
009830         MOVE WS-WGT-COUNT TO CKPT-WGT-COUNT
009840         MOVE WS-WGT-ANS-TOTAL TO CKPT-WGT-ANS-TOTAL
009850         MOVE WS-GL-REC-COUNT TO CKPT-GL-REC-COUNT
009860         MOVE WS-GL-HASH-TOTAL TO CKPT-GL-HASH-TOTAL
009870         MOVE WS-HOLD-DEPT TO CKPT-HOLD-DEPT
009880         MOVE WS-DEPT-COUNT TO CKPT-DEPT-COUNT
009890         MOVE WS-DEPT-ANS-TOTAL TO CKPT-DEPT-ANS-TOTAL
009900         MOVE WS-LINE-COUNT TO CKPT-LINE-COUNT
009910         MOVE WS-PAGE-COUNT TO CKPT-PAGE-COUNT
009920         ACCEPT CKPT-DATE FROM DATE YYYYMMDD
009930         ACCEPT CKPT-TIME FROM TIME
009940         WRITE CKPT-REC
009950     END-IF.
009960*
009970*-------------------------------------------------------------*
009980 6000-WRITE-REPORT-LINE.
009990*-------------------------------------------------------------*
010000     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010010         PERFORM 6100-PAGE-HEADING
010020     END-IF
010030     WRITE RPT-REC FROM WS-PRINT-LINE
010040     ADD 1 TO WS-LINE-COUNT.
010050*
010060*-------------------------------------------------------------*
010070 6100-PAGE-HEADING.
010080*-------------------------------------------------------------*
010090     ADD 1 TO WS-PAGE-COUNT
010100     MOVE WS-PAGE-COUNT TO WS-PHL-PAGE
010110     WRITE RPT-REC FROM WS-PAGE-HEADING-LINE
010120     WRITE RPT-REC FROM WS-COLUMN-HEADING-LINE
010130     MOVE 2 TO WS-LINE-COUNT.
010140*
010150*-------------------------------------------------------------*
010160 6200-WRITE-DETAIL.
010170*-------------------------------------------------------------*
010180     MOVE TRANS-ID TO WS-DTL-TRANS-ID
010190     MOVE TRANS-TYPE TO WS-DTL-TYPE
010200     MOVE Num1 TO WS-DTL-NUM1
010210     MOVE Num2 TO WS-DTL-NUM2
010220     MOVE Num3 TO WS-DTL-NUM3
010230     MOVE WS-HOLD-DEPT-NAME TO WS-DTL-DEPT-NAME
010240     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
010250     PERFORM 6000-WRITE-REPORT-LINE.
010260*
010270*-------------------------------------------------------------*
010280 6300-WRITE-DEPT-SUBTOTAL.
010290*-------------------------------------------------------------*
010300     MOVE WS-HOLD-DEPT TO WS-DSL-DEPT
010310     MOVE WS-HOLD-DEPT-NAME TO WS-DSL-DEPT-NAME
010320     MOVE WS-DEPT-COUNT TO WS-DSL-COUNT
010330     MOVE WS-DEPT-ANS-TOTAL TO WS-DSL-ANS-TOTAL
010340     MOVE WS-DEPT-SUBTOTAL-LINE TO WS-PRINT-LINE
010350     PERFORM 6000-WRITE-REPORT-LINE
010360     MOVE ZERO TO WS-DEPT-COUNT
010370     MOVE ZERO TO WS-DEPT-ANS-TOTAL.
010380*
010390*-------------------------------------------------------------*
010400 6400-GET-DEPT-NAME.
010410*-------------------------------------------------------------*
010420*    TRANEDIT HAS ALREADY REFUSED UNKNOWN PREFIXES, SO A MISS  *
010430*    HERE MEANS THE MASTER CHANGED SINCE THE EDIT STEP RAN.    *
010440*-------------------------------------------------------------*
010450     MOVE SPACES TO WS-HOLD-DEPT-NAME
010460     IF WS-DEPT-AVAIL
010470         MOVE WS-HOLD-DEPT TO DEPT-CODE
010480         READ DEPT-FILE
010490             INVALID KEY
010500                 MOVE "*NOT ON DEPT MASTER*" TO WS-HOLD-DEPT-NAME
010510             NOT INVALID KEY
010520                 MOVE DEPT-NAME TO WS-HOLD-DEPT-NAME
010530         END-READ
010540     END-IF.
010550*
010560*-------------------------------------------------------------*
010570 7000-PRODUCE-REPORT.
010580*-------------------------------------------------------------*
010590     IF WS-REC-COUNT > ZERO
010600         PERFORM 6300-WRITE-DEPT-SUBTOTAL
010610     END-IF
010620     WRITE RPT-REC FROM WS-REPORT-LINE
010630     MOVE WS-REC-COUNT TO WS-RCL-COUNT
010640     WRITE RPT-REC FROM WS-REC-COUNT-LINE
010650     MOVE WS-ANS-TOTAL TO WS-ATL-TOTAL
010660     WRITE RPT-REC FROM WS-ANS-TOTAL-LINE
010670     MOVE WS-REM-NONZERO-COUNT TO WS-RML-COUNT
010680     WRITE RPT-REC FROM WS-REM-COUNT-LINE
010690     MOVE WS-EXCEPTION-COUNT TO WS-XCL-COUNT
010700     WRITE RPT-REC FROM WS-EXCP-COUNT-LINE
010710     MOVE WS-REJECT-COUNT TO WS-RJL-COUNT
010720     WRITE RPT-REC FROM WS-REJT-COUNT-LINE
010730     MOVE "ADD" TO WS-OTL-OPERATION
010740     MOVE WS-ADD-COUNT TO WS-OTL-COUNT
010750     MOVE WS-ADD-ANS-TOTAL TO WS-OTL-ANS-TOTAL
010760     WRITE RPT-REC FROM WS-OPER-TOTAL-LINE
010770     MOVE "SUBTRACT" TO WS-OTL-OPERATION
010780     MOVE WS-SUB-COUNT TO WS-OTL-COUNT
010790     MOVE WS-SUB-ANS-TOTAL TO WS-OTL-ANS-TOTAL
010800     WRITE RPT-REC FROM WS-OPER-TOTAL-LINE
010810     MOVE "MULTIPLY" TO WS-OTL-OPERATION
010820     MOVE WS-MPY-COUNT TO WS-OTL-COUNT
010830     MOVE WS-MPY-ANS-TOTAL TO WS-OTL-ANS-TOTAL
010840     WRITE RPT-REC FROM WS-OPER-TOTAL-LINE
010850     MOVE "DIVIDE" TO WS-OTL-OPERATION
010860     MOVE WS-DIV-COUNT TO WS-OTL-COUNT
010870     MOVE WS-DIV-ANS-TOTAL TO WS-OTL-ANS-TOTAL
010880     WRITE RPT-REC FROM WS-OPER-TOTAL-LINE
010890     MOVE "WEIGHTED" TO WS-OTL-OPERATION
010900     MOVE WS-WGT-COUNT TO WS-OTL-COUNT
010910     MOVE WS-WGT-ANS-TOTAL TO WS-OTL-ANS-TOTAL
010920     WRITE RPT-REC FROM WS-OPER-TOTAL-LINE.
010930*-------------------------------------------------------------*
010940 8000-TERMINATE.
010950*-------------------------------------------------------------*
010960     CLOSE TRANS-FILE
010970     CLOSE EXCP-FILE
010980     CLOSE REJT-FILE
010990     CLOSE HIST-FILE
011000     IF WS-DEPT-AVAIL
011010         CLOSE DEPT-FILE
011020     END-IF
011030     IF WS-GL-AVAIL
011040         MOVE WS-GL-REC-COUNT TO WS-GLT-REC-COUNT
011050         MOVE WS-GL-HASH-TOTAL TO WS-GLT-HASH-TOTAL
011060         WRITE GL-REC FROM WS-GL-TRAILER
011070         CLOSE GL-FILE
011080     END-IF
011090     CLOSE RPT-FILE
011100     IF WS-CKPT-AVAIL
011110         CLOSE CKPT-FILE
011120         IF NOT WS-OPEN-FAIL
011130             OPEN OUTPUT CKPT-FILE
011140             CLOSE CKPT-FILE
011150         END-IF
011160     END-IF
011170     IF WS-STAT-AVAIL
011180         MOVE "E" TO STAT-REC-TYPE
011190         MOVE WS-REC-COUNT TO STAT-REC-COUNT
011200         MOVE WS-EXCEPTION-COUNT TO STAT-EXCP-COUNT
011210         MOVE WS-REJECT-COUNT TO STAT-REJT-COUNT
011220         EVALUATE TRUE
011230             WHEN WS-OPEN-FAIL
011240                 MOVE "SEVR" TO STAT-SEVERITY
011250             WHEN WS-EXCEPTION-COUNT > ZERO
011260               OR WS-REJECT-COUNT > ZERO
011270                 MOVE "WARN" TO STAT-SEVERITY
011280             WHEN OTHER
011290                 MOVE "OK" TO STAT-SEVERITY
011300         END-EVALUATE
011310         PERFORM 2700-WRITE-STATUS
011320         CLOSE STAT-FILE
011330     END-IF.
