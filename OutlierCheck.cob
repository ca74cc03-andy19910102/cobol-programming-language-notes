000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OutlierCheck.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - outlier check run      *
000110*                   after MathFunctions.  Compares each of   *
000120*                   the night's HISTFILE results with the    *
000130*                   same id's results on earlier run dates   *
000140*                   and lists on the OUTLRPT review report   *
000150*                   every result that moves more than the    *
000160*                   tolerance on the parameter card, every   *
000170*                   id seen for the first time and every id  *
000180*                   whose transaction type has changed.  The *
000190*                   STATFILE end record carries WARN when    *
000200*                   anything is listed, so the night is      *
000210*                   looked at before GL takes GLFILE.        *
000220*-----------------------------------------------------------*
000230* Parameter card (SYSIN):                                    *
000240*   COL  1-8   RUN DATE TO CHECK, YYYYMMDD (BLANK = CURRENT  *
000250*              BUSINESS DAY)                                 *
000260*   COL 10-12  TOLERANCE PERCENT, 999 (BLANK = NOT USED)     *
000270*   COL 14-18  TOLERANCE AMOUNT, 999V99 (BLANK = NOT USED)   *
000280*   COL 20-21  EARLIER RUN DATES TO AVERAGE, 01-10 (BLANK =  *
000290*              05)                                           *
000300* A result is listed when it moves more than either          *
000310* tolerance given from the average Ans of the id's latest    *
000320* earlier results of the same transaction type.  With no     *
000330* tolerance on the card the percentage defaults to 025.      *
000340* A zero average has no percentage, so any move from zero    *
000350* is over a percentage tolerance.                            *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HIST-KEY
000440         FILE STATUS IS WS-HIST-STATUS.
000450*
000460     SELECT OCRPT-FILE ASSIGN TO "OUTLRPT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-OCRPT-STATUS.
000490*
000500     SELECT STAT-FILE ASSIGN TO "STATFILE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-STAT-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*-----------------------------------------------------------*
000570* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000580*-----------------------------------------------------------*
000590 FD  HIST-FILE.
000600 01  HIST-REC.
000610     05  HIST-KEY.
000620         10  HIST-TRANS-ID          PIC X(10).
000630         10  HIST-RUN-DATE          PIC 9(08).
000640     05  HIST-NUM1                  PIC 9(02).
000650     05  HIST-NUM2                  PIC 9(02).
000660     05  HIST-NUM3                  PIC 9(02).
000670     05  HIST-ANS                   PIC S9(02)V9(02).
000680     05  HIST-REM                   PIC 9(01)V9(02).
000690     05  HIST-TRANS-TYPE            PIC X(01).
000700     05  FILLER                     PIC X(08).
000710*
000720*-----------------------------------------------------------*
000730* OCRPT-FILE - OUTLIER REVIEW REPORT                         *
000740*-----------------------------------------------------------*
000750 FD  OCRPT-FILE
000760     RECORDING MODE IS F.
000770 01  OCRPT-REC                      PIC X(80).
000780*
000790*-----------------------------------------------------------*
000800* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
000810*-----------------------------------------------------------*
000820 FD  STAT-FILE
000830     RECORDING MODE IS F.
000840 01  STAT-REC.
000850     05  STAT-JOB-NAME              PIC X(13).
000860     05  STAT-REC-TYPE              PIC X(01).
000870         88  STAT-TYPE-START                  VALUE 'S'.
000880         88  STAT-TYPE-END                    VALUE 'E'.
000890     05  STAT-RUN-DATE              PIC 9(08).
000900     05  STAT-RUN-TIME              PIC 9(08).
000910     05  STAT-REC-COUNT             PIC 9(07).
000920     05  STAT-EXCP-COUNT            PIC 9(07).
000930     05  STAT-REJT-COUNT            PIC 9(07).
000940     05  STAT-SEVERITY              PIC X(04).
000950     05  FILLER                     PIC X(25).
000960*
000970 WORKING-STORAGE SECTION.
000980*-----------------------------------------------------------*
000990* FILE STATUS FIELDS                                        *
001000*-----------------------------------------------------------*
001010 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001020 01  WS-OCRPT-STATUS            PIC X(02) VALUE SPACES.
001030 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
001040*
001050*-----------------------------------------------------------*
001060* SWITCHES                                                  *
001070*-----------------------------------------------------------*
001080 01  WS-SWITCHES.
001090     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001100         88  WS-EOF-YES                    VALUE 'Y'.
001110     05  OC-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001120         88  OC-HIST-AVAIL                 VALUE 'Y'.
001130     05  OC-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
001140         88  OC-STAT-AVAIL                 VALUE 'Y'.
001150     05  OC-OVER-TOL-SW          PIC X(01) VALUE 'N'.
001160         88  OC-OVER-TOL                   VALUE 'Y'.
001170*
001180*-----------------------------------------------------------*
001190* PARAMETER CARD                                            *
001200*-----------------------------------------------------------*
001210 01  OC-PARM-CARD.
001220     05  OC-PARM-RUN-DATE.
001230         10  OC-PRD-YEAR         PIC X(04).
001240         10  OC-PRD-MONTH        PIC X(02).
001250         10  OC-PRD-DAY          PIC X(02).
001260     05  OC-PARM-RUN-DATE-9 REDEFINES OC-PARM-RUN-DATE
001270                                 PIC 9(08).
001280     05  FILLER                  PIC X(01).
001290     05  OC-PARM-PCT             PIC X(03).
001300     05  OC-PARM-PCT-9 REDEFINES OC-PARM-PCT
001310                                 PIC 9(03).
001320     05  FILLER                  PIC X(01).
001330     05  OC-PARM-AMT             PIC X(05).
001340     05  OC-PARM-AMT-9 REDEFINES OC-PARM-AMT
001350                                 PIC 9(03)V9(02).
001360     05  FILLER                  PIC X(01).
001370     05  OC-PARM-DEPTH           PIC X(02).
001380     05  OC-PARM-DEPTH-9 REDEFINES OC-PARM-DEPTH
001390                                 PIC 9(02).
001400     05  FILLER                  PIC X(59).
001410*
001420*-----------------------------------------------------------*
001430* CHECK WORK AREAS                                          *
001440*-----------------------------------------------------------*
001450 01  OC-RUN-DATE                 PIC 9(08) VALUE 0.
001460 01  OC-BC-FUNCTION              PIC X(01) VALUE SPACE.
001470 01  OC-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001480 01  OC-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001490 01  OC-TOL-PCT                  PIC 9(03) VALUE 0.
001500 01  OC-TOL-AMT                  PIC 9(03)V9(02) VALUE 0.
001510 01  OC-DEPTH                    PIC 9(02) VALUE 5.
001520 01  OC-HOLD-ID                  PIC X(10) VALUE SPACES.
001530 01  OC-BASE-TOTAL               PIC S9(05)V9(02) VALUE 0.
001540 01  OC-BASELINE                 PIC S9(03)V9(02) VALUE 0.
001550 01  OC-CHANGE                   PIC S9(03)V9(02) VALUE 0.
001560 01  OC-ABS-CHANGE               PIC 9(03)V9(02) VALUE 0.
001570 01  OC-ABS-BASE                 PIC 9(03)V9(02) VALUE 0.
001580 01  OC-CHANGE-PCT               PIC 9(05)V9(01) VALUE 0.
001590 01  OC-EDIT-AMOUNT              PIC -ZZ9.99.
001600 01  OC-EDIT-PCT                 PIC ZZZZ9.9.
001610 77  OC-PRIOR-COUNT              PIC 9(02) COMP VALUE 0.
001620 77  OC-SAME-COUNT               PIC 9(02) COMP VALUE 0.
001630 77  OC-SUB                      PIC 9(02) COMP VALUE 0.
001640*
001650*-----------------------------------------------------------*
001660* EARLIER RESULTS FOR THE CURRENT ID, OLDEST FIRST          *
001670*-----------------------------------------------------------*
001680 01  OC-PRIOR-TABLE.
001690     05  OC-PRIOR-ENTRY OCCURS 10 TIMES.
001700         10  OC-PR-RUN-DATE      PIC 9(08).
001710         10  OC-PR-TRANS-TYPE    PIC X(01).
001720         10  OC-PR-ANS           PIC S9(02)V9(02).
001730*
001740*-----------------------------------------------------------*
001750* RUN ACCUMULATORS                                          *
001760*-----------------------------------------------------------*
001770 01  OC-RUN-TOTALS.
001780     05  OC-READ-COUNT           PIC 9(07) COMP VALUE 0.
001790     05  OC-NIGHT-COUNT          PIC 9(07) COMP VALUE 0.
001800     05  OC-WITHIN-COUNT         PIC 9(07) COMP VALUE 0.
001810     05  OC-OUTLIER-COUNT        PIC 9(07) COMP VALUE 0.
001820     05  OC-FIRST-COUNT          PIC 9(07) COMP VALUE 0.
001830     05  OC-TYPE-COUNT           PIC 9(07) COMP VALUE 0.
001840     05  OC-FLAGGED-COUNT        PIC 9(07) COMP VALUE 0.
001850*
001860*-----------------------------------------------------------*
001870* REPORT LINE LAYOUTS                                       *
001880*-----------------------------------------------------------*
001890 01  OC-HEADING-LINE.
001900     05  FILLER                  PIC X(38)
001910         VALUE "OUTLIERCHECK RESULT REVIEW  RUN DATE ".
001920     05  OC-HDG-RUN-DATE         PIC 9(08).
001930     05  FILLER                  PIC X(34) VALUE SPACES.
001940 01  OC-PARM-LINE.
001950     05  FILLER                  PIC X(20)
001960         VALUE "TOLERANCE PERCENT   ".
001970     05  OC-PML-PCT              PIC ZZ9.
001980     05  FILLER                  PIC X(20)
001990         VALUE "   TOLERANCE AMOUNT ".
002000     05  OC-PML-AMT              PIC ZZ9.99.
002010     05  FILLER                  PIC X(21)
002020         VALUE "   EARLIER RUNS USED ".
002030     05  OC-PML-DEPTH            PIC Z9.
002040     05  FILLER                  PIC X(08) VALUE SPACES.
002050 01  OC-COLUMN-LINE.
002060     05  FILLER                  PIC X(40)
002070         VALUE "TRANS-ID   TYPE     ANS  AVERAGE RUNS   ".
002080     05  FILLER                  PIC X(40)
002090         VALUE " CHANGE  PERCENT  REVIEW                ".
002100 01  OC-DETAIL-LINE.
002110     05  OC-DL-TRANS-ID          PIC X(10).
002120     05  FILLER                  PIC X(03) VALUE SPACES.
002130     05  OC-DL-TYPE              PIC X(01).
002140     05  FILLER                  PIC X(02) VALUE SPACES.
002150     05  OC-DL-ANS               PIC X(07).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  OC-DL-AVERAGE           PIC X(07).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  OC-DL-RUNS              PIC Z9.
002200     05  FILLER                  PIC X(04) VALUE SPACES.
002210     05  OC-DL-CHANGE            PIC X(07).
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  OC-DL-PCT               PIC X(07).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  OC-DL-REVIEW            PIC X(18).
002260     05  FILLER                  PIC X(04) VALUE SPACES.
002270 01  OC-READ-COUNT-LINE.
002280     05  FILLER                  PIC X(25)
002290         VALUE "HISTORY RECORDS READ  . .".
002300     05  OC-RDL-COUNT            PIC ZZZ,ZZ9.
002310     05  FILLER                  PIC X(48) VALUE SPACES.
002320 01  OC-NIGHT-COUNT-LINE.
002330     05  FILLER                  PIC X(25)
002340         VALUE "RESULTS FOR RUN DATE  . .".
002350     05  OC-NTL-COUNT            PIC ZZZ,ZZ9.
002360     05  FILLER                  PIC X(48) VALUE SPACES.
002370 01  OC-WITHIN-COUNT-LINE.
002380     05  FILLER                  PIC X(25)
002390         VALUE "WITHIN TOLERANCE  . . . .".
002400     05  OC-WTL-COUNT            PIC ZZZ,ZZ9.
002410     05  FILLER                  PIC X(48) VALUE SPACES.
002420 01  OC-OUTLIER-COUNT-LINE.
002430     05  FILLER                  PIC X(25)
002440         VALUE "OUT OF TOLERANCE  . . . .".
002450     05  OC-OTL-COUNT            PIC ZZZ,ZZ9.
002460     05  FILLER                  PIC X(48) VALUE SPACES.
002470 01  OC-FIRST-COUNT-LINE.
002480     05  FILLER                  PIC X(25)
002490         VALUE "FIRST TIME SEEN . . . . .".
002500     05  OC-FTL-COUNT            PIC ZZZ,ZZ9.
002510     05  FILLER                  PIC X(48) VALUE SPACES.
002520 01  OC-TYPE-COUNT-LINE.
002530     05  FILLER                  PIC X(25)
002540         VALUE "TRANSACTION TYPE CHANGED.".
002550     05  OC-TCL-COUNT            PIC ZZZ,ZZ9.
002560     05  FILLER                  PIC X(48) VALUE SPACES.
002570 01  OC-FLAGGED-COUNT-LINE.
002580     05  FILLER                  PIC X(25)
002590         VALUE "TOTAL FOR REVIEW  . . . .".
002600     05  OC-FGL-COUNT            PIC ZZZ,ZZ9.
002610     05  FILLER                  PIC X(48) VALUE SPACES.
002620*
002630 PROCEDURE DIVISION.
002640*=============================================================*
002650 0000-MAINLINE.
002660*=============================================================*
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002680     PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT
002690         UNTIL WS-EOF-YES
002700     PERFORM 7000-PRODUCE-TOTALS
002710     PERFORM 8000-TERMINATE
002720     STOP RUN.
002730*
002740*-------------------------------------------------------------*
002750 1000-INITIALIZE.
002760*-------------------------------------------------------------*
002770     MOVE SPACES TO OC-PARM-CARD
002780     ACCEPT OC-PARM-CARD
002790     PERFORM 1100-EDIT-PARM-CARD
002800     OPEN EXTEND STAT-FILE
002810     IF WS-STAT-STATUS = "35"
002820         OPEN OUTPUT STAT-FILE
002830     END-IF
002840     IF WS-STAT-STATUS = "00"
002850         SET OC-STAT-AVAIL TO TRUE
002860         MOVE "S" TO STAT-REC-TYPE
002870         MOVE ZERO TO STAT-REC-COUNT
002880         MOVE ZERO TO STAT-EXCP-COUNT
002890         MOVE ZERO TO STAT-REJT-COUNT
002900         MOVE SPACES TO STAT-SEVERITY
002910         PERFORM 2700-WRITE-STATUS
002920     ELSE
002930         DISPLAY "OUTLIERCHECK - UNABLE TO OPEN STATFILE, "
002940             "STATUS " WS-STAT-STATUS
002950     END-IF
002960     OPEN OUTPUT OCRPT-FILE
002970     IF WS-OCRPT-STATUS NOT = "00"
002980         DISPLAY "OUTLIERCHECK - UNABLE TO OPEN OUTLRPT, "
002990             "STATUS " WS-OCRPT-STATUS
003000     END-IF
003010     MOVE OC-RUN-DATE TO OC-HDG-RUN-DATE
003020     WRITE OCRPT-REC FROM OC-HEADING-LINE
003030     MOVE OC-TOL-PCT TO OC-PML-PCT
003040     MOVE OC-TOL-AMT TO OC-PML-AMT
003050     MOVE OC-DEPTH TO OC-PML-DEPTH
003060     WRITE OCRPT-REC FROM OC-PARM-LINE
003070     WRITE OCRPT-REC FROM OC-COLUMN-LINE
003080     OPEN INPUT HIST-FILE
003090     IF WS-HIST-STATUS NOT = "00"
003100         DISPLAY "OUTLIERCHECK - UNABLE TO OPEN HISTFILE, "
003110             "STATUS " WS-HIST-STATUS
003120         MOVE "Y" TO WS-EOF-SW
003130         GO TO 1000-EXIT
003140     END-IF
003150     SET OC-HIST-AVAIL TO TRUE
003160     MOVE LOW-VALUES TO HIST-KEY
003170     START HIST-FILE KEY NOT LESS THAN HIST-KEY
003180         INVALID KEY
003190             MOVE "Y" TO WS-EOF-SW
003200     END-START
003210     IF NOT WS-EOF-YES
003220         PERFORM 2100-READ-HISTORY
003230     END-IF
003240     .
003250 1000-EXIT.
003260     EXIT.
003270*
003280*-------------------------------------------------------------*
003290 1100-EDIT-PARM-CARD.
003300*-------------------------------------------------------------*
003310*    A FIELD LEFT BLANK OR NOT NUMERIC TAKES ITS DEFAULT; THE *
003320*    CHECK ALWAYS RUNS SO THE NIGHT IS NEVER LEFT UNCHECKED.  *
003330*-------------------------------------------------------------*
003340     IF OC-PARM-RUN-DATE NUMERIC
003350         AND OC-PRD-MONTH >= "01" AND NOT > "12"
003360         AND OC-PRD-DAY >= "01" AND NOT > "31"
003370         MOVE OC-PARM-RUN-DATE-9 TO OC-RUN-DATE
003380         DISPLAY "OUTLIERCHECK - RUN DATE " OC-RUN-DATE
003390             " FROM PARAMETER CARD"
003400     ELSE
003410         ACCEPT OC-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003420         MOVE "P" TO OC-BC-FUNCTION
003430         MOVE ZERO TO OC-BC-DAY-COUNT
003440         CALL "BusCalendar" USING OC-BC-FUNCTION,
003450             OC-BC-SYSTEM-DATE, OC-BC-DAY-COUNT, OC-RUN-DATE
003460     END-IF
003470     IF OC-PARM-PCT NUMERIC
003480         MOVE OC-PARM-PCT-9 TO OC-TOL-PCT
003490     ELSE
003500         MOVE ZERO TO OC-TOL-PCT
003510     END-IF
003520     IF OC-PARM-AMT NUMERIC
003530         MOVE OC-PARM-AMT-9 TO OC-TOL-AMT
003540     ELSE
003550         MOVE ZERO TO OC-TOL-AMT
003560     END-IF
003570     IF OC-TOL-PCT = ZERO AND OC-TOL-AMT = ZERO
003580         MOVE 25 TO OC-TOL-PCT
003590         DISPLAY "OUTLIERCHECK - NO TOLERANCE ON PARAMETER "
003600             "CARD, 025 PERCENT USED"
003610     END-IF
003620     IF OC-PARM-DEPTH NUMERIC
003630         AND OC-PARM-DEPTH-9 > ZERO
003640         MOVE OC-PARM-DEPTH-9 TO OC-DEPTH
003650     ELSE
003660         MOVE 5 TO OC-DEPTH
003670     END-IF
003680     IF OC-DEPTH > 10
003690         MOVE 10 TO OC-DEPTH
003700     END-IF.
003710*
003720*-------------------------------------------------------------*
003730 2000-CHECK-HISTORY.
003740*-------------------------------------------------------------*
003750*    HISTFILE COMES IN ID AND RUN-DATE ORDER, SO AN ID'S      *
003760*    EARLIER RESULTS ARE HELD BEFORE ITS RUN-DATE RESULT IS   *
003770*    REACHED.  RESULTS AFTER THE RUN DATE ARE NOT CHECKED.    *
003780*-------------------------------------------------------------*
003790     ADD 1 TO OC-READ-COUNT
003800     IF HIST-TRANS-ID NOT = OC-HOLD-ID
003810         MOVE HIST-TRANS-ID TO OC-HOLD-ID
003820         MOVE ZERO TO OC-PRIOR-COUNT
003830     END-IF
003840     EVALUATE TRUE
003850         WHEN HIST-RUN-DATE < OC-RUN-DATE
003860             PERFORM 2200-HOLD-PRIOR-RESULT
003870         WHEN HIST-RUN-DATE = OC-RUN-DATE
003880             PERFORM 3000-CHECK-RESULT THRU 3000-EXIT
003890         WHEN OTHER
003900             CONTINUE
003910     END-EVALUATE
003920     PERFORM 2100-READ-HISTORY
003930     .
003940 2000-EXIT.
003950     EXIT.
003960*
003970*-------------------------------------------------------------*
003980 2100-READ-HISTORY.
003990*-------------------------------------------------------------*
004000     READ HIST-FILE NEXT RECORD
004010         AT END
004020             MOVE "Y" TO WS-EOF-SW
004030     END-READ.
004040*
004050*-------------------------------------------------------------*
004060 2200-HOLD-PRIOR-RESULT.
004070*-------------------------------------------------------------*
004080*    ONLY THE LATEST OC-DEPTH RESULTS ARE KEPT - WHEN THE     *
004090*    TABLE IS FULL THE OLDEST IS SHIFTED OUT.                 *
004100*-------------------------------------------------------------*
004110     IF OC-PRIOR-COUNT < OC-DEPTH
004120         ADD 1 TO OC-PRIOR-COUNT
004130     ELSE
004140         MOVE 1 TO OC-SUB
004150         PERFORM 2210-SHIFT-PRIOR-RESULT
004160             UNTIL OC-SUB NOT < OC-DEPTH
004170     END-IF
004180     MOVE HIST-RUN-DATE TO OC-PR-RUN-DATE (OC-PRIOR-COUNT)
004190     MOVE HIST-TRANS-TYPE TO OC-PR-TRANS-TYPE (OC-PRIOR-COUNT)
004200     MOVE HIST-ANS TO OC-PR-ANS (OC-PRIOR-COUNT).
004210*
004220*-------------------------------------------------------------*
004230 2210-SHIFT-PRIOR-RESULT.
004240*-------------------------------------------------------------*
004250     MOVE OC-PRIOR-ENTRY (OC-SUB + 1) TO OC-PRIOR-ENTRY (OC-SUB)
004260     ADD 1 TO OC-SUB.
004270*
004280*-------------------------------------------------------------*
004290 2700-WRITE-STATUS.
004300*-------------------------------------------------------------*
004310     MOVE "OUTLIERCHECK" TO STAT-JOB-NAME
004320     MOVE OC-RUN-DATE TO STAT-RUN-DATE
004330     ACCEPT STAT-RUN-TIME FROM TIME
004340     WRITE STAT-REC.
004350*
004360*-------------------------------------------------------------*
004370 3000-CHECK-RESULT.
004380*-------------------------------------------------------------*
004390     ADD 1 TO OC-NIGHT-COUNT
004400     MOVE HIST-TRANS-ID TO OC-DL-TRANS-ID
004410     MOVE HIST-TRANS-TYPE TO OC-DL-TYPE
004420     MOVE HIST-ANS TO OC-EDIT-AMOUNT
004430     MOVE OC-EDIT-AMOUNT TO OC-DL-ANS
004440     MOVE SPACES TO OC-DL-AVERAGE
004450     MOVE SPACES TO OC-DL-CHANGE
004460     MOVE SPACES TO OC-DL-PCT
004470     MOVE OC-PRIOR-COUNT TO OC-DL-RUNS
004480     IF OC-PRIOR-COUNT = ZERO
004490         ADD 1 TO OC-FIRST-COUNT
004500         MOVE "*FIRST TIME SEEN*" TO OC-DL-REVIEW
004510         PERFORM 4000-WRITE-REVIEW-LINE
004520         GO TO 3000-EXIT
004530     END-IF
004540     MOVE ZERO TO OC-SAME-COUNT
004550     MOVE ZERO TO OC-BASE-TOTAL
004560     MOVE 1 TO OC-SUB
004570     PERFORM 3100-ADD-SAME-TYPE
004580         UNTIL OC-SUB > OC-PRIOR-COUNT
004590     IF OC-SAME-COUNT = ZERO
004600         ADD 1 TO OC-TYPE-COUNT
004610         MOVE "*TYPE CHANGED*" TO OC-DL-REVIEW
004620         PERFORM 4000-WRITE-REVIEW-LINE
004630         GO TO 3000-EXIT
004640     END-IF
004650     PERFORM 3200-MEASURE-CHANGE
004660     IF OC-OVER-TOL
004670         ADD 1 TO OC-OUTLIER-COUNT
004680         MOVE OC-SAME-COUNT TO OC-DL-RUNS
004690         MOVE "*OUT OF TOLERANCE*" TO OC-DL-REVIEW
004700         PERFORM 4000-WRITE-REVIEW-LINE
004710     ELSE
004720         ADD 1 TO OC-WITHIN-COUNT
004730     END-IF
004740     .
004750 3000-EXIT.
004760     EXIT.
004770*
004780*-------------------------------------------------------------*
004790 3100-ADD-SAME-TYPE.
004800*-------------------------------------------------------------*
004810     IF OC-PR-TRANS-TYPE (OC-SUB) = HIST-TRANS-TYPE
004820         ADD 1 TO OC-SAME-COUNT
004830         ADD OC-PR-ANS (OC-SUB) TO OC-BASE-TOTAL
004840     END-IF
004850     ADD 1 TO OC-SUB.
004860*
004870*-------------------------------------------------------------*
004880 3200-MEASURE-CHANGE.
004890*-------------------------------------------------------------*
004900     MOVE 'N' TO OC-OVER-TOL-SW
004910     COMPUTE OC-BASELINE ROUNDED = OC-BASE-TOTAL / OC-SAME-COUNT
004920     COMPUTE OC-CHANGE = HIST-ANS - OC-BASELINE
004930     IF OC-CHANGE < ZERO
004940         COMPUTE OC-ABS-CHANGE = ZERO - OC-CHANGE
004950     ELSE
004960         MOVE OC-CHANGE TO OC-ABS-CHANGE
004970     END-IF
004980     IF OC-BASELINE < ZERO
004990         COMPUTE OC-ABS-BASE = ZERO - OC-BASELINE
005000     ELSE
005010         MOVE OC-BASELINE TO OC-ABS-BASE
005020     END-IF
005030     EVALUATE TRUE
005040         WHEN OC-ABS-CHANGE = ZERO
005050             MOVE ZERO TO OC-CHANGE-PCT
005060         WHEN OC-ABS-BASE = ZERO
005070             MOVE 99999.9 TO OC-CHANGE-PCT
005080         WHEN OTHER
005090             COMPUTE OC-CHANGE-PCT ROUNDED =
005100                 OC-ABS-CHANGE * 100 / OC-ABS-BASE
005110                 ON SIZE ERROR
005120                     MOVE 99999.9 TO OC-CHANGE-PCT
005130             END-COMPUTE
005140     END-EVALUATE
005150     IF OC-TOL-PCT > ZERO
005160         AND OC-CHANGE-PCT > OC-TOL-PCT
005170         SET OC-OVER-TOL TO TRUE
005180     END-IF
005190     IF OC-TOL-AMT > ZERO
005200         AND OC-ABS-CHANGE > OC-TOL-AMT
005210         SET OC-OVER-TOL TO TRUE
005220     END-IF
005230     MOVE OC-BASELINE TO OC-EDIT-AMOUNT
005240     MOVE OC-EDIT-AMOUNT TO OC-DL-AVERAGE
005250     MOVE OC-CHANGE TO OC-EDIT-AMOUNT
005260     MOVE OC-EDIT-AMOUNT TO OC-DL-CHANGE
005270     MOVE OC-CHANGE-PCT TO OC-EDIT-PCT
005280     MOVE OC-EDIT-PCT TO OC-DL-PCT.
005290*
005300*-------------------------------------------------------------*
005310 4000-WRITE-REVIEW-LINE.
005320*-------------------------------------------------------------*
005330     ADD 1 TO OC-FLAGGED-COUNT
005340     WRITE OCRPT-REC FROM OC-DETAIL-LINE.
005350*
005360*-------------------------------------------------------------*
005370 7000-PRODUCE-TOTALS.
005380*-------------------------------------------------------------*
005390     MOVE OC-READ-COUNT TO OC-RDL-COUNT
005400     WRITE OCRPT-REC FROM OC-READ-COUNT-LINE
005410     MOVE OC-NIGHT-COUNT TO OC-NTL-COUNT
005420     WRITE OCRPT-REC FROM OC-NIGHT-COUNT-LINE
005430     MOVE OC-WITHIN-COUNT TO OC-WTL-COUNT
005440     WRITE OCRPT-REC FROM OC-WITHIN-COUNT-LINE
005450     MOVE OC-OUTLIER-COUNT TO OC-OTL-COUNT
005460     WRITE OCRPT-REC FROM OC-OUTLIER-COUNT-LINE
005470     MOVE OC-FIRST-COUNT TO OC-FTL-COUNT
005480     WRITE OCRPT-REC FROM OC-FIRST-COUNT-LINE
005490     MOVE OC-TYPE-COUNT TO OC-TCL-COUNT
005500     WRITE OCRPT-REC FROM OC-TYPE-COUNT-LINE
005510     MOVE OC-FLAGGED-COUNT TO OC-FGL-COUNT
005520     WRITE OCRPT-REC FROM OC-FLAGGED-COUNT-LINE.
005530*
005540*-------------------------------------------------------------*
005550 8000-TERMINATE.
005560*-------------------------------------------------------------*
005570*    THE END RECORD IS SEVR WHEN HISTFILE COULD NOT BE READ   *
005580*    AND WARN WHEN ANY RESULT IS LISTED FOR REVIEW.           *
005590*-------------------------------------------------------------*
005600     IF OC-HIST-AVAIL
005610         CLOSE HIST-FILE
005620     END-IF
005630     CLOSE OCRPT-FILE
005640     IF OC-STAT-AVAIL
005650         MOVE "E" TO STAT-REC-TYPE
005660         MOVE OC-NIGHT-COUNT TO STAT-REC-COUNT
005670         MOVE OC-FLAGGED-COUNT TO STAT-EXCP-COUNT
005680         MOVE ZERO TO STAT-REJT-COUNT
005690         EVALUATE TRUE
005700             WHEN NOT OC-HIST-AVAIL
005710                 MOVE "SEVR" TO STAT-SEVERITY
005720             WHEN OC-FLAGGED-COUNT > ZERO
005730                 MOVE "WARN" TO STAT-SEVERITY
005740             WHEN OTHER
005750                 MOVE "OK" TO STAT-SEVERITY
005760         END-EVALUATE
005770         PERFORM 2700-WRITE-STATUS
005780         CLOSE STAT-FILE
005790     END-IF
005800     DISPLAY "OUTLIERCHECK - RESULTS CHECKED " OC-NIGHT-COUNT
005810         "  FOR REVIEW " OC-FLAGGED-COUNT.
