000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ExcpQueue.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - overflow exception     *
000110*                   queue.  Adds the night's EXCPFILE        *
000120*                   entries from MathFunctions to the        *
000130*                   indexed open-exceptions file EXCPQUE,    *
000140*                   which carries them across days until an  *
000150*                   analyst closes them through ExcpMaint,   *
000160*                   and lists every open exception by        *
000170*                   department and business-day age on the   *
000180*                   daily aging report.                      *
000190*-----------------------------------------------------------*
000200* The queue date defaults to the current business day and    *
000210* may be overridden by a YYYYMMDD parameter card on SYSIN.   *
000220* An exception already on the queue (same id, date and       *
000230* operation, as after a rerun) is not added twice.  Ages are *
000240* business days from the exception date to the queue date.  *
000250* An exception raised in an earlier month than the queue     *
000260* date is flagged as carried past month end.                 *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT EXCP-FILE ASSIGN TO "EXCPFILE"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-EXCP-STATUS.
000340*
000350     SELECT EXQ-FILE ASSIGN TO "EXCPQUE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EXQ-KEY
000390         FILE STATUS IS WS-EXQ-STATUS.
000400*
000410     SELECT EQRPT-FILE ASSIGN TO "EXCPAGE"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-EQRPT-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*-----------------------------------------------------------*
000480* EXCP-FILE - ARITHMETIC OVERFLOW EXCEPTION LOG              *
000490*-----------------------------------------------------------*
000500 FD  EXCP-FILE
000510     RECORDING MODE IS F.
000520 01  EXCP-REC.
000530     05  EXCP-TRANS-ID              PIC X(10).
000540     05  EXCP-OPERATION             PIC X(08).
000550     05  EXCP-NUM1                  PIC 9(02).
000560     05  EXCP-NUM2                  PIC 9(02).
000570     05  FILLER                     PIC X(58).
000580*
000590*-----------------------------------------------------------*
000600* EXQ-FILE - OPEN-EXCEPTIONS QUEUE (INDEXED)                 *
000610*-----------------------------------------------------------*
000620 FD  EXQ-FILE.
000630 01  EXQ-REC.
000640     05  EXQ-KEY.
000650         10  EXQ-TRANS-ID           PIC X(10).
000660         10  EXQ-EXCP-DATE          PIC 9(08).
000670         10  EXQ-OPERATION          PIC X(08).
000680     05  EXQ-NUM1                   PIC 9(02).
000690     05  EXQ-NUM2                   PIC 9(02).
000700     05  EXQ-STATUS                 PIC X(01).
000710         88  EXQ-OPEN                         VALUE 'O'.
000720         88  EXQ-CLOSED                       VALUE 'C'.
000730     05  EXQ-ASSIGNED-TO            PIC X(08).
000740     05  EXQ-ASSIGNED-DATE          PIC 9(08).
000750     05  EXQ-DISPOSITION            PIC X(02).
000760     05  EXQ-NEW-TRANS-ID           PIC X(10).
000770     05  EXQ-CLOSED-DATE            PIC 9(08).
000780     05  EXQ-NOTE                   PIC X(40).
000790     05  EXQ-NOTE-USER              PIC X(08).
000800     05  EXQ-NOTE-DATE              PIC 9(08).
000810     05  FILLER                     PIC X(27).
000820*
000830*-----------------------------------------------------------*
000840* EQRPT-FILE - OPEN EXCEPTION AGING REPORT                   *
000850*-----------------------------------------------------------*
000860 FD  EQRPT-FILE
000870     RECORDING MODE IS F.
000880 01  EQRPT-REC                      PIC X(80).
000890*
000900 WORKING-STORAGE SECTION.
000910*-----------------------------------------------------------*
000920* FILE STATUS FIELDS                                        *
000930*-----------------------------------------------------------*
000940 01  WS-EXCP-STATUS             PIC X(02) VALUE SPACES.
000950 01  WS-EXQ-STATUS              PIC X(02) VALUE SPACES.
000960 01  WS-EQRPT-STATUS            PIC X(02) VALUE SPACES.
000970*
000980*-----------------------------------------------------------*
000990* SWITCHES                                                  *
001000*-----------------------------------------------------------*
001010 01  WS-SWITCHES.
001020     05  WS-EXCP-EOF-SW          PIC X(01) VALUE 'N'.
001030         88  WS-EXCP-EOF-YES               VALUE 'Y'.
001040     05  WS-EXQ-EOF-SW           PIC X(01) VALUE 'N'.
001050         88  WS-EXQ-EOF-YES                VALUE 'Y'.
001060     05  EQ-EXQ-AVAIL-SW         PIC X(01) VALUE 'N'.
001070         88  EQ-EXQ-AVAIL                  VALUE 'Y'.
001080     05  EQ-HAVE-DEPT-SW         PIC X(01) VALUE 'N'.
001090         88  EQ-HAVE-DEPT                  VALUE 'Y'.
001100*
001110*-----------------------------------------------------------*
001120* QUEUE DATE AND AGING WORK AREAS                           *
001130*-----------------------------------------------------------*
001140 01  EQ-RUN-DATE-IN.
001150     05  EQ-RDI-YEAR             PIC X(04).
001160     05  EQ-RDI-MONTH            PIC X(02).
001170     05  EQ-RDI-DAY              PIC X(02).
001180 01  EQ-RUN-DATE-IN-9 REDEFINES EQ-RUN-DATE-IN
001190                                 PIC 9(08).
001200 01  EQ-RUN-DATE                 PIC 9(08) VALUE 0.
001210 01  EQ-BC-FUNCTION              PIC X(01) VALUE SPACE.
001220 01  EQ-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001230 01  EQ-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001240 01  EQ-AGE-DAYS                 PIC S9(05) VALUE 0.
001250 01  EQ-HOLD-DEPT                PIC X(03) VALUE SPACES.
001260*
001270*    AGE BAND UPPER LIMITS IN BUSINESS DAYS - 0-1, 2-5,       *
001280*    6-10, 11-20 AND OVER 20                                  *
001290 01  EQ-BAND-VALUES.
001300     05  FILLER  PIC 9(05) VALUE 1.
001310     05  FILLER  PIC 9(05) VALUE 5.
001320     05  FILLER  PIC 9(05) VALUE 10.
001330     05  FILLER  PIC 9(05) VALUE 20.
001340     05  FILLER  PIC 9(05) VALUE 99999.
001350 01  EQ-BAND-TABLE REDEFINES EQ-BAND-VALUES.
001360     05  EQ-BAND-LIMIT           PIC 9(05) OCCURS 5 TIMES.
001370 77  EQ-BAND-SUB                 PIC 9(02) COMP VALUE 0.
001380*
001390*-----------------------------------------------------------*
001400* REPORT ACCUMULATORS                                       *
001410*-----------------------------------------------------------*
001420 01  EQ-DEPT-BANDS.
001430     05  EQ-DEPT-BAND-COUNT      PIC 9(07) COMP VALUE 0
001440                                 OCCURS 5 TIMES.
001450 01  EQ-TOTAL-BANDS.
001460     05  EQ-TOTAL-BAND-COUNT     PIC 9(07) COMP VALUE 0
001470                                 OCCURS 5 TIMES.
001480 77  EQ-DEPT-OPEN-COUNT          PIC 9(07) COMP VALUE 0.
001490 01  EQ-RUN-TOTALS.
001500     05  EQ-EXCP-READ-COUNT      PIC 9(07) COMP VALUE 0.
001510     05  EQ-ADDED-COUNT          PIC 9(07) COMP VALUE 0.
001520     05  EQ-DUP-COUNT            PIC 9(07) COMP VALUE 0.
001530     05  EQ-OPEN-COUNT           PIC 9(07) COMP VALUE 0.
001540     05  EQ-CLOSED-COUNT         PIC 9(07) COMP VALUE 0.
001550     05  EQ-UNASSIGNED-COUNT     PIC 9(07) COMP VALUE 0.
001560     05  EQ-MONTH-END-COUNT      PIC 9(07) COMP VALUE 0.
001570*
001580*-----------------------------------------------------------*
001590* REPORT LINE LAYOUTS                                       *
001600*-----------------------------------------------------------*
001610 01  EQ-HEADING-LINE.
001620     05  FILLER                  PIC X(45)
001630         VALUE "EXCPQUEUE OPEN EXCEPTION AGING REPORT  AS OF ".
001640     05  EQ-HDG-DATE             PIC 9(08).
001650     05  FILLER                  PIC X(27) VALUE SPACES.
001660 01  EQ-COLUMN-LINE.
001670     05  FILLER                  PIC X(18)
001680         VALUE "DEPT TRANS-ID     ".
001690     05  FILLER                  PIC X(18)
001700         VALUE "EXCP DATE OPER    ".
001710     05  FILLER                  PIC X(14)
001720         VALUE "NUM1 NUM2  AGE".
001730     05  FILLER                  PIC X(30)
001740         VALUE " ASSIGNED                     ".
001750 01  EQ-DETAIL-LINE.
001760     05  EQ-DL-DEPT              PIC X(03).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  EQ-DL-TRANS-ID          PIC X(10).
001790     05  FILLER                  PIC X(03) VALUE SPACES.
001800     05  EQ-DL-EXCP-DATE         PIC 9(08).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  EQ-DL-OPERATION         PIC X(08).
001830     05  FILLER                  PIC X(01) VALUE SPACES.
001840     05  EQ-DL-NUM1              PIC Z9.
001850     05  FILLER                  PIC X(03) VALUE SPACES.
001860     05  EQ-DL-NUM2              PIC Z9.
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  EQ-DL-AGE               PIC ZZZZ9.
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  EQ-DL-ASSIGNED-TO       PIC X(12).
001910     05  FILLER                  PIC X(01) VALUE SPACES.
001920     05  EQ-DL-FLAG              PIC X(16).
001930 01  EQ-BAND-HEADING-LINE.
001940     05  EQ-BHL-CAPTION          PIC X(14).
001950     05  FILLER                  PIC X(08) VALUE "   OPEN ".
001960     05  FILLER                  PIC X(35)
001970         VALUE "    0-1    2-5   6-10  11-20   OVER".
001980     05  FILLER                  PIC X(23)
001990         VALUE " BUSINESS DAYS OLD".
002000 01  EQ-BAND-LINE.
002010     05  EQ-BL-CAPTION           PIC X(14).
002020     05  EQ-BL-OPEN              PIC ZZZ,ZZ9.
002030     05  FILLER                  PIC X(01) VALUE SPACES.
002040     05  EQ-BL-BAND              PIC ZZZ,ZZ9
002050                                 OCCURS 5 TIMES.
002060     05  FILLER                  PIC X(23) VALUE SPACES.
002070 01  EQ-BLANK-LINE               PIC X(80) VALUE SPACES.
002080 01  EQ-READ-COUNT-LINE.
002090     05  FILLER                  PIC X(25)
002100         VALUE "EXCEPTIONS READ . . . . .".
002110     05  EQ-RDL-COUNT            PIC ZZZ,ZZ9.
002120     05  FILLER                  PIC X(48) VALUE SPACES.
002130 01  EQ-ADDED-COUNT-LINE.
002140     05  FILLER                  PIC X(25)
002150         VALUE "ADDED TO QUEUE  . . . . .".
002160     05  EQ-ADL-COUNT            PIC ZZZ,ZZ9.
002170     05  FILLER                  PIC X(48) VALUE SPACES.
002180 01  EQ-DUP-COUNT-LINE.
002190     05  FILLER                  PIC X(25)
002200         VALUE "ALREADY ON QUEUE  . . . .".
002210     05  EQ-DPL-COUNT            PIC ZZZ,ZZ9.
002220     05  FILLER                  PIC X(48) VALUE SPACES.
002230 01  EQ-OPEN-COUNT-LINE.
002240     05  FILLER                  PIC X(25)
002250         VALUE "OPEN ON QUEUE . . . . . .".
002260     05  EQ-OPL-COUNT            PIC ZZZ,ZZ9.
002270     05  FILLER                  PIC X(48) VALUE SPACES.
002280 01  EQ-UNASSIGNED-COUNT-LINE.
002290     05  FILLER                  PIC X(25)
002300         VALUE "  NOT YET ASSIGNED  . . .".
002310     05  EQ-UAL-COUNT            PIC ZZZ,ZZ9.
002320     05  FILLER                  PIC X(48) VALUE SPACES.
002330 01  EQ-MONTH-END-COUNT-LINE.
002340     05  FILLER                  PIC X(25)
002350         VALUE "  CARRIED PAST MONTH END.".
002360     05  EQ-MEL-COUNT            PIC ZZZ,ZZ9.
002370     05  FILLER                  PIC X(48) VALUE SPACES.
002380 01  EQ-CLOSED-COUNT-LINE.
002390     05  FILLER                  PIC X(25)
002400         VALUE "CLOSED ON QUEUE . . . . .".
002410     05  EQ-CLL-COUNT            PIC ZZZ,ZZ9.
002420     05  FILLER                  PIC X(48) VALUE SPACES.
002430*
002440 PROCEDURE DIVISION.
002450*=============================================================*
002460 0000-MAINLINE.
002470*=============================================================*
002480     PERFORM 1000-INITIALIZE
002490     PERFORM 2000-QUEUE-EXCEPTION THRU 2000-EXIT
002500         UNTIL WS-EXCP-EOF-YES
002510     PERFORM 3000-START-AGING
002520     PERFORM 4000-AGE-EXCEPTION THRU 4000-EXIT
002530         UNTIL WS-EXQ-EOF-YES
002540     IF EQ-HAVE-DEPT
002550         PERFORM 5000-DEPT-BREAK
002560     END-IF
002570     PERFORM 7000-PRODUCE-TOTALS
002580     PERFORM 8000-TERMINATE
002590     STOP RUN.
002600*
002610*-------------------------------------------------------------*
002620 1000-INITIALIZE.
002630*-------------------------------------------------------------*
002640     MOVE SPACES TO EQ-RUN-DATE-IN
002650     ACCEPT EQ-RUN-DATE-IN
002660     IF EQ-RUN-DATE-IN NUMERIC
002670         AND EQ-RDI-MONTH >= "01" AND NOT > "12"
002680         AND EQ-RDI-DAY >= "01" AND NOT > "31"
002690         MOVE EQ-RUN-DATE-IN-9 TO EQ-RUN-DATE
002700         DISPLAY "EXCPQUEUE - QUEUE DATE " EQ-RUN-DATE
002710             " FROM PARAMETER CARD"
002720     ELSE
002730         ACCEPT EQ-BC-SYSTEM-DATE FROM DATE YYYYMMDD
002740         MOVE "P" TO EQ-BC-FUNCTION
002750         MOVE ZERO TO EQ-BC-DAY-COUNT
002760         CALL "BusCalendar" USING EQ-BC-FUNCTION,
002770             EQ-BC-SYSTEM-DATE, EQ-BC-DAY-COUNT, EQ-RUN-DATE
002780     END-IF
002790     OPEN I-O EXQ-FILE
002800     IF WS-EXQ-STATUS = "35"
002810         OPEN OUTPUT EXQ-FILE
002820         CLOSE EXQ-FILE
002830         OPEN I-O EXQ-FILE
002840     END-IF
002850     IF WS-EXQ-STATUS = "00"
002860         SET EQ-EXQ-AVAIL TO TRUE
002870     ELSE
002880         DISPLAY "EXCPQUEUE - UNABLE TO OPEN EXCPQUE, "
002890             "STATUS " WS-EXQ-STATUS
002900         MOVE "Y" TO WS-EXCP-EOF-SW
002910         MOVE "Y" TO WS-EXQ-EOF-SW
002920     END-IF
002930     OPEN INPUT EXCP-FILE
002940     IF WS-EXCP-STATUS NOT = "00"
002950         DISPLAY "EXCPQUEUE - NO EXCPFILE, STATUS "
002960             WS-EXCP-STATUS ", NOTHING ADDED TO QUEUE"
002970         MOVE "Y" TO WS-EXCP-EOF-SW
002980     ELSE
002990         IF EQ-EXQ-AVAIL
003000             PERFORM 2100-READ-EXCEPTION
003010         END-IF
003020     END-IF
003030     OPEN OUTPUT EQRPT-FILE
003040     IF WS-EQRPT-STATUS NOT = "00"
003050         DISPLAY "EXCPQUEUE - UNABLE TO OPEN EXCPAGE, "
003060             "STATUS " WS-EQRPT-STATUS
003070     END-IF
003080     MOVE EQ-RUN-DATE TO EQ-HDG-DATE
003090     WRITE EQRPT-REC FROM EQ-HEADING-LINE
003100     WRITE EQRPT-REC FROM EQ-BLANK-LINE
003110     WRITE EQRPT-REC FROM EQ-COLUMN-LINE.
003120*
003130*-------------------------------------------------------------*
003140 2000-QUEUE-EXCEPTION.
003150*-------------------------------------------------------------*
003160     ADD 1 TO EQ-EXCP-READ-COUNT
003170     MOVE SPACES TO EXQ-REC
003180     MOVE EXCP-TRANS-ID TO EXQ-TRANS-ID
003190     MOVE EQ-RUN-DATE TO EXQ-EXCP-DATE
003200     MOVE EXCP-OPERATION TO EXQ-OPERATION
003210     MOVE EXCP-NUM1 TO EXQ-NUM1
003220     MOVE EXCP-NUM2 TO EXQ-NUM2
003230     SET EXQ-OPEN TO TRUE
003240     MOVE ZERO TO EXQ-ASSIGNED-DATE
003250     MOVE ZERO TO EXQ-CLOSED-DATE
003260     MOVE ZERO TO EXQ-NOTE-DATE
003270     WRITE EXQ-REC
003280         INVALID KEY
003290             ADD 1 TO EQ-DUP-COUNT
003300         NOT INVALID KEY
003310             ADD 1 TO EQ-ADDED-COUNT
003320     END-WRITE
003330     PERFORM 2100-READ-EXCEPTION
003340     .
003350 2000-EXIT.
003360     EXIT.
003370*
003380*-------------------------------------------------------------*
003390 2100-READ-EXCEPTION.
003400*-------------------------------------------------------------*
003410     READ EXCP-FILE
003420         AT END
003430             MOVE "Y" TO WS-EXCP-EOF-SW
003440     END-READ.
003450*
003460*-------------------------------------------------------------*
003470 3000-START-AGING.
003480*-------------------------------------------------------------*
003490     IF EQ-EXQ-AVAIL
003500         MOVE LOW-VALUES TO EXQ-KEY
003510         START EXQ-FILE KEY NOT LESS THAN EXQ-KEY
003520             INVALID KEY
003530                 MOVE "Y" TO WS-EXQ-EOF-SW
003540         END-START
003550         IF NOT WS-EXQ-EOF-YES
003560             PERFORM 4100-READ-QUEUE
003570         END-IF
003580     END-IF.
003590*
003600*-------------------------------------------------------------*
003610 4000-AGE-EXCEPTION.
003620*-------------------------------------------------------------*
003630     IF EXQ-CLOSED
003640         ADD 1 TO EQ-CLOSED-COUNT
003650         GO TO 4000-NEXT
003660     END-IF
003670     IF EQ-HAVE-DEPT
003680         AND EXQ-TRANS-ID (1:3) NOT = EQ-HOLD-DEPT
003690         PERFORM 5000-DEPT-BREAK
003700     END-IF
003710     IF NOT EQ-HAVE-DEPT
003720         OR EXQ-TRANS-ID (1:3) NOT = EQ-HOLD-DEPT
003730         MOVE EXQ-TRANS-ID (1:3) TO EQ-HOLD-DEPT
003740         MOVE EQ-HOLD-DEPT TO EQ-DL-DEPT
003750         SET EQ-HAVE-DEPT TO TRUE
003760     END-IF
003770     ADD 1 TO EQ-OPEN-COUNT
003780     ADD 1 TO EQ-DEPT-OPEN-COUNT
003790     MOVE ZERO TO EQ-AGE-DAYS
003800     IF EXQ-EXCP-DATE < EQ-RUN-DATE
003810         MOVE "B" TO EQ-BC-FUNCTION
003820         CALL "BusCalendar" USING EQ-BC-FUNCTION,
003830             EXQ-EXCP-DATE, EQ-AGE-DAYS, EQ-RUN-DATE
003840     END-IF
003850     MOVE 1 TO EQ-BAND-SUB
003860     PERFORM 4200-FIND-BAND
003870         UNTIL EQ-AGE-DAYS NOT > EQ-BAND-LIMIT (EQ-BAND-SUB)
003880     ADD 1 TO EQ-DEPT-BAND-COUNT (EQ-BAND-SUB)
003890     MOVE EXQ-TRANS-ID TO EQ-DL-TRANS-ID
003900     MOVE EXQ-EXCP-DATE TO EQ-DL-EXCP-DATE
003910     MOVE EXQ-OPERATION TO EQ-DL-OPERATION
003920     MOVE EXQ-NUM1 TO EQ-DL-NUM1
003930     MOVE EXQ-NUM2 TO EQ-DL-NUM2
003940     MOVE EQ-AGE-DAYS TO EQ-DL-AGE
003950     MOVE EXQ-ASSIGNED-TO TO EQ-DL-ASSIGNED-TO
003960     MOVE SPACES TO EQ-DL-FLAG
003970     IF EXQ-ASSIGNED-TO = SPACES
003980         ADD 1 TO EQ-UNASSIGNED-COUNT
003990         MOVE "*UNASSIGNED*" TO EQ-DL-ASSIGNED-TO
004000     END-IF
004010     IF EXQ-EXCP-DATE (1:6) < EQ-RUN-DATE (1:6)
004020         ADD 1 TO EQ-MONTH-END-COUNT
004030         MOVE "*PAST MONTH END*" TO EQ-DL-FLAG
004040     END-IF
004050     WRITE EQRPT-REC FROM EQ-DETAIL-LINE
004060     MOVE SPACES TO EQ-DL-DEPT
004070     .
004080 4000-NEXT.
004090     PERFORM 4100-READ-QUEUE
004100     .
004110 4000-EXIT.
004120     EXIT.
004130*
004140*-------------------------------------------------------------*
004150 4100-READ-QUEUE.
004160*-------------------------------------------------------------*
004170     READ EXQ-FILE NEXT RECORD
004180         AT END
004190             MOVE "Y" TO WS-EXQ-EOF-SW
004200     END-READ.
004210*
004220*-------------------------------------------------------------*
004230 4200-FIND-BAND.
004240*-------------------------------------------------------------*
004250     ADD 1 TO EQ-BAND-SUB.
004260*
004270*-------------------------------------------------------------*
004280 5000-DEPT-BREAK.
004290*-------------------------------------------------------------*
004300*    PRINTS THE DEPARTMENT'S AGE BANDS AND ROLLS THEM INTO    *
004310*    THE REPORT TOTAL.                                        *
004320*-------------------------------------------------------------*
004330     MOVE SPACES TO EQ-BHL-CAPTION
004340     WRITE EQRPT-REC FROM EQ-BAND-HEADING-LINE
004350     MOVE SPACES TO EQ-BL-CAPTION
004360     STRING "DEPT " EQ-HOLD-DEPT " TOTAL"
004370         DELIMITED BY SIZE INTO EQ-BL-CAPTION
004380     MOVE EQ-DEPT-OPEN-COUNT TO EQ-BL-OPEN
004390     MOVE 1 TO EQ-BAND-SUB
004400     PERFORM 5100-ROLL-BAND
004410         UNTIL EQ-BAND-SUB > 5
004420     WRITE EQRPT-REC FROM EQ-BAND-LINE
004430     WRITE EQRPT-REC FROM EQ-BLANK-LINE
004440     MOVE ZERO TO EQ-DEPT-OPEN-COUNT.
004450*
004460*-------------------------------------------------------------*
004470 5100-ROLL-BAND.
004480*-------------------------------------------------------------*
004490     MOVE EQ-DEPT-BAND-COUNT (EQ-BAND-SUB)
004500         TO EQ-BL-BAND (EQ-BAND-SUB)
004510     ADD EQ-DEPT-BAND-COUNT (EQ-BAND-SUB)
004520         TO EQ-TOTAL-BAND-COUNT (EQ-BAND-SUB)
004530     MOVE ZERO TO EQ-DEPT-BAND-COUNT (EQ-BAND-SUB)
004540     ADD 1 TO EQ-BAND-SUB.
004550*
004560*-------------------------------------------------------------*
004570 7000-PRODUCE-TOTALS.
004580*-------------------------------------------------------------*
004590     MOVE "ALL DEPTS" TO EQ-BHL-CAPTION
004600     WRITE EQRPT-REC FROM EQ-BAND-HEADING-LINE
004610     MOVE "ALL DEPTS" TO EQ-BL-CAPTION
004620     MOVE EQ-OPEN-COUNT TO EQ-BL-OPEN
004630     MOVE 1 TO EQ-BAND-SUB
004640     PERFORM 7100-MOVE-TOTAL-BAND
004650         UNTIL EQ-BAND-SUB > 5
004660     WRITE EQRPT-REC FROM EQ-BAND-LINE
004670     WRITE EQRPT-REC FROM EQ-BLANK-LINE
004680     MOVE EQ-EXCP-READ-COUNT TO EQ-RDL-COUNT
004690     WRITE EQRPT-REC FROM EQ-READ-COUNT-LINE
004700     MOVE EQ-ADDED-COUNT TO EQ-ADL-COUNT
004710     WRITE EQRPT-REC FROM EQ-ADDED-COUNT-LINE
004720     MOVE EQ-DUP-COUNT TO EQ-DPL-COUNT
004730     WRITE EQRPT-REC FROM EQ-DUP-COUNT-LINE
004740     MOVE EQ-OPEN-COUNT TO EQ-OPL-COUNT
004750     WRITE EQRPT-REC FROM EQ-OPEN-COUNT-LINE
004760     MOVE EQ-UNASSIGNED-COUNT TO EQ-UAL-COUNT
004770     WRITE EQRPT-REC FROM EQ-UNASSIGNED-COUNT-LINE
004780     MOVE EQ-MONTH-END-COUNT TO EQ-MEL-COUNT
004790     WRITE EQRPT-REC FROM EQ-MONTH-END-COUNT-LINE
004800     MOVE EQ-CLOSED-COUNT TO EQ-CLL-COUNT
004810     WRITE EQRPT-REC FROM EQ-CLOSED-COUNT-LINE.
004820*
004830*-------------------------------------------------------------*
004840 7100-MOVE-TOTAL-BAND.
004850*-------------------------------------------------------------*
004860     MOVE EQ-TOTAL-BAND-COUNT (EQ-BAND-SUB)
004870         TO EQ-BL-BAND (EQ-BAND-SUB)
004880     ADD 1 TO EQ-BAND-SUB.
004890*
004900*-------------------------------------------------------------*
004910 8000-TERMINATE.
004920*-------------------------------------------------------------*
004930     IF WS-EXCP-STATUS = "00"
004940         OR WS-EXCP-STATUS = "10"
004950         CLOSE EXCP-FILE
004960     END-IF
004970     IF EQ-EXQ-AVAIL
004980         CLOSE EXQ-FILE
004990     END-IF
005000     CLOSE EQRPT-FILE
005010     DISPLAY "EXCPQUEUE - EXCEPTIONS ADDED " EQ-ADDED-COUNT
005020         "  OPEN ON QUEUE " EQ-OPEN-COUNT.
