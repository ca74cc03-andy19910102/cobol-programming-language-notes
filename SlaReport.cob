000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SlaReport.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - batch-window elapsed   *
000110*                   time and SLA trend report.  Pairs each   *
000120*                   chain job's start and end records on     *
000130*                   STATFILE by run date over a date range   *
000140*                   and prints, night by night, each job's   *
000150*                   elapsed time, the gap to its successor's *
000160*                   start, records per minute, its target    *
000170*                   end time from the SLAPARM parameter file *
000180*                   with late nights flagged, and a rolling  *
000190*                   average elapsed time.  A per-job summary *
000200*                   for the range follows.                   *
000210*-----------------------------------------------------------*
000220* Parameter card (SYSIN):                                    *
000230*   COL  1-8   FIRST RUN DATE, YYYYMMDD (BLANK = 20 BUSINESS *
000240*              DAYS ENDING ON THE LAST RUN DATE)             *
000250*   COL 10-17  LAST RUN DATE, YYYYMMDD (BLANK = CURRENT      *
000260*              BUSINESS DAY)                                 *
000270*   COL 19-20  NIGHTS IN THE ROLLING AVERAGE, 01-10 (BLANK = *
000280*              05)                                           *
000290* SLAPARM records, one per line:                             *
000300*   W  COL 3-6   HHMM THE BATCH WINDOW OPENS (DEFAULT 1200); *
000310*                TIMES BEFORE IT ARE AFTER MIDNIGHT          *
000320*   J  COL 3-15  JOB NAME AS WRITTEN ON STATFILE             *
000330*      COL 17-20 TARGET END TIME HHMM (BLANK = NO TARGET)    *
000340*   *  COMMENT                                               *
000350* J records are given in chain order; the next J record is   *
000360* a job's successor for the gap column.  A job with only an  *
000370* end record for a night was held by JobGate (SEVR, no       *
000380* counts) or did not write a start record.                   *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STAT-FILE ASSIGN TO "STATFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-STAT-STATUS.
000460*
000470     SELECT SLAP-FILE ASSIGN TO "SLAPARM"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SLAP-STATUS.
000500*
000510     SELECT SARPT-FILE ASSIGN TO "SLARPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-SARPT-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*-----------------------------------------------------------*
000580* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
000590*-----------------------------------------------------------*
000600 FD  STAT-FILE
000610     RECORDING MODE IS F.
000620 01  STAT-REC.
000630     05  STAT-JOB-NAME              PIC X(13).
000640     05  STAT-REC-TYPE              PIC X(01).
000650         88  STAT-TYPE-START                  VALUE 'S'.
000660         88  STAT-TYPE-END                    VALUE 'E'.
000670     05  STAT-RUN-DATE              PIC 9(08).
000680     05  STAT-RUN-TIME              PIC 9(08).
000690     05  STAT-REC-COUNT             PIC 9(07).
000700     05  STAT-EXCP-COUNT            PIC 9(07).
000710     05  STAT-REJT-COUNT            PIC 9(07).
000720     05  STAT-SEVERITY              PIC X(04).
000730     05  FILLER                     PIC X(25).
000740*
000750*-----------------------------------------------------------*
000760* SLAP-FILE - CHAIN ORDER AND TARGET END TIMES               *
000770*-----------------------------------------------------------*
000780 FD  SLAP-FILE
000790     RECORDING MODE IS F.
000800 01  SLAP-REC.
000810     05  SLAP-REC-TYPE              PIC X(01).
000820         88  SLAP-TYPE-WINDOW                 VALUE 'W'.
000830         88  SLAP-TYPE-JOB                    VALUE 'J'.
000840     05  FILLER                     PIC X(01).
000850     05  SLAP-JOB-NAME              PIC X(13).
000860     05  FILLER                     PIC X(01).
000870     05  SLAP-TARGET-END.
000880         10  SLAP-TARGET-HH         PIC X(02).
000890         10  SLAP-TARGET-MM         PIC X(02).
000900     05  FILLER                     PIC X(60).
000910 01  SLAP-WINDOW-REC.
000920     05  FILLER                     PIC X(02).
000930     05  SLAP-WINDOW-START.
000940         10  SLAP-WINDOW-HH         PIC X(02).
000950         10  SLAP-WINDOW-MM         PIC X(02).
000960     05  FILLER                     PIC X(74).
000970*
000980*-----------------------------------------------------------*
000990* SARPT-FILE - BATCH WINDOW SLA REPORT                       *
001000*-----------------------------------------------------------*
001010 FD  SARPT-FILE
001020     RECORDING MODE IS F.
001030 01  SARPT-REC                      PIC X(80).
001040*
001050 WORKING-STORAGE SECTION.
001060*-----------------------------------------------------------*
001070* FILE STATUS FIELDS                                        *
001080*-----------------------------------------------------------*
001090 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
001100 01  WS-SLAP-STATUS             PIC X(02) VALUE SPACES.
001110 01  WS-SARPT-STATUS            PIC X(02) VALUE SPACES.
001120*
001130*-----------------------------------------------------------*
001140* SWITCHES                                                  *
001150*-----------------------------------------------------------*
001160 01  WS-SWITCHES.
001170     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001180         88  WS-EOF-YES                    VALUE 'Y'.
001190     05  WS-SLAP-EOF-SW          PIC X(01) VALUE 'N'.
001200         88  WS-SLAP-EOF-YES               VALUE 'Y'.
001210     05  SA-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
001220         88  SA-STAT-AVAIL                 VALUE 'Y'.
001230     05  SA-JOB-FOUND-SW         PIC X(01) VALUE 'N'.
001240         88  SA-JOB-FOUND                  VALUE 'Y'.
001250     05  SA-NIGHT-FOUND-SW       PIC X(01) VALUE 'N'.
001260         88  SA-NIGHT-FOUND                VALUE 'Y'.
001270     05  SA-NIGHT-POS-SW         PIC X(01) VALUE 'N'.
001280         88  SA-NIGHT-POS-FOUND            VALUE 'Y'.
001290     05  SA-SUCC-FOUND-SW        PIC X(01) VALUE 'N'.
001300         88  SA-SUCC-FOUND                 VALUE 'Y'.
001310     05  SA-NIGHT-LATE-SW        PIC X(01) VALUE 'N'.
001320         88  SA-NIGHT-LATE                 VALUE 'Y'.
001330*
001340*-----------------------------------------------------------*
001350* PARAMETER CARD                                            *
001360*-----------------------------------------------------------*
001370 01  SA-PARM-CARD.
001380     05  SA-PARM-FROM-DATE.
001390         10  SA-PFD-YEAR         PIC X(04).
001400         10  SA-PFD-MONTH        PIC X(02).
001410         10  SA-PFD-DAY          PIC X(02).
001420     05  SA-PARM-FROM-DATE-9 REDEFINES SA-PARM-FROM-DATE
001430                                 PIC 9(08).
001440     05  FILLER                  PIC X(01).
001450     05  SA-PARM-TO-DATE.
001460         10  SA-PTD-YEAR         PIC X(04).
001470         10  SA-PTD-MONTH        PIC X(02).
001480         10  SA-PTD-DAY          PIC X(02).
001490     05  SA-PARM-TO-DATE-9 REDEFINES SA-PARM-TO-DATE
001500                                 PIC 9(08).
001510     05  FILLER                  PIC X(01).
001520     05  SA-PARM-ROLL            PIC X(02).
001530     05  SA-PARM-ROLL-9 REDEFINES SA-PARM-ROLL
001540                                 PIC 9(02).
001550     05  FILLER                  PIC X(60).
001560*
001570*-----------------------------------------------------------*
001580* RANGE AND TIME WORK AREAS                                 *
001590*-----------------------------------------------------------*
001600 01  SA-FROM-DATE                PIC 9(08) VALUE 0.
001610 01  SA-TO-DATE                  PIC 9(08) VALUE 0.
001620 01  SA-BUS-DATE                 PIC 9(08) VALUE 0.
001630 01  SA-BC-FUNCTION              PIC X(01) VALUE SPACE.
001640 01  SA-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001650 01  SA-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001660 01  SA-ROLL-NIGHTS              PIC 9(02) VALUE 5.
001670 01  SA-WINDOW-HHMM              PIC 9(04) VALUE 1200.
001680 01  SA-WINDOW-HHMM-X REDEFINES SA-WINDOW-HHMM.
001690     05  SA-WINDOW-HH            PIC 9(02).
001700     05  SA-WINDOW-MM            PIC 9(02).
001710 77  SA-WINDOW-SECS              PIC 9(06) COMP VALUE 43200.
001720 77  SA-DAY-SECS                 PIC 9(06) COMP VALUE 86400.
001730*
001740 01  SA-TIME-PARTS.
001750     05  SA-TP-HH                PIC 9(02).
001760     05  SA-TP-MM                PIC 9(02).
001770     05  SA-TP-SS                PIC 9(02).
001780     05  SA-TP-HD                PIC 9(02).
001790 77  SA-SECS                     PIC 9(06) COMP VALUE 0.
001800 77  SA-FMT-SECS                 PIC 9(06) COMP VALUE 0.
001810 77  SA-FMT-REM                  PIC 9(06) COMP VALUE 0.
001820 77  SA-START-SECS               PIC 9(06) COMP VALUE 0.
001830 77  SA-END-SECS                 PIC 9(06) COMP VALUE 0.
001840 77  SA-TARGET-SECS              PIC 9(06) COMP VALUE 0.
001850 77  SA-SUCC-SECS                PIC 9(06) COMP VALUE 0.
001860 77  SA-ELAPSED-SECS             PIC 9(06) COMP VALUE 0.
001870 77  SA-GAP-SECS                 PIC S9(06) COMP VALUE 0.
001880 77  SA-ROLL-TOTAL               PIC 9(08) COMP VALUE 0.
001890 77  SA-ROLL-AVG                 PIC 9(06) COMP VALUE 0.
001900 77  SA-NIGHT-FIRST-SECS         PIC 9(06) COMP VALUE 0.
001910 77  SA-NIGHT-LAST-SECS          PIC 9(06) COMP VALUE 0.
001920 01  SA-GAP-MINUTES              PIC S9(05)V9(01) VALUE 0.
001930 01  SA-RATE                     PIC 9(07) VALUE 0.
001940*
001950 01  SA-HMS.
001960     05  SA-HMS-HH               PIC 9(02).
001970     05  FILLER                  PIC X(01) VALUE ":".
001980     05  SA-HMS-MM               PIC 9(02).
001990     05  FILLER                  PIC X(01) VALUE ":".
002000     05  SA-HMS-SS               PIC 9(02).
002010 01  SA-HM-FORMAT REDEFINES SA-HMS.
002020     05  SA-HM                   PIC X(05).
002030     05  FILLER                  PIC X(03).
002040 01  SA-EDIT-GAP                 PIC -ZZZ9.9.
002050 01  SA-EDIT-RATE                PIC ZZZ,ZZ9.
002060*
002070*-----------------------------------------------------------*
002080* CHAIN JOB TABLE - ONE SLOT PER SLAPARM JOB, IN CHAIN      *
002090* ORDER, PLUS ONE FOR THE NIGHT'S WHOLE WINDOW              *
002100*-----------------------------------------------------------*
002110 01  SA-JOB-TABLE.
002120     05  SA-JOB-ENTRY OCCURS 13 TIMES.
002130         10  SA-JT-JOB-NAME      PIC X(13).
002140         10  SA-JT-TARGET-SW     PIC X(01).
002150             88  SA-JT-HAS-TARGET          VALUE 'Y'.
002160         10  SA-JT-TARGET-HHMM   PIC 9(04).
002170         10  SA-JT-RUN-COUNT     PIC 9(05) COMP.
002180         10  SA-JT-LATE-COUNT    PIC 9(05) COMP.
002190         10  SA-JT-TOTAL-SECS    PIC 9(09) COMP.
002200         10  SA-JT-MAX-SECS      PIC 9(06) COMP.
002210         10  SA-JT-ROLL-COUNT    PIC 9(02) COMP.
002220         10  SA-JT-ROLL-SECS     PIC 9(06) COMP
002230                                 OCCURS 10 TIMES.
002240 77  SA-JOB-COUNT                PIC 9(02) COMP VALUE 0.
002250 77  SA-WINDOW-SUB               PIC 9(02) COMP VALUE 0.
002260 77  SA-SUB                      PIC 9(02) COMP VALUE 0.
002270 77  SA-SUCC-SUB                 PIC 9(02) COMP VALUE 0.
002280 77  SA-ROLL-SUB                 PIC 9(02) COMP VALUE 0.
002290 77  SA-CLR-SUB                  PIC 9(02) COMP VALUE 0.
002300*
002310*-----------------------------------------------------------*
002320* NIGHT TABLE - ONE ENTRY PER RUN DATE, IN DATE ORDER       *
002330*-----------------------------------------------------------*
002340 01  SA-NIGHT-TABLE.
002350     05  SA-NIGHT-ENTRY OCCURS 100 TIMES.
002360         10  SA-NT-RUN-DATE      PIC 9(08).
002370         10  SA-NT-JOB OCCURS 12 TIMES.
002380             15  SA-NJ-START-SW  PIC X(01).
002390                 88  SA-NJ-STARTED         VALUE 'Y'.
002400             15  SA-NJ-END-SW    PIC X(01).
002410                 88  SA-NJ-ENDED           VALUE 'Y'.
002420             15  SA-NJ-S-TIME    PIC 9(08).
002430             15  SA-NJ-E-TIME    PIC 9(08).
002440             15  SA-NJ-REC-COUNT PIC 9(07).
002450             15  SA-NJ-SEVERITY  PIC X(04).
002460 77  SA-NIGHT-COUNT              PIC 9(03) COMP VALUE 0.
002470 77  SA-NSUB                     PIC 9(03) COMP VALUE 0.
002480 77  SA-MSUB                     PIC 9(03) COMP VALUE 0.
002490*
002500*-----------------------------------------------------------*
002510* RUN ACCUMULATORS                                          *
002520*-----------------------------------------------------------*
002530 01  SA-RUN-TOTALS.
002540     05  SA-READ-COUNT           PIC 9(07) COMP VALUE 0.
002550     05  SA-USED-COUNT           PIC 9(07) COMP VALUE 0.
002560     05  SA-LATE-COUNT           PIC 9(07) COMP VALUE 0.
002570     05  SA-SKIPPED-COUNT        PIC 9(07) COMP VALUE 0.
002580*
002590*-----------------------------------------------------------*
002600* REPORT LINE LAYOUTS                                       *
002610*-----------------------------------------------------------*
002620 01  SA-HEADING-LINE.
002630     05  FILLER                  PIC X(34)
002640         VALUE "SLAREPORT BATCH WINDOW RUN DATES ".
002650     05  SA-HDG-FROM-DATE        PIC 9(08).
002660     05  FILLER                  PIC X(04) VALUE " TO ".
002670     05  SA-HDG-TO-DATE          PIC 9(08).
002680     05  FILLER                  PIC X(26) VALUE SPACES.
002690 01  SA-PARM-LINE.
002700     05  FILLER                  PIC X(24)
002710         VALUE "ROLLING AVERAGE NIGHTS  ".
002720     05  SA-PML-ROLL             PIC Z9.
002730     05  FILLER                  PIC X(22)
002740         VALUE "   WINDOW OPENS AT    ".
002750     05  SA-PML-WINDOW           PIC X(05).
002760     05  FILLER                  PIC X(27) VALUE SPACES.
002770 01  SA-NIGHT-LINE.
002780     05  FILLER                  PIC X(09)
002790         VALUE "RUN DATE ".
002800     05  SA-NTL-RUN-DATE         PIC 9(08).
002810     05  FILLER                  PIC X(63) VALUE SPACES.
002820 01  SA-COLUMN-LINE.
002830     05  FILLER                  PIC X(40)
002840         VALUE "JOB           START    END      ELAPSED ".
002850     05  FILLER                  PIC X(40)
002860         VALUE " GAP MIN REC/MIN DUE   ROLL AVG FLAG    ".
002870 01  SA-DETAIL-LINE.
002880     05  SA-DL-JOB-NAME          PIC X(13).
002890     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  SA-DL-START             PIC X(08).
002910     05  FILLER                  PIC X(01) VALUE SPACES.
002920     05  SA-DL-END               PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  SA-DL-ELAPSED           PIC X(08).
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  SA-DL-GAP               PIC X(07).
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  SA-DL-RATE              PIC X(07).
002990     05  FILLER                  PIC X(01) VALUE SPACES.
003000     05  SA-DL-TARGET            PIC X(05).
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  SA-DL-ROLL-AVG          PIC X(08).
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  SA-DL-FLAG              PIC X(08).
003050 01  SA-SUMMARY-HEADING-LINE.
003060     05  FILLER                  PIC X(30)
003070         VALUE "JOB SUMMARY FOR THE RUN DATES ".
003080     05  FILLER                  PIC X(50) VALUE SPACES.
003090 01  SA-SUMMARY-COLUMN-LINE.
003100     05  FILLER                  PIC X(40)
003110         VALUE "JOB             RUNS   LATE   AVG ELAP  ".
003120     05  FILLER                  PIC X(40)
003130         VALUE " MAX ELAP   DUE                         ".
003140 01  SA-SUMMARY-LINE.
003150     05  SA-SML-JOB-NAME         PIC X(13).
003160     05  FILLER                  PIC X(03) VALUE SPACES.
003170     05  SA-SML-RUNS             PIC ZZZ9.
003180     05  FILLER                  PIC X(03) VALUE SPACES.
003190     05  SA-SML-LATE             PIC ZZZ9.
003200     05  FILLER                  PIC X(03) VALUE SPACES.
003210     05  SA-SML-AVG              PIC X(08).
003220     05  FILLER                  PIC X(03) VALUE SPACES.
003230     05  SA-SML-MAX              PIC X(08).
003240     05  FILLER                  PIC X(03) VALUE SPACES.
003250     05  SA-SML-TARGET           PIC X(05).
003260     05  FILLER                  PIC X(23) VALUE SPACES.
003270 01  SA-READ-COUNT-LINE.
003280     05  FILLER                  PIC X(25)
003290         VALUE "STATUS RECORDS READ . . .".
003300     05  SA-RDL-COUNT            PIC ZZZ,ZZ9.
003310     05  FILLER                  PIC X(48) VALUE SPACES.
003320 01  SA-USED-COUNT-LINE.
003330     05  FILLER                  PIC X(25)
003340         VALUE "CHAIN RECORDS IN RANGE  .".
003350     05  SA-UDL-COUNT            PIC ZZZ,ZZ9.
003360     05  FILLER                  PIC X(48) VALUE SPACES.
003370 01  SA-NIGHT-COUNT-LINE.
003380     05  FILLER                  PIC X(25)
003390         VALUE "NIGHTS REPORTED . . . . .".
003400     05  SA-NCL-COUNT            PIC ZZZ,ZZ9.
003410     05  FILLER                  PIC X(48) VALUE SPACES.
003420 01  SA-LATE-COUNT-LINE.
003430     05  FILLER                  PIC X(25)
003440         VALUE "JOB NIGHTS LATE . . . . .".
003450     05  SA-LCL-COUNT            PIC ZZZ,ZZ9.
003460     05  FILLER                  PIC X(48) VALUE SPACES.
003470 01  SA-SKIPPED-COUNT-LINE.
003480     05  FILLER                  PIC X(25)
003490         VALUE "NIGHT TABLE FULL, SKIPPED".
003500     05  SA-SKL-COUNT            PIC ZZZ,ZZ9.
003510     05  FILLER                  PIC X(48) VALUE SPACES.
003520*
003530 PROCEDURE DIVISION.
003540*=============================================================*
003550 0000-MAINLINE.
003560*=============================================================*
003570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003580     PERFORM 2000-TALLY-STATUS THRU 2000-EXIT
003590         UNTIL WS-EOF-YES
003600     PERFORM 7000-PRODUCE-REPORT
003610     PERFORM 7500-PRODUCE-SUMMARY
003620     PERFORM 8000-TERMINATE
003630     STOP RUN.
003640*
003650*-------------------------------------------------------------*
003660 1000-INITIALIZE.
003670*-------------------------------------------------------------*
003680     MOVE SPACES TO SA-PARM-CARD
003690     ACCEPT SA-PARM-CARD
003700     PERFORM 1100-EDIT-PARM-CARD
003710     OPEN OUTPUT SARPT-FILE
003720     IF WS-SARPT-STATUS NOT = "00"
003730         DISPLAY "SLAREPORT - UNABLE TO OPEN SLARPT, "
003740             "STATUS " WS-SARPT-STATUS
003750     END-IF
003760     PERFORM 1200-LOAD-SLA-PARMS
003770     MOVE SA-FROM-DATE TO SA-HDG-FROM-DATE
003780     MOVE SA-TO-DATE TO SA-HDG-TO-DATE
003790     WRITE SARPT-REC FROM SA-HEADING-LINE
003800     MOVE SA-ROLL-NIGHTS TO SA-PML-ROLL
003810     MOVE SA-WINDOW-HH TO SA-HMS-HH
003820     MOVE SA-WINDOW-MM TO SA-HMS-MM
003830     MOVE SA-HM TO SA-PML-WINDOW
003840     WRITE SARPT-REC FROM SA-PARM-LINE
003850     IF SA-JOB-COUNT = ZERO
003860         MOVE SPACES TO SARPT-REC
003870         MOVE "NO CHAIN JOBS ON SLAPARM" TO SARPT-REC
003880         WRITE SARPT-REC
003890         MOVE "Y" TO WS-EOF-SW
003900         GO TO 1000-EXIT
003910     END-IF
003920     OPEN INPUT STAT-FILE
003930     IF WS-STAT-STATUS NOT = "00"
003940         DISPLAY "SLAREPORT - UNABLE TO OPEN STATFILE, "
003950             "STATUS " WS-STAT-STATUS
003960         MOVE "Y" TO WS-EOF-SW
003970         GO TO 1000-EXIT
003980     END-IF
003990     SET SA-STAT-AVAIL TO TRUE
004000     PERFORM 2100-READ-STATUS
004010     .
004020 1000-EXIT.
004030     EXIT.
004040*
004050*-------------------------------------------------------------*
004060 1100-EDIT-PARM-CARD.
004070*-------------------------------------------------------------*
004080     ACCEPT SA-BC-SYSTEM-DATE FROM DATE YYYYMMDD
004090     MOVE "P" TO SA-BC-FUNCTION
004100     MOVE ZERO TO SA-BC-DAY-COUNT
004110     CALL "BusCalendar" USING SA-BC-FUNCTION,
004120         SA-BC-SYSTEM-DATE, SA-BC-DAY-COUNT, SA-BUS-DATE
004130     IF SA-PARM-TO-DATE NUMERIC
004140         AND SA-PTD-MONTH >= "01" AND NOT > "12"
004150         AND SA-PTD-DAY >= "01" AND NOT > "31"
004160         MOVE SA-PARM-TO-DATE-9 TO SA-TO-DATE
004170     ELSE
004180         MOVE SA-BUS-DATE TO SA-TO-DATE
004190     END-IF
004200     IF SA-PARM-FROM-DATE NUMERIC
004210         AND SA-PFD-MONTH >= "01" AND NOT > "12"
004220         AND SA-PFD-DAY >= "01" AND NOT > "31"
004230         MOVE SA-PARM-FROM-DATE-9 TO SA-FROM-DATE
004240     ELSE
004250         PERFORM 1150-DEFAULT-FROM-DATE
004260     END-IF
004270     IF SA-FROM-DATE > SA-TO-DATE
004280         DISPLAY "SLAREPORT - FIRST RUN DATE AFTER LAST, "
004290             "DEFAULT RANGE USED"
004300         MOVE SA-BUS-DATE TO SA-TO-DATE
004310         PERFORM 1150-DEFAULT-FROM-DATE
004320     END-IF
004330     DISPLAY "SLAREPORT - RUN DATES " SA-FROM-DATE
004340         " TO " SA-TO-DATE
004350     IF SA-PARM-ROLL NUMERIC
004360         AND SA-PARM-ROLL-9 > ZERO
004370         MOVE SA-PARM-ROLL-9 TO SA-ROLL-NIGHTS
004380     ELSE
004390         MOVE 5 TO SA-ROLL-NIGHTS
004400     END-IF
004410     IF SA-ROLL-NIGHTS > 10
004420         MOVE 10 TO SA-ROLL-NIGHTS
004430     END-IF.
004440*
004450*-------------------------------------------------------------*
004460 1150-DEFAULT-FROM-DATE.
004470*-------------------------------------------------------------*
004480     MOVE "P" TO SA-BC-FUNCTION
004490     MOVE 19 TO SA-BC-DAY-COUNT
004500     CALL "BusCalendar" USING SA-BC-FUNCTION,
004510         SA-TO-DATE, SA-BC-DAY-COUNT, SA-FROM-DATE.
004520*
004530*-------------------------------------------------------------*
004540 1200-LOAD-SLA-PARMS.
004550*-------------------------------------------------------------*
004560     OPEN INPUT SLAP-FILE
004570     IF WS-SLAP-STATUS NOT = "00"
004580         DISPLAY "SLAREPORT - UNABLE TO OPEN SLAPARM, "
004590             "STATUS " WS-SLAP-STATUS
004600         SET WS-SLAP-EOF-YES TO TRUE
004610     ELSE
004620         PERFORM 1260-READ-SLA-PARM
004630     END-IF
004640     PERFORM 1250-STORE-SLA-PARM
004650         UNTIL WS-SLAP-EOF-YES
004660     IF WS-SLAP-STATUS = "00"
004670         OR WS-SLAP-STATUS = "10"
004680         CLOSE SLAP-FILE
004690     END-IF
004700     COMPUTE SA-WINDOW-SECS =
004710         SA-WINDOW-HH * 3600 + SA-WINDOW-MM * 60
004720     COMPUTE SA-WINDOW-SUB = SA-JOB-COUNT + 1
004730     MOVE "NIGHT WINDOW" TO SA-JT-JOB-NAME (SA-WINDOW-SUB)
004740     MOVE 'N' TO SA-JT-TARGET-SW (SA-WINDOW-SUB)
004750     MOVE ZERO TO SA-JT-TARGET-HHMM (SA-WINDOW-SUB)
004760     PERFORM 1270-CLEAR-JOB-TOTALS
004770         VARYING SA-SUB FROM 1 BY 1
004780         UNTIL SA-SUB > SA-WINDOW-SUB.
004790*
004800*-------------------------------------------------------------*
004810 1250-STORE-SLA-PARM.
004820*-------------------------------------------------------------*
004830     EVALUATE TRUE
004840         WHEN SLAP-TYPE-WINDOW
004850             IF SLAP-WINDOW-START NUMERIC
004860                 AND SLAP-WINDOW-HH < "24"
004870                 AND SLAP-WINDOW-MM < "60"
004880                 MOVE SLAP-WINDOW-START TO SA-WINDOW-HHMM
004890             ELSE
004900                 DISPLAY "SLAREPORT - WINDOW START "
004910                     SLAP-WINDOW-START " NOT VALID, IGNORED"
004920             END-IF
004930         WHEN SLAP-TYPE-JOB
004940             IF SLAP-JOB-NAME = SPACES
004950                 CONTINUE
004960             ELSE
004970                 IF SA-JOB-COUNT < 12
004980                     ADD 1 TO SA-JOB-COUNT
004990                     PERFORM 1255-STORE-CHAIN-JOB
005000                 ELSE
005010                     DISPLAY "SLAREPORT - JOB TABLE FULL, "
005020                         SLAP-JOB-NAME " SKIPPED"
005030                 END-IF
005040             END-IF
005050         WHEN OTHER
005060             CONTINUE
005070     END-EVALUATE
005080     PERFORM 1260-READ-SLA-PARM.
005090*
005100*-------------------------------------------------------------*
005110 1255-STORE-CHAIN-JOB.
005120*-------------------------------------------------------------*
005130     MOVE SLAP-JOB-NAME TO SA-JT-JOB-NAME (SA-JOB-COUNT)
005140     IF SLAP-TARGET-END NUMERIC
005150         AND SLAP-TARGET-HH < "24"
005160         AND SLAP-TARGET-MM < "60"
005170         MOVE 'Y' TO SA-JT-TARGET-SW (SA-JOB-COUNT)
005180         MOVE SLAP-TARGET-END TO SA-JT-TARGET-HHMM (SA-JOB-COUNT)
005190     ELSE
005200         MOVE 'N' TO SA-JT-TARGET-SW (SA-JOB-COUNT)
005210         MOVE ZERO TO SA-JT-TARGET-HHMM (SA-JOB-COUNT)
005220         IF SLAP-TARGET-END NOT = SPACES
005230             DISPLAY "SLAREPORT - TARGET " SLAP-TARGET-END
005240                 " FOR " SLAP-JOB-NAME " NOT VALID, IGNORED"
005250         END-IF
005260     END-IF.
005270*
005280*-------------------------------------------------------------*
005290 1260-READ-SLA-PARM.
005300*-------------------------------------------------------------*
005310     READ SLAP-FILE
005320         AT END
005330             SET WS-SLAP-EOF-YES TO TRUE
005340     END-READ.
005350*
005360*-------------------------------------------------------------*
005370 1270-CLEAR-JOB-TOTALS.
005380*-------------------------------------------------------------*
005390     MOVE ZERO TO SA-JT-RUN-COUNT (SA-SUB)
005400     MOVE ZERO TO SA-JT-LATE-COUNT (SA-SUB)
005410     MOVE ZERO TO SA-JT-TOTAL-SECS (SA-SUB)
005420     MOVE ZERO TO SA-JT-MAX-SECS (SA-SUB)
005430     MOVE ZERO TO SA-JT-ROLL-COUNT (SA-SUB).
005440*
005450*-------------------------------------------------------------*
005460 2000-TALLY-STATUS.
005470*-------------------------------------------------------------*
005480     ADD 1 TO SA-READ-COUNT
005490     IF STAT-RUN-DATE < SA-FROM-DATE
005500         OR STAT-RUN-DATE > SA-TO-DATE
005510         GO TO 2000-NEXT
005520     END-IF
005530     PERFORM 2200-FIND-JOB-ENTRY
005540     IF NOT SA-JOB-FOUND
005550         GO TO 2000-NEXT
005560     END-IF
005570     PERFORM 2300-FIND-NIGHT-ENTRY
005580     IF NOT SA-NIGHT-FOUND
005590         GO TO 2000-NEXT
005600     END-IF
005610     ADD 1 TO SA-USED-COUNT
005620     PERFORM 2400-APPLY-STATUS-REC
005630     .
005640 2000-NEXT.
005650     PERFORM 2100-READ-STATUS
005660     .
005670 2000-EXIT.
005680     EXIT.
005690*
005700*-------------------------------------------------------------*
005710 2100-READ-STATUS.
005720*-------------------------------------------------------------*
005730     READ STAT-FILE
005740         AT END
005750             MOVE "Y" TO WS-EOF-SW
005760     END-READ.
005770*
005780*-------------------------------------------------------------*
005790 2200-FIND-JOB-ENTRY.
005800*-------------------------------------------------------------*
005810     MOVE 'N' TO SA-JOB-FOUND-SW
005820     MOVE 1 TO SA-SUB
005830     PERFORM 2210-SCAN-JOB-TABLE
005840         UNTIL SA-SUB > SA-JOB-COUNT
005850            OR SA-JOB-FOUND.
005860*
005870*-------------------------------------------------------------*
005880 2210-SCAN-JOB-TABLE.
005890*-------------------------------------------------------------*
005900     IF SA-JT-JOB-NAME (SA-SUB) = STAT-JOB-NAME
005910         SET SA-JOB-FOUND TO TRUE
005920     ELSE
005930         ADD 1 TO SA-SUB
005940     END-IF.
005950*
005960*-------------------------------------------------------------*
005970 2300-FIND-NIGHT-ENTRY.
005980*-------------------------------------------------------------*
005990*    THE TABLE IS KEPT IN RUN-DATE ORDER; A NEW DATE IS       *
006000*    INSERTED IN PLACE SO A RERUN OF AN EARLIER NIGHT STILL   *
006010*    LANDS ON ITS OWN ENTRY.                                  *
006020*-------------------------------------------------------------*
006030     MOVE 'N' TO SA-NIGHT-FOUND-SW
006040     MOVE 'N' TO SA-NIGHT-POS-SW
006050     MOVE 1 TO SA-NSUB
006060     PERFORM 2310-SCAN-NIGHT-TABLE
006070         UNTIL SA-NSUB > SA-NIGHT-COUNT
006080            OR SA-NIGHT-POS-FOUND
006090     IF SA-NIGHT-POS-FOUND
006100         AND SA-NT-RUN-DATE (SA-NSUB) = STAT-RUN-DATE
006110         SET SA-NIGHT-FOUND TO TRUE
006120     ELSE
006130         IF SA-NIGHT-COUNT < 100
006140             MOVE SA-NIGHT-COUNT TO SA-MSUB
006150             PERFORM 2320-SHIFT-NIGHT-ENTRY
006160                 UNTIL SA-MSUB < SA-NSUB
006170             ADD 1 TO SA-NIGHT-COUNT
006180             MOVE STAT-RUN-DATE TO SA-NT-RUN-DATE (SA-NSUB)
006190             MOVE 1 TO SA-CLR-SUB
006200             PERFORM 2330-CLEAR-NIGHT-JOB
006210                 UNTIL SA-CLR-SUB > 12
006220             SET SA-NIGHT-FOUND TO TRUE
006230         ELSE
006240             ADD 1 TO SA-SKIPPED-COUNT
006250         END-IF
006260     END-IF.
006270*
006280*-------------------------------------------------------------*
006290 2310-SCAN-NIGHT-TABLE.
006300*-------------------------------------------------------------*
006310     IF SA-NT-RUN-DATE (SA-NSUB) NOT < STAT-RUN-DATE
006320         SET SA-NIGHT-POS-FOUND TO TRUE
006330     ELSE
006340         ADD 1 TO SA-NSUB
006350     END-IF.
006360*
006370*-------------------------------------------------------------*
006380 2320-SHIFT-NIGHT-ENTRY.
006390*-------------------------------------------------------------*
006400     MOVE SA-NIGHT-ENTRY (SA-MSUB)
006410         TO SA-NIGHT-ENTRY (SA-MSUB + 1)
006420     SUBTRACT 1 FROM SA-MSUB.
006430*
006440*-------------------------------------------------------------*
006450 2330-CLEAR-NIGHT-JOB.
006460*-------------------------------------------------------------*
006470*    RUNS ON ITS OWN SUBSCRIPT: SA-SUB STILL HOLDS THE JOB     *
006480*    SLOT 2200-FIND-JOB-ENTRY FOUND FOR THIS STATUS RECORD.    *
006490*-------------------------------------------------------------*
006500     MOVE 'N' TO SA-NJ-START-SW (SA-NSUB, SA-CLR-SUB)
006510     MOVE 'N' TO SA-NJ-END-SW (SA-NSUB, SA-CLR-SUB)
006520     MOVE ZERO TO SA-NJ-S-TIME (SA-NSUB, SA-CLR-SUB)
006530     MOVE ZERO TO SA-NJ-E-TIME (SA-NSUB, SA-CLR-SUB)
006540     MOVE ZERO TO SA-NJ-REC-COUNT (SA-NSUB, SA-CLR-SUB)
006550     MOVE SPACES TO SA-NJ-SEVERITY (SA-NSUB, SA-CLR-SUB)
006560     ADD 1 TO SA-CLR-SUB.
006570*
006580*-------------------------------------------------------------*
006590 2400-APPLY-STATUS-REC.
006600*-------------------------------------------------------------*
006610*    FILE ORDER IS RUN ORDER: A LATER START (A RERUN)         *
006620*    REPLACES THE EARLIER ONE AND WAITS FOR ITS OWN END       *
006630*    RECORD.                                                  *
006640*-------------------------------------------------------------*
006650     EVALUATE TRUE
006660         WHEN STAT-TYPE-START
006670             MOVE 'Y' TO SA-NJ-START-SW (SA-NSUB, SA-SUB)
006680             MOVE STAT-RUN-TIME TO SA-NJ-S-TIME (SA-NSUB, SA-SUB)
006690             MOVE 'N' TO SA-NJ-END-SW (SA-NSUB, SA-SUB)
006700         WHEN STAT-TYPE-END
006710             MOVE 'Y' TO SA-NJ-END-SW (SA-NSUB, SA-SUB)
006720             MOVE STAT-RUN-TIME TO SA-NJ-E-TIME (SA-NSUB, SA-SUB)
006730             MOVE STAT-REC-COUNT
006740                 TO SA-NJ-REC-COUNT (SA-NSUB, SA-SUB)
006750             MOVE STAT-SEVERITY
006760                 TO SA-NJ-SEVERITY (SA-NSUB, SA-SUB)
006770     END-EVALUATE.
006780*
006790*-------------------------------------------------------------*
006800 6100-CLOCK-TO-SECS.
006810*-------------------------------------------------------------*
006820*    A TIME OF DAY BEFORE THE WINDOW OPENS IS AFTER MIDNIGHT  *
006830*    AND COUNTS FROM THE END OF THE WINDOW'S FIRST DAY.       *
006840*-------------------------------------------------------------*
006850     COMPUTE SA-SECS =
006860         SA-TP-HH * 3600 + SA-TP-MM * 60 + SA-TP-SS
006870     IF SA-SECS < SA-WINDOW-SECS
006880         ADD SA-DAY-SECS TO SA-SECS
006890     END-IF.
006900*
006910*-------------------------------------------------------------*
006920 6200-FORMAT-HMS.
006930*-------------------------------------------------------------*
006940     DIVIDE SA-FMT-SECS BY 3600 GIVING SA-HMS-HH
006950         REMAINDER SA-FMT-REM
006960     IF SA-HMS-HH > 23
006970         SUBTRACT 24 FROM SA-HMS-HH
006980     END-IF
006990     DIVIDE SA-FMT-REM BY 60 GIVING SA-HMS-MM
007000         REMAINDER SA-HMS-SS.
007010*
007020*-------------------------------------------------------------*
007030 6300-ROLL-ELAPSED.
007040*-------------------------------------------------------------*
007050*    KEEPS THE LATEST SA-ROLL-NIGHTS ELAPSED TIMES FOR THE    *
007060*    SLOT IN SA-SUB AND RETURNS THEIR AVERAGE IN SA-ROLL-AVG. *
007070*-------------------------------------------------------------*
007080     IF SA-JT-ROLL-COUNT (SA-SUB) < SA-ROLL-NIGHTS
007090         ADD 1 TO SA-JT-ROLL-COUNT (SA-SUB)
007100     ELSE
007110         MOVE 1 TO SA-ROLL-SUB
007120         PERFORM 6310-SHIFT-ROLL-ENTRY
007130             UNTIL SA-ROLL-SUB NOT < SA-ROLL-NIGHTS
007140     END-IF
007150     MOVE SA-ELAPSED-SECS
007160         TO SA-JT-ROLL-SECS (SA-SUB, SA-JT-ROLL-COUNT (SA-SUB))
007170     MOVE ZERO TO SA-ROLL-TOTAL
007180     MOVE 1 TO SA-ROLL-SUB
007190     PERFORM 6320-ADD-ROLL-ENTRY
007200         UNTIL SA-ROLL-SUB > SA-JT-ROLL-COUNT (SA-SUB)
007210     COMPUTE SA-ROLL-AVG ROUNDED =
007220         SA-ROLL-TOTAL / SA-JT-ROLL-COUNT (SA-SUB)
007230     ADD 1 TO SA-JT-RUN-COUNT (SA-SUB)
007240     ADD SA-ELAPSED-SECS TO SA-JT-TOTAL-SECS (SA-SUB)
007250     IF SA-ELAPSED-SECS > SA-JT-MAX-SECS (SA-SUB)
007260         MOVE SA-ELAPSED-SECS TO SA-JT-MAX-SECS (SA-SUB)
007270     END-IF.
007280*
007290*-------------------------------------------------------------*
007300 6310-SHIFT-ROLL-ENTRY.
007310*-------------------------------------------------------------*
007320     MOVE SA-JT-ROLL-SECS (SA-SUB, SA-ROLL-SUB + 1)
007330         TO SA-JT-ROLL-SECS (SA-SUB, SA-ROLL-SUB)
007340     ADD 1 TO SA-ROLL-SUB.
007350*
007360*-------------------------------------------------------------*
007370 6320-ADD-ROLL-ENTRY.
007380*-------------------------------------------------------------*
007390     ADD SA-JT-ROLL-SECS (SA-SUB, SA-ROLL-SUB) TO SA-ROLL-TOTAL
007400     ADD 1 TO SA-ROLL-SUB.
007410*
007420*-------------------------------------------------------------*
007430 7000-PRODUCE-REPORT.
007440*-------------------------------------------------------------*
007450     IF SA-NIGHT-COUNT = ZERO
007460         MOVE SPACES TO SARPT-REC
007470         MOVE "NO CHAIN RUN-STATUS RECORDS FOR THE RUN DATES"
007480             TO SARPT-REC
007490         WRITE SARPT-REC
007500     END-IF
007510     MOVE 1 TO SA-NSUB
007520     PERFORM 7100-REPORT-NIGHT
007530         UNTIL SA-NSUB > SA-NIGHT-COUNT.
007540*
007550*-------------------------------------------------------------*
007560 7100-REPORT-NIGHT.
007570*-------------------------------------------------------------*
007580     MOVE SPACES TO SARPT-REC
007590     WRITE SARPT-REC
007600     MOVE SA-NT-RUN-DATE (SA-NSUB) TO SA-NTL-RUN-DATE
007610     WRITE SARPT-REC FROM SA-NIGHT-LINE
007620     WRITE SARPT-REC FROM SA-COLUMN-LINE
007630     MOVE ZERO TO SA-NIGHT-FIRST-SECS
007640     MOVE ZERO TO SA-NIGHT-LAST-SECS
007650     MOVE 'N' TO SA-NIGHT-LATE-SW
007660     MOVE 1 TO SA-SUB
007670     PERFORM 7200-REPORT-JOB THRU 7200-EXIT
007680         UNTIL SA-SUB > SA-JOB-COUNT
007690     PERFORM 7300-REPORT-WINDOW
007700     ADD 1 TO SA-NSUB.
007710*
007720*-------------------------------------------------------------*
007730 7200-REPORT-JOB.
007740*-------------------------------------------------------------*
007750     MOVE SPACES TO SA-DETAIL-LINE
007760     MOVE SA-JT-JOB-NAME (SA-SUB) TO SA-DL-JOB-NAME
007770     IF SA-JT-HAS-TARGET (SA-SUB)
007780         MOVE SA-JT-TARGET-HHMM (SA-SUB) TO SA-TIME-PARTS
007790         MOVE SA-TP-HH TO SA-HMS-HH
007800         MOVE SA-TP-MM TO SA-HMS-MM
007810         MOVE SA-HM TO SA-DL-TARGET
007820     END-IF
007830     IF SA-NJ-STARTED (SA-NSUB, SA-SUB)
007840         MOVE SA-NJ-S-TIME (SA-NSUB, SA-SUB) TO SA-TIME-PARTS
007850         PERFORM 6100-CLOCK-TO-SECS
007860         MOVE SA-SECS TO SA-START-SECS
007870         MOVE SA-SECS TO SA-FMT-SECS
007880         PERFORM 6200-FORMAT-HMS
007890         MOVE SA-HMS TO SA-DL-START
007900     END-IF
007910     IF SA-NJ-ENDED (SA-NSUB, SA-SUB)
007920         MOVE SA-NJ-E-TIME (SA-NSUB, SA-SUB) TO SA-TIME-PARTS
007930         PERFORM 6100-CLOCK-TO-SECS
007940         MOVE SA-SECS TO SA-END-SECS
007950         MOVE SA-SECS TO SA-FMT-SECS
007960         PERFORM 6200-FORMAT-HMS
007970         MOVE SA-HMS TO SA-DL-END
007980     END-IF
007990     EVALUATE TRUE
008000         WHEN NOT SA-NJ-STARTED (SA-NSUB, SA-SUB)
008010          AND NOT SA-NJ-ENDED (SA-NSUB, SA-SUB)
008020             MOVE "NOT RUN" TO SA-DL-FLAG
008030             GO TO 7200-WRITE
008040         WHEN NOT SA-NJ-STARTED (SA-NSUB, SA-SUB)
008050             IF SA-NJ-SEVERITY (SA-NSUB, SA-SUB) = "SEVR"
008060                 AND SA-NJ-REC-COUNT (SA-NSUB, SA-SUB) = ZERO
008070                 MOVE "HELD" TO SA-DL-FLAG
008080             ELSE
008090                 MOVE "NO START" TO SA-DL-FLAG
008100             END-IF
008110             GO TO 7200-WRITE
008120         WHEN NOT SA-NJ-ENDED (SA-NSUB, SA-SUB)
008130             MOVE "NO END" TO SA-DL-FLAG
008140             GO TO 7200-WRITE
008150         WHEN OTHER
008160             CONTINUE
008170     END-EVALUATE
008180     PERFORM 7210-MEASURE-JOB
008190     .
008200 7200-WRITE.
008210     WRITE SARPT-REC FROM SA-DETAIL-LINE
008220     ADD 1 TO SA-SUB
008230     .
008240 7200-EXIT.
008250     EXIT.
008260*
008270*-------------------------------------------------------------*
008280 7210-MEASURE-JOB.
008290*-------------------------------------------------------------*
008300     IF SA-END-SECS < SA-START-SECS
008310         ADD SA-DAY-SECS TO SA-END-SECS
008320     END-IF
008330     COMPUTE SA-ELAPSED-SECS = SA-END-SECS - SA-START-SECS
008340     MOVE SA-ELAPSED-SECS TO SA-FMT-SECS
008350     PERFORM 6200-FORMAT-HMS
008360     MOVE SA-HMS TO SA-DL-ELAPSED
008370     IF SA-ELAPSED-SECS > ZERO
008380         COMPUTE SA-RATE ROUNDED =
008390             SA-NJ-REC-COUNT (SA-NSUB, SA-SUB) * 60
008400             / SA-ELAPSED-SECS
008410     ELSE
008420         COMPUTE SA-RATE =
008430             SA-NJ-REC-COUNT (SA-NSUB, SA-SUB) * 60
008440     END-IF
008450     MOVE SA-RATE TO SA-EDIT-RATE
008460     MOVE SA-EDIT-RATE TO SA-DL-RATE
008470     PERFORM 7220-FIND-SUCCESSOR
008480     IF SA-SUCC-FOUND
008490         COMPUTE SA-GAP-SECS = SA-SUCC-SECS - SA-END-SECS
008500         COMPUTE SA-GAP-MINUTES ROUNDED = SA-GAP-SECS / 60
008510         MOVE SA-GAP-MINUTES TO SA-EDIT-GAP
008520         MOVE SA-EDIT-GAP TO SA-DL-GAP
008530     END-IF
008540     PERFORM 6300-ROLL-ELAPSED
008550     MOVE SA-ROLL-AVG TO SA-FMT-SECS
008560     PERFORM 6200-FORMAT-HMS
008570     MOVE SA-HMS TO SA-DL-ROLL-AVG
008580     IF SA-JT-HAS-TARGET (SA-SUB)
008590         MOVE SA-JT-TARGET-HHMM (SA-SUB) TO SA-TIME-PARTS
008600         MOVE ZERO TO SA-TP-SS
008610         PERFORM 6100-CLOCK-TO-SECS
008620         MOVE SA-SECS TO SA-TARGET-SECS
008630         IF SA-END-SECS > SA-TARGET-SECS
008640             MOVE "*LATE*" TO SA-DL-FLAG
008650             ADD 1 TO SA-JT-LATE-COUNT (SA-SUB)
008660             ADD 1 TO SA-LATE-COUNT
008670             SET SA-NIGHT-LATE TO TRUE
008680         END-IF
008690     END-IF
008700     IF SA-NIGHT-FIRST-SECS = ZERO
008710         OR SA-START-SECS < SA-NIGHT-FIRST-SECS
008720         MOVE SA-START-SECS TO SA-NIGHT-FIRST-SECS
008730     END-IF
008740     IF SA-END-SECS > SA-NIGHT-LAST-SECS
008750         MOVE SA-END-SECS TO SA-NIGHT-LAST-SECS
008760     END-IF.
008770*
008780*-------------------------------------------------------------*
008790 7220-FIND-SUCCESSOR.
008800*-------------------------------------------------------------*
008810*    THE SUCCESSOR IS THE NEXT CHAIN JOB THAT STARTED THAT    *
008820*    NIGHT; A NEGATIVE GAP MEANS THE TWO RAN TOGETHER.        *
008830*-------------------------------------------------------------*
008840     MOVE 'N' TO SA-SUCC-FOUND-SW
008850     COMPUTE SA-SUCC-SUB = SA-SUB + 1
008860     PERFORM 7230-SCAN-SUCCESSOR
008870         UNTIL SA-SUCC-SUB > SA-JOB-COUNT
008880            OR SA-SUCC-FOUND
008890     IF SA-SUCC-FOUND
008900         MOVE SA-NJ-S-TIME (SA-NSUB, SA-SUCC-SUB)
008910             TO SA-TIME-PARTS
008920         PERFORM 6100-CLOCK-TO-SECS
008930         MOVE SA-SECS TO SA-SUCC-SECS
008940     END-IF.
008950*
008960*-------------------------------------------------------------*
008970 7230-SCAN-SUCCESSOR.
008980*-------------------------------------------------------------*
008990     IF SA-NJ-STARTED (SA-NSUB, SA-SUCC-SUB)
009000         SET SA-SUCC-FOUND TO TRUE
009010     ELSE
009020         ADD 1 TO SA-SUCC-SUB
009030     END-IF.
009040*
009050*-------------------------------------------------------------*
009060 7300-REPORT-WINDOW.
009070*-------------------------------------------------------------*
009080*    FIRST START TO LAST END OF THE CHAIN JOBS THAT BOTH      *
009090*    STARTED AND ENDED THAT NIGHT.                            *
009100*-------------------------------------------------------------*
009110     IF SA-NIGHT-LAST-SECS = ZERO
009120         GO TO 7300-EXIT
009130     END-IF
009140     MOVE SPACES TO SA-DETAIL-LINE
009150     MOVE SA-WINDOW-SUB TO SA-SUB
009160     MOVE SA-JT-JOB-NAME (SA-SUB) TO SA-DL-JOB-NAME
009170     MOVE SA-NIGHT-FIRST-SECS TO SA-FMT-SECS
009180     PERFORM 6200-FORMAT-HMS
009190     MOVE SA-HMS TO SA-DL-START
009200     MOVE SA-NIGHT-LAST-SECS TO SA-FMT-SECS
009210     PERFORM 6200-FORMAT-HMS
009220     MOVE SA-HMS TO SA-DL-END
009230     COMPUTE SA-ELAPSED-SECS =
009240         SA-NIGHT-LAST-SECS - SA-NIGHT-FIRST-SECS
009250     MOVE SA-ELAPSED-SECS TO SA-FMT-SECS
009260     PERFORM 6200-FORMAT-HMS
009270     MOVE SA-HMS TO SA-DL-ELAPSED
009280     PERFORM 6300-ROLL-ELAPSED
009290     MOVE SA-ROLL-AVG TO SA-FMT-SECS
009300     PERFORM 6200-FORMAT-HMS
009310     MOVE SA-HMS TO SA-DL-ROLL-AVG
009320     IF SA-NIGHT-LATE
009330         MOVE "*LATE*" TO SA-DL-FLAG
009340         ADD 1 TO SA-JT-LATE-COUNT (SA-SUB)
009350     END-IF
009360     WRITE SARPT-REC FROM SA-DETAIL-LINE
009370     .
009380 7300-EXIT.
009390     EXIT.
009400*
009410*-------------------------------------------------------------*
009420 7500-PRODUCE-SUMMARY.
009430*-------------------------------------------------------------*
009440     MOVE SPACES TO SARPT-REC
009450     WRITE SARPT-REC
009460     WRITE SARPT-REC FROM SA-SUMMARY-HEADING-LINE
009470     WRITE SARPT-REC FROM SA-SUMMARY-COLUMN-LINE
009480     IF SA-JOB-COUNT > ZERO
009490         MOVE 1 TO SA-SUB
009500         PERFORM 7510-WRITE-SUMMARY-LINE
009510             UNTIL SA-SUB > SA-WINDOW-SUB
009520     END-IF
009530     MOVE SA-READ-COUNT TO SA-RDL-COUNT
009540     WRITE SARPT-REC FROM SA-READ-COUNT-LINE
009550     MOVE SA-USED-COUNT TO SA-UDL-COUNT
009560     WRITE SARPT-REC FROM SA-USED-COUNT-LINE
009570     MOVE SA-NIGHT-COUNT TO SA-NCL-COUNT
009580     WRITE SARPT-REC FROM SA-NIGHT-COUNT-LINE
009590     MOVE SA-LATE-COUNT TO SA-LCL-COUNT
009600     WRITE SARPT-REC FROM SA-LATE-COUNT-LINE
009610     IF SA-SKIPPED-COUNT > ZERO
009620         MOVE SA-SKIPPED-COUNT TO SA-SKL-COUNT
009630         WRITE SARPT-REC FROM SA-SKIPPED-COUNT-LINE
009640     END-IF.
009650*
009660*-------------------------------------------------------------*
009670 7510-WRITE-SUMMARY-LINE.
009680*-------------------------------------------------------------*
009690     MOVE SPACES TO SA-SUMMARY-LINE
009700     MOVE SA-JT-JOB-NAME (SA-SUB) TO SA-SML-JOB-NAME
009710     MOVE SA-JT-RUN-COUNT (SA-SUB) TO SA-SML-RUNS
009720     MOVE SA-JT-LATE-COUNT (SA-SUB) TO SA-SML-LATE
009730     IF SA-JT-RUN-COUNT (SA-SUB) > ZERO
009740         COMPUTE SA-FMT-SECS ROUNDED =
009750             SA-JT-TOTAL-SECS (SA-SUB) / SA-JT-RUN-COUNT (SA-SUB)
009760         PERFORM 6200-FORMAT-HMS
009770         MOVE SA-HMS TO SA-SML-AVG
009780         MOVE SA-JT-MAX-SECS (SA-SUB) TO SA-FMT-SECS
009790         PERFORM 6200-FORMAT-HMS
009800         MOVE SA-HMS TO SA-SML-MAX
009810     END-IF
009820     IF SA-JT-HAS-TARGET (SA-SUB)
009830         MOVE SA-JT-TARGET-HHMM (SA-SUB) TO SA-TIME-PARTS
009840         MOVE SA-TP-HH TO SA-HMS-HH
009850         MOVE SA-TP-MM TO SA-HMS-MM
009860         MOVE SA-HM TO SA-SML-TARGET
009870     END-IF
009880     WRITE SARPT-REC FROM SA-SUMMARY-LINE
009890     ADD 1 TO SA-SUB.
009900*
009910*-------------------------------------------------------------*
009920 8000-TERMINATE.
009930*-------------------------------------------------------------*
009940     IF SA-STAT-AVAIL
009950         CLOSE STAT-FILE
009960     END-IF
009970     CLOSE SARPT-FILE
009980     DISPLAY "SLAREPORT - NIGHTS REPORTED " SA-NIGHT-COUNT
009990         "  JOB NIGHTS LATE " SA-LATE-COUNT.
