000320*                   severity that surfaces a control-total    *
000330*                   break, so the morning operator sees the   *
000340*                   outcome without reading SYSOUT.           *
000350* 15OCT2026   HAS   STATFILE records now carry the current    *
000360*                   business day from BusCalendar, matching   *
000370*                   the rest of the batch chain, instead of   *
000380*                   the system date.                          *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-PARM-STATUS.
000460*
000470     SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CKPT-STATUS.
000500*
000510     SELECT AUDIT-FILE ASSIGN TO "AUDTFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540*
000550     SELECT STAT-FILE ASSIGN TO "STATFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-STAT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*-----------------------------------------------------------*
000620* PARM-FILE - RUN-PARAMETER / CONTROL-TOTAL INPUT            *
000630*-----------------------------------------------------------*
000640 FD  PARM-FILE
000650     RECORDING MODE IS F.
000660 01  PARM-REC.
000670     05  PARM-ITERATION-COUNT       PIC 9(05).
000680     05  PARM-EXP-SUBTWO-CNT        PIC 9(05).
000690     05  PARM-EXP-SUBTHREE-CNT      PIC 9(05).
000700     05  PARM-EXP-SUBFOUR-CNT       PIC 9(05).
000710     05  FILLER                     PIC X(60).
000720*
000730*-----------------------------------------------------------*
000740* CKPT-FILE - CHECKPOINT/RESTART LOG                         *
000750*-----------------------------------------------------------*
000760 FD  CKPT-FILE
000770     RECORDING MODE IS F.
000780 01  CKPT-REC.
000790     05  CKPT-STEP-NAME             PIC X(10).
000800     05  CKPT-ITERATION             PIC 9(05).
000810     05  CKPT-DATE                  PIC 9(08).
000820     05  CKPT-TIME                  PIC 9(08).
000830     05  FILLER                     PIC X(49).
000840*
000850*-----------------------------------------------------------*
000860* AUDIT-FILE - PARAGRAPH ENTRY AUDIT TRAIL                   *
000870*-----------------------------------------------------------*
000880 FD  AUDIT-FILE
000890     RECORDING MODE IS F.
000900 01  AUDIT-REC.
000910     05  AUD-PARA-NAME              PIC X(10).
000920     05  AUD-ITERATION              PIC 9(05).
000930     05  AUD-DATE                   PIC 9(08).
000940     05  AUD-TIME                   PIC 9(08).
000950     05  FILLER                     PIC X(49).
000960*
000970*-----------------------------------------------------------*
000980* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
000990*-----------------------------------------------------------*
001000 FD  STAT-FILE
001010     RECORDING MODE IS F.
001020 01  STAT-REC.
001030     05  STAT-JOB-NAME              PIC X(13).
001040     05  STAT-REC-TYPE              PIC X(01).
001050     05  STAT-RUN-DATE              PIC 9(08).
001060     05  STAT-RUN-TIME              PIC 9(08).
001070     05  STAT-REC-COUNT             PIC 9(07).
001080     05  STAT-EXCP-COUNT            PIC 9(07).
001090     05  STAT-REJT-COUNT            PIC 9(07).
001100     05  STAT-SEVERITY              PIC X(04).
001110     05  FILLER                     PIC X(25).
001120*
001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------*
001150* FILE STATUS FIELDS                                        *
001160*-----------------------------------------------------------*
001170 01  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
001180 01  WS-CKPT-STATUS              PIC X(02) VALUE SPACES.
001190 01  WS-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001200 01  WS-STAT-STATUS              PIC X(02) VALUE SPACES.
001210*
001220*-----------------------------------------------------------*
001230* SWITCHES                                                  *
001240*-----------------------------------------------------------*
001250 01  WS-SWITCHES.
001260     05  WS-CKPT-EOF-SW          PIC X(01) VALUE 'N'.
001270         88  WS-CKPT-EOF-YES              VALUE 'Y'.
001280     05  WS-CKPT-EXISTS-SW       PIC X(01) VALUE 'N'.
001290         88  WS-CKPT-EXISTS               VALUE 'Y'.
001300     05  PG-SUBTWO-DONE-SW       PIC X(01) VALUE 'N'.
001310         88  PG-SUBTWO-DONE                VALUE 'Y'.
001320     05  PG-CTL-BREAK-SW         PIC X(01) VALUE 'N'.
001330         88  PG-CTL-BREAK                  VALUE 'Y'.
001340     05  PG-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
001350         88  PG-STAT-AVAIL                 VALUE 'Y'.
001360*
001370*-----------------------------------------------------------*
001380* RUN-CONTROL WORK AREAS                                    *
001390*-----------------------------------------------------------*
001400 01  PG-RUN-CONTROLS.
001410     05  PG-ITERATION-COUNT      PIC 9(05) COMP VALUE 0.
001420     05  PG-SUBFOUR-RESUME-FROM  PIC 9(05) COMP VALUE 0.
001430     05  PG-SUBFOUR-REMAINING    PIC 9(05) COMP VALUE 0.
001440     05  PG-SUBFOUR-INDEX        PIC 9(05) COMP VALUE 0.
001450*
001460 01  PG-BC-FUNCTION              PIC X(01) VALUE SPACE.
001470 01  PG-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001480 01  PG-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001490*
001500*-----------------------------------------------------------*
001510* CONTROL-TOTAL WORK AREAS                                  *
001520*-----------------------------------------------------------*
001530 01  PG-EXPECTED-TOTALS.
001540     05  PG-EXP-SUBTWO-CNT       PIC 9(05) COMP VALUE 0.
001550     05  PG-EXP-SUBTHREE-CNT     PIC 9(05) COMP VALUE 0.
001560     05  PG-EXP-SUBFOUR-CNT      PIC 9(05) COMP VALUE 0.
001570*
001580 01  PG-ACTUAL-TOTALS.
001590     05  PG-ACT-SUBTWO-CNT       PIC 9(05) COMP VALUE 0.
001600     05  PG-ACT-SUBTHREE-CNT     PIC 9(05) COMP VALUE 0.
001610     05  PG-ACT-SUBFOUR-CNT      PIC 9(05) COMP VALUE 0.
001620*
001630 PROCEDURE DIVISION.
001640*=============================================================*
001650 SubOne.
001660*=============================================================*
001670     DISPLAY "In Paragraph 1"
001680     PERFORM 1000-INITIALIZE
001690     IF NOT PG-SUBTWO-DONE
001700         PERFORM SubTwo
001710         MOVE "SUBTWO" TO CKPT-STEP-NAME
001720         MOVE ZERO TO CKPT-ITERATION
001730         PERFORM 6000-WRITE-CHECKPOINT
001740     END-IF
001750     MOVE 1 TO PG-ACT-SUBTWO-CNT
001760     MOVE 1 TO PG-ACT-SUBTHREE-CNT
001770     DISPLAY "Returned to Paragraph 1"
001780     COMPUTE PG-SUBFOUR-REMAINING =
001790         PG-ITERATION-COUNT - PG-SUBFOUR-RESUME-FROM
001800     MOVE PG-SUBFOUR-RESUME-FROM TO PG-SUBFOUR-INDEX
001810     PERFORM SubFour PG-SUBFOUR-REMAINING TIMES
001820     MOVE PG-SUBFOUR-INDEX TO PG-ACT-SUBFOUR-CNT
001830     PERFORM 8100-BALANCE-CONTROL-TOTALS
001840     PERFORM 8000-TERMINATE
001850     STOP RUN.
001860*
001870*-------------------------------------------------------------*
001880 1000-INITIALIZE.
001890*-------------------------------------------------------------*
001900     OPEN EXTEND STAT-FILE
001910     IF WS-STAT-STATUS = "35"
001920         OPEN OUTPUT STAT-FILE
001930     END-IF
001940     IF WS-STAT-STATUS = "00"
001950         SET PG-STAT-AVAIL TO TRUE
001960         MOVE "S" TO STAT-REC-TYPE
001970         MOVE ZERO TO STAT-REC-COUNT
001980         MOVE ZERO TO STAT-EXCP-COUNT
001990         MOVE ZERO TO STAT-REJT-COUNT
002000         MOVE SPACES TO STAT-SEVERITY
002010         PERFORM 6100-WRITE-STATUS
002020     ELSE
002030         DISPLAY "PARAGRAPHS - UNABLE TO OPEN STATFILE, "
002040             "STATUS " WS-STAT-STATUS
002050     END-IF
002060     OPEN INPUT PARM-FILE
002070     IF WS-PARM-STATUS = "00"
002080         READ PARM-FILE
002090             AT END
002100                 DISPLAY "PARAGRAPHS - PARMFILE IS EMPTY, "
002110                     "DEFAULTING ITERATION-COUNT TO 2"
002120                 MOVE 2 TO PARM-ITERATION-COUNT
002130                 MOVE 1 TO PARM-EXP-SUBTWO-CNT
002140                 MOVE 1 TO PARM-EXP-SUBTHREE-CNT
002150                 MOVE 2 TO PARM-EXP-SUBFOUR-CNT
002160         END-READ
002170     ELSE
002180         DISPLAY "PARAGRAPHS - UNABLE TO OPEN PARMFILE, "
002190             "STATUS " WS-PARM-STATUS
002200             ", DEFAULTING ITERATION-COUNT TO 2"
002210         MOVE 2 TO PARM-ITERATION-COUNT
002220         MOVE 1 TO PARM-EXP-SUBTWO-CNT
002230         MOVE 1 TO PARM-EXP-SUBTHREE-CNT
002240         MOVE 2 TO PARM-EXP-SUBFOUR-CNT
002250     END-IF
002260     MOVE PARM-ITERATION-COUNT TO PG-ITERATION-COUNT
002270     MOVE PARM-EXP-SUBTWO-CNT TO PG-EXP-SUBTWO-CNT
002280     MOVE PARM-EXP-SUBTHREE-CNT TO PG-EXP-SUBTHREE-CNT
002290     MOVE PARM-EXP-SUBFOUR-CNT TO PG-EXP-SUBFOUR-CNT
002300     PERFORM 1100-READ-CHECKPOINTS
002310     IF WS-CKPT-EXISTS
002320         OPEN EXTEND AUDIT-FILE
002330     ELSE
002340         OPEN OUTPUT AUDIT-FILE
002350     END-IF
002360     IF WS-AUDIT-STATUS NOT = "00"
002370         DISPLAY "PARAGRAPHS - UNABLE TO OPEN AUDTFILE, "
002380             "STATUS " WS-AUDIT-STATUS
002390     END-IF.
002400*
002410*-------------------------------------------------------------*
002420 1100-READ-CHECKPOINTS.
002430*-------------------------------------------------------------*
002440     OPEN INPUT CKPT-FILE
002450     IF WS-CKPT-STATUS = "00"
002460         SET WS-CKPT-EXISTS TO TRUE
002470         PERFORM 1150-READ-CKPT-REC
002480         PERFORM 1160-APPLY-CKPT-REC THRU 1160-EXIT
002490             UNTIL WS-CKPT-EOF-YES
002500         CLOSE CKPT-FILE
002510     END-IF
002520     IF WS-CKPT-EXISTS
002530         OPEN EXTEND CKPT-FILE
002540     ELSE
002550         OPEN OUTPUT CKPT-FILE
002560     END-IF.
002570*
002580*-------------------------------------------------------------*
002590 1150-READ-CKPT-REC.
002600*-------------------------------------------------------------*
002610     READ CKPT-FILE
002620         AT END
002630             SET WS-CKPT-EOF-YES TO TRUE
002640     END-READ.
002650*
002660*-------------------------------------------------------------*
002670 1160-APPLY-CKPT-REC.
002680*-------------------------------------------------------------*
002690     IF CKPT-STEP-NAME = "SUBTWO"
002700         SET PG-SUBTWO-DONE TO TRUE
002710     END-IF
002720     IF CKPT-STEP-NAME = "SUBFOUR"
002730         AND CKPT-ITERATION > PG-SUBFOUR-RESUME-FROM
002740         MOVE CKPT-ITERATION TO PG-SUBFOUR-RESUME-FROM
002750     END-IF
002760     PERFORM 1150-READ-CKPT-REC
002770     .
002780 1160-EXIT.
002790     EXIT.
002800*
002810*-------------------------------------------------------------*
002820 SubThree.
002830*-------------------------------------------------------------*
002840     MOVE "SUBTHREE" TO AUD-PARA-NAME
002850     MOVE ZERO TO AUD-ITERATION
002860     PERFORM 7000-WRITE-AUDIT
002870     DISPLAY "In Paragraph 3".
002880*
002890*-------------------------------------------------------------*
002900 SubTwo.
002910*-------------------------------------------------------------*
002920     MOVE "SUBTWO" TO AUD-PARA-NAME
002930     MOVE ZERO TO AUD-ITERATION
002940     PERFORM 7000-WRITE-AUDIT
002950     DISPLAY "In Paragraph 2"
002960     PERFORM SubThree
002970     DISPLAY "Returned to Paragraph 2".
002980*
002990*-------------------------------------------------------------*
003000 SubFour.
003010*-------------------------------------------------------------*
003020     ADD 1 TO PG-SUBFOUR-INDEX
003030     MOVE "SUBFOUR" TO AUD-PARA-NAME
003040     MOVE PG-SUBFOUR-INDEX TO AUD-ITERATION
003050     PERFORM 7000-WRITE-AUDIT
003060     DISPLAY "Repeat"
003070     MOVE "SUBFOUR" TO CKPT-STEP-NAME
003080     MOVE PG-SUBFOUR-INDEX TO CKPT-ITERATION
003090     PERFORM 6000-WRITE-CHECKPOINT.
003100*
003110*-------------------------------------------------------------*
003120 6000-WRITE-CHECKPOINT.
003130*-------------------------------------------------------------*
003140     ACCEPT CKPT-DATE FROM DATE YYYYMMDD
003150     ACCEPT CKPT-TIME FROM TIME
003160     WRITE CKPT-REC.
003170*
003180*-------------------------------------------------------------*
003190 6100-WRITE-STATUS.
003200*-------------------------------------------------------------*
003210     MOVE "PARAGRAPHS" TO STAT-JOB-NAME
003220     ACCEPT PG-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003230     MOVE "P" TO PG-BC-FUNCTION
003240     MOVE ZERO TO PG-BC-DAY-COUNT
003250     CALL "BusCalendar" USING PG-BC-FUNCTION,
003260         PG-BC-SYSTEM-DATE, PG-BC-DAY-COUNT, STAT-RUN-DATE
003270     ACCEPT STAT-RUN-TIME FROM TIME
003280     WRITE STAT-REC.
003290*
003300*-------------------------------------------------------------*
003310 7000-WRITE-AUDIT.
003320*-------------------------------------------------------------*
003330     ACCEPT AUD-DATE FROM DATE YYYYMMDD
003340     ACCEPT AUD-TIME FROM TIME
003350     WRITE AUDIT-REC.
003360*
003370*-------------------------------------------------------------*
003380 8000-TERMINATE.
003390*-------------------------------------------------------------*
003400     IF WS-PARM-STATUS = "00"
003410         CLOSE PARM-FILE
003420     END-IF
003430     CLOSE AUDIT-FILE
003440     CLOSE CKPT-FILE
003450     IF NOT PG-CTL-BREAK
003460         OPEN OUTPUT CKPT-FILE
003470         CLOSE CKPT-FILE
003480     END-IF
003490     IF PG-STAT-AVAIL
003500         MOVE "E" TO STAT-REC-TYPE
003510         MOVE PG-ACT-SUBFOUR-CNT TO STAT-REC-COUNT
003520         MOVE ZERO TO STAT-EXCP-COUNT
003530         MOVE ZERO TO STAT-REJT-COUNT
003540         IF PG-CTL-BREAK
003550             MOVE "SEVR" TO STAT-SEVERITY
003560         ELSE
003570             MOVE "OK" TO STAT-SEVERITY
003580         END-IF
003590         PERFORM 6100-WRITE-STATUS
003600         CLOSE STAT-FILE
003610     END-IF.
003620*
003630*-------------------------------------------------------------*
003640 8100-BALANCE-CONTROL-TOTALS.
003650*-------------------------------------------------------------*
003660     IF PG-ACT-SUBTWO-CNT NOT = PG-EXP-SUBTWO-CNT
003670         OR PG-ACT-SUBTHREE-CNT NOT = PG-EXP-SUBTHREE-CNT
003680         OR PG-ACT-SUBFOUR-CNT NOT = PG-EXP-SUBFOUR-CNT
003690         SET PG-CTL-BREAK TO TRUE
003700     END-IF
003710     DISPLAY "CTL TOTAL SUBTWO   ACTUAL " PG-ACT-SUBTWO-CNT
003720         " EXPECTED " PG-EXP-SUBTWO-CNT
003730     DISPLAY "CTL TOTAL SUBTHREE ACTUAL " PG-ACT-SUBTHREE-CNT
003740         " EXPECTED " PG-EXP-SUBTHREE-CNT
003750     DISPLAY "CTL TOTAL SUBFOUR  ACTUAL " PG-ACT-SUBFOUR-CNT
003760         " EXPECTED " PG-EXP-SUBFOUR-CNT
003770     IF PG-CTL-BREAK
003780         DISPLAY "PARAGRAPHS - CONTROL TOTAL BREAK - "
003790             "ACTUAL EXECUTION COUNTS DO NOT MATCH EXPECTED"
003800     ELSE
003810         DISPLAY "PARAGRAPHS - CONTROL TOTALS BALANCE"
003820     END-IF.
