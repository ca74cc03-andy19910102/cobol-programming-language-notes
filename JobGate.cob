000200*                   job: a SEVR end record is written for    *
000210*                   the gated job so StatusReport shows the  *
000220*                   block, and return code 8 stops the JCL.  *
000230* 15OCT2026   HAS   With no date on the dependency card the  *
000240*                   business date now defaults to the        *
000250*                   current business day from BusCalendar    *
000260*                   instead of the system date.              *
000270*-----------------------------------------------------------*
000280* The parameter card is GATED-JOB(13) PREDECESSOR(13)        *
000290* BUSINESS-DATE(8) in columns 1-34.  A blank date defaults   *
000300* to the system date.                                        *
000310*-----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT STAT-FILE ASSIGN TO "STATFILE"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-STAT-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410*-----------------------------------------------------------*
000420* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
000430*-----------------------------------------------------------*
000440 FD  STAT-FILE
000450     RECORDING MODE IS F.
000460 01  STAT-REC.
000470     05  STAT-JOB-NAME              PIC X(13).
000480     05  STAT-REC-TYPE              PIC X(01).
000490         88  STAT-TYPE-START                  VALUE 'S'.
000500         88  STAT-TYPE-END                    VALUE 'E'.
000510     05  STAT-RUN-DATE              PIC 9(08).
000520     05  STAT-RUN-TIME              PIC 9(08).
000530     05  STAT-REC-COUNT             PIC 9(07).
000540     05  STAT-EXCP-COUNT            PIC 9(07).
000550     05  STAT-REJT-COUNT            PIC 9(07).
000560     05  STAT-SEVERITY              PIC X(04).
000570     05  FILLER                     PIC X(25).
000580*
000590 WORKING-STORAGE SECTION.
000600*-----------------------------------------------------------*
000610* FILE STATUS FIELDS                                        *
000620*-----------------------------------------------------------*
000630 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
000640*
000650*-----------------------------------------------------------*
000660* SWITCHES                                                  *
000670*-----------------------------------------------------------*
000680 01  WS-SWITCHES.
000690     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
000700         88  WS-EOF-YES                    VALUE 'Y'.
000710     05  JG-PRED-START-SW        PIC X(01) VALUE 'N'.
000720         88  JG-PRED-STARTED               VALUE 'Y'.
000730     05  JG-PRED-END-SW          PIC X(01) VALUE 'N'.
000740         88  JG-PRED-ENDED                 VALUE 'Y'.
000750     05  JG-RELEASE-SW           PIC X(01) VALUE 'N'.
000760         88  JG-RELEASE                    VALUE 'Y'.
000770*
000780*-----------------------------------------------------------*
000790* DEPENDENCY PARAMETER WORK AREAS                           *
000800*-----------------------------------------------------------*
000810 01  JG-PARM-CARD.
000820     05  JG-PARM-JOB             PIC X(13).
000830     05  JG-PARM-PRED            PIC X(13).
000840     05  JG-PARM-DATE            PIC X(08).
000850     05  JG-PARM-DATE-9 REDEFINES JG-PARM-DATE
000860                                 PIC 9(08).
000870 01  JG-BUS-DATE                 PIC 9(08) VALUE 0.
000880 01  JG-BC-FUNCTION              PIC X(01) VALUE SPACE.
000890 01  JG-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
000900 01  JG-BC-DAY-COUNT             PIC S9(05) VALUE 0.
000910 01  JG-PRED-SEVERITY            PIC X(04) VALUE SPACES.
000920 01  JG-BLOCK-REASON             PIC X(30) VALUE SPACES.
000930*
000940 PROCEDURE DIVISION.
000950*=============================================================*
000960 0000-MAINLINE.
000970*=============================================================*
000980     PERFORM 1000-INITIALIZE
000990     PERFORM 2000-SCAN-STATUS THRU 2000-EXIT
001000         UNTIL WS-EOF-YES
001010     PERFORM 5000-DECIDE-GATE
001020     PERFORM 8000-TERMINATE
001030     STOP RUN.
001040*
001050*-------------------------------------------------------------*
001060 1000-INITIALIZE.
001070*-------------------------------------------------------------*
001080     MOVE SPACES TO JG-PARM-CARD
001090     ACCEPT JG-PARM-CARD
001100     IF JG-PARM-JOB = SPACES
001110         OR JG-PARM-PRED = SPACES
001120         DISPLAY "JOBGATE - DEPENDENCY CARD MISSING OR "
001130             "INCOMPLETE, JOB HELD"
001140         MOVE "DEPENDENCY CARD INVALID" TO JG-BLOCK-REASON
001150         MOVE "Y" TO WS-EOF-SW
001160     END-IF
001170     IF JG-PARM-DATE NUMERIC
001180         AND JG-PARM-DATE-9 > ZERO
001190         MOVE JG-PARM-DATE-9 TO JG-BUS-DATE
001200     ELSE
001210         ACCEPT JG-BC-SYSTEM-DATE FROM DATE YYYYMMDD
001220         MOVE "P" TO JG-BC-FUNCTION
001230         MOVE ZERO TO JG-BC-DAY-COUNT
001240         CALL "BusCalendar" USING JG-BC-FUNCTION,
001250             JG-BC-SYSTEM-DATE, JG-BC-DAY-COUNT,
001260             JG-BUS-DATE
001270     END-IF
001280     IF NOT WS-EOF-YES
001290         OPEN INPUT STAT-FILE
001300         IF WS-STAT-STATUS NOT = "00"
001310             DISPLAY "JOBGATE - UNABLE TO OPEN STATFILE, "
001320                 "STATUS " WS-STAT-STATUS
001330             MOVE "Y" TO WS-EOF-SW
001340         ELSE
001350             PERFORM 2100-READ-STATUS
001360         END-IF
001370     END-IF.
001380*
001390*-------------------------------------------------------------*
001400 2000-SCAN-STATUS.
001410*-------------------------------------------------------------*
001420*    FILE ORDER IS RUN ORDER, SO THE PREDECESSOR'S LATEST      *
001430*    RECORDS FOR THE BUSINESS DATE DECIDE THE GATE.            *
001440*-------------------------------------------------------------*
001450     IF STAT-JOB-NAME = JG-PARM-PRED
001460         AND STAT-RUN-DATE = JG-BUS-DATE
001470         EVALUATE TRUE
001480             WHEN STAT-TYPE-START
001490                 SET JG-PRED-STARTED TO TRUE
001500                 MOVE 'N' TO JG-PRED-END-SW
001510                 MOVE SPACES TO JG-PRED-SEVERITY
001520             WHEN STAT-TYPE-END
001530                 SET JG-PRED-ENDED TO TRUE
001540                 MOVE STAT-SEVERITY TO JG-PRED-SEVERITY
001550             WHEN OTHER
001560                 CONTINUE
001570         END-EVALUATE
001580     END-IF
001590     PERFORM 2100-READ-STATUS
001600     .
001610 2000-EXIT.
001620     EXIT.
001630*
001640*-------------------------------------------------------------*
001650 2100-READ-STATUS.
001660*-------------------------------------------------------------*
001670     READ STAT-FILE
001680         AT END
001690             MOVE "Y" TO WS-EOF-SW
001700     END-READ.
001710*
001720*-------------------------------------------------------------*
001730 5000-DECIDE-GATE.
001740*-------------------------------------------------------------*
001750     EVALUATE TRUE
001760         WHEN JG-BLOCK-REASON NOT = SPACES
001770             CONTINUE
001780         WHEN JG-PRED-ENDED
001790             AND JG-PRED-SEVERITY NOT = "SEVR"
001800             SET JG-RELEASE TO TRUE
001810         WHEN JG-PRED-ENDED
001820             MOVE "PREDECESSOR ENDED SEVR" TO JG-BLOCK-REASON
001830         WHEN JG-PRED-STARTED
001840             MOVE "PREDECESSOR STILL OPEN" TO JG-BLOCK-REASON
001850         WHEN OTHER
001860             MOVE "PREDECESSOR MISSING" TO JG-BLOCK-REASON
001870     END-EVALUATE
001880     IF JG-RELEASE
001890         DISPLAY "JOBGATE - " JG-PARM-JOB " RELEASED, "
001900             JG-PARM-PRED " ENDED " JG-PRED-SEVERITY
001910             " FOR " JG-BUS-DATE
001920     ELSE
001930         DISPLAY "JOBGATE - " JG-PARM-JOB " HELD, "
001940             JG-BLOCK-REASON " FOR " JG-BUS-DATE
001950         IF JG-PARM-JOB NOT = SPACES
001960             PERFORM 6000-WRITE-BLOCK-STATUS
001970         END-IF
001980     END-IF.
001990*
002000*-------------------------------------------------------------*
002010 6000-WRITE-BLOCK-STATUS.
002020*-------------------------------------------------------------*
002030     IF WS-STAT-STATUS = "00"
002040         OR WS-STAT-STATUS = "10"
002050         CLOSE STAT-FILE
002060     END-IF
002070     OPEN EXTEND STAT-FILE
002080     IF WS-STAT-STATUS = "35"
002090         OPEN OUTPUT STAT-FILE
002100     END-IF
002110     IF WS-STAT-STATUS = "00"
002120         MOVE JG-PARM-JOB TO STAT-JOB-NAME
002130         MOVE "E" TO STAT-REC-TYPE
002140         MOVE JG-BUS-DATE TO STAT-RUN-DATE
002150         ACCEPT STAT-RUN-TIME FROM TIME
002160         MOVE ZERO TO STAT-REC-COUNT
002170         MOVE ZERO TO STAT-EXCP-COUNT
002180         MOVE ZERO TO STAT-REJT-COUNT
002190         MOVE "SEVR" TO STAT-SEVERITY
002200         WRITE STAT-REC
002210         CLOSE STAT-FILE
002220     ELSE
002230         DISPLAY "JOBGATE - UNABLE TO REOPEN STATFILE, "
002240             "STATUS " WS-STAT-STATUS
002250     END-IF.
002260*
002270*-------------------------------------------------------------*
002280 8000-TERMINATE.
002290*-------------------------------------------------------------*
002300     IF JG-RELEASE
002310         IF WS-STAT-STATUS = "00"
002320             OR WS-STAT-STATUS = "10"
002330             CLOSE STAT-FILE
002340         END-IF
002350         MOVE 0 TO RETURN-CODE
002360     ELSE
002370         MOVE 8 TO RETURN-CODE
002380     END-IF.
