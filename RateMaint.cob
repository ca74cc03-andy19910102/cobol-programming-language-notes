000150*                   RTMAINT, and writes a who-changed-what   *
000160*                   audit record to RATEAUDT for every       *
000170*                   applied or failed transaction.           *
000180* 15OCT2026   HAS   RTM-USER-ID is now checked through       *
000190*                   AuthCheck for update rights on RATEMAINT *
000200*                   before each transaction is edited.  A    *
000210*                   refused transaction is not applied, is   *
000220*                   counted separately, and goes to the      *
000230*                   security log SECLOG with the reason;     *
000240*                   every applied transaction is logged      *
000250*                   there as an update.                      *
000260*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT RTM-FILE ASSIGN TO "RTMAINT"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-RTM-STATUS.
000330*
000340     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RATE-KEY
000380         FILE STATUS IS WS-RATE-STATUS.
000390*
000400     SELECT RTAUD-FILE ASSIGN TO "RATEAUDT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-RTAUD-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460*-----------------------------------------------------------*
000470* RTM-FILE - RATE MAINTENANCE TRANSACTIONS                   *
000480*-----------------------------------------------------------*
000490 FD  RTM-FILE
000500     RECORDING MODE IS F.
000510 01  RTM-REC.
000520     05  RTM-ACTION                 PIC X(01).
000530         88  RTM-ACTION-ADD                   VALUE 'A'.
000540         88  RTM-ACTION-CHANGE                VALUE 'C'.
000550         88  RTM-ACTION-EXPIRE                VALUE 'E'.
000560     05  RTM-RATE-CLASS             PIC X(01).
000570     05  RTM-EFF-DATE               PIC X(08).
000580     05  RTM-RATE-VALUE             PIC X(01).
000590     05  RTM-EXPIRY-DATE            PIC X(08).
000600     05  RTM-USER-ID                PIC X(08).
000610     05  FILLER                     PIC X(53).
000620*
000630*-----------------------------------------------------------*
000640* RATE-FILE - EFFECTIVE-DATED RATE MASTER (INDEXED)          *
000650*-----------------------------------------------------------*
000660 FD  RATE-FILE.
000670 01  RATE-REC.
000680     05  RATE-KEY.
000690         10  RATE-CLASS             PIC X(01).
000700         10  RATE-EFF-DATE          PIC 9(08).
000710     05  RATE-VALUE                 PIC 9(01).
000720     05  RATE-EXPIRY-DATE           PIC 9(08).
000730     05  FILLER                     PIC X(22).
000740*
000750*-----------------------------------------------------------*
000760* RTAUD-FILE - RATE MAINTENANCE AUDIT TRAIL                  *
000770*-----------------------------------------------------------*
000780 FD  RTAUD-FILE
000790     RECORDING MODE IS F.
000800 01  RTAUD-REC.
000810     05  RTA-DATE                   PIC 9(08).
000820     05  RTA-TIME                   PIC 9(08).
000830     05  RTA-USER-ID                PIC X(08).
000840     05  RTA-ACTION                 PIC X(01).
000850     05  RTA-RATE-CLASS             PIC X(01).
000860     05  RTA-EFF-DATE               PIC X(08).
000870     05  RTA-OLD-RATE               PIC X(01).
000880     05  RTA-NEW-RATE               PIC X(01).
000890     05  RTA-OLD-EXPIRY             PIC X(08).
000900     05  RTA-NEW-EXPIRY             PIC X(08).
000910     05  RTA-RESULT                 PIC X(20).
000920     05  FILLER                     PIC X(08).
000930*
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------*
000960* FILE STATUS FIELDS                                        *
000970*-----------------------------------------------------------*
000980 01  WS-RTM-STATUS              PIC X(02) VALUE SPACES.
000990 01  WS-RATE-STATUS             PIC X(02) VALUE SPACES.
001000 01  WS-RTAUD-STATUS            PIC X(02) VALUE SPACES.
001010*
001020*-----------------------------------------------------------*
001030* SWITCHES                                                  *
001040*-----------------------------------------------------------*
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001070         88  WS-EOF-YES                    VALUE 'Y'.
001080     05  RM-TRAN-OK-SW           PIC X(01) VALUE 'Y'.
001090         88  RM-TRAN-OK                    VALUE 'Y'.
001100         88  RM-TRAN-BAD                   VALUE 'N'.
001110*
001120*-----------------------------------------------------------*
001130* MAINTENANCE WORK AREAS                                    *
001140*-----------------------------------------------------------*
001150 01  RM-RESULT                   PIC X(20) VALUE SPACES.
001160 01  RM-OLD-RATE                 PIC X(01) VALUE SPACE.
001170 01  RM-OLD-EXPIRY               PIC X(08) VALUE SPACES.
001180*
001190*-----------------------------------------------------------*
001200* AUTHCHECK PARAMETERS AND SECURITY LOG DETAIL              *
001210*-----------------------------------------------------------*
001220 01  RM-AU-FUNCTION              PIC X(01) VALUE SPACE.
001230 01  RM-AU-PROGRAM               PIC X(12) VALUE "RATEMAINT".
001240 01  RM-AU-LEVEL                 PIC X(01) VALUE 'U'.
001250 01  RM-AU-RESULT                PIC X(01) VALUE 'N'.
001260     88  RM-AU-GRANTED                     VALUE 'Y'.
001270 01  RM-AU-REASON                PIC X(20) VALUE SPACES.
001280 01  RM-AU-DETAIL.
001290     05  RM-LOG-ACTION           PIC X(01).
001300     05  FILLER                  PIC X(01) VALUE SPACE.
001310     05  RM-LOG-RATE-CLASS       PIC X(01).
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  RM-LOG-EFF-DATE         PIC X(08).
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  RM-LOG-RATE-VALUE       PIC X(01).
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  RM-LOG-EXPIRY-DATE      PIC X(08).
001380     05  FILLER                  PIC X(12) VALUE SPACES.
001390*
001400*-----------------------------------------------------------*
001410* RUN ACCUMULATORS                                          *
001420*-----------------------------------------------------------*
001430 01  RM-RUN-TOTALS.
001440     05  RM-READ-COUNT           PIC 9(05) COMP VALUE 0.
001450     05  RM-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
001460     05  RM-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
001470     05  RM-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
001480*
001490 PROCEDURE DIVISION.
001500*=============================================================*
001510 0000-MAINLINE.
001520*=============================================================*
001530     PERFORM 1000-INITIALIZE
001540     PERFORM 2000-APPLY-MAINT THRU 2000-EXIT
001550         UNTIL WS-EOF-YES
001560     PERFORM 8000-TERMINATE
001570     STOP RUN.
001580*
001590*-------------------------------------------------------------*
001600 1000-INITIALIZE.
001610*-------------------------------------------------------------*
001620     OPEN INPUT RTM-FILE
001630     IF WS-RTM-STATUS NOT = "00"
001640         DISPLAY "RATEMAINT - UNABLE TO OPEN RTMAINT, "
001650             "STATUS " WS-RTM-STATUS
001660         MOVE "Y" TO WS-EOF-SW
001670     ELSE
001680         PERFORM 2100-READ-MAINT
001690     END-IF
001700     OPEN I-O RATE-FILE
001710     IF WS-RATE-STATUS = "35"
001720         OPEN OUTPUT RATE-FILE
001730         CLOSE RATE-FILE
001740         OPEN I-O RATE-FILE
001750     END-IF
001760     IF WS-RATE-STATUS NOT = "00"
001770         DISPLAY "RATEMAINT - UNABLE TO OPEN RATEFILE, "
001780             "STATUS " WS-RATE-STATUS
001790         MOVE "Y" TO WS-EOF-SW
001800     END-IF
001810     OPEN EXTEND RTAUD-FILE
001820     IF WS-RTAUD-STATUS = "35"
001830         OPEN OUTPUT RTAUD-FILE
001840     END-IF
001850     IF WS-RTAUD-STATUS NOT = "00"
001860         DISPLAY "RATEMAINT - UNABLE TO OPEN RATEAUDT, "
001870             "STATUS " WS-RTAUD-STATUS
001880         MOVE "Y" TO WS-EOF-SW
001890     END-IF.
001900*
001910*-------------------------------------------------------------*
001920 2000-APPLY-MAINT.
001930*-------------------------------------------------------------*
001940     ADD 1 TO RM-READ-COUNT
001950     SET RM-TRAN-OK TO TRUE
001960     MOVE SPACES TO RM-RESULT
001970     MOVE SPACE TO RM-OLD-RATE
001980     MOVE SPACES TO RM-OLD-EXPIRY
001990     PERFORM 2500-CHECK-AUTHORITY
002000     IF RM-TRAN-OK
002010         PERFORM 3000-EDIT-MAINT
002020     END-IF
002030     IF RM-TRAN-OK
002040         EVALUATE TRUE
002050             WHEN RTM-ACTION-ADD
002060                 PERFORM 4000-ADD-RATE
002070             WHEN RTM-ACTION-CHANGE
002080                 PERFORM 4100-CHANGE-RATE
002090             WHEN RTM-ACTION-EXPIRE
002100                 PERFORM 4200-EXPIRE-RATE
002110         END-EVALUATE
002120     END-IF
002130     IF RM-TRAN-OK
002140         ADD 1 TO RM-APPLIED-COUNT
002150         PERFORM 5100-LOG-UPDATE
002160     ELSE
002170         IF RM-AU-GRANTED
002180             ADD 1 TO RM-FAILED-COUNT
002190         ELSE
002200             ADD 1 TO RM-REFUSED-COUNT
002210         END-IF
002220     END-IF
002230     PERFORM 5000-WRITE-AUDIT
002240     PERFORM 2100-READ-MAINT
002250     .
002260 2000-EXIT.
002270     EXIT.
002280*
002290*-------------------------------------------------------------*
002300 2100-READ-MAINT.
002310*-------------------------------------------------------------*
002320     READ RTM-FILE
002330         AT END
002340             MOVE "Y" TO WS-EOF-SW
002350     END-READ.
002360*
002370*-------------------------------------------------------------*
002380 2500-CHECK-AUTHORITY.
002390*-------------------------------------------------------------*
002400*    THE USER ON THE TRANSACTION MUST HOLD UPDATE RIGHTS ON    *
002410*    RATEMAINT IN USERAUTH.  A REFUSAL IS LOGGED BY AUTHCHECK. *
002420*-------------------------------------------------------------*
002430     MOVE RTM-ACTION TO RM-LOG-ACTION
002440     MOVE RTM-RATE-CLASS TO RM-LOG-RATE-CLASS
002450     MOVE RTM-EFF-DATE TO RM-LOG-EFF-DATE
002460     MOVE RTM-RATE-VALUE TO RM-LOG-RATE-VALUE
002470     MOVE RTM-EXPIRY-DATE TO RM-LOG-EXPIRY-DATE
002480     MOVE "C" TO RM-AU-FUNCTION
002490     CALL "AuthCheck" USING RM-AU-FUNCTION, RTM-USER-ID,
002500         RM-AU-PROGRAM, RM-AU-LEVEL, RM-AU-DETAIL,
002510         RM-AU-RESULT, RM-AU-REASON
002520     IF NOT RM-AU-GRANTED
002530         MOVE RM-AU-REASON TO RM-RESULT
002540         SET RM-TRAN-BAD TO TRUE
002550     END-IF.
002560*
002570*-------------------------------------------------------------*
002580 3000-EDIT-MAINT.
002590*-------------------------------------------------------------*
002600     EVALUATE TRUE
002610         WHEN RTM-ACTION NOT = 'A' AND 'C' AND 'E'
002620             MOVE "ACTION NOT A/C/E" TO RM-RESULT
002630             SET RM-TRAN-BAD TO TRUE
002640         WHEN RTM-RATE-CLASS = SPACE
002650             MOVE "CLASS IS BLANK" TO RM-RESULT
002660             SET RM-TRAN-BAD TO TRUE
002670         WHEN RTM-EFF-DATE NOT NUMERIC
002680             MOVE "EFF DATE NOT NUMERIC" TO RM-RESULT
002690             SET RM-TRAN-BAD TO TRUE
002700         WHEN (RTM-ACTION-ADD OR RTM-ACTION-CHANGE)
002710             AND RTM-RATE-VALUE NOT NUMERIC
002720             MOVE "RATE NOT NUMERIC" TO RM-RESULT
002730             SET RM-TRAN-BAD TO TRUE
002740         WHEN RTM-ACTION-EXPIRE
002750             AND RTM-EXPIRY-DATE NOT NUMERIC
002760             MOVE "EXPIRY NOT NUMERIC" TO RM-RESULT
002770             SET RM-TRAN-BAD TO TRUE
002780     END-EVALUATE.
002790*
002800*-------------------------------------------------------------*
002810 4000-ADD-RATE.
002820*-------------------------------------------------------------*
002830     MOVE SPACES TO RATE-REC
002840     MOVE RTM-RATE-CLASS TO RATE-CLASS
002850     MOVE RTM-EFF-DATE TO RATE-EFF-DATE
002860     MOVE RTM-RATE-VALUE TO RATE-VALUE
002870     MOVE ZERO TO RATE-EXPIRY-DATE
002880     WRITE RATE-REC
002890         INVALID KEY
002900             MOVE "RATE ALREADY ON FILE" TO RM-RESULT
002910             SET RM-TRAN-BAD TO TRUE
002920         NOT INVALID KEY
002930             MOVE "ADDED" TO RM-RESULT
002940     END-WRITE.
002950*
002960*-------------------------------------------------------------*
002970 4100-CHANGE-RATE.
002980*-------------------------------------------------------------*
002990     PERFORM 4500-READ-RATE
003000     IF RM-TRAN-OK
003010         MOVE RTM-RATE-VALUE TO RATE-VALUE
003020         REWRITE RATE-REC
003030             INVALID KEY
003040                 MOVE "REWRITE FAILED" TO RM-RESULT
003050                 SET RM-TRAN-BAD TO TRUE
003060             NOT INVALID KEY
003070                 MOVE "CHANGED" TO RM-RESULT
003080         END-REWRITE
003090     END-IF.
003100*
003110*-------------------------------------------------------------*
003120 4200-EXPIRE-RATE.
003130*-------------------------------------------------------------*
003140     PERFORM 4500-READ-RATE
003150     IF RM-TRAN-OK
003160         MOVE RTM-EXPIRY-DATE TO RATE-EXPIRY-DATE
003170         REWRITE RATE-REC
003180             INVALID KEY
003190                 MOVE "REWRITE FAILED" TO RM-RESULT
003200                 SET RM-TRAN-BAD TO TRUE
003210             NOT INVALID KEY
003220                 MOVE "EXPIRED" TO RM-RESULT
003230         END-REWRITE
003240     END-IF.
003250*
003260*-------------------------------------------------------------*
003270 4500-READ-RATE.
003280*-------------------------------------------------------------*
003290     MOVE RTM-RATE-CLASS TO RATE-CLASS
003300     MOVE RTM-EFF-DATE TO RATE-EFF-DATE
003310     READ RATE-FILE
003320         INVALID KEY
003330             MOVE "RATE NOT ON FILE" TO RM-RESULT
003340             SET RM-TRAN-BAD TO TRUE
003350         NOT INVALID KEY
003360             MOVE RATE-VALUE TO RM-OLD-RATE
003370             MOVE RATE-EXPIRY-DATE TO RM-OLD-EXPIRY
003380     END-READ.
003390*
003400*-------------------------------------------------------------*
003410 5000-WRITE-AUDIT.
003420*-------------------------------------------------------------*
003430     ACCEPT RTA-DATE FROM DATE YYYYMMDD
003440     ACCEPT RTA-TIME FROM TIME
003450     MOVE RTM-USER-ID TO RTA-USER-ID
003460     MOVE RTM-ACTION TO RTA-ACTION
003470     MOVE RTM-RATE-CLASS TO RTA-RATE-CLASS
003480     MOVE RTM-EFF-DATE TO RTA-EFF-DATE
003490     MOVE RM-OLD-RATE TO RTA-OLD-RATE
003500     IF RTM-ACTION-ADD OR RTM-ACTION-CHANGE
003510         MOVE RTM-RATE-VALUE TO RTA-NEW-RATE
003520     ELSE
003530         MOVE RM-OLD-RATE TO RTA-NEW-RATE
003540     END-IF
003550     MOVE RM-OLD-EXPIRY TO RTA-OLD-EXPIRY
003560     IF RTM-ACTION-EXPIRE
003570         MOVE RTM-EXPIRY-DATE TO RTA-NEW-EXPIRY
003580     ELSE
003590         MOVE RM-OLD-EXPIRY TO RTA-NEW-EXPIRY
003600     END-IF
003610     MOVE RM-RESULT TO RTA-RESULT
003620     WRITE RTAUD-REC.
003630*
003640*-------------------------------------------------------------*
003650 5100-LOG-UPDATE.
003660*-------------------------------------------------------------*
003670     MOVE "U" TO RM-AU-FUNCTION
003680     CALL "AuthCheck" USING RM-AU-FUNCTION, RTM-USER-ID,
003690         RM-AU-PROGRAM, RM-AU-LEVEL, RM-AU-DETAIL,
003700         RM-AU-RESULT, RM-AU-REASON.
003710*
003720*-------------------------------------------------------------*
003730 8000-TERMINATE.
003740*-------------------------------------------------------------*
003750     CLOSE RTM-FILE
003760     CLOSE RATE-FILE
003770     CLOSE RTAUD-FILE
003780     DISPLAY "RATEMAINT - TRANSACTIONS READ    " RM-READ-COUNT
003790     DISPLAY "RATEMAINT - TRANSACTIONS APPLIED " RM-APPLIED-COUNT
003800     DISPLAY "RATEMAINT - TRANSACTIONS FAILED  " RM-FAILED-COUNT
003810     DISPLAY "RATEMAINT - TRANSACTIONS REFUSED " RM-REFUSED-COUNT.
