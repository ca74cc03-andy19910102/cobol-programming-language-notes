000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ExcpMaint.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - analyst maintenance    *
000110*                   for the overflow exception queue EXCPQUE *
000120*                   built by ExcpQueue.  Applies assign (G), *
000130*                   annotate (N) and close (C) transactions  *
000140*                   from EXCPMNT, and writes a who-changed-  *
000150*                   what audit record to EXCPAUDT for every  *
000160*                   applied or failed transaction.           *
000170* 15OCT2026   HAS   EXM-USER-ID is now checked through       *
000180*                   AuthCheck for update rights on EXCPMAINT *
000190*                   before each transaction is edited. A     *
000200*                   refused transaction is not applied, is   *
000210*                   counted separately and goes to SECLOG    *
000220*                   with the reason; every applied           *
000230*                   transaction is logged there as an        *
000240*                   update.                                  *
000250*-----------------------------------------------------------*
000260* Each transaction names the exception by its id, exception  *
000270* date and operation as printed on the aging report.  Close  *
000280* needs a disposition code from the table below; RI also     *
000290* needs the new transaction id it was reissued under.  An    *
000300* annotate replaces the note on the queue - every note stays *
000310* on EXCPAUDT.  A closed exception cannot be changed.        *
000320*   RI  REISSUED UNDER A NEW ID                              *
000330*   WO  WRITTEN OFF, NO POSTING                              *
000340*   RP  CORRECTED AND REPROCESSED                            *
000350*   DU  DUPLICATE OF ANOTHER EXCEPTION                       *
000360*-----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT EXM-FILE ASSIGN TO "EXCPMNT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-EXM-STATUS.
000430*
000440     SELECT EXQ-FILE ASSIGN TO "EXCPQUE"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EXQ-KEY
000480         FILE STATUS IS WS-EXQ-STATUS.
000490*
000500     SELECT EXAUD-FILE ASSIGN TO "EXCPAUDT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-EXAUD-STATUS.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000560*-----------------------------------------------------------*
000570* EXM-FILE - EXCEPTION QUEUE MAINTENANCE TRANSACTIONS        *
000580*-----------------------------------------------------------*
000590 FD  EXM-FILE
000600     RECORDING MODE IS F.
000610 01  EXM-REC.
000620     05  EXM-ACTION                 PIC X(01).
000630         88  EXM-ACTION-ASSIGN                VALUE 'G'.
000640         88  EXM-ACTION-ANNOTATE              VALUE 'N'.
000650         88  EXM-ACTION-CLOSE                 VALUE 'C'.
000660     05  EXM-TRANS-ID               PIC X(10).
000670     05  EXM-EXCP-DATE              PIC X(08).
000680     05  EXM-EXCP-DATE-9 REDEFINES EXM-EXCP-DATE
000690                                    PIC 9(08).
000700     05  EXM-OPERATION              PIC X(08).
000710     05  EXM-USER-ID                PIC X(08).
000720     05  EXM-ASSIGN-TO              PIC X(08).
000730     05  EXM-DISPOSITION            PIC X(02).
000740     05  EXM-NEW-TRANS-ID           PIC X(10).
000750     05  EXM-NOTE                   PIC X(40).
000760     05  FILLER                     PIC X(25).
000770*
000780*-----------------------------------------------------------*
000790* EXQ-FILE - OPEN-EXCEPTIONS QUEUE (INDEXED)                 *
000800*-----------------------------------------------------------*
000810 FD  EXQ-FILE.
000820 01  EXQ-REC.
000830     05  EXQ-KEY.
000840         10  EXQ-TRANS-ID           PIC X(10).
000850         10  EXQ-EXCP-DATE          PIC 9(08).
000860         10  EXQ-OPERATION          PIC X(08).
000870     05  EXQ-NUM1                   PIC 9(02).
000880     05  EXQ-NUM2                   PIC 9(02).
000890     05  EXQ-STATUS                 PIC X(01).
000900         88  EXQ-OPEN                         VALUE 'O'.
000910         88  EXQ-CLOSED                       VALUE 'C'.
000920     05  EXQ-ASSIGNED-TO            PIC X(08).
000930     05  EXQ-ASSIGNED-DATE          PIC 9(08).
000940     05  EXQ-DISPOSITION            PIC X(02).
000950     05  EXQ-NEW-TRANS-ID           PIC X(10).
000960     05  EXQ-CLOSED-DATE            PIC 9(08).
000970     05  EXQ-NOTE                   PIC X(40).
000980     05  EXQ-NOTE-USER              PIC X(08).
000990     05  EXQ-NOTE-DATE              PIC 9(08).
001000     05  FILLER                     PIC X(27).
001010*
001020*-----------------------------------------------------------*
001030* EXAUD-FILE - EXCEPTION QUEUE MAINTENANCE AUDIT TRAIL       *
001040*-----------------------------------------------------------*
001050 FD  EXAUD-FILE
001060     RECORDING MODE IS F.
001070 01  EXAUD-REC.
001080     05  EXA-DATE                   PIC 9(08).
001090     05  EXA-TIME                   PIC 9(08).
001100     05  EXA-USER-ID                PIC X(08).
001110     05  EXA-ACTION                 PIC X(01).
001120     05  EXA-TRANS-ID               PIC X(10).
001130     05  EXA-EXCP-DATE              PIC X(08).
001140     05  EXA-OPERATION              PIC X(08).
001150     05  EXA-OLD-STATUS             PIC X(01).
001160     05  EXA-NEW-STATUS             PIC X(01).
001170     05  EXA-OLD-ASSIGNED-TO        PIC X(08).
001180     05  EXA-NEW-ASSIGNED-TO        PIC X(08).
001190     05  EXA-DISPOSITION            PIC X(02).
001200     05  EXA-NEW-TRANS-ID           PIC X(10).
001210     05  EXA-NOTE                   PIC X(40).
001220     05  EXA-RESULT                 PIC X(20).
001230     05  FILLER                     PIC X(09).
001240*
001250 WORKING-STORAGE SECTION.
001260*-----------------------------------------------------------*
001270* FILE STATUS FIELDS                                        *
001280*-----------------------------------------------------------*
001290 01  WS-EXM-STATUS              PIC X(02) VALUE SPACES.
001300 01  WS-EXQ-STATUS              PIC X(02) VALUE SPACES.
001310 01  WS-EXAUD-STATUS            PIC X(02) VALUE SPACES.
001320*
001330*-----------------------------------------------------------*
001340* SWITCHES                                                  *
001350*-----------------------------------------------------------*
001360 01  WS-SWITCHES.
001370     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001380         88  WS-EOF-YES                    VALUE 'Y'.
001390     05  XM-TRAN-OK-SW           PIC X(01) VALUE 'Y'.
001400         88  XM-TRAN-OK                    VALUE 'Y'.
001410         88  XM-TRAN-BAD                   VALUE 'N'.
001420     05  XM-DISP-FOUND-SW        PIC X(01) VALUE 'N'.
001430         88  XM-DISP-FOUND                 VALUE 'Y'.
001440*
001450*-----------------------------------------------------------*
001460* DISPOSITION CODES                                         *
001470*-----------------------------------------------------------*
001480 01  XM-DISP-VALUES.
001490     05  FILLER  PIC X(02) VALUE "RI".
001500     05  FILLER  PIC X(02) VALUE "WO".
001510     05  FILLER  PIC X(02) VALUE "RP".
001520     05  FILLER  PIC X(02) VALUE "DU".
001530 01  XM-DISP-TABLE REDEFINES XM-DISP-VALUES.
001540     05  XM-DISP-CODE            PIC X(02) OCCURS 4 TIMES.
001550 77  XM-DISP-SUB                 PIC 9(02) COMP VALUE 0.
001560*
001570*-----------------------------------------------------------*
001580* MAINTENANCE WORK AREAS                                    *
001590*-----------------------------------------------------------*
001600 01  XM-RESULT                   PIC X(20) VALUE SPACES.
001610 01  XM-OLD-STATUS               PIC X(01) VALUE SPACE.
001620 01  XM-OLD-ASSIGNED-TO          PIC X(08) VALUE SPACES.
001630 01  XM-TODAY                    PIC 9(08) VALUE 0.
001640*
001650*-----------------------------------------------------------*
001660* AUTHCHECK PARAMETERS AND SECURITY LOG DETAIL              *
001670*-----------------------------------------------------------*
001680 01  XM-AU-FUNCTION              PIC X(01) VALUE SPACE.
001690 01  XM-AU-PROGRAM               PIC X(12) VALUE "EXCPMAINT".
001700 01  XM-AU-LEVEL                 PIC X(01) VALUE 'U'.
001710 01  XM-AU-RESULT                PIC X(01) VALUE 'N'.
001720     88  XM-AU-GRANTED                     VALUE 'Y'.
001730 01  XM-AU-REASON                PIC X(20) VALUE SPACES.
001740 01  XM-AU-DETAIL.
001750     05  XM-LOG-ACTION           PIC X(01).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  XM-LOG-TRANS-ID         PIC X(10).
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  XM-LOG-EXCP-DATE        PIC X(08).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  XM-LOG-OPERATION        PIC X(08).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  XM-LOG-DISPOSITION      PIC X(02).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850*
001860*-----------------------------------------------------------*
001870* RUN ACCUMULATORS                                          *
001880*-----------------------------------------------------------*
001890 01  XM-RUN-TOTALS.
001900     05  XM-READ-COUNT           PIC 9(05) COMP VALUE 0.
001910     05  XM-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
001920     05  XM-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
001930     05  XM-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
001940*
001950 PROCEDURE DIVISION.
001960*=============================================================*
001970 0000-MAINLINE.
001980*=============================================================*
001990     PERFORM 1000-INITIALIZE
002000     PERFORM 2000-APPLY-MAINT THRU 2000-EXIT
002010         UNTIL WS-EOF-YES
002020     PERFORM 8000-TERMINATE
002030     STOP RUN.
002040*
002050*-------------------------------------------------------------*
002060 1000-INITIALIZE.
002070*-------------------------------------------------------------*
002080     ACCEPT XM-TODAY FROM DATE YYYYMMDD
002090     OPEN INPUT EXM-FILE
002100     IF WS-EXM-STATUS NOT = "00"
002110         DISPLAY "EXCPMAINT - UNABLE TO OPEN EXCPMNT, "
002120             "STATUS " WS-EXM-STATUS
002130         MOVE "Y" TO WS-EOF-SW
002140     ELSE
002150         PERFORM 2100-READ-MAINT
002160     END-IF
002170     OPEN I-O EXQ-FILE
002180     IF WS-EXQ-STATUS NOT = "00"
002190         DISPLAY "EXCPMAINT - UNABLE TO OPEN EXCPQUE, "
002200             "STATUS " WS-EXQ-STATUS
002210         MOVE "Y" TO WS-EOF-SW
002220     END-IF
002230     OPEN EXTEND EXAUD-FILE
002240     IF WS-EXAUD-STATUS = "35"
002250         OPEN OUTPUT EXAUD-FILE
002260     END-IF
002270     IF WS-EXAUD-STATUS NOT = "00"
002280         DISPLAY "EXCPMAINT - UNABLE TO OPEN EXCPAUDT, "
002290             "STATUS " WS-EXAUD-STATUS
002300         MOVE "Y" TO WS-EOF-SW
002310     END-IF.
002320*
002330*-------------------------------------------------------------*
002340 2000-APPLY-MAINT.
002350*-------------------------------------------------------------*
002360     ADD 1 TO XM-READ-COUNT
002370     SET XM-TRAN-OK TO TRUE
002380     MOVE SPACES TO XM-RESULT
002390     MOVE SPACE TO XM-OLD-STATUS
002400     MOVE SPACES TO XM-OLD-ASSIGNED-TO
002410     PERFORM 2500-CHECK-AUTHORITY
002420     IF XM-TRAN-OK
002430         PERFORM 3000-EDIT-MAINT
002440     END-IF
002450     IF XM-TRAN-OK
002460         PERFORM 4500-READ-EXCEPTION
002470     END-IF
002480     IF XM-TRAN-OK
002490         EVALUATE TRUE
002500             WHEN EXM-ACTION-ASSIGN
002510                 PERFORM 4000-ASSIGN-EXCEPTION
002520             WHEN EXM-ACTION-ANNOTATE
002530                 PERFORM 4100-ANNOTATE-EXCEPTION
002540             WHEN EXM-ACTION-CLOSE
002550                 PERFORM 4200-CLOSE-EXCEPTION
002560         END-EVALUATE
002570     END-IF
002580     IF XM-TRAN-OK
002590         PERFORM 4600-REWRITE-EXCEPTION
002600     END-IF
002610     IF XM-TRAN-OK
002620         ADD 1 TO XM-APPLIED-COUNT
002630         PERFORM 5100-LOG-UPDATE
002640     ELSE
002650         IF XM-AU-GRANTED
002660             ADD 1 TO XM-FAILED-COUNT
002670         ELSE
002680             ADD 1 TO XM-REFUSED-COUNT
002690         END-IF
002700     END-IF
002710     PERFORM 5000-WRITE-AUDIT
002720     PERFORM 2100-READ-MAINT
002730     .
002740 2000-EXIT.
002750     EXIT.
002760*
002770*-------------------------------------------------------------*
002780 2100-READ-MAINT.
002790*-------------------------------------------------------------*
002800     READ EXM-FILE
002810         AT END
002820             MOVE "Y" TO WS-EOF-SW
002830     END-READ.
002840*
002850*-------------------------------------------------------------*
002860 2500-CHECK-AUTHORITY.
002870*-------------------------------------------------------------*
002880*    THE USER ON THE TRANSACTION MUST HOLD UPDATE RIGHTS ON    *
002890*    EXCPMAINT IN USERAUTH.  A REFUSAL, INCLUDING A BLANK USER *
002900*    ID, IS LOGGED BY AUTHCHECK.                               *
002910*-------------------------------------------------------------*
002920     MOVE EXM-ACTION TO XM-LOG-ACTION
002930     MOVE EXM-TRANS-ID TO XM-LOG-TRANS-ID
002940     MOVE EXM-EXCP-DATE TO XM-LOG-EXCP-DATE
002950     MOVE EXM-OPERATION TO XM-LOG-OPERATION
002960     MOVE EXM-DISPOSITION TO XM-LOG-DISPOSITION
002970     MOVE "C" TO XM-AU-FUNCTION
002980     CALL "AuthCheck" USING XM-AU-FUNCTION, EXM-USER-ID,
002990         XM-AU-PROGRAM, XM-AU-LEVEL, XM-AU-DETAIL,
003000         XM-AU-RESULT, XM-AU-REASON
003010     IF NOT XM-AU-GRANTED
003020         MOVE XM-AU-REASON TO XM-RESULT
003030         SET XM-TRAN-BAD TO TRUE
003040     END-IF.
003050*
003060*-------------------------------------------------------------*
003070 3000-EDIT-MAINT.
003080*-------------------------------------------------------------*
003090     EVALUATE TRUE
003100         WHEN EXM-ACTION NOT = 'G' AND 'N' AND 'C'
003110             MOVE "ACTION NOT G/N/C" TO XM-RESULT
003120             SET XM-TRAN-BAD TO TRUE
003130         WHEN EXM-TRANS-ID = SPACES
003140             MOVE "TRANS-ID MISSING" TO XM-RESULT
003150             SET XM-TRAN-BAD TO TRUE
003160         WHEN EXM-EXCP-DATE NOT NUMERIC
003170             MOVE "DATE NOT NUMERIC" TO XM-RESULT
003180             SET XM-TRAN-BAD TO TRUE
003190         WHEN EXM-ACTION-ASSIGN
003200             AND EXM-ASSIGN-TO = SPACES
003210             MOVE "ASSIGNEE MISSING" TO XM-RESULT
003220             SET XM-TRAN-BAD TO TRUE
003230         WHEN EXM-ACTION-ANNOTATE
003240             AND EXM-NOTE = SPACES
003250             MOVE "NOTE MISSING" TO XM-RESULT
003260             SET XM-TRAN-BAD TO TRUE
003270     END-EVALUATE
003280     IF XM-TRAN-OK
003290         AND EXM-ACTION-CLOSE
003300         PERFORM 3100-EDIT-DISPOSITION
003310     END-IF.
003320*
003330*-------------------------------------------------------------*
003340 3100-EDIT-DISPOSITION.
003350*-------------------------------------------------------------*
003360     MOVE 'N' TO XM-DISP-FOUND-SW
003370     MOVE 1 TO XM-DISP-SUB
003380     PERFORM 3110-SCAN-DISP-TABLE
003390         UNTIL XM-DISP-SUB > 4
003400            OR XM-DISP-FOUND
003410     IF NOT XM-DISP-FOUND
003420         MOVE "DISPOSITION INVALID" TO XM-RESULT
003430         SET XM-TRAN-BAD TO TRUE
003440     ELSE
003450         IF EXM-DISPOSITION = "RI"
003460             AND EXM-NEW-TRANS-ID = SPACES
003470             MOVE "NEW TRANS-ID MISSING" TO XM-RESULT
003480             SET XM-TRAN-BAD TO TRUE
003490         END-IF
003500     END-IF.
003510*
003520*-------------------------------------------------------------*
003530 3110-SCAN-DISP-TABLE.
003540*-------------------------------------------------------------*
003550     IF XM-DISP-CODE (XM-DISP-SUB) = EXM-DISPOSITION
003560         SET XM-DISP-FOUND TO TRUE
003570     ELSE
003580         ADD 1 TO XM-DISP-SUB
003590     END-IF.
003600*
003610*-------------------------------------------------------------*
003620 4000-ASSIGN-EXCEPTION.
003630*-------------------------------------------------------------*
003640     MOVE EXM-ASSIGN-TO TO EXQ-ASSIGNED-TO
003650     MOVE XM-TODAY TO EXQ-ASSIGNED-DATE
003660     IF EXM-NOTE NOT = SPACES
003670         PERFORM 4150-STORE-NOTE
003680     END-IF
003690     MOVE "ASSIGNED" TO XM-RESULT.
003700*
003710*-------------------------------------------------------------*
003720 4100-ANNOTATE-EXCEPTION.
003730*-------------------------------------------------------------*
003740     PERFORM 4150-STORE-NOTE
003750     MOVE "ANNOTATED" TO XM-RESULT.
003760*
003770*-------------------------------------------------------------*
003780 4150-STORE-NOTE.
003790*-------------------------------------------------------------*
003800     MOVE EXM-NOTE TO EXQ-NOTE
003810     MOVE EXM-USER-ID TO EXQ-NOTE-USER
003820     MOVE XM-TODAY TO EXQ-NOTE-DATE.
003830*
003840*-------------------------------------------------------------*
003850 4200-CLOSE-EXCEPTION.
003860*-------------------------------------------------------------*
003870     SET EXQ-CLOSED TO TRUE
003880     MOVE EXM-DISPOSITION TO EXQ-DISPOSITION
003890     MOVE EXM-NEW-TRANS-ID TO EXQ-NEW-TRANS-ID
003900     MOVE XM-TODAY TO EXQ-CLOSED-DATE
003910     IF EXM-NOTE NOT = SPACES
003920         PERFORM 4150-STORE-NOTE
003930     END-IF
003940     MOVE "CLOSED" TO XM-RESULT.
003950*
003960*-------------------------------------------------------------*
003970 4500-READ-EXCEPTION.
003980*-------------------------------------------------------------*
003990     MOVE EXM-TRANS-ID TO EXQ-TRANS-ID
004000     MOVE EXM-EXCP-DATE-9 TO EXQ-EXCP-DATE
004010     MOVE EXM-OPERATION TO EXQ-OPERATION
004020     READ EXQ-FILE
004030         INVALID KEY
004040             MOVE "NOT ON QUEUE" TO XM-RESULT
004050             SET XM-TRAN-BAD TO TRUE
004060         NOT INVALID KEY
004070             MOVE EXQ-STATUS TO XM-OLD-STATUS
004080             MOVE EXQ-ASSIGNED-TO TO XM-OLD-ASSIGNED-TO
004090             IF EXQ-CLOSED
004100                 MOVE "ALREADY CLOSED" TO XM-RESULT
004110                 SET XM-TRAN-BAD TO TRUE
004120             END-IF
004130     END-READ.
004140*
004150*-------------------------------------------------------------*
004160 4600-REWRITE-EXCEPTION.
004170*-------------------------------------------------------------*
004180     REWRITE EXQ-REC
004190         INVALID KEY
004200             MOVE "REWRITE FAILED" TO XM-RESULT
004210             SET XM-TRAN-BAD TO TRUE
004220     END-REWRITE.
004230*
004240*-------------------------------------------------------------*
004250 5000-WRITE-AUDIT.
004260*-------------------------------------------------------------*
004270     ACCEPT EXA-DATE FROM DATE YYYYMMDD
004280     ACCEPT EXA-TIME FROM TIME
004290     MOVE EXM-USER-ID TO EXA-USER-ID
004300     MOVE EXM-ACTION TO EXA-ACTION
004310     MOVE EXM-TRANS-ID TO EXA-TRANS-ID
004320     MOVE EXM-EXCP-DATE TO EXA-EXCP-DATE
004330     MOVE EXM-OPERATION TO EXA-OPERATION
004340     MOVE XM-OLD-STATUS TO EXA-OLD-STATUS
004350     MOVE XM-OLD-ASSIGNED-TO TO EXA-OLD-ASSIGNED-TO
004360     IF XM-TRAN-OK
004370         MOVE EXQ-STATUS TO EXA-NEW-STATUS
004380         MOVE EXQ-ASSIGNED-TO TO EXA-NEW-ASSIGNED-TO
004390     ELSE
004400         MOVE XM-OLD-STATUS TO EXA-NEW-STATUS
004410         MOVE XM-OLD-ASSIGNED-TO TO EXA-NEW-ASSIGNED-TO
004420     END-IF
004430     MOVE EXM-DISPOSITION TO EXA-DISPOSITION
004440     MOVE EXM-NEW-TRANS-ID TO EXA-NEW-TRANS-ID
004450     MOVE EXM-NOTE TO EXA-NOTE
004460     MOVE XM-RESULT TO EXA-RESULT
004470     WRITE EXAUD-REC.
004480*
004490*-------------------------------------------------------------*
004500 5100-LOG-UPDATE.
004510*-------------------------------------------------------------*
004520     MOVE "U" TO XM-AU-FUNCTION
004530     CALL "AuthCheck" USING XM-AU-FUNCTION, EXM-USER-ID,
004540         XM-AU-PROGRAM, XM-AU-LEVEL, XM-AU-DETAIL,
004550         XM-AU-RESULT, XM-AU-REASON.
004560*
004570*-------------------------------------------------------------*
004580 8000-TERMINATE.
004590*-------------------------------------------------------------*
004600     CLOSE EXM-FILE
004610     CLOSE EXQ-FILE
004620     CLOSE EXAUD-FILE
004630     DISPLAY "EXCPMAINT - TRANSACTIONS READ    " XM-READ-COUNT
004640     DISPLAY "EXCPMAINT - TRANSACTIONS APPLIED " XM-APPLIED-COUNT
004650     DISPLAY "EXCPMAINT - TRANSACTIONS FAILED  " XM-FAILED-COUNT
004660     DISPLAY "EXCPMAINT - TRANSACTIONS REFUSED " XM-REFUSED-COUNT.
