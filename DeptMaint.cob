000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DeptMaint.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - maintenance program    *
000110*                   for the department master DEPTFILE read  *
000120*                   by TranEdit and MathFunctions.  Applies  *
000130*                   add (A), change (C), and close (X)       *
000140*                   transactions from DPMAINT, and writes a  *
000150*                   who-changed-what audit record to         *
000160*                   DEPTAUDT for every applied or failed     *
000170*                   transaction.  Department codes must be   *
000180*                   three non-blank characters, dates must   *
000190*                   carry a valid month and day, and a close *
000200*                   date may not fall before the open date.  *
000210* 15OCT2026   HAS   DPM-USER-ID is now checked through       *
000220*                   AuthCheck for update rights on DEPTMAINT *
000230*                   before each transaction is edited. A     *
000240*                   refused transaction is not applied, is   *
000250*                   counted separately and goes to SECLOG    *
000260*                   with the reason; every applied           *
000270*                   transaction is logged there as an        *
000280*                   update. The audit record now carries the *
000290*                   old and new open date.                   *
000300*-----------------------------------------------------------*
000310* The department code is the first three characters of the  *
000320* transaction id.  A department accepts feeds dated on or    *
000330* after its open date and before its close date; a zero      *
000340* close date means the department is active.  A close (X)    *
000350* with a zero close date reopens the department.  On a       *
000360* change (C) a blank name or cost center is left as it was.  *
000370* A close date may not fall before the department's open     *
000380* date.                                                      *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DPM-FILE ASSIGN TO "DPMAINT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-DPM-STATUS.
000460*
000470     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DEPT-CODE
000510         FILE STATUS IS WS-DEPT-STATUS.
000520*
000530     SELECT DPAUD-FILE ASSIGN TO "DEPTAUDT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-DPAUD-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*-----------------------------------------------------------*
000600* DPM-FILE - DEPARTMENT MAINTENANCE TRANSACTIONS             *
000610*-----------------------------------------------------------*
000620 FD  DPM-FILE
000630     RECORDING MODE IS F.
000640 01  DPM-REC.
000650     05  DPM-ACTION                 PIC X(01).
000660         88  DPM-ACTION-ADD                   VALUE 'A'.
000670         88  DPM-ACTION-CHANGE                VALUE 'C'.
000680         88  DPM-ACTION-CLOSE                 VALUE 'X'.
000690     05  DPM-DEPT-CODE              PIC X(03).
000700     05  DPM-DEPT-NAME              PIC X(20).
000710     05  DPM-COST-CENTER            PIC X(06).
000720     05  DPM-OPEN-DATE              PIC X(08).
000730     05  DPM-OPEN-DATE-R REDEFINES DPM-OPEN-DATE.
000740         10  DPM-OPEN-YEAR-9        PIC 9(04).
000750         10  DPM-OPEN-MONTH-9       PIC 9(02).
000760         10  DPM-OPEN-DAY-9         PIC 9(02).
000770     05  DPM-CLOSE-DATE             PIC X(08).
000780     05  DPM-CLOSE-DATE-9 REDEFINES DPM-CLOSE-DATE
000790                                    PIC 9(08).
000800     05  DPM-CLOSE-DATE-R REDEFINES DPM-CLOSE-DATE.
000810         10  DPM-CLOSE-YEAR-9       PIC 9(04).
000820         10  DPM-CLOSE-MONTH-9      PIC 9(02).
000830         10  DPM-CLOSE-DAY-9        PIC 9(02).
000840     05  DPM-USER-ID                PIC X(08).
000850     05  FILLER                     PIC X(26).
000860*
000870*-----------------------------------------------------------*
000880* DEPT-FILE - DEPARTMENT MASTER (INDEXED)                    *
000890*-----------------------------------------------------------*
000900 FD  DEPT-FILE.
000910 01  DEPT-REC.
000920     05  DEPT-CODE                  PIC X(03).
000930     05  DEPT-NAME                  PIC X(20).
000940     05  DEPT-COST-CENTER           PIC X(06).
000950     05  DEPT-OPEN-DATE             PIC 9(08).
000960     05  DEPT-CLOSE-DATE            PIC 9(08).
000970     05  FILLER                     PIC X(15).
000980*
000990*-----------------------------------------------------------*
001000* DPAUD-FILE - DEPARTMENT MAINTENANCE AUDIT TRAIL            *
001010*-----------------------------------------------------------*
001020 FD  DPAUD-FILE
001030     RECORDING MODE IS F.
001040 01  DPAUD-REC.
001050     05  DPA-DATE                   PIC 9(08).
001060     05  DPA-TIME                   PIC 9(08).
001070     05  DPA-USER-ID                PIC X(08).
001080     05  DPA-ACTION                 PIC X(01).
001090     05  DPA-DEPT-CODE              PIC X(03).
001100     05  DPA-OLD-NAME               PIC X(20).
001110     05  DPA-NEW-NAME               PIC X(20).
001120     05  DPA-OLD-COST-CENTER        PIC X(06).
001130     05  DPA-NEW-COST-CENTER        PIC X(06).
001140     05  DPA-OLD-CLOSE-DATE         PIC X(08).
001150     05  DPA-NEW-CLOSE-DATE         PIC X(08).
001160     05  DPA-OLD-OPEN-DATE          PIC X(08).
001170     05  DPA-NEW-OPEN-DATE          PIC X(08).
001180     05  DPA-RESULT                 PIC X(20).
001190     05  FILLER                     PIC X(04).
001200*
001210 WORKING-STORAGE SECTION.
001220*-----------------------------------------------------------*
001230* FILE STATUS FIELDS                                        *
001240*-----------------------------------------------------------*
001250 01  WS-DPM-STATUS              PIC X(02) VALUE SPACES.
001260 01  WS-DEPT-STATUS             PIC X(02) VALUE SPACES.
001270 01  WS-DPAUD-STATUS            PIC X(02) VALUE SPACES.
001280*
001290*-----------------------------------------------------------*
001300* SWITCHES                                                  *
001310*-----------------------------------------------------------*
001320 01  WS-SWITCHES.
001330     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001340         88  WS-EOF-YES                    VALUE 'Y'.
001350     05  DM-TRAN-OK-SW           PIC X(01) VALUE 'Y'.
001360         88  DM-TRAN-OK                    VALUE 'Y'.
001370         88  DM-TRAN-BAD                   VALUE 'N'.
001380*
001390*-----------------------------------------------------------*
001400* MAINTENANCE WORK AREAS                                    *
001410*-----------------------------------------------------------*
001420 01  DM-RESULT                   PIC X(20) VALUE SPACES.
001430 01  DM-OLD-NAME                 PIC X(20) VALUE SPACES.
001440 01  DM-OLD-COST-CENTER          PIC X(06) VALUE SPACES.
001450 01  DM-OLD-CLOSE-DATE           PIC X(08) VALUE SPACES.
001460 01  DM-OLD-OPEN-DATE            PIC X(08) VALUE SPACES.
001470*
001480*-----------------------------------------------------------*
001490* AUTHCHECK PARAMETERS AND SECURITY LOG DETAIL              *
001500*-----------------------------------------------------------*
001510 01  DM-AU-FUNCTION              PIC X(01) VALUE SPACE.
001520 01  DM-AU-PROGRAM               PIC X(12) VALUE "DEPTMAINT".
001530 01  DM-AU-LEVEL                 PIC X(01) VALUE 'U'.
001540 01  DM-AU-RESULT                PIC X(01) VALUE 'N'.
001550     88  DM-AU-GRANTED                     VALUE 'Y'.
001560 01  DM-AU-REASON                PIC X(20) VALUE SPACES.
001570 01  DM-AU-DETAIL.
001580     05  DM-LOG-ACTION           PIC X(01).
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  DM-LOG-DEPT-CODE        PIC X(03).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  DM-LOG-OPEN-DATE        PIC X(08).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  DM-LOG-CLOSE-DATE       PIC X(08).
001650     05  FILLER                  PIC X(12) VALUE SPACES.
001660*
001670*-----------------------------------------------------------*
001680* RUN ACCUMULATORS                                          *
001690*-----------------------------------------------------------*
001700 01  DM-RUN-TOTALS.
001710     05  DM-READ-COUNT           PIC 9(05) COMP VALUE 0.
001720     05  DM-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
001730     05  DM-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
001740     05  DM-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
001750*
001760 PROCEDURE DIVISION.
001770*=============================================================*
001780 0000-MAINLINE.
001790*=============================================================*
001800     PERFORM 1000-INITIALIZE
001810     PERFORM 2000-APPLY-MAINT THRU 2000-EXIT
001820         UNTIL WS-EOF-YES
001830     PERFORM 8000-TERMINATE
001840     STOP RUN.
001850*
001860*-------------------------------------------------------------*
001870 1000-INITIALIZE.
001880*-------------------------------------------------------------*
001890     OPEN INPUT DPM-FILE
001900     IF WS-DPM-STATUS NOT = "00"
001910         DISPLAY "DEPTMAINT - UNABLE TO OPEN DPMAINT, "
001920             "STATUS " WS-DPM-STATUS
001930         MOVE "Y" TO WS-EOF-SW
001940     ELSE
001950         PERFORM 2100-READ-MAINT
001960     END-IF
001970     OPEN I-O DEPT-FILE
001980     IF WS-DEPT-STATUS = "35"
001990         OPEN OUTPUT DEPT-FILE
002000         CLOSE DEPT-FILE
002010         OPEN I-O DEPT-FILE
002020     END-IF
002030     IF WS-DEPT-STATUS NOT = "00"
002040         DISPLAY "DEPTMAINT - UNABLE TO OPEN DEPTFILE, "
002050             "STATUS " WS-DEPT-STATUS
002060         MOVE "Y" TO WS-EOF-SW
002070     END-IF
002080     OPEN EXTEND DPAUD-FILE
002090     IF WS-DPAUD-STATUS = "35"
002100         OPEN OUTPUT DPAUD-FILE
002110     END-IF
002120     IF WS-DPAUD-STATUS NOT = "00"
002130         DISPLAY "DEPTMAINT - UNABLE TO OPEN DEPTAUDT, "
002140             "STATUS " WS-DPAUD-STATUS
002150         MOVE "Y" TO WS-EOF-SW
002160     END-IF.
002170*
002180*-------------------------------------------------------------*
002190 2000-APPLY-MAINT.
002200*-------------------------------------------------------------*
002210     ADD 1 TO DM-READ-COUNT
002220     SET DM-TRAN-OK TO TRUE
002230     MOVE SPACES TO DM-RESULT
002240     MOVE SPACES TO DM-OLD-NAME
002250     MOVE SPACES TO DM-OLD-COST-CENTER
002260     MOVE SPACES TO DM-OLD-CLOSE-DATE
002270     MOVE SPACES TO DM-OLD-OPEN-DATE
002280     PERFORM 2500-CHECK-AUTHORITY
002290     IF DM-TRAN-OK
002300         PERFORM 3000-EDIT-MAINT
002310     END-IF
002320     IF DM-TRAN-OK
002330         EVALUATE TRUE
002340             WHEN DPM-ACTION-ADD
002350                 PERFORM 4000-ADD-DEPT
002360             WHEN DPM-ACTION-CHANGE
002370                 PERFORM 4100-CHANGE-DEPT
002380             WHEN DPM-ACTION-CLOSE
002390                 PERFORM 4200-CLOSE-DEPT
002400         END-EVALUATE
002410     END-IF
002420     IF DM-TRAN-OK
002430         ADD 1 TO DM-APPLIED-COUNT
002440         PERFORM 5100-LOG-UPDATE
002450     ELSE
002460         IF DM-AU-GRANTED
002470             ADD 1 TO DM-FAILED-COUNT
002480         ELSE
002490             ADD 1 TO DM-REFUSED-COUNT
002500         END-IF
002510     END-IF
002520     PERFORM 5000-WRITE-AUDIT
002530     PERFORM 2100-READ-MAINT
002540     .
002550 2000-EXIT.
002560     EXIT.
002570*
002580*-------------------------------------------------------------*
002590 2100-READ-MAINT.
002600*-------------------------------------------------------------*
002610     READ DPM-FILE
002620         AT END
002630             MOVE "Y" TO WS-EOF-SW
002640     END-READ.
002650*
002660*-------------------------------------------------------------*
002670 2500-CHECK-AUTHORITY.
002680*-------------------------------------------------------------*
002690*    THE USER ON THE TRANSACTION MUST HOLD UPDATE RIGHTS ON    *
002700*    DEPTMAINT IN USERAUTH.  A REFUSAL IS LOGGED BY AUTHCHECK. *
002710*-------------------------------------------------------------*
002720     MOVE DPM-ACTION TO DM-LOG-ACTION
002730     MOVE DPM-DEPT-CODE TO DM-LOG-DEPT-CODE
002740     MOVE DPM-OPEN-DATE TO DM-LOG-OPEN-DATE
002750     MOVE DPM-CLOSE-DATE TO DM-LOG-CLOSE-DATE
002760     MOVE "C" TO DM-AU-FUNCTION
002770     CALL "AuthCheck" USING DM-AU-FUNCTION, DPM-USER-ID,
002780         DM-AU-PROGRAM, DM-AU-LEVEL, DM-AU-DETAIL,
002790         DM-AU-RESULT, DM-AU-REASON
002800     IF NOT DM-AU-GRANTED
002810         MOVE DM-AU-REASON TO DM-RESULT
002820         SET DM-TRAN-BAD TO TRUE
002830     END-IF.
002840*
002850*-------------------------------------------------------------*
002860 3000-EDIT-MAINT.
002870*-------------------------------------------------------------*
002880     EVALUATE TRUE
002890         WHEN DPM-ACTION NOT = 'A' AND 'C' AND 'X'
002900             MOVE "ACTION NOT A/C/X" TO DM-RESULT
002910             SET DM-TRAN-BAD TO TRUE
002920         WHEN DPM-DEPT-CODE = SPACES
002930           OR DPM-DEPT-CODE (1:1) = SPACE
002940             MOVE "DEPT CODE IS BLANK" TO DM-RESULT
002950             SET DM-TRAN-BAD TO TRUE
002960         WHEN DPM-DEPT-CODE (2:1) = SPACE
002970           OR DPM-DEPT-CODE (3:1) = SPACE
002980             MOVE "DEPT CODE NOT 3 CHAR" TO DM-RESULT
002990             SET DM-TRAN-BAD TO TRUE
003000         WHEN DPM-ACTION-ADD
003010             AND DPM-DEPT-NAME = SPACES
003020             MOVE "NAME IS BLANK" TO DM-RESULT
003030             SET DM-TRAN-BAD TO TRUE
003040         WHEN DPM-ACTION-ADD
003050             AND DPM-COST-CENTER = SPACES
003060             MOVE "COST CENTER IS BLANK" TO DM-RESULT
003070             SET DM-TRAN-BAD TO TRUE
003080         WHEN DPM-ACTION-ADD
003090             AND DPM-OPEN-DATE NOT NUMERIC
003100             MOVE "OPEN DT NOT NUMERIC" TO DM-RESULT
003110             SET DM-TRAN-BAD TO TRUE
003120         WHEN DPM-ACTION-ADD
003130           AND (DPM-OPEN-YEAR-9 = ZERO
003140             OR DPM-OPEN-MONTH-9 < 1
003150             OR DPM-OPEN-MONTH-9 > 12
003160             OR DPM-OPEN-DAY-9 < 1
003170             OR DPM-OPEN-DAY-9 > 31)
003180             MOVE "OPEN DT NOT VALID" TO DM-RESULT
003190             SET DM-TRAN-BAD TO TRUE
003200         WHEN DPM-ACTION-CLOSE
003210             AND DPM-CLOSE-DATE NOT NUMERIC
003220             MOVE "CLOSE DT NOT NUMERIC" TO DM-RESULT
003230             SET DM-TRAN-BAD TO TRUE
003240         WHEN DPM-ACTION-CLOSE
003250           AND DPM-CLOSE-DATE-9 NOT = ZERO
003260           AND (DPM-CLOSE-YEAR-9 = ZERO
003270             OR DPM-CLOSE-MONTH-9 < 1
003280             OR DPM-CLOSE-MONTH-9 > 12
003290             OR DPM-CLOSE-DAY-9 < 1
003300             OR DPM-CLOSE-DAY-9 > 31)
003310             MOVE "CLOSE DT NOT VALID" TO DM-RESULT
003320             SET DM-TRAN-BAD TO TRUE
003330     END-EVALUATE.
003340*
003350*-------------------------------------------------------------*
003360 4000-ADD-DEPT.
003370*-------------------------------------------------------------*
003380     MOVE SPACES TO DEPT-REC
003390     MOVE DPM-DEPT-CODE TO DEPT-CODE
003400     MOVE DPM-DEPT-NAME TO DEPT-NAME
003410     MOVE DPM-COST-CENTER TO DEPT-COST-CENTER
003420     MOVE DPM-OPEN-DATE TO DEPT-OPEN-DATE
003430     MOVE ZERO TO DEPT-CLOSE-DATE
003440     WRITE DEPT-REC
003450         INVALID KEY
003460             MOVE "DEPT ALREADY ON FILE" TO DM-RESULT
003470             SET DM-TRAN-BAD TO TRUE
003480         NOT INVALID KEY
003490             MOVE "ADDED" TO DM-RESULT
003500     END-WRITE.
003510*
003520*-------------------------------------------------------------*
003530 4100-CHANGE-DEPT.
003540*-------------------------------------------------------------*
003550     PERFORM 4500-READ-DEPT
003560     IF DM-TRAN-OK
003570         IF DPM-DEPT-NAME NOT = SPACES
003580             MOVE DPM-DEPT-NAME TO DEPT-NAME
003590         END-IF
003600         IF DPM-COST-CENTER NOT = SPACES
003610             MOVE DPM-COST-CENTER TO DEPT-COST-CENTER
003620         END-IF
003630         REWRITE DEPT-REC
003640             INVALID KEY
003650                 MOVE "REWRITE FAILED" TO DM-RESULT
003660                 SET DM-TRAN-BAD TO TRUE
003670             NOT INVALID KEY
003680                 MOVE "CHANGED" TO DM-RESULT
003690         END-REWRITE
003700     END-IF.
003710*
003720*-------------------------------------------------------------*
003730 4200-CLOSE-DEPT.
003740*-------------------------------------------------------------*
003750     PERFORM 4500-READ-DEPT
003760     IF DM-TRAN-OK
003770         AND DPM-CLOSE-DATE-9 NOT = ZERO
003780         AND DPM-CLOSE-DATE-9 < DEPT-OPEN-DATE
003790         MOVE "CLOSE BEFORE OPEN DT" TO DM-RESULT
003800         SET DM-TRAN-BAD TO TRUE
003810     END-IF
003820     IF DM-TRAN-OK
003830         MOVE DPM-CLOSE-DATE TO DEPT-CLOSE-DATE
003840         REWRITE DEPT-REC
003850             INVALID KEY
003860                 MOVE "REWRITE FAILED" TO DM-RESULT
003870                 SET DM-TRAN-BAD TO TRUE
003880             NOT INVALID KEY
003890                 IF DEPT-CLOSE-DATE = ZERO
003900                     MOVE "REOPENED" TO DM-RESULT
003910                 ELSE
003920                     MOVE "CLOSED" TO DM-RESULT
003930                 END-IF
003940         END-REWRITE
003950     END-IF.
003960*
003970*-------------------------------------------------------------*
003980 4500-READ-DEPT.
003990*-------------------------------------------------------------*
004000     MOVE DPM-DEPT-CODE TO DEPT-CODE
004010     READ DEPT-FILE
004020         INVALID KEY
004030             MOVE "DEPT NOT ON FILE" TO DM-RESULT
004040             SET DM-TRAN-BAD TO TRUE
004050         NOT INVALID KEY
004060             MOVE DEPT-NAME TO DM-OLD-NAME
004070             MOVE DEPT-COST-CENTER TO DM-OLD-COST-CENTER
004080             MOVE DEPT-CLOSE-DATE TO DM-OLD-CLOSE-DATE
004090             MOVE DEPT-OPEN-DATE TO DM-OLD-OPEN-DATE
004100     END-READ.
004110*
004120*-------------------------------------------------------------*
004130 5000-WRITE-AUDIT.
004140*-------------------------------------------------------------*
004150     ACCEPT DPA-DATE FROM DATE YYYYMMDD
004160     ACCEPT DPA-TIME FROM TIME
004170     MOVE DPM-USER-ID TO DPA-USER-ID
004180     MOVE DPM-ACTION TO DPA-ACTION
004190     MOVE DPM-DEPT-CODE TO DPA-DEPT-CODE
004200     MOVE DM-OLD-NAME TO DPA-OLD-NAME
004210     MOVE DM-OLD-COST-CENTER TO DPA-OLD-COST-CENTER
004220     MOVE DM-OLD-CLOSE-DATE TO DPA-OLD-CLOSE-DATE
004230     MOVE DM-OLD-OPEN-DATE TO DPA-OLD-OPEN-DATE
004240     IF DM-TRAN-OK
004250         MOVE DEPT-NAME TO DPA-NEW-NAME
004260         MOVE DEPT-COST-CENTER TO DPA-NEW-COST-CENTER
004270         MOVE DEPT-CLOSE-DATE TO DPA-NEW-CLOSE-DATE
004280         MOVE DEPT-OPEN-DATE TO DPA-NEW-OPEN-DATE
004290     ELSE
004300         MOVE DM-OLD-NAME TO DPA-NEW-NAME
004310         MOVE DM-OLD-COST-CENTER TO DPA-NEW-COST-CENTER
004320         MOVE DM-OLD-CLOSE-DATE TO DPA-NEW-CLOSE-DATE
004330         MOVE DM-OLD-OPEN-DATE TO DPA-NEW-OPEN-DATE
004340     END-IF
004350     MOVE DM-RESULT TO DPA-RESULT
004360     WRITE DPAUD-REC.
004370*
004380*-------------------------------------------------------------*
004390 5100-LOG-UPDATE.
004400*-------------------------------------------------------------*
004410     MOVE "U" TO DM-AU-FUNCTION
004420     CALL "AuthCheck" USING DM-AU-FUNCTION, DPM-USER-ID,
004430         DM-AU-PROGRAM, DM-AU-LEVEL, DM-AU-DETAIL,
004440         DM-AU-RESULT, DM-AU-REASON.
004450*
004460*-------------------------------------------------------------*
004470 8000-TERMINATE.
004480*-------------------------------------------------------------*
004490     CLOSE DPM-FILE
004500     CLOSE DEPT-FILE
004510     CLOSE DPAUD-FILE
004520     DISPLAY "DEPTMAINT - TRANSACTIONS READ    " DM-READ-COUNT
004530     DISPLAY "DEPTMAINT - TRANSACTIONS APPLIED " DM-APPLIED-COUNT
004540     DISPLAY "DEPTMAINT - TRANSACTIONS FAILED  " DM-FAILED-COUNT
004550     DISPLAY "DEPTMAINT - TRANSACTIONS REFUSED " DM-REFUSED-COUNT.
