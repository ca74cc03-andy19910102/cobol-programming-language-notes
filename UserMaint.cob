000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. UserMaint.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - maintenance program    *
000110*                   for the operator authorization file      *
000120*                   USERAUTH read through AuthCheck.         *
000130*                   Applies add (A), change (C), grant (G),  *
000140*                   remove (R) and delete (X) transactions   *
000150*                   from UAMAINT, writes a who-changed-what  *
000160*                   audit record to UAAUDT for every applied *
000170*                   or failed transaction, and logs every    *
000180*                   applied change and every refusal to the  *
000190*                   security log SECLOG.                     *
000200* 15OCT2026   HAS   DEPTMAINT, CALMAINT, EXCPMAINT and       *
000210*                   RETRORATE added to the programs that can *
000220*                   be granted, now that they check          *
000230*                   USERAUTH.                                *
000240*-----------------------------------------------------------*
000250* Each operator holds up to six program grants, each at      *
000260* inquiry (I) or update (U) level.  An add may carry the     *
000270* first grant.  On a change (C) a blank name or status is    *
000280* left as it was; status R revokes the operator without      *
000290* losing the grants, status A restores them.  A grant (G)    *
000300* for a program already held replaces its level.  Only the   *
000310* programs that check USERAUTH can be granted.               *
000320* The maintenance user on each transaction must be an active *
000330* operator with update rights on USERMAINT and may not       *
000340* maintain their own id.  When USERAUTH is empty at the      *
000350* start of the run (first load) that check is waived for the *
000360* run, and the load is logged against the maintenance user.  *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT UAM-FILE ASSIGN TO "UAMAINT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-UAM-STATUS.
000440*
000450     SELECT UA-FILE ASSIGN TO "USERAUTH"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS UA-USER-ID
000490         FILE STATUS IS WS-UA-STATUS.
000500*
000510     SELECT UAAUD-FILE ASSIGN TO "UAAUDT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-UAAUD-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570*-----------------------------------------------------------*
000580* UAM-FILE - USER AUTHORIZATION MAINTENANCE TRANSACTIONS     *
000590*-----------------------------------------------------------*
000600 FD  UAM-FILE
000610     RECORDING MODE IS F.
000620 01  UAM-REC.
000630     05  UAM-ACTION                 PIC X(01).
000640         88  UAM-ACTION-ADD                   VALUE 'A'.
000650         88  UAM-ACTION-CHANGE                VALUE 'C'.
000660         88  UAM-ACTION-GRANT                 VALUE 'G'.
000670         88  UAM-ACTION-REMOVE                VALUE 'R'.
000680         88  UAM-ACTION-DELETE                VALUE 'X'.
000690     05  UAM-USER-ID                PIC X(08).
000700     05  UAM-USER-NAME              PIC X(20).
000710     05  UAM-STATUS                 PIC X(01).
000720     05  UAM-PROGRAM                PIC X(12).
000730     05  UAM-ACCESS                 PIC X(01).
000740     05  UAM-MAINT-USER             PIC X(08).
000750     05  FILLER                     PIC X(29).
000760*
000770*-----------------------------------------------------------*
000780* UA-FILE - OPERATOR AUTHORIZATION MASTER (INDEXED)          *
000790*-----------------------------------------------------------*
000800 FD  UA-FILE.
000810 01  UA-REC.
000820     05  UA-USER-ID                 PIC X(08).
000830     05  UA-USER-NAME               PIC X(20).
000840     05  UA-STATUS                  PIC X(01).
000850         88  UA-ACTIVE                        VALUE 'A'.
000860         88  UA-REVOKED                       VALUE 'R'.
000870     05  UA-GRANT OCCURS 6 TIMES.
000880         10  UA-PROGRAM             PIC X(12).
000890         10  UA-ACCESS              PIC X(01).
000900             88  UA-ACCESS-INQUIRY            VALUE 'I'.
000910             88  UA-ACCESS-UPDATE             VALUE 'U'.
000920     05  UA-LAST-MAINT-DATE         PIC 9(08).
000930     05  FILLER                     PIC X(05).
000940*
000950*-----------------------------------------------------------*
000960* UAAUD-FILE - USER AUTHORIZATION MAINTENANCE AUDIT TRAIL    *
000970*-----------------------------------------------------------*
000980 FD  UAAUD-FILE
000990     RECORDING MODE IS F.
001000 01  UAAUD-REC.
001010     05  UAA-DATE                   PIC 9(08).
001020     05  UAA-TIME                   PIC 9(08).
001030     05  UAA-MAINT-USER             PIC X(08).
001040     05  UAA-ACTION                 PIC X(01).
001050     05  UAA-USER-ID                PIC X(08).
001060     05  UAA-PROGRAM                PIC X(12).
001070     05  UAA-OLD-ACCESS             PIC X(01).
001080     05  UAA-NEW-ACCESS             PIC X(01).
001090     05  UAA-OLD-STATUS             PIC X(01).
001100     05  UAA-NEW-STATUS             PIC X(01).
001110     05  UAA-OLD-NAME               PIC X(20).
001120     05  UAA-NEW-NAME               PIC X(20).
001130     05  UAA-RESULT                 PIC X(20).
001140     05  FILLER                     PIC X(11).
001150*
001160 WORKING-STORAGE SECTION.
001170*-----------------------------------------------------------*
001180* FILE STATUS FIELDS                                        *
001190*-----------------------------------------------------------*
001200 01  WS-UAM-STATUS              PIC X(02) VALUE SPACES.
001210 01  WS-UA-STATUS               PIC X(02) VALUE SPACES.
001220 01  WS-UAAUD-STATUS            PIC X(02) VALUE SPACES.
001230*
001240*-----------------------------------------------------------*
001250* SWITCHES                                                  *
001260*-----------------------------------------------------------*
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001290         88  WS-EOF-YES                    VALUE 'Y'.
001300     05  UM-TRAN-OK-SW           PIC X(01) VALUE 'Y'.
001310         88  UM-TRAN-OK                    VALUE 'Y'.
001320         88  UM-TRAN-BAD                   VALUE 'N'.
001330     05  UM-FIRST-LOAD-SW        PIC X(01) VALUE 'N'.
001340         88  UM-FIRST-LOAD                 VALUE 'Y'.
001350     05  UM-MAINT-REFUSED-SW     PIC X(01) VALUE 'N'.
001360         88  UM-MAINT-REFUSED              VALUE 'Y'.
001370     05  UM-FOUND-SW             PIC X(01) VALUE 'N'.
001380         88  UM-FOUND                      VALUE 'Y'.
001390*
001400*-----------------------------------------------------------*
001410* MAINTENANCE WORK AREAS                                    *
001420*-----------------------------------------------------------*
001430 01  UM-RESULT                   PIC X(20) VALUE SPACES.
001440 01  UM-OLD-ACCESS               PIC X(01) VALUE SPACE.
001450 01  UM-OLD-STATUS               PIC X(01) VALUE SPACE.
001460 01  UM-OLD-NAME                 PIC X(20) VALUE SPACES.
001470 01  UM-TODAY                    PIC 9(08) VALUE 0.
001480 77  UM-SUB                      PIC 9(02) COMP VALUE 0.
001490 77  UM-SLOT                     PIC 9(02) COMP VALUE 0.
001500*
001510*-----------------------------------------------------------*
001520* PROGRAMS THAT CHECK USERAUTH                               *
001530*-----------------------------------------------------------*
001540 01  UM-PROGRAM-VALUES.
001550     05  FILLER  PIC X(12) VALUE "HISTINQUIRY".
001560     05  FILLER  PIC X(12) VALUE "CORRENTRY".
001570     05  FILLER  PIC X(12) VALUE "RATEMAINT".
001580     05  FILLER  PIC X(12) VALUE "USERMAINT".
001590     05  FILLER  PIC X(12) VALUE "DEPTMAINT".
001600     05  FILLER  PIC X(12) VALUE "CALMAINT".
001610     05  FILLER  PIC X(12) VALUE "EXCPMAINT".
001620     05  FILLER  PIC X(12) VALUE "RETRORATE".
001630 01  UM-PROGRAM-TABLE REDEFINES UM-PROGRAM-VALUES.
001640     05  UM-KNOWN-PROGRAM        PIC X(12) OCCURS 8 TIMES.
001650*
001660*-----------------------------------------------------------*
001670* AUTHCHECK PARAMETERS AND SECURITY LOG DETAIL              *
001680*-----------------------------------------------------------*
001690 01  UM-AU-FUNCTION              PIC X(01) VALUE SPACE.
001700 01  UM-AU-PROGRAM               PIC X(12) VALUE "USERMAINT".
001710 01  UM-AU-LEVEL                 PIC X(01) VALUE 'U'.
001720 01  UM-AU-RESULT                PIC X(01) VALUE SPACE.
001730 01  UM-AU-REASON                PIC X(20) VALUE SPACES.
001740 01  UM-AU-DETAIL.
001750     05  UM-LOG-ACTION           PIC X(01).
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  UM-LOG-USER-ID          PIC X(08).
001780     05  FILLER                  PIC X(01) VALUE SPACE.
001790     05  UM-LOG-PROGRAM          PIC X(12).
001800     05  FILLER                  PIC X(01) VALUE SPACE.
001810     05  UM-LOG-ACCESS           PIC X(01).
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  UM-LOG-STATUS           PIC X(01).
001840     05  FILLER                  PIC X(08) VALUE SPACES.
001850*
001860*-----------------------------------------------------------*
001870* RUN ACCUMULATORS                                          *
001880*-----------------------------------------------------------*
001890 01  UM-RUN-TOTALS.
001900     05  UM-READ-COUNT           PIC 9(05) COMP VALUE 0.
001910     05  UM-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
001920     05  UM-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
001930     05  UM-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
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
002080     ACCEPT UM-TODAY FROM DATE YYYYMMDD
002090     OPEN INPUT UAM-FILE
002100     IF WS-UAM-STATUS NOT = "00"
002110         DISPLAY "USERMAINT - UNABLE TO OPEN UAMAINT, "
002120             "STATUS " WS-UAM-STATUS
002130         MOVE "Y" TO WS-EOF-SW
002140     ELSE
002150         PERFORM 2100-READ-MAINT
002160     END-IF
002170     OPEN I-O UA-FILE
002180     IF WS-UA-STATUS = "35"
002190         OPEN OUTPUT UA-FILE
002200         CLOSE UA-FILE
002210         OPEN I-O UA-FILE
002220     END-IF
002230     IF WS-UA-STATUS NOT = "00"
002240         DISPLAY "USERMAINT - UNABLE TO OPEN USERAUTH, "
002250             "STATUS " WS-UA-STATUS
002260         MOVE "Y" TO WS-EOF-SW
002270     ELSE
002280         PERFORM 1100-CHECK-FIRST-LOAD
002290     END-IF
002300     OPEN EXTEND UAAUD-FILE
002310     IF WS-UAAUD-STATUS = "35"
002320         OPEN OUTPUT UAAUD-FILE
002330     END-IF
002340     IF WS-UAAUD-STATUS NOT = "00"
002350         DISPLAY "USERMAINT - UNABLE TO OPEN UAAUDT, "
002360             "STATUS " WS-UAAUD-STATUS
002370         MOVE "Y" TO WS-EOF-SW
002380     END-IF.
002390*
002400*-------------------------------------------------------------*
002410 1100-CHECK-FIRST-LOAD.
002420*-------------------------------------------------------------*
002430     MOVE LOW-VALUES TO UA-USER-ID
002440     START UA-FILE KEY NOT LESS THAN UA-USER-ID
002450         INVALID KEY
002460             SET UM-FIRST-LOAD TO TRUE
002470     END-START
002480     IF UM-FIRST-LOAD
002490         DISPLAY "USERMAINT - USERAUTH IS EMPTY, FIRST LOAD - "
002500             "MAINTENANCE USER CHECK WAIVED FOR THIS RUN"
002510     END-IF.
002520*
002530*-------------------------------------------------------------*
002540 2000-APPLY-MAINT.
002550*-------------------------------------------------------------*
002560     ADD 1 TO UM-READ-COUNT
002570     SET UM-TRAN-OK TO TRUE
002580     MOVE 'N' TO UM-MAINT-REFUSED-SW
002590     MOVE SPACES TO UM-RESULT
002600     MOVE SPACE TO UM-OLD-ACCESS
002610     MOVE SPACE TO UM-OLD-STATUS
002620     MOVE SPACES TO UM-OLD-NAME
002630     PERFORM 3000-EDIT-MAINT
002640     IF UM-TRAN-OK
002650         PERFORM 3500-CHECK-MAINT-USER
002660     END-IF
002670     IF UM-TRAN-OK
002680         EVALUATE TRUE
002690             WHEN UAM-ACTION-ADD
002700                 PERFORM 4000-ADD-USER
002710             WHEN UAM-ACTION-CHANGE
002720                 PERFORM 4100-CHANGE-USER
002730             WHEN UAM-ACTION-GRANT
002740                 PERFORM 4200-GRANT-PROGRAM
002750             WHEN UAM-ACTION-REMOVE
002760                 PERFORM 4300-REMOVE-PROGRAM
002770             WHEN UAM-ACTION-DELETE
002780                 PERFORM 4400-DELETE-USER
002790         END-EVALUATE
002800     END-IF
002810     IF UM-TRAN-OK
002820         ADD 1 TO UM-APPLIED-COUNT
002830     ELSE
002840         IF UM-MAINT-REFUSED
002850             ADD 1 TO UM-REFUSED-COUNT
002860         ELSE
002870             ADD 1 TO UM-FAILED-COUNT
002880         END-IF
002890     END-IF
002900     PERFORM 5000-WRITE-AUDIT
002910     PERFORM 5100-LOG-SECURITY THRU 5100-EXIT
002920     PERFORM 2100-READ-MAINT
002930     .
002940 2000-EXIT.
002950     EXIT.
002960*
002970*-------------------------------------------------------------*
002980 2100-READ-MAINT.
002990*-------------------------------------------------------------*
003000     READ UAM-FILE
003010         AT END
003020             MOVE "Y" TO WS-EOF-SW
003030     END-READ.
003040*
003050*-------------------------------------------------------------*
003060 3000-EDIT-MAINT.
003070*-------------------------------------------------------------*
003080     EVALUATE TRUE
003090         WHEN UAM-MAINT-USER = SPACES
003100             MOVE "MAINT USER IS BLANK" TO UM-RESULT
003110             SET UM-TRAN-BAD TO TRUE
003120             SET UM-MAINT-REFUSED TO TRUE
003130         WHEN UAM-ACTION NOT = 'A' AND 'C' AND 'G' AND 'R'
003140                          AND 'X'
003150             MOVE "ACTION NOT A/C/G/R/X" TO UM-RESULT
003160             SET UM-TRAN-BAD TO TRUE
003170         WHEN UAM-USER-ID = SPACES
003180             MOVE "USER ID IS BLANK" TO UM-RESULT
003190             SET UM-TRAN-BAD TO TRUE
003200         WHEN UAM-ACTION-ADD
003210             AND UAM-USER-NAME = SPACES
003220             MOVE "NAME IS BLANK" TO UM-RESULT
003230             SET UM-TRAN-BAD TO TRUE
003240         WHEN (UAM-ACTION-ADD OR UAM-ACTION-CHANGE)
003250             AND UAM-STATUS NOT = 'A' AND 'R' AND SPACE
003260             MOVE "STATUS NOT A/R" TO UM-RESULT
003270             SET UM-TRAN-BAD TO TRUE
003280         WHEN (UAM-ACTION-GRANT OR UAM-ACTION-REMOVE)
003290             AND UAM-PROGRAM = SPACES
003300             MOVE "PROGRAM IS BLANK" TO UM-RESULT
003310             SET UM-TRAN-BAD TO TRUE
003320         WHEN (UAM-ACTION-GRANT
003330               OR (UAM-ACTION-ADD AND UAM-PROGRAM NOT = SPACES))
003340             AND UAM-ACCESS NOT = 'I' AND 'U'
003350             MOVE "ACCESS NOT I/U" TO UM-RESULT
003360             SET UM-TRAN-BAD TO TRUE
003370     END-EVALUATE
003380     IF UM-TRAN-OK
003390         AND (UAM-ACTION-GRANT
003400              OR (UAM-ACTION-ADD AND UAM-PROGRAM NOT = SPACES))
003410         PERFORM 3100-EDIT-PROGRAM
003420     END-IF.
003430*
003440*-------------------------------------------------------------*
003450 3100-EDIT-PROGRAM.
003460*-------------------------------------------------------------*
003470     MOVE 'N' TO UM-FOUND-SW
003480     MOVE 1 TO UM-SUB
003490     PERFORM 3110-SCAN-KNOWN-PROGRAM
003500         UNTIL UM-SUB > 8
003510            OR UM-FOUND
003520     IF NOT UM-FOUND
003530         MOVE "PROGRAM NOT KNOWN" TO UM-RESULT
003540         SET UM-TRAN-BAD TO TRUE
003550     END-IF.
003560*
003570*-------------------------------------------------------------*
003580 3110-SCAN-KNOWN-PROGRAM.
003590*-------------------------------------------------------------*
003600     IF UM-KNOWN-PROGRAM (UM-SUB) = UAM-PROGRAM
003610         SET UM-FOUND TO TRUE
003620     ELSE
003630         ADD 1 TO UM-SUB
003640     END-IF.
003650*
003660*-------------------------------------------------------------*
003670 3500-CHECK-MAINT-USER.
003680*-------------------------------------------------------------*
003690*    THE MAINTENANCE USER MUST HOLD UPDATE RIGHTS ON USERMAINT *
003700*    AND MAY NOT CHANGE THEIR OWN AUTHORITY.                  *
003710*-------------------------------------------------------------*
003720     IF UM-FIRST-LOAD
003730         GO TO 3500-EXIT
003740     END-IF
003750     IF UAM-MAINT-USER = UAM-USER-ID
003760         MOVE "OWN ID NOT ALLOWED" TO UM-RESULT
003770         SET UM-TRAN-BAD TO TRUE
003780         SET UM-MAINT-REFUSED TO TRUE
003790         GO TO 3500-EXIT
003800     END-IF
003810     MOVE UAM-MAINT-USER TO UA-USER-ID
003820     READ UA-FILE
003830         INVALID KEY
003840             MOVE "MAINT USER NOT FOUND" TO UM-RESULT
003850             SET UM-TRAN-BAD TO TRUE
003860     END-READ
003870     IF UM-TRAN-OK
003880         AND NOT UA-ACTIVE
003890         MOVE "MAINT USER REVOKED" TO UM-RESULT
003900         SET UM-TRAN-BAD TO TRUE
003910     END-IF
003920     IF UM-TRAN-OK
003930         MOVE 'N' TO UM-FOUND-SW
003940         MOVE 1 TO UM-SUB
003950         PERFORM 3510-SCAN-MAINT-GRANT
003960             UNTIL UM-SUB > 6
003970                OR UM-FOUND
003980         IF NOT UM-FOUND
003990             MOVE "MAINT USER NOT AUTH" TO UM-RESULT
004000             SET UM-TRAN-BAD TO TRUE
004010         END-IF
004020     END-IF
004030     IF UM-TRAN-BAD
004040         SET UM-MAINT-REFUSED TO TRUE
004050     END-IF
004060     .
004070 3500-EXIT.
004080     EXIT.
004090*
004100*-------------------------------------------------------------*
004110 3510-SCAN-MAINT-GRANT.
004120*-------------------------------------------------------------*
004130     IF UA-PROGRAM (UM-SUB) = UM-AU-PROGRAM
004140         AND UA-ACCESS-UPDATE (UM-SUB)
004150         SET UM-FOUND TO TRUE
004160     ELSE
004170         ADD 1 TO UM-SUB
004180     END-IF.
004190*
004200*-------------------------------------------------------------*
004210 4000-ADD-USER.
004220*-------------------------------------------------------------*
004230     MOVE SPACES TO UA-REC
004240     MOVE UAM-USER-ID TO UA-USER-ID
004250     MOVE UAM-USER-NAME TO UA-USER-NAME
004260     IF UAM-STATUS = SPACE
004270         SET UA-ACTIVE TO TRUE
004280     ELSE
004290         MOVE UAM-STATUS TO UA-STATUS
004300     END-IF
004310     IF UAM-PROGRAM NOT = SPACES
004320         MOVE UAM-PROGRAM TO UA-PROGRAM (1)
004330         MOVE UAM-ACCESS TO UA-ACCESS (1)
004340     END-IF
004350     MOVE UM-TODAY TO UA-LAST-MAINT-DATE
004360     WRITE UA-REC
004370         INVALID KEY
004380             MOVE "USER ALREADY ON FILE" TO UM-RESULT
004390             SET UM-TRAN-BAD TO TRUE
004400         NOT INVALID KEY
004410             MOVE "ADDED" TO UM-RESULT
004420     END-WRITE.
004430*
004440*-------------------------------------------------------------*
004450 4100-CHANGE-USER.
004460*-------------------------------------------------------------*
004470     PERFORM 4500-READ-USER
004480     IF UM-TRAN-OK
004490         IF UAM-USER-NAME NOT = SPACES
004500             MOVE UAM-USER-NAME TO UA-USER-NAME
004510         END-IF
004520         IF UAM-STATUS NOT = SPACE
004530             MOVE UAM-STATUS TO UA-STATUS
004540         END-IF
004550         PERFORM 4600-REWRITE-USER
004560         IF UM-TRAN-OK
004570             MOVE "CHANGED" TO UM-RESULT
004580         END-IF
004590     END-IF.
004600*
004610*-------------------------------------------------------------*
004620 4200-GRANT-PROGRAM.
004630*-------------------------------------------------------------*
004640     PERFORM 4500-READ-USER
004650     IF UM-TRAN-OK
004660         PERFORM 4700-FIND-GRANT
004670         IF UM-FOUND
004680             MOVE UA-ACCESS (UM-SUB) TO UM-OLD-ACCESS
004690         ELSE
004700             MOVE UM-SLOT TO UM-SUB
004710         END-IF
004720         IF UM-SUB = ZERO
004730             MOVE "NO FREE GRANT SLOT" TO UM-RESULT
004740             SET UM-TRAN-BAD TO TRUE
004750         ELSE
004760             MOVE UAM-PROGRAM TO UA-PROGRAM (UM-SUB)
004770             MOVE UAM-ACCESS TO UA-ACCESS (UM-SUB)
004780             PERFORM 4600-REWRITE-USER
004790             IF UM-TRAN-OK
004800                 MOVE "GRANTED" TO UM-RESULT
004810             END-IF
004820         END-IF
004830     END-IF.
004840*
004850*-------------------------------------------------------------*
004860 4300-REMOVE-PROGRAM.
004870*-------------------------------------------------------------*
004880     PERFORM 4500-READ-USER
004890     IF UM-TRAN-OK
004900         PERFORM 4700-FIND-GRANT
004910         IF NOT UM-FOUND
004920             MOVE "PROGRAM NOT GRANTED" TO UM-RESULT
004930             SET UM-TRAN-BAD TO TRUE
004940         ELSE
004950             MOVE UA-ACCESS (UM-SUB) TO UM-OLD-ACCESS
004960             MOVE SPACES TO UA-PROGRAM (UM-SUB)
004970             MOVE SPACE TO UA-ACCESS (UM-SUB)
004980             PERFORM 4600-REWRITE-USER
004990             IF UM-TRAN-OK
005000                 MOVE "REMOVED" TO UM-RESULT
005010             END-IF
005020         END-IF
005030     END-IF.
005040*
005050*-------------------------------------------------------------*
005060 4400-DELETE-USER.
005070*-------------------------------------------------------------*
005080     PERFORM 4500-READ-USER
005090     IF UM-TRAN-OK
005100         DELETE UA-FILE
005110             INVALID KEY
005120                 MOVE "DELETE FAILED" TO UM-RESULT
005130                 SET UM-TRAN-BAD TO TRUE
005140             NOT INVALID KEY
005150                 MOVE "DELETED" TO UM-RESULT
005160                 MOVE SPACE TO UA-STATUS
005170                 MOVE SPACES TO UA-USER-NAME
005180         END-DELETE
005190     END-IF.
005200*
005210*-------------------------------------------------------------*
005220 4500-READ-USER.
005230*-------------------------------------------------------------*
005240     MOVE UAM-USER-ID TO UA-USER-ID
005250     READ UA-FILE
005260         INVALID KEY
005270             MOVE "USER NOT ON FILE" TO UM-RESULT
005280             SET UM-TRAN-BAD TO TRUE
005290         NOT INVALID KEY
005300             MOVE UA-STATUS TO UM-OLD-STATUS
005310             MOVE UA-USER-NAME TO UM-OLD-NAME
005320     END-READ.
005330*
005340*-------------------------------------------------------------*
005350 4600-REWRITE-USER.
005360*-------------------------------------------------------------*
005370     MOVE UM-TODAY TO UA-LAST-MAINT-DATE
005380     REWRITE UA-REC
005390         INVALID KEY
005400             MOVE "REWRITE FAILED" TO UM-RESULT
005410             SET UM-TRAN-BAD TO TRUE
005420     END-REWRITE.
005430*
005440*-------------------------------------------------------------*
005450 4700-FIND-GRANT.
005460*-------------------------------------------------------------*
005470*    LEAVES UM-SUB ON THE PROGRAM'S GRANT WHEN HELD, AND       *
005480*    UM-SLOT ON THE FIRST FREE GRANT (ZERO WHEN NONE FREE).    *
005490*-------------------------------------------------------------*
005500     MOVE 'N' TO UM-FOUND-SW
005510     MOVE ZERO TO UM-SLOT
005520     MOVE 1 TO UM-SUB
005530     PERFORM 4710-SCAN-USER-GRANT
005540         UNTIL UM-SUB > 6
005550            OR UM-FOUND.
005560*
005570*-------------------------------------------------------------*
005580 4710-SCAN-USER-GRANT.
005590*-------------------------------------------------------------*
005600     IF UA-PROGRAM (UM-SUB) = UAM-PROGRAM
005610         SET UM-FOUND TO TRUE
005620     ELSE
005630         IF UA-PROGRAM (UM-SUB) = SPACES
005640             AND UM-SLOT = ZERO
005650             MOVE UM-SUB TO UM-SLOT
005660         END-IF
005670         ADD 1 TO UM-SUB
005680     END-IF.
005690*
005700*-------------------------------------------------------------*
005710 5000-WRITE-AUDIT.
005720*-------------------------------------------------------------*
005730     ACCEPT UAA-DATE FROM DATE YYYYMMDD
005740     ACCEPT UAA-TIME FROM TIME
005750     MOVE UAM-MAINT-USER TO UAA-MAINT-USER
005760     MOVE UAM-ACTION TO UAA-ACTION
005770     MOVE UAM-USER-ID TO UAA-USER-ID
005780     MOVE UAM-PROGRAM TO UAA-PROGRAM
005790     MOVE UM-OLD-ACCESS TO UAA-OLD-ACCESS
005800     MOVE UM-OLD-STATUS TO UAA-OLD-STATUS
005810     MOVE UM-OLD-NAME TO UAA-OLD-NAME
005820     IF UM-TRAN-OK
005830         AND NOT UAM-ACTION-REMOVE
005840         MOVE UAM-ACCESS TO UAA-NEW-ACCESS
005850     ELSE
005860         MOVE SPACE TO UAA-NEW-ACCESS
005870     END-IF
005880     IF UM-TRAN-OK
005890         MOVE UA-STATUS TO UAA-NEW-STATUS
005900         MOVE UA-USER-NAME TO UAA-NEW-NAME
005910     ELSE
005920         MOVE UM-OLD-STATUS TO UAA-NEW-STATUS
005930         MOVE UM-OLD-NAME TO UAA-NEW-NAME
005940     END-IF
005950     MOVE UM-RESULT TO UAA-RESULT
005960     WRITE UAAUD-REC.
005970*
005980*-------------------------------------------------------------*
005990 5100-LOG-SECURITY.
006000*-------------------------------------------------------------*
006010*    APPLIED CHANGES ARE LOGGED AS UPDATES, AND A BLANK        *
006020*    MAINTENANCE USER OR ONE WITHOUT AUTHORITY AS A REFUSAL.   *
006030*    EDIT FAILURES ARE ON THE AUDIT TRAIL ONLY.                *
006040*-------------------------------------------------------------*
006050     IF UM-TRAN-OK
006060         MOVE "U" TO UM-AU-FUNCTION
006070         MOVE UAM-ACTION TO UM-LOG-ACTION
006080         MOVE UAM-USER-ID TO UM-LOG-USER-ID
006090         MOVE UAM-PROGRAM TO UM-LOG-PROGRAM
006100         MOVE UAA-NEW-ACCESS TO UM-LOG-ACCESS
006110         MOVE UAA-NEW-STATUS TO UM-LOG-STATUS
006120     ELSE
006130         IF NOT UM-MAINT-REFUSED
006140             GO TO 5100-EXIT
006150         END-IF
006160         MOVE "R" TO UM-AU-FUNCTION
006170         MOVE SPACES TO UM-AU-DETAIL
006180         MOVE UM-RESULT TO UM-AU-DETAIL
006190     END-IF
006200     CALL "AuthCheck" USING UM-AU-FUNCTION, UAM-MAINT-USER,
006210         UM-AU-PROGRAM, UM-AU-LEVEL, UM-AU-DETAIL,
006220         UM-AU-RESULT, UM-AU-REASON
006230     .
006240 5100-EXIT.
006250     EXIT.
006260*
006270*-------------------------------------------------------------*
006280 8000-TERMINATE.
006290*-------------------------------------------------------------*
006300     CLOSE UAM-FILE
006310     CLOSE UA-FILE
006320     CLOSE UAAUD-FILE
006330     DISPLAY "USERMAINT - TRANSACTIONS READ    " UM-READ-COUNT
006340     DISPLAY "USERMAINT - TRANSACTIONS APPLIED " UM-APPLIED-COUNT
006350     DISPLAY "USERMAINT - TRANSACTIONS FAILED  " UM-FAILED-COUNT
006360     DISPLAY "USERMAINT - TRANSACTIONS REFUSED " UM-REFUSED-COUNT.
