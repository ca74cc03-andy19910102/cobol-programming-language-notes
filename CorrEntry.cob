000190*                   correction can no longer miss the next   *
000200*                   morning's RejectCycle run.  Enter END    *
000210*                   to leave the program.                    *
000220* 15OCT2026   HAS   Operator sign-on.  The operator id is    *
000230*                   checked through AuthCheck for update     *
000240*                   rights on CORRENTRY before anything is   *
000250*                   loaded or opened; a refused sign-on ends *
000260*                   the program.  Each CORR-REC now carries  *
000270*                   the operator id and entry date and time, *
000280*                   and every correction written is logged   *
000290*                   as an update on the security log SECLOG. *
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REJT-FILE ASSIGN TO "REJTFILE"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-REJT-STATUS.
000370*
000380     SELECT CORR-FILE ASSIGN TO "CORRFILE"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CORR-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*-----------------------------------------------------------*
000450* REJT-FILE - CURRENT REJECT FILE FROM MATHFUNCTIONS         *
000460*-----------------------------------------------------------*
000470 FD  REJT-FILE
000480     RECORDING MODE IS F.
000490 01  REJT-REC.
000500     05  REJT-TRANS-ID              PIC X(10).
000510     05  REJT-TRANS-TYPE            PIC X(01).
000520     05  REJT-NUM1                  PIC 9(02).
000530     05  REJT-NUM2                  PIC 9(02).
000540     05  REJT-NUM3                  PIC 9(02).
000550     05  REJT-REASON                PIC X(30).
000560     05  REJT-REJECT-DATE           PIC 9(08).
000570     05  FILLER                     PIC X(15).
000580*
000590*-----------------------------------------------------------*
000600* CORR-FILE - CORRECTIONS KEYED BY REJECTED TRANSACTION ID   *
000610*-----------------------------------------------------------*
000620 FD  CORR-FILE
000630     RECORDING MODE IS F.
000640 01  CORR-REC.
000650     05  CORR-TRANS-ID              PIC X(10).
000660     05  CORR-TRANS-TYPE            PIC X(01).
000670     05  CORR-NUM1                  PIC X(02).
000680     05  CORR-NUM2                  PIC X(02).
000690     05  CORR-NUM3                  PIC X(02).
000700     05  CORR-USER-ID               PIC X(08).
000710     05  CORR-ENTRY-DATE            PIC 9(08).
000720     05  CORR-ENTRY-TIME            PIC 9(08).
000730     05  FILLER                     PIC X(29).
000740*
000750 WORKING-STORAGE SECTION.
000760*-----------------------------------------------------------*
000770* FILE STATUS FIELDS                                        *
000780*-----------------------------------------------------------*
000790 01  WS-REJT-STATUS             PIC X(02) VALUE SPACES.
000800 01  WS-CORR-STATUS             PIC X(02) VALUE SPACES.
000810*
000820*-----------------------------------------------------------*
000830* SWITCHES                                                  *
000840*-----------------------------------------------------------*
000850 01  WS-SWITCHES.
000860     05  WS-REJT-EOF-SW          PIC X(01) VALUE 'N'.
000870         88  WS-REJT-EOF-YES               VALUE 'Y'.
000880     05  CE-END-SW               PIC X(01) VALUE 'N'.
000890         88  CE-END-YES                    VALUE 'Y'.
000900     05  CE-REJT-FOUND-SW        PIC X(01) VALUE 'N'.
000910         88  CE-REJT-FOUND                 VALUE 'Y'.
000920     05  CE-ENTRY-OK-SW          PIC X(01) VALUE 'Y'.
000930         88  CE-ENTRY-OK                   VALUE 'Y'.
000940         88  CE-ENTRY-BAD                  VALUE 'N'.
000950     05  CE-CORR-AVAIL-SW        PIC X(01) VALUE 'N'.
000960         88  CE-CORR-AVAIL                 VALUE 'Y'.
000970*
000980*-----------------------------------------------------------*
000990* REJECT TABLE LOADED FROM REJTFILE                         *
001000*-----------------------------------------------------------*
001010 01  CE-REJT-TABLE.
001020     05  CE-REJT-ENTRY OCCURS 1000 TIMES.
001030         10  CE-RT-TRANS-ID      PIC X(10).
001040         10  CE-RT-TRANS-TYPE    PIC X(01).
001050         10  CE-RT-NUM1          PIC 9(02).
001060         10  CE-RT-NUM2          PIC 9(02).
001070         10  CE-RT-NUM3          PIC 9(02).
001080         10  CE-RT-REASON        PIC X(30).
001090 77  CE-REJT-COUNT               PIC 9(05) COMP VALUE 0.
001100 77  CE-SUB                      PIC 9(05) COMP VALUE 0.
001110*
001120*-----------------------------------------------------------*
001130* ENTRY AND EDIT WORK AREAS                                 *
001140*-----------------------------------------------------------*
001150 01  CE-INQUIRY-ID               PIC X(10) VALUE SPACES.
001160 01  CE-IN-TYPE                  PIC X(01) VALUE SPACE.
001170 01  CE-IN-NUM1                  PIC X(02) VALUE SPACES.
001180 01  CE-IN-NUM2                  PIC X(02) VALUE SPACES.
001190 01  CE-IN-NUM3                  PIC X(02) VALUE SPACES.
001200 01  CE-FINAL-TYPE               PIC X(01) VALUE SPACE.
001210     88  CE-TYPE-VALID                     VALUES 'A' 'S'
001220                                                  'M' 'D' 'W'.
001230     88  CE-TYPE-DIVIDE                    VALUE 'D'.
001240     88  CE-TYPE-WEIGHT                    VALUE 'W'.
001250 01  CE-FINAL-NUM1               PIC 9(02) VALUE 0.
001260 01  CE-FINAL-NUM2               PIC 9(02) VALUE 0.
001270 01  CE-FINAL-NUM3               PIC 9(02) VALUE 0.
001280 01  CE-FAIL-REASON              PIC X(30) VALUE SPACES.
001290 77  CE-WRITTEN-COUNT            PIC 9(05) COMP VALUE 0.
001300*
001310*-----------------------------------------------------------*
001320* OPERATOR SIGN-ON AND AUTHCHECK PARAMETERS                 *
001330*-----------------------------------------------------------*
001340 01  CE-OPERATOR-ID              PIC X(08) VALUE SPACES.
001350 01  CE-AU-FUNCTION              PIC X(01) VALUE SPACE.
001360 01  CE-AU-PROGRAM               PIC X(12) VALUE "CORRENTRY".
001370 01  CE-AU-LEVEL                 PIC X(01) VALUE 'U'.
001380 01  CE-AU-NO-DETAIL             PIC X(35) VALUE SPACES.
001390 01  CE-AU-RESULT                PIC X(01) VALUE 'N'.
001400     88  CE-AU-GRANTED                     VALUE 'Y'.
001410 01  CE-AU-REASON                PIC X(20) VALUE SPACES.
001420 01  CE-AU-DETAIL.
001430     05  FILLER                  PIC X(05) VALUE "CORR ".
001440     05  CE-LOG-TRANS-ID         PIC X(10).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  CE-LOG-TYPE             PIC X(01).
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  CE-LOG-NUM1             PIC 9(02).
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  CE-LOG-NUM2             PIC 9(02).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  CE-LOG-NUM3             PIC 9(02).
001530     05  FILLER                  PIC X(09) VALUE SPACES.
001540*
001550 PROCEDURE DIVISION.
001560*=============================================================*
001570 0000-MAINLINE.
001580*=============================================================*
001590     PERFORM 1000-INITIALIZE
001600     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
001610         UNTIL CE-END-YES
001620     PERFORM 8000-TERMINATE
001630     STOP RUN.
001640*
001650*-------------------------------------------------------------*
001660 1000-INITIALIZE.
001670*-------------------------------------------------------------*
001680     PERFORM 1050-SIGN-ON
001690     IF CE-AU-GRANTED
001700         PERFORM 1100-LOAD-REJECTS
001710         IF CE-REJT-COUNT = ZERO
001720             DISPLAY "CORRENTRY - NO REJECTS ON FILE, "
001730                 "NOTHING TO CORRECT"
001740             MOVE "Y" TO CE-END-SW
001750         END-IF
001760         OPEN EXTEND CORR-FILE
001770         IF WS-CORR-STATUS = "35"
001780             OPEN OUTPUT CORR-FILE
001790         END-IF
001800         IF WS-CORR-STATUS = "00"
001810             SET CE-CORR-AVAIL TO TRUE
001820         ELSE
001830             DISPLAY "CORRENTRY - UNABLE TO OPEN CORRFILE, "
001840                 "STATUS " WS-CORR-STATUS
001850             MOVE "Y" TO CE-END-SW
001860         END-IF
001870     END-IF.
001880*
001890*-------------------------------------------------------------*
001900 1050-SIGN-ON.
001910*-------------------------------------------------------------*
001920*    NOTHING IS LOADED OR OPENED UNTIL THE OPERATOR HOLDS      *
001930*    UPDATE RIGHTS ON THIS PROGRAM IN USERAUTH.                *
001940*-------------------------------------------------------------*
001950     DISPLAY "ENTER OPERATOR ID:"
001960     MOVE SPACES TO CE-OPERATOR-ID
001970     ACCEPT CE-OPERATOR-ID
001980     MOVE "S" TO CE-AU-FUNCTION
001990     CALL "AuthCheck" USING CE-AU-FUNCTION, CE-OPERATOR-ID,
002000         CE-AU-PROGRAM, CE-AU-LEVEL, CE-AU-NO-DETAIL,
002010         CE-AU-RESULT, CE-AU-REASON
002020     IF NOT CE-AU-GRANTED
002030         DISPLAY "CORRENTRY - SIGN-ON REFUSED FOR "
002040             CE-OPERATOR-ID ", " CE-AU-REASON
002050         MOVE "Y" TO CE-END-SW
002060     END-IF.
002070*
002080*-------------------------------------------------------------*
002090 1100-LOAD-REJECTS.
002100*-------------------------------------------------------------*
002110     OPEN INPUT REJT-FILE
002120     IF WS-REJT-STATUS NOT = "00"
002130         DISPLAY "CORRENTRY - UNABLE TO OPEN REJTFILE, "
002140             "STATUS " WS-REJT-STATUS
002150         SET WS-REJT-EOF-YES TO TRUE
002160     ELSE
002170         PERFORM 1150-READ-REJECT
002180     END-IF
002190     PERFORM 1160-STORE-REJECT THRU 1160-EXIT
002200         UNTIL WS-REJT-EOF-YES
002210     IF WS-REJT-STATUS = "00"
002220         OR WS-REJT-STATUS = "10"
002230         CLOSE REJT-FILE
002240     END-IF.
002250*
002260*-------------------------------------------------------------*
002270 1150-READ-REJECT.
002280*-------------------------------------------------------------*
002290     READ REJT-FILE
002300         AT END
002310             SET WS-REJT-EOF-YES TO TRUE
002320     END-READ.
002330*
002340*-------------------------------------------------------------*
002350 1160-STORE-REJECT.
002360*-------------------------------------------------------------*
002370     IF CE-REJT-COUNT < 1000
002380         ADD 1 TO CE-REJT-COUNT
002390         MOVE REJT-TRANS-ID TO CE-RT-TRANS-ID (CE-REJT-COUNT)
002400         MOVE REJT-TRANS-TYPE
002410             TO CE-RT-TRANS-TYPE (CE-REJT-COUNT)
002420         MOVE REJT-NUM1 TO CE-RT-NUM1 (CE-REJT-COUNT)
002430         MOVE REJT-NUM2 TO CE-RT-NUM2 (CE-REJT-COUNT)
002440         MOVE REJT-NUM3 TO CE-RT-NUM3 (CE-REJT-COUNT)
002450         MOVE REJT-REASON TO CE-RT-REASON (CE-REJT-COUNT)
002460     ELSE
002470         DISPLAY "CORRENTRY - REJECT TABLE FULL, "
002480             REJT-TRANS-ID " NOT AVAILABLE FOR ENTRY"
002490     END-IF
002500     PERFORM 1150-READ-REJECT
002510     .
002520 1160-EXIT.
002530     EXIT.
002540*
002550*-------------------------------------------------------------*
002560 2000-PROCESS-ENTRY.
002570*-------------------------------------------------------------*
002580     DISPLAY "ENTER REJECT TRANS-ID (END TO QUIT):"
002590     MOVE SPACES TO CE-INQUIRY-ID
002600     ACCEPT CE-INQUIRY-ID
002610     IF CE-INQUIRY-ID = "END" OR SPACES
002620         MOVE "Y" TO CE-END-SW
002630         GO TO 2000-EXIT
002640     END-IF
002650     PERFORM 2200-FIND-REJECT
002660     IF NOT CE-REJT-FOUND
002670         DISPLAY "NO REJECT ON FILE FOR " CE-INQUIRY-ID
002680         GO TO 2000-EXIT
002690     END-IF
002700     DISPLAY "TRANS-ID " CE-RT-TRANS-ID (CE-SUB)
002710         "  TYPE " CE-RT-TRANS-TYPE (CE-SUB)
002720         "  NUM1 " CE-RT-NUM1 (CE-SUB)
002730         "  NUM2 " CE-RT-NUM2 (CE-SUB)
002740         "  NUM3 " CE-RT-NUM3 (CE-SUB)
002750     DISPLAY "REASON " CE-RT-REASON (CE-SUB)
002760     PERFORM 3000-CAPTURE-CORRECTION THRU 3000-EXIT
002770     IF CE-ENTRY-OK
002780         PERFORM 4000-WRITE-CORRECTION
002790     ELSE
002800         DISPLAY "CORRECTION NOT WRITTEN - " CE-FAIL-REASON
002810     END-IF
002820     .
002830 2000-EXIT.
002840     EXIT.
002850*
002860*-------------------------------------------------------------*
002870 2200-FIND-REJECT.
002880*-------------------------------------------------------------*
002890     MOVE 'N' TO CE-REJT-FOUND-SW
002900     MOVE 1 TO CE-SUB
002910     PERFORM 2210-SCAN-REJT-TABLE
002920         UNTIL CE-SUB > CE-REJT-COUNT
002930            OR CE-REJT-FOUND.
002940*
002950*-------------------------------------------------------------*
002960 2210-SCAN-REJT-TABLE.
002970*-------------------------------------------------------------*
002980     IF CE-RT-TRANS-ID (CE-SUB) = CE-INQUIRY-ID
002990         SET CE-REJT-FOUND TO TRUE
003000     ELSE
003010         ADD 1 TO CE-SUB
003020     END-IF.
003030*
003040*-------------------------------------------------------------*
003050 3000-CAPTURE-CORRECTION.
003060*-------------------------------------------------------------*
003070*    A BLANK ENTRY KEEPS THE REJECT'S VALUE.  THE EDITS ARE    *
003080*    THE SAME ONES TRANEDIT APPLIES TO THE RAW FEED, PLUS      *
003090*    THE ZERO CHECKS MATHFUNCTIONS MAKES AT PROCESSING TIME.   *
003100*-------------------------------------------------------------*
003110     SET CE-ENTRY-OK TO TRUE
003120     MOVE SPACES TO CE-FAIL-REASON
003130     DISPLAY "CORRECTED TYPE (BLANK KEEPS "
003140         CE-RT-TRANS-TYPE (CE-SUB) "):"
003150     MOVE SPACE TO CE-IN-TYPE
003160     ACCEPT CE-IN-TYPE
003170     IF CE-IN-TYPE = SPACE
003180         MOVE CE-RT-TRANS-TYPE (CE-SUB) TO CE-FINAL-TYPE
003190     ELSE
003200         MOVE CE-IN-TYPE TO CE-FINAL-TYPE
003210     END-IF
003220     IF NOT CE-TYPE-VALID
003230         MOVE "TYPE NOT A/S/M/D/W" TO CE-FAIL-REASON
003240         SET CE-ENTRY-BAD TO TRUE
003250         GO TO 3000-EXIT
003260     END-IF
003270     DISPLAY "CORRECTED NUM1, 2 DIGITS (BLANK KEEPS "
003280         CE-RT-NUM1 (CE-SUB) "):"
003290     MOVE SPACES TO CE-IN-NUM1
003300     ACCEPT CE-IN-NUM1
003310     IF CE-IN-NUM1 = SPACES
003320         MOVE CE-RT-NUM1 (CE-SUB) TO CE-FINAL-NUM1
003330     ELSE
003340         IF CE-IN-NUM1 NUMERIC
003350             MOVE CE-IN-NUM1 TO CE-FINAL-NUM1
003360         ELSE
003370             MOVE "NUM1 NOT NUMERIC" TO CE-FAIL-REASON
003380             SET CE-ENTRY-BAD TO TRUE
003390             GO TO 3000-EXIT
003400         END-IF
003410     END-IF
003420     DISPLAY "CORRECTED NUM2, 2 DIGITS (BLANK KEEPS "
003430         CE-RT-NUM2 (CE-SUB) "):"
003440     MOVE SPACES TO CE-IN-NUM2
003450     ACCEPT CE-IN-NUM2
003460     IF CE-IN-NUM2 = SPACES
003470         MOVE CE-RT-NUM2 (CE-SUB) TO CE-FINAL-NUM2
003480     ELSE
003490         IF CE-IN-NUM2 NUMERIC
003500             MOVE CE-IN-NUM2 TO CE-FINAL-NUM2
003510         ELSE
003520             MOVE "NUM2 NOT NUMERIC" TO CE-FAIL-REASON
003530             SET CE-ENTRY-BAD TO TRUE
003540             GO TO 3000-EXIT
003550         END-IF
003560     END-IF
003570     DISPLAY "CORRECTED NUM3, 2 DIGITS (BLANK KEEPS "
003580         CE-RT-NUM3 (CE-SUB) "):"
003590     MOVE SPACES TO CE-IN-NUM3
003600     ACCEPT CE-IN-NUM3
003610     IF CE-IN-NUM3 = SPACES
003620         MOVE CE-RT-NUM3 (CE-SUB) TO CE-FINAL-NUM3
003630     ELSE
003640         IF CE-IN-NUM3 NUMERIC
003650             MOVE CE-IN-NUM3 TO CE-FINAL-NUM3
003660         ELSE
003670             MOVE "NUM3 NOT NUMERIC" TO CE-FAIL-REASON
003680             SET CE-ENTRY-BAD TO TRUE
003690             GO TO 3000-EXIT
003700         END-IF
003710     END-IF
003720     IF CE-TYPE-DIVIDE
003730         AND CE-FINAL-NUM1 = ZERO
003740         MOVE "ZERO DIVISOR" TO CE-FAIL-REASON
003750         SET CE-ENTRY-BAD TO TRUE
003760         GO TO 3000-EXIT
003770     END-IF
003780     IF CE-TYPE-WEIGHT
003790         AND CE-FINAL-NUM3 = ZERO
003800         MOVE "ZERO NUM3 WEIGHT" TO CE-FAIL-REASON
003810         SET CE-ENTRY-BAD TO TRUE
003820     END-IF
003830     .
003840 3000-EXIT.
003850     EXIT.
003860*
003870*-------------------------------------------------------------*
003880 4000-WRITE-CORRECTION.
003890*-------------------------------------------------------------*
003900     MOVE SPACES TO CORR-REC
003910     MOVE CE-INQUIRY-ID TO CORR-TRANS-ID
003920     MOVE CE-FINAL-TYPE TO CORR-TRANS-TYPE
003930     MOVE CE-FINAL-NUM1 TO CORR-NUM1
003940     MOVE CE-FINAL-NUM2 TO CORR-NUM2
003950     MOVE CE-FINAL-NUM3 TO CORR-NUM3
003960     MOVE CE-OPERATOR-ID TO CORR-USER-ID
003970     ACCEPT CORR-ENTRY-DATE FROM DATE YYYYMMDD
003980     ACCEPT CORR-ENTRY-TIME FROM TIME
003990     WRITE CORR-REC
004000     ADD 1 TO CE-WRITTEN-COUNT
004010     MOVE CE-INQUIRY-ID TO CE-LOG-TRANS-ID
004020     MOVE CE-FINAL-TYPE TO CE-LOG-TYPE
004030     MOVE CE-FINAL-NUM1 TO CE-LOG-NUM1
004040     MOVE CE-FINAL-NUM2 TO CE-LOG-NUM2
004050     MOVE CE-FINAL-NUM3 TO CE-LOG-NUM3
004060     MOVE "U" TO CE-AU-FUNCTION
004070     CALL "AuthCheck" USING CE-AU-FUNCTION, CE-OPERATOR-ID,
004080         CE-AU-PROGRAM, CE-AU-LEVEL, CE-AU-DETAIL,
004090         CE-AU-RESULT, CE-AU-REASON
004100     DISPLAY "CORRECTION WRITTEN FOR " CE-INQUIRY-ID
004110         " TYPE " CE-FINAL-TYPE
004120         " NUM1 " CE-FINAL-NUM1
004130         " NUM2 " CE-FINAL-NUM2
004140         " NUM3 " CE-FINAL-NUM3.
004150*
004160*-------------------------------------------------------------*
004170 8000-TERMINATE.
004180*-------------------------------------------------------------*
004190     IF CE-CORR-AVAIL
004200         CLOSE CORR-FILE
004210     END-IF
004220     DISPLAY "CORRENTRY - CORRECTIONS WRITTEN " CE-WRITTEN-COUNT.
