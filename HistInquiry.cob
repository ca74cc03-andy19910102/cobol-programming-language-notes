000190*                   lists the transaction's full run-by-run  *
000200*                   history and every line shows the run     *
000210*                   date it was computed.                    *
000220* 15OCT2026   HAS   Operator sign-on.  The operator id is    *
000230*                   checked through AuthCheck for inquiry    *
000240*                   rights on HISTINQUIRY before HISTFILE is *
000250*                   opened; a refused sign-on ends the       *
000260*                   program.  Sign-ons and refusals go to    *
000270*                   the security log SECLOG.                 *
000280*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS HIST-KEY
000360         FILE STATUS IS WS-HIST-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400*-----------------------------------------------------------*
000410* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000420*-----------------------------------------------------------*
000430 FD  HIST-FILE.
000440 01  HIST-REC.
000450     05  HIST-KEY.
000460         10  HIST-TRANS-ID          PIC X(10).
000470         10  HIST-RUN-DATE          PIC 9(08).
000480     05  HIST-NUM1                  PIC 9(02).
000490     05  HIST-NUM2                  PIC 9(02).
000500     05  HIST-NUM3                  PIC 9(02).
000510     05  HIST-ANS                   PIC S9(02)V9(02).
000520     05  HIST-REM                   PIC 9(01)V9(02).
000530     05  HIST-TRANS-TYPE            PIC X(01).
000540     05  FILLER                     PIC X(08).
000550*
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------*
000580* FILE STATUS FIELDS                                        *
000590*-----------------------------------------------------------*
000600 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000610*
000620*-----------------------------------------------------------*
000630* SWITCHES                                                  *
000640*-----------------------------------------------------------*
000650 01  WS-SWITCHES.
000660     05  HI-END-SW               PIC X(01) VALUE 'N'.
000670         88  HI-END-YES                    VALUE 'Y'.
000680     05  HI-BROWSE-SW            PIC X(01) VALUE 'N'.
000690         88  HI-BROWSE                     VALUE 'Y'.
000700         88  HI-EXACT                      VALUE 'N'.
000710     05  HI-SCAN-DONE-SW         PIC X(01) VALUE 'N'.
000720         88  HI-SCAN-DONE                  VALUE 'Y'.
000730     05  HI-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
000740         88  HI-HIST-AVAIL                 VALUE 'Y'.
000750*
000760*-----------------------------------------------------------*
000770* INQUIRY WORK AREAS                                        *
000780*-----------------------------------------------------------*
000790 01  HI-INQUIRY-ID               PIC X(10) VALUE SPACES.
000800 01  HI-PREFIX                   PIC X(10) VALUE SPACES.
000810 77  HI-PREFIX-LEN               PIC 9(02) COMP VALUE 0.
000820 77  HI-SUB                      PIC 9(02) COMP VALUE 0.
000830 77  HI-MATCH-COUNT              PIC 9(05) COMP VALUE 0.
000840*
000850*-----------------------------------------------------------*
000860* DISPLAY EDIT FIELDS                                       *
000870*-----------------------------------------------------------*
000880 01  HI-DSP-ANS                  PIC -(2)9.99.
000890 01  HI-DSP-REM                  PIC 9.99.
000900*
000910*-----------------------------------------------------------*
000920* OPERATOR SIGN-ON AND AUTHCHECK PARAMETERS                 *
000930*-----------------------------------------------------------*
000940 01  HI-OPERATOR-ID              PIC X(08) VALUE SPACES.
000950 01  HI-AU-FUNCTION              PIC X(01) VALUE 'S'.
000960 01  HI-AU-PROGRAM               PIC X(12) VALUE "HISTINQUIRY".
000970 01  HI-AU-LEVEL                 PIC X(01) VALUE 'I'.
000980 01  HI-AU-DETAIL                PIC X(35) VALUE SPACES.
000990 01  HI-AU-RESULT                PIC X(01) VALUE 'N'.
001000     88  HI-AU-GRANTED                     VALUE 'Y'.
001010 01  HI-AU-REASON                PIC X(20) VALUE SPACES.
001020*
001030 PROCEDURE DIVISION.
001040*=============================================================*
001050 0000-MAINLINE.
001060*=============================================================*
001070     PERFORM 1000-INITIALIZE
001080     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001090         UNTIL HI-END-YES
001100     PERFORM 8000-TERMINATE
001110     STOP RUN.
001120*
001130*-------------------------------------------------------------*
001140 1000-INITIALIZE.
001150*-------------------------------------------------------------*
001160     PERFORM 1100-SIGN-ON
001170     IF HI-AU-GRANTED
001180         OPEN INPUT HIST-FILE
001190         IF WS-HIST-STATUS = "00"
001200             SET HI-HIST-AVAIL TO TRUE
001210         ELSE
001220             DISPLAY "HISTINQUIRY - UNABLE TO OPEN HISTFILE, "
001230                 "STATUS " WS-HIST-STATUS
001240             MOVE "Y" TO HI-END-SW
001250         END-IF
001260     END-IF.
001270*
001280*-------------------------------------------------------------*
001290 1100-SIGN-ON.
001300*-------------------------------------------------------------*
001310*    NOTHING IS OPENED OR SHOWN UNTIL THE OPERATOR HOLDS       *
001320*    INQUIRY RIGHTS ON THIS PROGRAM IN USERAUTH.               *
001330*-------------------------------------------------------------*
001340     DISPLAY "ENTER OPERATOR ID:"
001350     MOVE SPACES TO HI-OPERATOR-ID
001360     ACCEPT HI-OPERATOR-ID
001370     CALL "AuthCheck" USING HI-AU-FUNCTION, HI-OPERATOR-ID,
001380         HI-AU-PROGRAM, HI-AU-LEVEL, HI-AU-DETAIL,
001390         HI-AU-RESULT, HI-AU-REASON
001400     IF NOT HI-AU-GRANTED
001410         DISPLAY "HISTINQUIRY - SIGN-ON REFUSED FOR "
001420             HI-OPERATOR-ID ", " HI-AU-REASON
001430         MOVE "Y" TO HI-END-SW
001440     END-IF.
001450*
001460*-------------------------------------------------------------*
001470 2000-PROCESS-INQUIRY.
001480*-------------------------------------------------------------*
001490     DISPLAY "ENTER TRANS-ID (SUFFIX * FOR BROWSE, "
001500         "END TO QUIT):"
001510     MOVE SPACES TO HI-INQUIRY-ID
001520     ACCEPT HI-INQUIRY-ID
001530     IF HI-INQUIRY-ID = "END" OR SPACES
001540         MOVE "Y" TO HI-END-SW
001550         GO TO 2000-EXIT
001560     END-IF
001570     PERFORM 2200-PARSE-INQUIRY
001580     MOVE ZERO TO HI-MATCH-COUNT
001590     IF HI-BROWSE
001600         PERFORM 3000-BROWSE-BY-PREFIX THRU 3000-EXIT
001610     ELSE
001620         PERFORM 4000-LIST-TRANS-HISTORY
001630     END-IF
001640     IF HI-MATCH-COUNT = ZERO
001650         DISPLAY "NO HISTORY RECORD FOR " HI-INQUIRY-ID
001660     ELSE
001670         DISPLAY "RECORDS LISTED: " HI-MATCH-COUNT
001680     END-IF
001690     .
001700 2000-EXIT.
001710     EXIT.
001720*
001730*-------------------------------------------------------------*
001740 2200-PARSE-INQUIRY.
001750*-------------------------------------------------------------*
001760     MOVE 'N' TO HI-BROWSE-SW
001770     MOVE SPACES TO HI-PREFIX
001780     MOVE ZERO TO HI-PREFIX-LEN
001790     MOVE 1 TO HI-SUB
001800     PERFORM 2210-SCAN-INQUIRY-CHAR
001810         UNTIL HI-SUB > 10
001820            OR HI-BROWSE.
001830*
001840*-------------------------------------------------------------*
001850 2210-SCAN-INQUIRY-CHAR.
001860*-------------------------------------------------------------*
001870     IF HI-INQUIRY-ID (HI-SUB:1) = '*'
001880         SET HI-BROWSE TO TRUE
001890         COMPUTE HI-PREFIX-LEN = HI-SUB - 1
001900         IF HI-PREFIX-LEN > ZERO
001910             MOVE HI-INQUIRY-ID (1:HI-PREFIX-LEN) TO HI-PREFIX
001920         END-IF
001930     ELSE
001940         ADD 1 TO HI-SUB
001950     END-IF.
001960*
001970*-------------------------------------------------------------*
001980 3000-BROWSE-BY-PREFIX.
001990*-------------------------------------------------------------*
002000     IF HI-PREFIX-LEN = ZERO
002010         DISPLAY "A BROWSE NEEDS AT LEAST ONE CHARACTER "
002020             "AHEAD OF THE *"
002030         GO TO 3000-EXIT
002040     END-IF
002050     MOVE 'N' TO HI-SCAN-DONE-SW
002060     MOVE HI-PREFIX TO HIST-TRANS-ID
002070     MOVE ZERO TO HIST-RUN-DATE
002080     START HIST-FILE KEY NOT LESS THAN HIST-KEY
002090         INVALID KEY
002100             SET HI-SCAN-DONE TO TRUE
002110     END-START
002120     PERFORM 3100-BROWSE-NEXT-REC
002130         UNTIL HI-SCAN-DONE
002140     .
002150 3000-EXIT.
002160     EXIT.
002170*
002180*-------------------------------------------------------------*
002190 3100-BROWSE-NEXT-REC.
002200*-------------------------------------------------------------*
002210     READ HIST-FILE NEXT RECORD
002220         AT END
002230             SET HI-SCAN-DONE TO TRUE
002240     END-READ
002250     IF NOT HI-SCAN-DONE
002260         IF HIST-TRANS-ID (1:HI-PREFIX-LEN) =
002270             HI-PREFIX (1:HI-PREFIX-LEN)
002280             PERFORM 5000-DISPLAY-HISTORY
002290         ELSE
002300             SET HI-SCAN-DONE TO TRUE
002310         END-IF
002320     END-IF.
002330*
002340*-------------------------------------------------------------*
002350 4000-LIST-TRANS-HISTORY.
002360*-------------------------------------------------------------*
002370*    LISTS EVERY RUN DATE ON FILE FOR THE TRANSACTION ID.      *
002380*-------------------------------------------------------------*
002390     MOVE 'N' TO HI-SCAN-DONE-SW
002400     MOVE HI-INQUIRY-ID TO HIST-TRANS-ID
002410     MOVE ZERO TO HIST-RUN-DATE
002420     START HIST-FILE KEY NOT LESS THAN HIST-KEY
002430         INVALID KEY
002440             SET HI-SCAN-DONE TO TRUE
002450     END-START
002460     PERFORM 4100-LIST-NEXT-RUN
002470         UNTIL HI-SCAN-DONE.
002480*
002490*-------------------------------------------------------------*
002500 4100-LIST-NEXT-RUN.
002510*-------------------------------------------------------------*
002520     READ HIST-FILE NEXT RECORD
002530         AT END
002540             SET HI-SCAN-DONE TO TRUE
002550     END-READ
002560     IF NOT HI-SCAN-DONE
002570         IF HIST-TRANS-ID = HI-INQUIRY-ID
002580             PERFORM 5000-DISPLAY-HISTORY
002590         ELSE
002600             SET HI-SCAN-DONE TO TRUE
002610         END-IF
002620     END-IF.
002630*
002640*-------------------------------------------------------------*
002650 5000-DISPLAY-HISTORY.
002660*-------------------------------------------------------------*
002670     ADD 1 TO HI-MATCH-COUNT
002680     MOVE HIST-ANS TO HI-DSP-ANS
002690     MOVE HIST-REM TO HI-DSP-REM
002700     DISPLAY "TRANS-ID " HIST-TRANS-ID
002710         "  RUN " HIST-RUN-DATE
002720         "  NUM1 " HIST-NUM1
002730         "  NUM2 " HIST-NUM2
002740         "  NUM3 " HIST-NUM3
002750         "  ANS " HI-DSP-ANS
002760         "  REM " HI-DSP-REM.
002770*
002780*-------------------------------------------------------------*
002790 8000-TERMINATE.
002800*-------------------------------------------------------------*
002810     IF HI-HIST-AVAIL
002820         CLOSE HIST-FILE
002830     END-IF.
