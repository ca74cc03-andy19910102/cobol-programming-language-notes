000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RetroRate.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - retroactive rate       *
000110*                   correction run.  For the rate class,     *
000120*                   run-date range and corrected rate on the *
000130*                   SYSIN parameter card, reprices the       *
000140*                   multiply transactions on HISTFILE in     *
000150*                   place, keeping the Ans first posted on   *
000160*                   the record, and writes the difference    *
000170*                   for each one to the GL adjustment file   *
000180*                   GLADJ under its own header and trailer   *
000190*                   count and hash totals, so the ledger is  *
000200*                   corrected by delta postings instead of   *
000210*                   reposting the days.                      *
000220* 15OCT2026   HAS   The user id on the parameter card is now *
000230*                   checked through AuthCheck for update     *
000240*                   rights on RETRORATE. A refusal stops the *
000250*                   run like any other bad parameter and     *
000260*                   goes to SECLOG with the reason; a        *
000270*                   completed run is logged there as one     *
000280*                   update with the number of records        *
000290*                   repriced.                                *
000300*-----------------------------------------------------------*
000310* Parameter card (SYSIN):                                    *
000320*   COL  1     RATE CLASS (0-9)                              *
000330*   COL  3-10  FIRST RUN DATE TO CORRECT, YYYYMMDD           *
000340*   COL 12-19  LAST RUN DATE TO CORRECT, YYYYMMDD            *
000350*   COL 21     CORRECTED RATE (0-9)                          *
000360*   COL 23-30  USER ID REQUESTING THE CORRECTION             *
000370* The run stops without touching HISTFILE when any field is  *
000380* missing or invalid - a correction never defaults.  The     *
000390* rate class is the last digit of the transaction id, as in  *
000400* RateLookup.  RATEFILE is corrected through RateMaint as    *
000410* usual; this run only reprices what was already posted.     *
000420* The user id must hold update rights on RETRORATE in        *
000430* USERAUTH; the run is logged to SECLOG as one update.       *
000440*                                                            *
000450* The original Ans is saved the first time a record is       *
000460* corrected and never overwritten, so a second correction    *
000470* of the same days still shows what was first posted.  The   *
000480* GL delta is new Ans less the Ans currently on the record,  *
000490* so a rerun with the same card posts nothing twice.  A      *
000500* corrected Ans too large for the history record (over       *
000510* 99.99, as the live MULTIPLY would have raised) is listed   *
000520* and left as it was.                                        *
000530*-----------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS HIST-KEY
000610         FILE STATUS IS WS-HIST-STATUS.
000620*
000630     SELECT GLADJ-FILE ASSIGN TO "GLADJ"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-GLADJ-STATUS.
000660*
000670     SELECT RRRPT-FILE ASSIGN TO "RETRORPT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RRRPT-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730*-----------------------------------------------------------*
000740* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000750*-----------------------------------------------------------*
000760 FD  HIST-FILE.
000770 01  HIST-REC.
000780     05  HIST-KEY.
000790         10  HIST-TRANS-ID          PIC X(10).
000800         10  HIST-RUN-DATE          PIC 9(08).
000810     05  HIST-NUM1                  PIC 9(02).
000820     05  HIST-NUM2                  PIC 9(02).
000830     05  HIST-NUM3                  PIC 9(02).
000840     05  HIST-ANS                   PIC S9(02)V9(02).
000850     05  HIST-REM                   PIC 9(01)V9(02).
000860     05  HIST-TRANS-TYPE            PIC X(01).
000870         88  HIST-TYPE-MULTIPLY               VALUE 'M'.
000880     05  HIST-SOURCE                PIC X(02).
000890     05  HIST-ORIG-ANS              PIC S9(02)V9(02).
000900     05  HIST-CORR-SW               PIC X(01).
000910         88  HIST-CORRECTED                   VALUE 'R'.
000920     05  FILLER                     PIC X(01).
000930*
000940*-----------------------------------------------------------*
000950* GLADJ-FILE - GENERAL-LEDGER ADJUSTMENT (DELTA) POSTINGS    *
000960*-----------------------------------------------------------*
000970 FD  GLADJ-FILE
000980     RECORDING MODE IS F.
000990 01  GLADJ-REC                      PIC X(40).
001000*
001010*-----------------------------------------------------------*
001020* RRRPT-FILE - RATE CORRECTION REPORT                        *
001030*-----------------------------------------------------------*
001040 FD  RRRPT-FILE
001050     RECORDING MODE IS F.
001060 01  RRRPT-REC                      PIC X(80).
001070*
001080 WORKING-STORAGE SECTION.
001090*-----------------------------------------------------------*
001100* FILE STATUS FIELDS                                        *
001110*-----------------------------------------------------------*
001120 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001130 01  WS-GLADJ-STATUS            PIC X(02) VALUE SPACES.
001140 01  WS-RRRPT-STATUS            PIC X(02) VALUE SPACES.
001150*
001160*-----------------------------------------------------------*
001170* SWITCHES                                                  *
001180*-----------------------------------------------------------*
001190 01  WS-SWITCHES.
001200     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001210         88  WS-EOF-YES                    VALUE 'Y'.
001220     05  RR-PARM-OK-SW           PIC X(01) VALUE 'Y'.
001230         88  RR-PARM-OK                    VALUE 'Y'.
001240         88  RR-PARM-BAD                   VALUE 'N'.
001250     05  RR-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001260         88  RR-HIST-AVAIL                 VALUE 'Y'.
001270     05  RR-GLADJ-AVAIL-SW       PIC X(01) VALUE 'N'.
001280         88  RR-GLADJ-AVAIL                VALUE 'Y'.
001290     05  RR-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001300         88  RR-OVERFLOW                   VALUE 'Y'.
001310     05  RR-REWRITE-FAIL-SW      PIC X(01) VALUE 'N'.
001320         88  RR-REWRITE-FAIL               VALUE 'Y'.
001330*
001340*-----------------------------------------------------------*
001350* PARAMETER CARD                                            *
001360*-----------------------------------------------------------*
001370 01  RR-PARM-CARD.
001380     05  RR-PARM-CLASS           PIC X(01).
001390     05  FILLER                  PIC X(01).
001400     05  RR-PARM-FROM-DATE.
001410         10  RR-PFD-YEAR         PIC X(04).
001420         10  RR-PFD-MONTH        PIC X(02).
001430         10  RR-PFD-DAY          PIC X(02).
001440     05  RR-PARM-FROM-DATE-9 REDEFINES RR-PARM-FROM-DATE
001450                                 PIC 9(08).
001460     05  FILLER                  PIC X(01).
001470     05  RR-PARM-TO-DATE.
001480         10  RR-PTD-YEAR         PIC X(04).
001490         10  RR-PTD-MONTH        PIC X(02).
001500         10  RR-PTD-DAY          PIC X(02).
001510     05  RR-PARM-TO-DATE-9 REDEFINES RR-PARM-TO-DATE
001520                                 PIC 9(08).
001530     05  FILLER                  PIC X(01).
001540     05  RR-PARM-RATE            PIC X(01).
001550     05  RR-PARM-RATE-9 REDEFINES RR-PARM-RATE
001560                                 PIC 9(01).
001570     05  FILLER                  PIC X(01).
001580     05  RR-PARM-USER-ID         PIC X(08).
001590     05  FILLER                  PIC X(50).
001600 01  RR-PARM-ERROR               PIC X(30) VALUE SPACES.
001610*
001620*-----------------------------------------------------------*
001630* AUTHCHECK PARAMETERS AND SECURITY LOG DETAIL              *
001640*-----------------------------------------------------------*
001650 01  RR-AU-FUNCTION              PIC X(01) VALUE SPACE.
001660 01  RR-AU-PROGRAM               PIC X(12) VALUE "RETRORATE".
001670 01  RR-AU-LEVEL                 PIC X(01) VALUE 'U'.
001680 01  RR-AU-RESULT                PIC X(01) VALUE 'N'.
001690     88  RR-AU-GRANTED                     VALUE 'Y'.
001700 01  RR-AU-ERROR.
001710     05  FILLER                  PIC X(10) VALUE "REFUSED - ".
001720     05  RR-AU-REASON            PIC X(20) VALUE SPACES.
001730 01  RR-AU-DETAIL.
001740     05  RR-LOG-CLASS            PIC X(01).
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  RR-LOG-FROM-DATE        PIC X(08).
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  RR-LOG-TO-DATE          PIC X(08).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  RR-LOG-RATE             PIC X(01).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  RR-LOG-REPRICED         PIC 9(07).
001830     05  FILLER                  PIC X(06) VALUE SPACES.
001840*
001850*-----------------------------------------------------------*
001860* CORRECTION WORK AREAS                                     *
001870*-----------------------------------------------------------*
001880 01  RR-RUN-DATE                 PIC 9(08) VALUE 0.
001890 01  RR-BC-FUNCTION              PIC X(01) VALUE SPACE.
001900 01  RR-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001910 01  RR-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001920 01  RR-TRANS-KEY.
001930     05  RR-KEY-FILLER           PIC X(09).
001940     05  RR-KEY-LAST-DIGIT       PIC X(01).
001950 01  RR-REC-CLASS                PIC X(01) VALUE SPACE.
001960 01  RR-NEW-ANS                  PIC S9(02)V9(02) VALUE 0.
001970 01  RR-OLD-ANS                  PIC S9(02)V9(02) VALUE 0.
001980 01  RR-DELTA                    PIC S9(05)V9(02) VALUE 0.
001990*
002000*-----------------------------------------------------------*
002010* GL ADJUSTMENT TOTALS AND RECORD LAYOUTS                   *
002020*-----------------------------------------------------------*
002030 01  RR-GL-TOTALS.
002040     05  RR-GL-REC-COUNT         PIC 9(09) COMP VALUE 0.
002050     05  RR-GL-HASH-TOTAL        PIC S9(11)V9(02) VALUE 0.
002060 01  RR-GL-HEADER.
002070     05  FILLER                  PIC X(01) VALUE "H".
002080     05  RR-GLH-RUN-DATE         PIC 9(08).
002090     05  RR-GLH-RATE-CLASS       PIC X(01).
002100     05  RR-GLH-FROM-DATE        PIC 9(08).
002110     05  RR-GLH-TO-DATE          PIC 9(08).
002120     05  RR-GLH-RATE             PIC 9(01).
002130     05  RR-GLH-USER-ID          PIC X(08).
002140     05  FILLER                  PIC X(05) VALUE SPACES.
002150 01  RR-GL-POSTING.
002160     05  FILLER                  PIC X(01) VALUE "D".
002170     05  RR-GLD-TRANS-ID         PIC X(10).
002180     05  RR-GLD-RUN-DATE         PIC 9(08).
002190     05  RR-GLD-DELTA            PIC S9(05)V9(02)
002200                                 SIGN LEADING SEPARATE.
002210     05  RR-GLD-SOURCE           PIC X(02).
002220     05  FILLER                  PIC X(11) VALUE SPACES.
002230 01  RR-GL-TRAILER.
002240     05  FILLER                  PIC X(01) VALUE "T".
002250     05  RR-GLT-REC-COUNT        PIC 9(09).
002260     05  RR-GLT-HASH-TOTAL       PIC S9(11)V9(02)
002270                                 SIGN LEADING SEPARATE.
002280     05  FILLER                  PIC X(16) VALUE SPACES.
002290*
002300*-----------------------------------------------------------*
002310* RUN ACCUMULATORS                                          *
002320*-----------------------------------------------------------*
002330 01  RR-RUN-TOTALS.
002340     05  RR-READ-COUNT           PIC 9(07) COMP VALUE 0.
002350     05  RR-SELECTED-COUNT       PIC 9(07) COMP VALUE 0.
002360     05  RR-REPRICED-COUNT       PIC 9(07) COMP VALUE 0.
002370     05  RR-UNCHANGED-COUNT      PIC 9(07) COMP VALUE 0.
002380     05  RR-OVERFLOW-COUNT       PIC 9(07) COMP VALUE 0.
002390     05  RR-UNSTAMPED-COUNT      PIC 9(07) COMP VALUE 0.
002400     05  RR-FAILED-COUNT         PIC 9(07) COMP VALUE 0.
002410*
002420*-----------------------------------------------------------*
002430* REPORT LINE LAYOUTS                                       *
002440*-----------------------------------------------------------*
002450 01  RR-HEADING-LINE.
002460     05  FILLER                  PIC X(36)
002470         VALUE "RETRORATE RATE CORRECTION RUN DATE ".
002480     05  RR-HDG-RUN-DATE         PIC 9(08).
002490     05  FILLER                  PIC X(10)
002500         VALUE "  USER ID ".
002510     05  RR-HDG-USER-ID          PIC X(08).
002520     05  FILLER                  PIC X(18) VALUE SPACES.
002530 01  RR-PARM-LINE.
002540     05  FILLER                  PIC X(11)
002550         VALUE "RATE CLASS ".
002560     05  RR-PML-CLASS            PIC X(01).
002570     05  FILLER                  PIC X(16)
002580         VALUE "  RUN DATES FROM".
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  RR-PML-FROM-DATE        PIC X(08).
002610     05  FILLER                  PIC X(04) VALUE " TO ".
002620     05  RR-PML-TO-DATE          PIC X(08).
002630     05  FILLER                  PIC X(18)
002640         VALUE "  CORRECTED RATE  ".
002650     05  RR-PML-RATE             PIC X(01).
002660     05  FILLER                  PIC X(12) VALUE SPACES.
002670 01  RR-PARM-ERROR-LINE.
002680     05  FILLER                  PIC X(36)
002690         VALUE "*** NO CORRECTION MADE - PARAMETER  ".
002700     05  RR-PEL-ERROR            PIC X(30).
002710     05  FILLER                  PIC X(14) VALUE SPACES.
002720 01  RR-COLUMN-LINE.
002730     05  FILLER                  PIC X(21)
002740         VALUE "TRANS-ID    RUN DATE ".
002750     05  FILLER                  PIC X(23)
002760         VALUE "NUM1  ORIG ANS  OLD ANS".
002770     05  FILLER                  PIC X(24)
002780         VALUE "  NEW ANS    GL DELTA   ".
002790     05  FILLER                  PIC X(12) VALUE SPACES.
002800 01  RR-DETAIL-LINE.
002810     05  RR-DL-TRANS-ID          PIC X(10).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  RR-DL-RUN-DATE          PIC 9(08).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  RR-DL-NUM1              PIC Z9.
002860     05  FILLER                  PIC X(05) VALUE SPACES.
002870     05  RR-DL-ORIG-ANS          PIC -Z9.99.
002880     05  FILLER                  PIC X(03) VALUE SPACES.
002890     05  RR-DL-OLD-ANS           PIC -Z9.99.
002900     05  FILLER                  PIC X(03) VALUE SPACES.
002910     05  RR-DL-NEW-ANS           PIC -Z9.99.
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  RR-DL-DELTA             PIC -ZZ,ZZ9.99.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  RR-DL-FLAG              PIC X(10).
002960     05  FILLER                  PIC X(03) VALUE SPACES.
002970 01  RR-READ-COUNT-LINE.
002980     05  FILLER                  PIC X(25)
002990         VALUE "HISTORY RECORDS READ  . .".
003000     05  RR-RDL-COUNT            PIC ZZZ,ZZ9.
003010     05  FILLER                  PIC X(48) VALUE SPACES.
003020 01  RR-SELECTED-COUNT-LINE.
003030     05  FILLER                  PIC X(25)
003040         VALUE "MULTIPLIES SELECTED . . .".
003050     05  RR-SLL-COUNT            PIC ZZZ,ZZ9.
003060     05  FILLER                  PIC X(48) VALUE SPACES.
003070 01  RR-REPRICED-COUNT-LINE.
003080     05  FILLER                  PIC X(25)
003090         VALUE "REPRICED  . . . . . . . .".
003100     05  RR-RPL-COUNT            PIC ZZZ,ZZ9.
003110     05  FILLER                  PIC X(48) VALUE SPACES.
003120 01  RR-UNCHANGED-COUNT-LINE.
003130     05  FILLER                  PIC X(25)
003140         VALUE "ALREADY AT CORRECT RATE .".
003150     05  RR-UCL-COUNT            PIC ZZZ,ZZ9.
003160     05  FILLER                  PIC X(48) VALUE SPACES.
003170 01  RR-OVERFLOW-COUNT-LINE.
003180     05  FILLER                  PIC X(25)
003190         VALUE "OVERFLOW, NOT REPRICED  .".
003200     05  RR-OFL-COUNT            PIC ZZZ,ZZ9.
003210     05  FILLER                  PIC X(48) VALUE SPACES.
003220 01  RR-FAILED-COUNT-LINE.
003230     05  FILLER                  PIC X(25)
003240         VALUE "REWRITE FAILED  . . . . .".
003250     05  RR-FLL-COUNT            PIC ZZZ,ZZ9.
003260     05  FILLER                  PIC X(48) VALUE SPACES.
003270 01  RR-UNSTAMPED-COUNT-LINE.
003280     05  FILLER                  PIC X(25)
003290         VALUE "UNSTAMPED, SKIPPED  . . .".
003300     05  RR-USL-COUNT            PIC ZZZ,ZZ9.
003310     05  FILLER                  PIC X(48) VALUE SPACES.
003320 01  RR-GL-COUNT-LINE.
003330     05  FILLER                  PIC X(25)
003340         VALUE "GL ADJUSTMENTS WRITTEN  .".
003350     05  RR-GCL-COUNT            PIC ZZZ,ZZ9.
003360     05  FILLER                  PIC X(48) VALUE SPACES.
003370 01  RR-GL-HASH-LINE.
003380     05  FILLER                  PIC X(25)
003390         VALUE "GL ADJUSTMENT HASH  . . .".
003400     05  RR-GHL-HASH             PIC -(8)9.99.
003410     05  FILLER                  PIC X(43) VALUE SPACES.
003420*
003430 PROCEDURE DIVISION.
003440*=============================================================*
003450 0000-MAINLINE.
003460*=============================================================*
003470     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003480     PERFORM 2000-CORRECT-RECORD THRU 2000-EXIT
003490         UNTIL WS-EOF-YES
003500     PERFORM 7000-PRODUCE-TOTALS
003510     PERFORM 8000-TERMINATE
003520     STOP RUN.
003530*
003540*-------------------------------------------------------------*
003550 1000-INITIALIZE.
003560*-------------------------------------------------------------*
003570     ACCEPT RR-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003580     MOVE "P" TO RR-BC-FUNCTION
003590     MOVE ZERO TO RR-BC-DAY-COUNT
003600     CALL "BusCalendar" USING RR-BC-FUNCTION,
003610         RR-BC-SYSTEM-DATE, RR-BC-DAY-COUNT, RR-RUN-DATE
003620     MOVE SPACES TO RR-PARM-CARD
003630     ACCEPT RR-PARM-CARD
003640     PERFORM 1100-EDIT-PARM-CARD
003650     IF RR-PARM-OK
003660         PERFORM 1200-CHECK-AUTHORITY
003670     END-IF
003680     OPEN OUTPUT RRRPT-FILE
003690     IF WS-RRRPT-STATUS NOT = "00"
003700         DISPLAY "RETRORATE - UNABLE TO OPEN RETRORPT, "
003710             "STATUS " WS-RRRPT-STATUS
003720     END-IF
003730     MOVE RR-RUN-DATE TO RR-HDG-RUN-DATE
003740     MOVE RR-PARM-USER-ID TO RR-HDG-USER-ID
003750     WRITE RRRPT-REC FROM RR-HEADING-LINE
003760     MOVE RR-PARM-CLASS TO RR-PML-CLASS
003770     MOVE RR-PARM-FROM-DATE TO RR-PML-FROM-DATE
003780     MOVE RR-PARM-TO-DATE TO RR-PML-TO-DATE
003790     MOVE RR-PARM-RATE TO RR-PML-RATE
003800     WRITE RRRPT-REC FROM RR-PARM-LINE
003810     IF RR-PARM-BAD
003820         DISPLAY "RETRORATE - PARAMETER CARD REJECTED, "
003830             RR-PARM-ERROR
003840         MOVE RR-PARM-ERROR TO RR-PEL-ERROR
003850         WRITE RRRPT-REC FROM RR-PARM-ERROR-LINE
003860         MOVE "Y" TO WS-EOF-SW
003870         GO TO 1000-EXIT
003880     END-IF
003890     WRITE RRRPT-REC FROM RR-COLUMN-LINE
003900     OPEN I-O HIST-FILE
003910     IF WS-HIST-STATUS NOT = "00"
003920         DISPLAY "RETRORATE - UNABLE TO OPEN HISTFILE, "
003930             "STATUS " WS-HIST-STATUS
003940         MOVE "Y" TO WS-EOF-SW
003950         GO TO 1000-EXIT
003960     END-IF
003970     SET RR-HIST-AVAIL TO TRUE
003980     OPEN OUTPUT GLADJ-FILE
003990     IF WS-GLADJ-STATUS NOT = "00"
004000         DISPLAY "RETRORATE - UNABLE TO OPEN GLADJ, "
004010             "STATUS " WS-GLADJ-STATUS
004020             ", NO CORRECTION MADE"
004030         MOVE "Y" TO WS-EOF-SW
004040         GO TO 1000-EXIT
004050     END-IF
004060     SET RR-GLADJ-AVAIL TO TRUE
004070     MOVE RR-RUN-DATE TO RR-GLH-RUN-DATE
004080     MOVE RR-PARM-CLASS TO RR-GLH-RATE-CLASS
004090     MOVE RR-PARM-FROM-DATE-9 TO RR-GLH-FROM-DATE
004100     MOVE RR-PARM-TO-DATE-9 TO RR-GLH-TO-DATE
004110     MOVE RR-PARM-RATE-9 TO RR-GLH-RATE
004120     MOVE RR-PARM-USER-ID TO RR-GLH-USER-ID
004130     WRITE GLADJ-REC FROM RR-GL-HEADER
004140     MOVE LOW-VALUES TO HIST-KEY
004150     START HIST-FILE KEY NOT LESS THAN HIST-KEY
004160         INVALID KEY
004170             MOVE "Y" TO WS-EOF-SW
004180     END-START
004190     IF NOT WS-EOF-YES
004200         PERFORM 2100-READ-HISTORY
004210     END-IF
004220     .
004230 1000-EXIT.
004240     EXIT.
004250*
004260*-------------------------------------------------------------*
004270 1100-EDIT-PARM-CARD.
004280*-------------------------------------------------------------*
004290     SET RR-PARM-OK TO TRUE
004300     EVALUATE TRUE
004310         WHEN RR-PARM-CLASS NOT NUMERIC
004320             MOVE "RATE CLASS NOT 0-9" TO RR-PARM-ERROR
004330             SET RR-PARM-BAD TO TRUE
004340         WHEN RR-PARM-FROM-DATE NOT NUMERIC
004350           OR RR-PFD-MONTH < "01" OR RR-PFD-MONTH > "12"
004360           OR RR-PFD-DAY < "01" OR RR-PFD-DAY > "31"
004370             MOVE "FROM DATE NOT VALID" TO RR-PARM-ERROR
004380             SET RR-PARM-BAD TO TRUE
004390         WHEN RR-PARM-TO-DATE NOT NUMERIC
004400           OR RR-PTD-MONTH < "01" OR RR-PTD-MONTH > "12"
004410           OR RR-PTD-DAY < "01" OR RR-PTD-DAY > "31"
004420             MOVE "TO DATE NOT VALID" TO RR-PARM-ERROR
004430             SET RR-PARM-BAD TO TRUE
004440         WHEN RR-PARM-FROM-DATE-9 > RR-PARM-TO-DATE-9
004450             MOVE "FROM DATE AFTER TO DATE" TO RR-PARM-ERROR
004460             SET RR-PARM-BAD TO TRUE
004470         WHEN RR-PARM-TO-DATE-9 > RR-RUN-DATE
004480             MOVE "TO DATE AFTER RUN DATE" TO RR-PARM-ERROR
004490             SET RR-PARM-BAD TO TRUE
004500         WHEN RR-PARM-RATE NOT NUMERIC
004510             MOVE "CORRECTED RATE NOT 0-9" TO RR-PARM-ERROR
004520             SET RR-PARM-BAD TO TRUE
004530     END-EVALUATE.
004540*
004550*-------------------------------------------------------------*
004560 1200-CHECK-AUTHORITY.
004570*-------------------------------------------------------------*
004580*    THE USER ON THE CARD MUST HOLD UPDATE RIGHTS ON RETRORATE *
004590*    IN USERAUTH.  A REFUSAL IS LOGGED BY AUTHCHECK AND STOPS  *
004600*    THE RUN LIKE ANY OTHER BAD PARAMETER.                     *
004610*-------------------------------------------------------------*
004620     MOVE RR-PARM-CLASS TO RR-LOG-CLASS
004630     MOVE RR-PARM-FROM-DATE TO RR-LOG-FROM-DATE
004640     MOVE RR-PARM-TO-DATE TO RR-LOG-TO-DATE
004650     MOVE RR-PARM-RATE TO RR-LOG-RATE
004660     MOVE ZERO TO RR-LOG-REPRICED
004670     MOVE "C" TO RR-AU-FUNCTION
004680     CALL "AuthCheck" USING RR-AU-FUNCTION, RR-PARM-USER-ID,
004690         RR-AU-PROGRAM, RR-AU-LEVEL, RR-AU-DETAIL,
004700         RR-AU-RESULT, RR-AU-REASON
004710     IF NOT RR-AU-GRANTED
004720         MOVE RR-AU-ERROR TO RR-PARM-ERROR
004730         SET RR-PARM-BAD TO TRUE
004740     END-IF.
004750*
004760*-------------------------------------------------------------*
004770 2000-CORRECT-RECORD.
004780*-------------------------------------------------------------*
004790     ADD 1 TO RR-READ-COUNT
004800     IF HIST-TRANS-TYPE = SPACE OR LOW-VALUE
004810         ADD 1 TO RR-UNSTAMPED-COUNT
004820         GO TO 2000-NEXT
004830     END-IF
004840     IF NOT HIST-TYPE-MULTIPLY
004850         OR HIST-RUN-DATE < RR-PARM-FROM-DATE-9
004860         OR HIST-RUN-DATE > RR-PARM-TO-DATE-9
004870         GO TO 2000-NEXT
004880     END-IF
004890     MOVE HIST-TRANS-ID TO RR-TRANS-KEY
004900     IF RR-KEY-LAST-DIGIT NUMERIC
004910         MOVE RR-KEY-LAST-DIGIT TO RR-REC-CLASS
004920     ELSE
004930         MOVE '0' TO RR-REC-CLASS
004940     END-IF
004950     IF RR-REC-CLASS NOT = RR-PARM-CLASS
004960         GO TO 2000-NEXT
004970     END-IF
004980     ADD 1 TO RR-SELECTED-COUNT
004990     PERFORM 3000-REPRICE-RECORD
005000     .
005010 2000-NEXT.
005020     PERFORM 2100-READ-HISTORY
005030     .
005040 2000-EXIT.
005050     EXIT.
005060*
005070*-------------------------------------------------------------*
005080 2100-READ-HISTORY.
005090*-------------------------------------------------------------*
005100     READ HIST-FILE NEXT RECORD
005110         AT END
005120             MOVE "Y" TO WS-EOF-SW
005130     END-READ.
005140*
005150*-------------------------------------------------------------*
005160 3000-REPRICE-RECORD.
005170*-------------------------------------------------------------*
005180     MOVE 'N' TO RR-OVERFLOW-SW
005190     MOVE HIST-ANS TO RR-OLD-ANS
005200     MULTIPLY HIST-NUM1 BY RR-PARM-RATE-9 GIVING RR-NEW-ANS
005210         ON SIZE ERROR
005220             SET RR-OVERFLOW TO TRUE
005230     END-MULTIPLY
005240     MOVE HIST-TRANS-ID TO RR-DL-TRANS-ID
005250     MOVE HIST-RUN-DATE TO RR-DL-RUN-DATE
005260     MOVE HIST-NUM1 TO RR-DL-NUM1
005270     IF HIST-CORRECTED
005280         MOVE HIST-ORIG-ANS TO RR-DL-ORIG-ANS
005290     ELSE
005300         MOVE HIST-ANS TO RR-DL-ORIG-ANS
005310     END-IF
005320     MOVE RR-OLD-ANS TO RR-DL-OLD-ANS
005330     MOVE ZERO TO RR-DL-NEW-ANS
005340     MOVE ZERO TO RR-DL-DELTA
005350     EVALUATE TRUE
005360         WHEN RR-OVERFLOW
005370             ADD 1 TO RR-OVERFLOW-COUNT
005380             MOVE "*OVERFLOW*" TO RR-DL-FLAG
005390             WRITE RRRPT-REC FROM RR-DETAIL-LINE
005400         WHEN RR-NEW-ANS = RR-OLD-ANS
005410             ADD 1 TO RR-UNCHANGED-COUNT
005420         WHEN OTHER
005430             PERFORM 3100-REWRITE-HISTORY
005440     END-EVALUATE.
005450*
005460*-------------------------------------------------------------*
005470 3100-REWRITE-HISTORY.
005480*-------------------------------------------------------------*
005490*    THE ORIGINAL ANS IS SAVED ONLY ON THE FIRST CORRECTION.  *
005500*-------------------------------------------------------------*
005510     IF NOT HIST-CORRECTED
005520         MOVE HIST-ANS TO HIST-ORIG-ANS
005530         SET HIST-CORRECTED TO TRUE
005540     END-IF
005550     MOVE RR-NEW-ANS TO HIST-ANS
005560     MOVE 'N' TO RR-REWRITE-FAIL-SW
005570     REWRITE HIST-REC
005580         INVALID KEY
005590             SET RR-REWRITE-FAIL TO TRUE
005600     END-REWRITE
005610     IF RR-REWRITE-FAIL
005620         ADD 1 TO RR-FAILED-COUNT
005630         MOVE "*FAILED*" TO RR-DL-FLAG
005640         WRITE RRRPT-REC FROM RR-DETAIL-LINE
005650     ELSE
005660         ADD 1 TO RR-REPRICED-COUNT
005670         COMPUTE RR-DELTA = RR-NEW-ANS - RR-OLD-ANS
005680         MOVE RR-NEW-ANS TO RR-DL-NEW-ANS
005690         MOVE RR-DELTA TO RR-DL-DELTA
005700         MOVE SPACES TO RR-DL-FLAG
005710         WRITE RRRPT-REC FROM RR-DETAIL-LINE
005720         PERFORM 3200-WRITE-GL-ADJUSTMENT
005730     END-IF.
005740*
005750*-------------------------------------------------------------*
005760 3200-WRITE-GL-ADJUSTMENT.
005770*-------------------------------------------------------------*
005780     MOVE HIST-TRANS-ID TO RR-GLD-TRANS-ID
005790     MOVE HIST-RUN-DATE TO RR-GLD-RUN-DATE
005800     MOVE RR-DELTA TO RR-GLD-DELTA
005810     MOVE HIST-SOURCE TO RR-GLD-SOURCE
005820     WRITE GLADJ-REC FROM RR-GL-POSTING
005830     ADD 1 TO RR-GL-REC-COUNT
005840     ADD RR-DELTA TO RR-GL-HASH-TOTAL.
005850*
005860*-------------------------------------------------------------*
005870 5100-LOG-UPDATE.
005880*-------------------------------------------------------------*
005890*    ONE UPDATE ENTRY FOR THE RUN, CARRYING THE CARD AND THE   *
005900*    NUMBER OF HISTORY RECORDS REPRICED.                       *
005910*-------------------------------------------------------------*
005920     MOVE RR-REPRICED-COUNT TO RR-LOG-REPRICED
005930     MOVE "U" TO RR-AU-FUNCTION
005940     CALL "AuthCheck" USING RR-AU-FUNCTION, RR-PARM-USER-ID,
005950         RR-AU-PROGRAM, RR-AU-LEVEL, RR-AU-DETAIL,
005960         RR-AU-RESULT, RR-AU-REASON.
005970*
005980*-------------------------------------------------------------*
005990 7000-PRODUCE-TOTALS.
006000*-------------------------------------------------------------*
006010     MOVE RR-READ-COUNT TO RR-RDL-COUNT
006020     WRITE RRRPT-REC FROM RR-READ-COUNT-LINE
006030     MOVE RR-SELECTED-COUNT TO RR-SLL-COUNT
006040     WRITE RRRPT-REC FROM RR-SELECTED-COUNT-LINE
006050     MOVE RR-REPRICED-COUNT TO RR-RPL-COUNT
006060     WRITE RRRPT-REC FROM RR-REPRICED-COUNT-LINE
006070     MOVE RR-UNCHANGED-COUNT TO RR-UCL-COUNT
006080     WRITE RRRPT-REC FROM RR-UNCHANGED-COUNT-LINE
006090     MOVE RR-OVERFLOW-COUNT TO RR-OFL-COUNT
006100     WRITE RRRPT-REC FROM RR-OVERFLOW-COUNT-LINE
006110     MOVE RR-FAILED-COUNT TO RR-FLL-COUNT
006120     WRITE RRRPT-REC FROM RR-FAILED-COUNT-LINE
006130     MOVE RR-UNSTAMPED-COUNT TO RR-USL-COUNT
006140     WRITE RRRPT-REC FROM RR-UNSTAMPED-COUNT-LINE
006150     MOVE RR-GL-REC-COUNT TO RR-GCL-COUNT
006160     WRITE RRRPT-REC FROM RR-GL-COUNT-LINE
006170     MOVE RR-GL-HASH-TOTAL TO RR-GHL-HASH
006180     WRITE RRRPT-REC FROM RR-GL-HASH-LINE.
006190*
006200*-------------------------------------------------------------*
006210 8000-TERMINATE.
006220*-------------------------------------------------------------*
006230     IF RR-HIST-AVAIL
006240         CLOSE HIST-FILE
006250     END-IF
006260     IF RR-GLADJ-AVAIL
006270         MOVE RR-GL-REC-COUNT TO RR-GLT-REC-COUNT
006280         MOVE RR-GL-HASH-TOTAL TO RR-GLT-HASH-TOTAL
006290         WRITE GLADJ-REC FROM RR-GL-TRAILER
006300         CLOSE GLADJ-FILE
006310         PERFORM 5100-LOG-UPDATE
006320     END-IF
006330     CLOSE RRRPT-FILE
006340     DISPLAY "RETRORATE - MULTIPLIES REPRICED " RR-REPRICED-COUNT
006350         "  GL ADJUSTMENTS " RR-GL-REC-COUNT.
