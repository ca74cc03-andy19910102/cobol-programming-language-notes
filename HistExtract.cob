000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HistExtract.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - comma-delimited        *
000110*                   extract of HISTFILE results for a run-   *
000120*                   date range and/or id prefix, with a      *
000130*                   column-heading row.  The current         *
000140*                   REJTFILE entries and their reasons can   *
000150*                   be added.                                *
000160*                   A closing count/total row ties the       *
000170*                   extract back to the MathFunctions        *
000180*                   summary so recipients can see it is      *
000190*                   complete.                                *
000200*-----------------------------------------------------------*
000210* Parameter card (SYSIN):                                    *
000220*   COL  1-8   FIRST RUN DATE, YYYYMMDD                      *
000230*   COL 10-17  LAST RUN DATE, YYYYMMDD                       *
000240*   COL 19-28  ID PREFIX, 1-10 CHARACTERS LEFT-JUSTIFIED     *
000250*              (BLANK = ALL IDS)                             *
000260*   COL 30     Y = ADD THE CURRENT REJTFILE ENTRIES          *
000270*              (BLANK OR N = HISTORY ONLY)                   *
000280* With no dates and no prefix the current business day is   *
000290* extracted.  With a prefix and no dates every run date is   *
000300* extracted.  A blank first date means from the earliest     *
000310* run date; a blank last date means to the current business  *
000320* day.  A card that does not edit writes no extract.         *
000330*                                                            *
000340* HISTCSV rows (first column is the row type):               *
000350*   REC,TRANS-ID,DEPT,RUN-DATE,TYPE,NUM1,NUM2,NUM3,ANS,REM   *
000360*       column headings (,REASON added with rejects)         *
000370*   H   one per HISTFILE result selected                     *
000380*   R   one per REJTFILE entry with the id prefix; RUN-DATE  *
000390*       is the reject date, ANS and REM are empty            *
000400*   T   label/value pairs - history rows, Ans total, Ans     *
000410*       total as first posted, non-zero remainders, rows     *
000420*       corrected since, and with rejects the reject rows    *
000430*       and those rejected within the run dates              *
000440* For one run date the history rows plus MathFunctions'      *
000450* overflow exceptions and rejected records equal its records *
000460* processed, and the Ans total as first posted equals its    *
000470* total of Ans (RetroRate corrections change Ans after the   *
000480* run; HistArchive purges shorten the history).             *
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-KEY
000570         FILE STATUS IS WS-HIST-STATUS.
000580*
000590     SELECT REJT-FILE ASSIGN TO "REJTFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REJT-STATUS.
000620*
000630     SELECT CSV-FILE ASSIGN TO "HISTCSV"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-CSV-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*-----------------------------------------------------------*
000700* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000710*-----------------------------------------------------------*
000720 FD  HIST-FILE.
000730 01  HIST-REC.
000740     05  HIST-KEY.
000750         10  HIST-TRANS-ID          PIC X(10).
000760         10  HIST-RUN-DATE          PIC 9(08).
000770     05  HIST-NUM1                  PIC 9(02).
000780     05  HIST-NUM2                  PIC 9(02).
000790     05  HIST-NUM3                  PIC 9(02).
000800     05  HIST-ANS                   PIC S9(02)V9(02).
000810     05  HIST-REM                   PIC 9(01)V9(02).
000820     05  HIST-TRANS-TYPE            PIC X(01).
000830     05  HIST-SOURCE                PIC X(02).
000840     05  HIST-ORIG-ANS              PIC S9(02)V9(02).
000850     05  HIST-CORR-SW               PIC X(01).
000860         88  HIST-CORRECTED                   VALUE 'R'.
000870     05  FILLER                     PIC X(01).
000880*
000890*-----------------------------------------------------------*
000900* REJT-FILE - CURRENT REJECT FILE FROM MATHFUNCTIONS         *
000910*-----------------------------------------------------------*
000920 FD  REJT-FILE
000930     RECORDING MODE IS F.
000940 01  REJT-REC.
000950     05  REJT-TRANS-ID              PIC X(10).
000960     05  REJT-TRANS-TYPE            PIC X(01).
000970     05  REJT-NUM1                  PIC 9(02).
000980     05  REJT-NUM2                  PIC 9(02).
000990     05  REJT-NUM3                  PIC 9(02).
001000     05  REJT-REASON                PIC X(30).
001010     05  REJT-REJECT-DATE           PIC 9(08).
001020     05  FILLER                     PIC X(15).
001030*
001040*-----------------------------------------------------------*
001050* CSV-FILE - COMMA-DELIMITED HISTORY EXTRACT                 *
001060*-----------------------------------------------------------*
001070 FD  CSV-FILE
001080     RECORDING MODE IS F.
001090 01  CSV-REC                        PIC X(200).
001100*
001110 WORKING-STORAGE SECTION.
001120*-----------------------------------------------------------*
001130* FILE STATUS FIELDS                                        *
001140*-----------------------------------------------------------*
001150 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001160 01  WS-REJT-STATUS             PIC X(02) VALUE SPACES.
001170 01  WS-CSV-STATUS              PIC X(02) VALUE SPACES.
001180*
001190*-----------------------------------------------------------*
001200* SWITCHES                                                  *
001210*-----------------------------------------------------------*
001220 01  WS-SWITCHES.
001230     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001240         88  WS-EOF-YES                    VALUE 'Y'.
001250     05  WS-REJT-EOF-SW          PIC X(01) VALUE 'N'.
001260         88  WS-REJT-EOF-YES               VALUE 'Y'.
001270     05  HX-PARM-OK-SW           PIC X(01) VALUE 'Y'.
001280         88  HX-PARM-OK                    VALUE 'Y'.
001290         88  HX-PARM-BAD                   VALUE 'N'.
001300     05  HX-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001310         88  HX-HIST-AVAIL                 VALUE 'Y'.
001320     05  HX-CSV-AVAIL-SW         PIC X(01) VALUE 'N'.
001330         88  HX-CSV-AVAIL                  VALUE 'Y'.
001340     05  HX-REJECTS-SW           PIC X(01) VALUE 'N'.
001350         88  HX-WITH-REJECTS               VALUE 'Y'.
001360*
001370*-----------------------------------------------------------*
001380* PARAMETER CARD                                            *
001390*-----------------------------------------------------------*
001400 01  HX-PARM-CARD.
001410     05  HX-PARM-FROM-DATE.
001420         10  HX-PFD-YEAR         PIC X(04).
001430         10  HX-PFD-MONTH        PIC X(02).
001440         10  HX-PFD-DAY          PIC X(02).
001450     05  HX-PARM-FROM-DATE-9 REDEFINES HX-PARM-FROM-DATE
001460                                 PIC 9(08).
001470     05  FILLER                  PIC X(01).
001480     05  HX-PARM-TO-DATE.
001490         10  HX-PTD-YEAR         PIC X(04).
001500         10  HX-PTD-MONTH        PIC X(02).
001510         10  HX-PTD-DAY          PIC X(02).
001520     05  HX-PARM-TO-DATE-9 REDEFINES HX-PARM-TO-DATE
001530                                 PIC 9(08).
001540     05  FILLER                  PIC X(01).
001550     05  HX-PARM-PREFIX          PIC X(10).
001560     05  FILLER                  PIC X(01).
001570     05  HX-PARM-REJECTS         PIC X(01).
001580     05  FILLER                  PIC X(50).
001590 01  HX-PARM-ERROR               PIC X(30) VALUE SPACES.
001600*
001610*-----------------------------------------------------------*
001620* SELECTION AND FORMATTING WORK AREAS                       *
001630*-----------------------------------------------------------*
001640 01  HX-FROM-DATE                PIC 9(08) VALUE 0.
001650 01  HX-TO-DATE                  PIC 9(08) VALUE 0.
001660 01  HX-BUS-DATE                 PIC 9(08) VALUE 0.
001670 01  HX-BC-FUNCTION              PIC X(01) VALUE SPACE.
001680 01  HX-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001690 01  HX-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001700 77  HX-PREFIX-LEN               PIC 9(02) COMP VALUE 0.
001710 77  HX-LEAD-COUNT               PIC 9(02) COMP VALUE 0.
001720 77  HX-PTR                      PIC 9(03) COMP VALUE 1.
001730 01  HX-CSV-LINE                 PIC X(200) VALUE SPACES.
001740 01  HX-FIELD                    PIC X(30) VALUE SPACES.
001750 01  HX-EDIT-ANS                 PIC --9.99.
001760 01  HX-EDIT-REM                 PIC 9.99.
001770 01  HX-EDIT-TOTAL               PIC -------9.99.
001780 01  HX-EDIT-COUNT               PIC ZZZZZZ9.
001790 01  HX-FIRST-ANS                PIC S9(02)V9(02) VALUE 0.
001800*
001810*-----------------------------------------------------------*
001820* RUN ACCUMULATORS                                          *
001830*-----------------------------------------------------------*
001840 01  HX-RUN-TOTALS.
001850     05  HX-READ-COUNT           PIC 9(07) COMP VALUE 0.
001860     05  HX-HIST-COUNT           PIC 9(07) COMP VALUE 0.
001870     05  HX-ANS-TOTAL            PIC S9(07)V9(02) VALUE 0.
001880     05  HX-FIRST-ANS-TOTAL      PIC S9(07)V9(02) VALUE 0.
001890     05  HX-REM-NONZERO-COUNT    PIC 9(07) COMP VALUE 0.
001900     05  HX-CORR-COUNT           PIC 9(07) COMP VALUE 0.
001910     05  HX-REJT-READ-COUNT      PIC 9(07) COMP VALUE 0.
001920     05  HX-REJT-COUNT           PIC 9(07) COMP VALUE 0.
001930     05  HX-REJT-RANGE-COUNT     PIC 9(07) COMP VALUE 0.
001940*
001950 PROCEDURE DIVISION.
001960*=============================================================*
001970 0000-MAINLINE.
001980*=============================================================*
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002000     PERFORM 2000-EXTRACT-HISTORY THRU 2000-EXIT
002010         UNTIL WS-EOF-YES
002020     IF HX-CSV-AVAIL
002030         AND HX-WITH-REJECTS
002040         PERFORM 3000-EXTRACT-REJECTS
002050     END-IF
002060     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
002070     PERFORM 8000-TERMINATE
002080     STOP RUN.
002090*
002100*-------------------------------------------------------------*
002110 1000-INITIALIZE.
002120*-------------------------------------------------------------*
002130     ACCEPT HX-BC-SYSTEM-DATE FROM DATE YYYYMMDD
002140     MOVE "P" TO HX-BC-FUNCTION
002150     MOVE ZERO TO HX-BC-DAY-COUNT
002160     CALL "BusCalendar" USING HX-BC-FUNCTION,
002170         HX-BC-SYSTEM-DATE, HX-BC-DAY-COUNT, HX-BUS-DATE
002180     MOVE SPACES TO HX-PARM-CARD
002190     ACCEPT HX-PARM-CARD
002200     PERFORM 1100-EDIT-PARM-CARD THRU 1100-EXIT
002210     IF HX-PARM-BAD
002220         DISPLAY "HISTEXTRACT - PARAMETER CARD REJECTED, "
002230             HX-PARM-ERROR
002240         DISPLAY "HISTEXTRACT - NO EXTRACT WRITTEN"
002250         MOVE "Y" TO WS-EOF-SW
002260         GO TO 1000-EXIT
002270     END-IF
002280     DISPLAY "HISTEXTRACT - RUN DATES " HX-FROM-DATE
002290         " TO " HX-TO-DATE "  ID PREFIX " HX-PARM-PREFIX
002300     OPEN INPUT HIST-FILE
002310     IF WS-HIST-STATUS NOT = "00"
002320         DISPLAY "HISTEXTRACT - UNABLE TO OPEN HISTFILE, "
002330             "STATUS " WS-HIST-STATUS
002340         DISPLAY "HISTEXTRACT - NO EXTRACT WRITTEN"
002350         MOVE "Y" TO WS-EOF-SW
002360         GO TO 1000-EXIT
002370     END-IF
002380     SET HX-HIST-AVAIL TO TRUE
002390     OPEN OUTPUT CSV-FILE
002400     IF WS-CSV-STATUS NOT = "00"
002410         DISPLAY "HISTEXTRACT - UNABLE TO OPEN HISTCSV, "
002420             "STATUS " WS-CSV-STATUS
002430         MOVE "Y" TO WS-EOF-SW
002440         GO TO 1000-EXIT
002450     END-IF
002460     SET HX-CSV-AVAIL TO TRUE
002470     PERFORM 1200-WRITE-HEADINGS
002480     MOVE LOW-VALUES TO HIST-KEY
002490     IF HX-PREFIX-LEN > ZERO
002500         MOVE HX-PARM-PREFIX (1:HX-PREFIX-LEN)
002510             TO HIST-TRANS-ID (1:HX-PREFIX-LEN)
002520     END-IF
002530     START HIST-FILE KEY NOT LESS THAN HIST-KEY
002540         INVALID KEY
002550             MOVE "Y" TO WS-EOF-SW
002560     END-START
002570     IF NOT WS-EOF-YES
002580         PERFORM 2100-READ-HISTORY
002590     END-IF
002600     .
002610 1000-EXIT.
002620     EXIT.
002630*
002640*-------------------------------------------------------------*
002650 1100-EDIT-PARM-CARD.
002660*-------------------------------------------------------------*
002670     SET HX-PARM-OK TO TRUE
002680     MOVE ZERO TO HX-PREFIX-LEN
002690     INSPECT HX-PARM-PREFIX TALLYING HX-PREFIX-LEN
002700         FOR CHARACTERS BEFORE INITIAL SPACE
002710     EVALUATE TRUE
002720         WHEN HX-PARM-FROM-DATE NOT = SPACES
002730          AND (HX-PARM-FROM-DATE NOT NUMERIC
002740           OR HX-PFD-MONTH < "01" OR HX-PFD-MONTH > "12"
002750           OR HX-PFD-DAY < "01" OR HX-PFD-DAY > "31")
002760             MOVE "FIRST RUN DATE NOT VALID" TO HX-PARM-ERROR
002770             SET HX-PARM-BAD TO TRUE
002780         WHEN HX-PARM-TO-DATE NOT = SPACES
002790          AND (HX-PARM-TO-DATE NOT NUMERIC
002800           OR HX-PTD-MONTH < "01" OR HX-PTD-MONTH > "12"
002810           OR HX-PTD-DAY < "01" OR HX-PTD-DAY > "31")
002820             MOVE "LAST RUN DATE NOT VALID" TO HX-PARM-ERROR
002830             SET HX-PARM-BAD TO TRUE
002840         WHEN HX-PARM-PREFIX NOT = SPACES
002850          AND HX-PREFIX-LEN = ZERO
002860             MOVE "ID PREFIX NOT LEFT-JUSTIFIED" TO HX-PARM-ERROR
002870             SET HX-PARM-BAD TO TRUE
002880         WHEN HX-PREFIX-LEN < 10
002890          AND HX-PARM-PREFIX (HX-PREFIX-LEN + 1:) NOT = SPACES
002900             MOVE "ID PREFIX HAS EMBEDDED SPACE" TO HX-PARM-ERROR
002910             SET HX-PARM-BAD TO TRUE
002920         WHEN HX-PARM-REJECTS NOT = SPACE
002930          AND HX-PARM-REJECTS NOT = "Y"
002940          AND HX-PARM-REJECTS NOT = "N"
002950             MOVE "REJECTS OPTION NOT Y OR N" TO HX-PARM-ERROR
002960             SET HX-PARM-BAD TO TRUE
002970     END-EVALUATE
002980     IF HX-PARM-BAD
002990         GO TO 1100-EXIT
003000     END-IF
003010     EVALUATE TRUE
003020         WHEN HX-PARM-FROM-DATE = SPACES
003030          AND HX-PARM-TO-DATE = SPACES
003040          AND HX-PREFIX-LEN = ZERO
003050             MOVE HX-BUS-DATE TO HX-FROM-DATE
003060             MOVE HX-BUS-DATE TO HX-TO-DATE
003070         WHEN HX-PARM-FROM-DATE = SPACES
003080          AND HX-PARM-TO-DATE = SPACES
003090             MOVE ZERO TO HX-FROM-DATE
003100             MOVE 99999999 TO HX-TO-DATE
003110         WHEN OTHER
003120             IF HX-PARM-FROM-DATE = SPACES
003130                 MOVE ZERO TO HX-FROM-DATE
003140             ELSE
003150                 MOVE HX-PARM-FROM-DATE-9 TO HX-FROM-DATE
003160             END-IF
003170             IF HX-PARM-TO-DATE = SPACES
003180                 MOVE HX-BUS-DATE TO HX-TO-DATE
003190             ELSE
003200                 MOVE HX-PARM-TO-DATE-9 TO HX-TO-DATE
003210             END-IF
003220     END-EVALUATE
003230     IF HX-FROM-DATE > HX-TO-DATE
003240         MOVE "FIRST RUN DATE AFTER LAST" TO HX-PARM-ERROR
003250         SET HX-PARM-BAD TO TRUE
003260     END-IF
003270     IF HX-PARM-REJECTS = "Y"
003280         SET HX-WITH-REJECTS TO TRUE
003290     END-IF
003300     .
003310 1100-EXIT.
003320     EXIT.
003330*
003340*-------------------------------------------------------------*
003350 1200-WRITE-HEADINGS.
003360*-------------------------------------------------------------*
003370     MOVE SPACES TO HX-CSV-LINE
003380     MOVE 1 TO HX-PTR
003390     STRING "REC,TRANS-ID,DEPT,RUN-DATE,TYPE,"
003400         "NUM1,NUM2,NUM3,ANS,REM" DELIMITED BY SIZE
003410         INTO HX-CSV-LINE WITH POINTER HX-PTR
003420     IF HX-WITH-REJECTS
003430         STRING ",REASON" DELIMITED BY SIZE
003440             INTO HX-CSV-LINE WITH POINTER HX-PTR
003450     END-IF
003460     WRITE CSV-REC FROM HX-CSV-LINE.
003470*
003480*-------------------------------------------------------------*
003490 2000-EXTRACT-HISTORY.
003500*-------------------------------------------------------------*
003510*    HISTFILE IS READ FROM THE FIRST KEY WITH THE ID PREFIX;  *
003520*    THE FIRST ID PAST THE PREFIX ENDS THE PASS.              *
003530*-------------------------------------------------------------*
003540     ADD 1 TO HX-READ-COUNT
003550     IF HX-PREFIX-LEN > ZERO
003560         IF HIST-TRANS-ID (1:HX-PREFIX-LEN)
003570             > HX-PARM-PREFIX (1:HX-PREFIX-LEN)
003580             MOVE "Y" TO WS-EOF-SW
003590             GO TO 2000-EXIT
003600         END-IF
003610         IF HIST-TRANS-ID (1:HX-PREFIX-LEN)
003620             NOT = HX-PARM-PREFIX (1:HX-PREFIX-LEN)
003630             GO TO 2000-NEXT
003640         END-IF
003650     END-IF
003660     IF HIST-RUN-DATE < HX-FROM-DATE
003670         OR HIST-RUN-DATE > HX-TO-DATE
003680         GO TO 2000-NEXT
003690     END-IF
003700     PERFORM 2200-WRITE-HIST-ROW
003710     .
003720 2000-NEXT.
003730     PERFORM 2100-READ-HISTORY
003740     .
003750 2000-EXIT.
003760     EXIT.
003770*
003780*-------------------------------------------------------------*
003790 2100-READ-HISTORY.
003800*-------------------------------------------------------------*
003810     READ HIST-FILE NEXT RECORD
003820         AT END
003830             MOVE "Y" TO WS-EOF-SW
003840     END-READ.
003850*
003860*-------------------------------------------------------------*
003870 2200-WRITE-HIST-ROW.
003880*-------------------------------------------------------------*
003890*    A RESULT CORRECTED BY RETRORATE CARRIES ITS FIRST-POSTED *
003900*    ANS IN HIST-ORIG-ANS, WHICH IS WHAT MATHFUNCTIONS        *
003910*    TOTALLED.                                                *
003920*-------------------------------------------------------------*
003930     ADD 1 TO HX-HIST-COUNT
003940     ADD HIST-ANS TO HX-ANS-TOTAL
003950     IF HIST-CORRECTED
003960         ADD 1 TO HX-CORR-COUNT
003970         MOVE HIST-ORIG-ANS TO HX-FIRST-ANS
003980     ELSE
003990         MOVE HIST-ANS TO HX-FIRST-ANS
004000     END-IF
004010     ADD HX-FIRST-ANS TO HX-FIRST-ANS-TOTAL
004020     IF HIST-REM NOT = ZERO
004030         ADD 1 TO HX-REM-NONZERO-COUNT
004040     END-IF
004050     MOVE SPACES TO HX-CSV-LINE
004060     MOVE 1 TO HX-PTR
004070     MOVE "H" TO HX-FIELD
004080     PERFORM 6100-PUT-FIELD
004090     MOVE HIST-TRANS-ID TO HX-FIELD
004100     PERFORM 6100-PUT-FIELD
004110     MOVE HIST-TRANS-ID (1:3) TO HX-FIELD
004120     PERFORM 6100-PUT-FIELD
004130     MOVE HIST-RUN-DATE TO HX-FIELD
004140     PERFORM 6100-PUT-FIELD
004150     MOVE HIST-TRANS-TYPE TO HX-FIELD
004160     PERFORM 6100-PUT-FIELD
004170     MOVE HIST-NUM1 TO HX-FIELD
004180     PERFORM 6100-PUT-FIELD
004190     MOVE HIST-NUM2 TO HX-FIELD
004200     PERFORM 6100-PUT-FIELD
004210     MOVE HIST-NUM3 TO HX-FIELD
004220     PERFORM 6100-PUT-FIELD
004230     MOVE HIST-ANS TO HX-EDIT-ANS
004240     MOVE HX-EDIT-ANS TO HX-FIELD
004250     PERFORM 6100-PUT-FIELD
004260     MOVE HIST-REM TO HX-EDIT-REM
004270     MOVE HX-EDIT-REM TO HX-FIELD
004280     PERFORM 6100-PUT-FIELD
004290     IF HX-WITH-REJECTS
004300         MOVE SPACES TO HX-FIELD
004310         PERFORM 6100-PUT-FIELD
004320     END-IF
004330     WRITE CSV-REC FROM HX-CSV-LINE.
004340*
004350*-------------------------------------------------------------*
004360 3000-EXTRACT-REJECTS.
004370*-------------------------------------------------------------*
004380*    EVERY ENTRY NOW ON REJTFILE IS OUTSTANDING, SO THE RUN   *
004390*    DATES DO NOT LIMIT THEM; ONLY THE ID PREFIX DOES.        *
004400*-------------------------------------------------------------*
004410     OPEN INPUT REJT-FILE
004420     IF WS-REJT-STATUS NOT = "00"
004430         DISPLAY "HISTEXTRACT - UNABLE TO OPEN REJTFILE, "
004440             "STATUS " WS-REJT-STATUS
004450         SET WS-REJT-EOF-YES TO TRUE
004460     ELSE
004470         PERFORM 3100-READ-REJECT
004480     END-IF
004490     PERFORM 3200-WRITE-REJECT-ROW
004500         UNTIL WS-REJT-EOF-YES
004510     IF WS-REJT-STATUS = "00"
004520         OR WS-REJT-STATUS = "10"
004530         CLOSE REJT-FILE
004540     END-IF.
004550*
004560*-------------------------------------------------------------*
004570 3100-READ-REJECT.
004580*-------------------------------------------------------------*
004590     READ REJT-FILE
004600         AT END
004610             SET WS-REJT-EOF-YES TO TRUE
004620     END-READ.
004630*
004640*-------------------------------------------------------------*
004650 3200-WRITE-REJECT-ROW.
004660*-------------------------------------------------------------*
004670     ADD 1 TO HX-REJT-READ-COUNT
004680     IF HX-PREFIX-LEN > ZERO
004690         AND REJT-TRANS-ID (1:HX-PREFIX-LEN)
004700             NOT = HX-PARM-PREFIX (1:HX-PREFIX-LEN)
004710         CONTINUE
004720     ELSE
004730         ADD 1 TO HX-REJT-COUNT
004740         IF REJT-REJECT-DATE NOT < HX-FROM-DATE
004750             AND REJT-REJECT-DATE NOT > HX-TO-DATE
004760             ADD 1 TO HX-REJT-RANGE-COUNT
004770         END-IF
004780         MOVE SPACES TO HX-CSV-LINE
004790         MOVE 1 TO HX-PTR
004800         MOVE "R" TO HX-FIELD
004810         PERFORM 6100-PUT-FIELD
004820         MOVE REJT-TRANS-ID TO HX-FIELD
004830         PERFORM 6100-PUT-FIELD
004840         MOVE REJT-TRANS-ID (1:3) TO HX-FIELD
004850         PERFORM 6100-PUT-FIELD
004860         MOVE REJT-REJECT-DATE TO HX-FIELD
004870         PERFORM 6100-PUT-FIELD
004880         MOVE REJT-TRANS-TYPE TO HX-FIELD
004890         PERFORM 6100-PUT-FIELD
004900         MOVE REJT-NUM1 TO HX-FIELD
004910         PERFORM 6100-PUT-FIELD
004920         MOVE REJT-NUM2 TO HX-FIELD
004930         PERFORM 6100-PUT-FIELD
004940         MOVE REJT-NUM3 TO HX-FIELD
004950         PERFORM 6100-PUT-FIELD
004960         MOVE SPACES TO HX-FIELD
004970         PERFORM 6100-PUT-FIELD
004980         PERFORM 6100-PUT-FIELD
004990         MOVE REJT-REASON TO HX-FIELD
005000         PERFORM 6100-PUT-FIELD
005010         WRITE CSV-REC FROM HX-CSV-LINE
005020     END-IF
005030     PERFORM 3100-READ-REJECT.
005040*
005050*-------------------------------------------------------------*
005060 6100-PUT-FIELD.
005070*-------------------------------------------------------------*
005080*    APPENDS HX-FIELD TO HX-CSV-LINE WITHOUT ITS LEADING OR   *
005090*    TRAILING SPACES, AFTER A COMMA UNLESS IT IS THE FIRST    *
005100*    FIELD.  A BLANK FIELD LEAVES AN EMPTY COLUMN.            *
005110*-------------------------------------------------------------*
005120     IF HX-PTR > 1
005130         STRING "," DELIMITED BY SIZE
005140             INTO HX-CSV-LINE WITH POINTER HX-PTR
005150     END-IF
005160     IF HX-FIELD NOT = SPACES
005170         MOVE ZERO TO HX-LEAD-COUNT
005180         INSPECT HX-FIELD TALLYING HX-LEAD-COUNT
005190             FOR LEADING SPACES
005200         STRING HX-FIELD (HX-LEAD-COUNT + 1:) DELIMITED BY "  "
005210             INTO HX-CSV-LINE WITH POINTER HX-PTR
005220     END-IF.
005230*
005240*-------------------------------------------------------------*
005250 6200-PUT-COUNT.
005260*-------------------------------------------------------------*
005270     MOVE HX-EDIT-COUNT TO HX-FIELD
005280     PERFORM 6100-PUT-FIELD.
005290*
005300*-------------------------------------------------------------*
005310 7000-WRITE-TRAILER.
005320*-------------------------------------------------------------*
005330*    THE T ROW IS WRITTEN LAST; AN EXTRACT WITHOUT IT DID NOT *
005340*    FINISH.                                                  *
005350*-------------------------------------------------------------*
005360     IF NOT HX-CSV-AVAIL
005370         GO TO 7000-EXIT
005380     END-IF
005390     MOVE SPACES TO HX-CSV-LINE
005400     MOVE 1 TO HX-PTR
005410     MOVE "T" TO HX-FIELD
005420     PERFORM 6100-PUT-FIELD
005430     MOVE "HIST ROWS" TO HX-FIELD
005440     PERFORM 6100-PUT-FIELD
005450     MOVE HX-HIST-COUNT TO HX-EDIT-COUNT
005460     PERFORM 6200-PUT-COUNT
005470     MOVE "ANS TOTAL" TO HX-FIELD
005480     PERFORM 6100-PUT-FIELD
005490     MOVE HX-ANS-TOTAL TO HX-EDIT-TOTAL
005500     MOVE HX-EDIT-TOTAL TO HX-FIELD
005510     PERFORM 6100-PUT-FIELD
005520     MOVE "ANS AS POSTED" TO HX-FIELD
005530     PERFORM 6100-PUT-FIELD
005540     MOVE HX-FIRST-ANS-TOTAL TO HX-EDIT-TOTAL
005550     MOVE HX-EDIT-TOTAL TO HX-FIELD
005560     PERFORM 6100-PUT-FIELD
005570     MOVE "NONZERO REM" TO HX-FIELD
005580     PERFORM 6100-PUT-FIELD
005590     MOVE HX-REM-NONZERO-COUNT TO HX-EDIT-COUNT
005600     PERFORM 6200-PUT-COUNT
005610     MOVE "CORRECTED" TO HX-FIELD
005620     PERFORM 6100-PUT-FIELD
005630     MOVE HX-CORR-COUNT TO HX-EDIT-COUNT
005640     PERFORM 6200-PUT-COUNT
005650     IF HX-WITH-REJECTS
005660         MOVE "REJECT ROWS" TO HX-FIELD
005670         PERFORM 6100-PUT-FIELD
005680         MOVE HX-REJT-COUNT TO HX-EDIT-COUNT
005690         PERFORM 6200-PUT-COUNT
005700         MOVE "REJECTS IN RANGE" TO HX-FIELD
005710         PERFORM 6100-PUT-FIELD
005720         MOVE HX-REJT-RANGE-COUNT TO HX-EDIT-COUNT
005730         PERFORM 6200-PUT-COUNT
005740     END-IF
005750     WRITE CSV-REC FROM HX-CSV-LINE
005760     .
005770 7000-EXIT.
005780     EXIT.
005790*
005800*-------------------------------------------------------------*
005810 8000-TERMINATE.
005820*-------------------------------------------------------------*
005830     IF HX-HIST-AVAIL
005840         CLOSE HIST-FILE
005850     END-IF
005860     IF HX-CSV-AVAIL
005870         CLOSE CSV-FILE
005880     END-IF
005890     MOVE HX-ANS-TOTAL TO HX-EDIT-TOTAL
005900     DISPLAY "HISTEXTRACT - HISTORY ROWS " HX-HIST-COUNT
005910         "  ANS TOTAL " HX-EDIT-TOTAL
005920     IF HX-WITH-REJECTS
005930         DISPLAY "HISTEXTRACT - REJECT ROWS " HX-REJT-COUNT
005940             "  OF " HX-REJT-READ-COUNT " ON REJTFILE"
005950     END-IF.
