000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FeedMerge.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - feed consolidation     *
000110*                   step that runs between TranEdit and      *
000120*                   MathFunctions.  Reads TranEdit's clean   *
000130*                   output (EDITOUT), RejectCycle's repaired *
000140*                   records (RESUBFIL), and up to three      *
000150*                   departmental feeds (DEPTFD1-DEPTFD3),    *
000160*                   sorts them into transaction-id order,    *
000170*                   drops every copy of an id that turns up  *
000180*                   more than once, stamps each record with  *
000190*                   its source code, and writes the single   *
000200*                   TRANFILE MathFunctions reads.  Records   *
000210*                   from RESUBFIL and the departmental feeds *
000220*                   get TranEdit's type, department and      *
000230*                   same-day history checks, and failures    *
000240*                   are dropped with a reason.  The merge    *
000250*                   report lists each dropped record and the *
000260*                   per-source in/out/dropped totals, and    *
000270*                   the STATFILE end record carries the      *
000280*                   counts DailyBalance needs for its proof; *
000290*                   it is SEVR when DEPTFILE cannot be       *
000300*                   opened.                                  *
000310* 15OCT2026   HAS   With no date on the parameter card the   *
000320*                   business date now defaults to the        *
000330*                   current business day from BusCalendar    *
000340*                   instead of the system date.              *
000350*-----------------------------------------------------------*
000360* Source codes stamped in TRANS-SOURCE:                      *
000370*   TE  EDITOUT   TranEdit clean output (required)           *
000380*   RS  RESUBFIL  RejectCycle resubmissions (optional)       *
000390*   D1  DEPTFD1   departmental feed 1 (optional)             *
000400*   D2  DEPTFD2   departmental feed 2 (optional)             *
000410*   D3  DEPTFD3   departmental feed 3 (optional)             *
000420* The business date comes from a SYSIN card in YYYYMMDD     *
000430* (default the current business day from BusCalendar).       *
000440* Records from RESUBFIL and DEPTFD1-3 have not been through  *
000450* TranEdit, so they get its type, department and history     *
000460* checks here against the business date.                     *
000470*-----------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT EDOUT-FILE ASSIGN TO "EDITOUT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-EDOUT-STATUS.
000540*
000550     SELECT RESUB-FILE ASSIGN TO "RESUBFIL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-RESUB-STATUS.
000580*
000590     SELECT DFEED1-FILE ASSIGN TO "DEPTFD1"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-DFEED1-STATUS.
000620*
000630     SELECT DFEED2-FILE ASSIGN TO "DEPTFD2"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-DFEED2-STATUS.
000660*
000670     SELECT DFEED3-FILE ASSIGN TO "DEPTFD3"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-DFEED3-STATUS.
000700*
000710     SELECT SORT-FILE ASSIGN TO "SORTWK1".
000720*
000730     SELECT TRANS-FILE ASSIGN TO "TRANFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-TRANS-STATUS.
000760*
000770     SELECT FMRPT-FILE ASSIGN TO "MERGERPT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-FMRPT-STATUS.
000800*
000810     SELECT STAT-FILE ASSIGN TO "STATFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-STAT-STATUS.
000840*
000850     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS DEPT-CODE
000890         FILE STATUS IS WS-DEPT-STATUS.
000900*
000910     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS HIST-KEY
000950         FILE STATUS IS WS-HIST-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990*-----------------------------------------------------------*
001000* EDOUT-FILE - TRANEDIT CLEAN OUTPUT                         *
001010*-----------------------------------------------------------*
001020 FD  EDOUT-FILE
001030     RECORDING MODE IS F.
001040 01  EDOUT-REC                      PIC X(70).
001050*
001060*-----------------------------------------------------------*
001070* RESUB-FILE - REJECTCYCLE REPAIRED RECORDS                  *
001080*-----------------------------------------------------------*
001090 FD  RESUB-FILE
001100     RECORDING MODE IS F.
001110 01  RESUB-REC                      PIC X(70).
001120*
001130*-----------------------------------------------------------*
001140* DFEED1-FILE - DEPARTMENTAL FEED 1                          *
001150*-----------------------------------------------------------*
001160 FD  DFEED1-FILE
001170     RECORDING MODE IS F.
001180 01  DFEED1-REC                     PIC X(70).
001190*
001200*-----------------------------------------------------------*
001210* DFEED2-FILE - DEPARTMENTAL FEED 2                          *
001220*-----------------------------------------------------------*
001230 FD  DFEED2-FILE
001240     RECORDING MODE IS F.
001250 01  DFEED2-REC                     PIC X(70).
001260*
001270*-----------------------------------------------------------*
001280* DFEED3-FILE - DEPARTMENTAL FEED 3                          *
001290*-----------------------------------------------------------*
001300 FD  DFEED3-FILE
001310     RECORDING MODE IS F.
001320 01  DFEED3-REC                     PIC X(70).
001330*
001340*-----------------------------------------------------------*
001350* SORT-FILE - TRANSACTION-ID SORT WORK FILE                  *
001360*-----------------------------------------------------------*
001370 SD  SORT-FILE.
001380 01  SORT-REC.
001390     05  SRT-TRANS-REC.
001400         10  SRT-TRANS-ID           PIC X(10).
001410         10  FILLER                 PIC X(07).
001420         10  SRT-SOURCE             PIC X(02).
001430         10  FILLER                 PIC X(51).
001440     05  SRT-SRC-SUB                PIC 9(01).
001450*
001460*-----------------------------------------------------------*
001470* TRANS-FILE - CONSOLIDATED TRANSACTION INPUT FOR MATHFUNCS  *
001480*-----------------------------------------------------------*
001490 FD  TRANS-FILE
001500     RECORDING MODE IS F.
001510 01  TRANS-REC                      PIC X(70).
001520*
001530*-----------------------------------------------------------*
001540* FMRPT-FILE - FEED MERGE REPORT                             *
001550*-----------------------------------------------------------*
001560 FD  FMRPT-FILE
001570     RECORDING MODE IS F.
001580 01  FMRPT-REC                      PIC X(80).
001590*
001600*-----------------------------------------------------------*
001610* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
001620*-----------------------------------------------------------*
001630 FD  STAT-FILE
001640     RECORDING MODE IS F.
001650 01  STAT-REC.
001660     05  STAT-JOB-NAME              PIC X(13).
001670     05  STAT-REC-TYPE              PIC X(01).
001680         88  STAT-TYPE-START                  VALUE 'S'.
001690         88  STAT-TYPE-END                    VALUE 'E'.
001700     05  STAT-RUN-DATE              PIC 9(08).
001710     05  STAT-RUN-TIME              PIC 9(08).
001720     05  STAT-REC-COUNT             PIC 9(07).
001730     05  STAT-EXCP-COUNT            PIC 9(07).
001740     05  STAT-REJT-COUNT            PIC 9(07).
001750     05  STAT-SEVERITY              PIC X(04).
001760     05  STAT-READ-COUNT            PIC 9(07).
001770     05  STAT-EDIT-IN-COUNT         PIC 9(07).
001780     05  FILLER                     PIC X(11).
001790*
001800*-----------------------------------------------------------*
001810* DEPT-FILE - DEPARTMENT MASTER (INDEXED)                    *
001820*-----------------------------------------------------------*
001830 FD  DEPT-FILE.
001840 01  DEPT-REC.
001850     05  DEPT-CODE                  PIC X(03).
001860     05  DEPT-NAME                  PIC X(20).
001870     05  DEPT-COST-CENTER           PIC X(06).
001880     05  DEPT-OPEN-DATE             PIC 9(08).
001890     05  DEPT-CLOSE-DATE            PIC 9(08).
001900     05  FILLER                     PIC X(15).
001910*
001920*-----------------------------------------------------------*
001930* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
001940*-----------------------------------------------------------*
001950 FD  HIST-FILE.
001960 01  HIST-REC.
001970     05  HIST-KEY.
001980         10  HIST-TRANS-ID          PIC X(10).
001990         10  HIST-RUN-DATE          PIC 9(08).
002000     05  HIST-NUM1                  PIC 9(02).
002010     05  HIST-NUM2                  PIC 9(02).
002020     05  HIST-NUM3                  PIC 9(02).
002030     05  HIST-ANS                   PIC S9(02)V9(02).
002040     05  HIST-REM                   PIC 9(01)V9(02).
002050     05  HIST-TRANS-TYPE            PIC X(01).
002060     05  FILLER                     PIC X(08).
002070*
002080 WORKING-STORAGE SECTION.
002090*-----------------------------------------------------------*
002100* FILE STATUS FIELDS                                        *
002110*-----------------------------------------------------------*
002120 01  WS-EDOUT-STATUS            PIC X(02) VALUE SPACES.
002130 01  WS-RESUB-STATUS            PIC X(02) VALUE SPACES.
002140 01  WS-DFEED1-STATUS           PIC X(02) VALUE SPACES.
002150 01  WS-DFEED2-STATUS           PIC X(02) VALUE SPACES.
002160 01  WS-DFEED3-STATUS           PIC X(02) VALUE SPACES.
002170 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
002180 01  WS-FMRPT-STATUS            PIC X(02) VALUE SPACES.
002190 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
002200 01  WS-DEPT-STATUS             PIC X(02) VALUE SPACES.
002210 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
002220*
002230*-----------------------------------------------------------*
002240* SWITCHES                                                  *
002250*-----------------------------------------------------------*
002260 01  WS-SWITCHES.
002270     05  WS-FEED-EOF-SW          PIC X(01) VALUE 'N'.
002280         88  WS-FEED-EOF-YES               VALUE 'Y'.
002290     05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
002300         88  WS-SORT-EOF-YES               VALUE 'Y'.
002310     05  WS-OPEN-FAIL-SW         PIC X(01) VALUE 'N'.
002320         88  WS-OPEN-FAIL                  VALUE 'Y'.
002330     05  FM-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
002340         88  FM-STAT-AVAIL                 VALUE 'Y'.
002350     05  FM-TRANS-AVAIL-SW       PIC X(01) VALUE 'N'.
002360         88  FM-TRANS-AVAIL                VALUE 'Y'.
002370     05  FM-FEED-OPEN-SW         PIC X(01) VALUE 'N'.
002380         88  FM-FEED-OPEN                  VALUE 'Y'.
002390     05  FM-HOLDING-SW           PIC X(01) VALUE 'N'.
002400         88  FM-HOLDING                    VALUE 'Y'.
002410     05  FM-HOLD-DUP-SW          PIC X(01) VALUE 'N'.
002420         88  FM-HOLD-DUP                   VALUE 'Y'.
002430     05  FM-DEPT-AVAIL-SW        PIC X(01) VALUE 'N'.
002440         88  FM-DEPT-AVAIL                 VALUE 'Y'.
002450     05  FM-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
002460         88  FM-HIST-AVAIL                 VALUE 'Y'.
002470*
002480*-----------------------------------------------------------*
002490* BUSINESS-DATE PARAMETER WORK AREAS                        *
002500*-----------------------------------------------------------*
002510 01  FM-RUN-DATE-IN.
002520     05  FM-RDI-YEAR             PIC X(04).
002530     05  FM-RDI-MONTH            PIC X(02).
002540     05  FM-RDI-DAY              PIC X(02).
002550 01  FM-RUN-DATE-IN-9 REDEFINES FM-RUN-DATE-IN
002560                                 PIC 9(08).
002570 01  FM-RUN-DATE                 PIC 9(08) VALUE 0.
002580 01  FM-BC-FUNCTION              PIC X(01) VALUE SPACE.
002590 01  FM-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
002600 01  FM-BC-DAY-COUNT             PIC S9(05) VALUE 0.
002610*
002620*-----------------------------------------------------------*
002630* SOURCE TABLE - CODE AND FILE NAME PER INPUT FEED          *
002640*-----------------------------------------------------------*
002650 01  FM-SOURCE-VALUES.
002660     05  FILLER                  PIC X(10) VALUE "TEEDITOUT ".
002670     05  FILLER                  PIC X(10) VALUE "RSRESUBFIL".
002680     05  FILLER                  PIC X(10) VALUE "D1DEPTFD1 ".
002690     05  FILLER                  PIC X(10) VALUE "D2DEPTFD2 ".
002700     05  FILLER                  PIC X(10) VALUE "D3DEPTFD3 ".
002710 01  FM-SOURCE-TABLE REDEFINES FM-SOURCE-VALUES.
002720     05  FM-SRC-ENTRY OCCURS 5 TIMES.
002730         10  FM-ST-CODE          PIC X(02).
002740         10  FM-ST-FILE-NAME     PIC X(08).
002750 01  FM-SOURCE-TOTALS.
002760     05  FM-SRC-TOTAL OCCURS 5 TIMES.
002770         10  FM-ST-IN-COUNT      PIC 9(07) COMP.
002780         10  FM-ST-OUT-COUNT     PIC 9(07) COMP.
002790         10  FM-ST-DROP-COUNT    PIC 9(07) COMP.
002800         10  FM-ST-PRESENT-SW    PIC X(01).
002810             88  FM-ST-PRESENT             VALUE 'Y'.
002820 77  FM-SOURCE-COUNT             PIC 9(01) COMP VALUE 5.
002830 77  FM-SUB                      PIC 9(01) COMP VALUE 0.
002840 77  FM-OPEN-STATUS              PIC X(02) VALUE SPACES.
002850*
002860*-----------------------------------------------------------*
002870* FEED RECORD AND HELD-RECORD WORK AREAS                    *
002880*-----------------------------------------------------------*
002890 01  FM-FEED-REC.
002900     05  FM-FR-TRANS-ID          PIC X(10).
002910     05  FM-FR-TRANS-TYPE        PIC X(01).
002920         88  FM-FR-TYPE-VALID              VALUES 'A' 'S'
002930                                                  'M' 'D' 'W'.
002940     05  FM-FR-NUM1              PIC X(02).
002950     05  FM-FR-NUM2              PIC X(02).
002960     05  FM-FR-NUM3              PIC X(02).
002970     05  FM-FR-SOURCE            PIC X(02).
002980     05  FILLER                  PIC X(51).
002990 01  FM-HOLD-REC.
003000     05  FM-HOLD-TRANS-REC.
003010         10  FM-HOLD-TRANS-ID    PIC X(10).
003020         10  FILLER              PIC X(07).
003030         10  FM-HOLD-SOURCE      PIC X(02).
003040         10  FILLER              PIC X(51).
003050     05  FM-HOLD-SRC-SUB         PIC 9(01).
003060 01  FM-DROP-REASON              PIC X(30) VALUE SPACES.
003070*
003080*-----------------------------------------------------------*
003090* CONTROL TOTALS                                            *
003100*-----------------------------------------------------------*
003110 01  FM-CONTROL-TOTALS.
003120     05  FM-READ-COUNT           PIC 9(07) COMP VALUE 0.
003130     05  FM-OUT-COUNT            PIC 9(07) COMP VALUE 0.
003140     05  FM-DROP-COUNT           PIC 9(07) COMP VALUE 0.
003150*
003160*-----------------------------------------------------------*
003170* REPORT LINE LAYOUTS                                       *
003180*-----------------------------------------------------------*
003190 01  FM-HEADING-LINE.
003200     05  FILLER                  PIC X(40)
003210         VALUE "FEEDMERGE FEED CONSOLIDATION REPORT FOR ".
003220     05  FM-HDG-DATE             PIC 9(08).
003230     05  FILLER                  PIC X(32) VALUE SPACES.
003240 01  FM-DROP-COLUMN-LINE.
003250     05  FILLER                  PIC X(12)
003260         VALUE "TRANS-ID    ".
003270     05  FILLER                  PIC X(08)
003280         VALUE "SOURCE  ".
003290     05  FILLER                  PIC X(30)
003300         VALUE "REASON DROPPED                ".
003310     05  FILLER                  PIC X(30) VALUE SPACES.
003320 01  FM-DROP-LINE.
003330     05  FM-DRL-TRANS-ID         PIC X(10).
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  FM-DRL-SOURCE           PIC X(02).
003360     05  FILLER                  PIC X(06) VALUE SPACES.
003370     05  FM-DRL-REASON           PIC X(30).
003380     05  FILLER                  PIC X(30) VALUE SPACES.
003390 01  FM-TOTAL-COLUMN-LINE.
003400     05  FILLER                  PIC X(18)
003410         VALUE "SOURCE  FEED      ".
003420     05  FILLER                  PIC X(27)
003430         VALUE "       IN      OUT  DROPPED".
003440     05  FILLER                  PIC X(35) VALUE SPACES.
003450 01  FM-TOTAL-LINE.
003460     05  FM-TTL-CODE             PIC X(05).
003470     05  FILLER                  PIC X(03) VALUE SPACES.
003480     05  FM-TTL-FILE-NAME        PIC X(08).
003490     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  FM-TTL-IN-COUNT         PIC ZZZ,ZZ9.
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  FM-TTL-OUT-COUNT        PIC ZZZ,ZZ9.
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  FM-TTL-DROP-COUNT       PIC ZZZ,ZZ9.
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  FM-TTL-NOTE             PIC X(12).
003570     05  FILLER                  PIC X(23) VALUE SPACES.
003580 01  FM-NO-DROPS-LINE.
003590     05  FILLER                  PIC X(30)
003600         VALUE "NO RECORDS DROPPED            ".
003610     05  FILLER                  PIC X(50) VALUE SPACES.
003620 01  FM-BLANK-LINE               PIC X(80) VALUE SPACES.
003630*
003640 PROCEDURE DIVISION.
003650*=============================================================*
003660 0000-MAINLINE.
003670*=============================================================*
003680     PERFORM 1000-INITIALIZE
003690     SORT SORT-FILE
003700         ON ASCENDING KEY SRT-TRANS-ID
003710                          SRT-SRC-SUB
003720         INPUT PROCEDURE IS 3000-LOAD-FEEDS THRU 3000-EXIT
003730         OUTPUT PROCEDURE IS 5000-WRITE-MERGED THRU 5000-EXIT
003740     IF SORT-RETURN NOT = ZERO
003750         SET WS-OPEN-FAIL TO TRUE
003760         DISPLAY "FEEDMERGE - SORT FAILED, RETURN CODE "
003770             SORT-RETURN
003780     END-IF
003790     PERFORM 7000-PRODUCE-TOTALS
003800     PERFORM 8000-TERMINATE
003810     STOP RUN.
003820*
003830*-------------------------------------------------------------*
003840 1000-INITIALIZE.
003850*-------------------------------------------------------------*
003860     MOVE SPACES TO FM-RUN-DATE-IN
003870     ACCEPT FM-RUN-DATE-IN
003880     IF FM-RUN-DATE-IN NUMERIC
003890         AND FM-RDI-MONTH >= "01" AND NOT > "12"
003900         AND FM-RDI-DAY >= "01" AND NOT > "31"
003910         MOVE FM-RUN-DATE-IN-9 TO FM-RUN-DATE
003920         DISPLAY "FEEDMERGE - BUSINESS DATE OVERRIDE "
003930             FM-RUN-DATE " FROM PARAMETER CARD"
003940     ELSE
003950         ACCEPT FM-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003960         MOVE "P" TO FM-BC-FUNCTION
003970         MOVE ZERO TO FM-BC-DAY-COUNT
003980         CALL "BusCalendar" USING FM-BC-FUNCTION,
003990             FM-BC-SYSTEM-DATE, FM-BC-DAY-COUNT,
004000             FM-RUN-DATE
004010     END-IF
004020     MOVE 1 TO FM-SUB
004030     PERFORM 1100-CLEAR-SOURCE-TOTALS
004040         UNTIL FM-SUB > FM-SOURCE-COUNT
004050     OPEN EXTEND STAT-FILE
004060     IF WS-STAT-STATUS = "35"
004070         OPEN OUTPUT STAT-FILE
004080     END-IF
004090     IF WS-STAT-STATUS = "00"
004100         SET FM-STAT-AVAIL TO TRUE
004110         MOVE "S" TO STAT-REC-TYPE
004120         MOVE ZERO TO STAT-REC-COUNT
004130         MOVE ZERO TO STAT-EXCP-COUNT
004140         MOVE ZERO TO STAT-REJT-COUNT
004150         MOVE SPACES TO STAT-SEVERITY
004160         MOVE ZERO TO STAT-READ-COUNT
004170         MOVE ZERO TO STAT-EDIT-IN-COUNT
004180         PERFORM 2700-WRITE-STATUS
004190     ELSE
004200         DISPLAY "FEEDMERGE - UNABLE TO OPEN STATFILE, "
004210             "STATUS " WS-STAT-STATUS
004220     END-IF
004230     OPEN OUTPUT FMRPT-FILE
004240     IF WS-FMRPT-STATUS NOT = "00"
004250         DISPLAY "FEEDMERGE - UNABLE TO OPEN MERGERPT, "
004260             "STATUS " WS-FMRPT-STATUS
004270     END-IF
004280     MOVE FM-RUN-DATE TO FM-HDG-DATE
004290     WRITE FMRPT-REC FROM FM-HEADING-LINE
004300     WRITE FMRPT-REC FROM FM-DROP-COLUMN-LINE
004310     OPEN OUTPUT TRANS-FILE
004320     IF WS-TRANS-STATUS = "00"
004330         SET FM-TRANS-AVAIL TO TRUE
004340     ELSE
004350         SET WS-OPEN-FAIL TO TRUE
004360         DISPLAY "FEEDMERGE - UNABLE TO OPEN TRANFILE, "
004370             "STATUS " WS-TRANS-STATUS
004380     END-IF
004390     OPEN INPUT DEPT-FILE
004400     IF WS-DEPT-STATUS = "00"
004410         SET FM-DEPT-AVAIL TO TRUE
004420     ELSE
004430         DISPLAY "FEEDMERGE - DEPTFILE NOT AVAILABLE, "
004440             "STATUS " WS-DEPT-STATUS
004450             ", DEPARTMENT CHECK BYPASSED"
004460         DISPLAY "FEEDMERGE - RUN WILL END SEVR SO THE CHAIN "
004470             "STOPS BEFORE MATHFUNCTIONS"
004480     END-IF
004490     OPEN INPUT HIST-FILE
004500     IF WS-HIST-STATUS = "00"
004510         SET FM-HIST-AVAIL TO TRUE
004520     ELSE
004530         DISPLAY "FEEDMERGE - HISTFILE NOT AVAILABLE, "
004540             "STATUS " WS-HIST-STATUS
004550             ", HISTORY DUPLICATE CHECK BYPASSED"
004560     END-IF.
004570*
004580*-------------------------------------------------------------*
004590 1100-CLEAR-SOURCE-TOTALS.
004600*-------------------------------------------------------------*
004610     MOVE ZERO TO FM-ST-IN-COUNT (FM-SUB)
004620     MOVE ZERO TO FM-ST-OUT-COUNT (FM-SUB)
004630     MOVE ZERO TO FM-ST-DROP-COUNT (FM-SUB)
004640     MOVE 'N' TO FM-ST-PRESENT-SW (FM-SUB)
004650     ADD 1 TO FM-SUB.
004660*
004670*-------------------------------------------------------------*
004680 2700-WRITE-STATUS.
004690*-------------------------------------------------------------*
004700     MOVE "FEEDMERGE" TO STAT-JOB-NAME
004710     MOVE FM-RUN-DATE TO STAT-RUN-DATE
004720     ACCEPT STAT-RUN-TIME FROM TIME
004730     WRITE STAT-REC.
004740*
004750*-------------------------------------------------------------*
004760 3000-LOAD-FEEDS.
004770*-------------------------------------------------------------*
004780*    SORT INPUT PROCEDURE: EACH FEED IN TURN IS READ AND       *
004790*    RELEASED TO THE SORT TAGGED WITH ITS SOURCE.              *
004800*-------------------------------------------------------------*
004810     MOVE 1 TO FM-SUB
004820     PERFORM 3100-LOAD-ONE-FEED
004830         UNTIL FM-SUB > FM-SOURCE-COUNT
004840     .
004850 3000-EXIT.
004860     EXIT.
004870*
004880*-------------------------------------------------------------*
004890 3100-LOAD-ONE-FEED.
004900*-------------------------------------------------------------*
004910     MOVE 'N' TO WS-FEED-EOF-SW
004920     PERFORM 3200-OPEN-FEED
004930     IF FM-FEED-OPEN
004940         PERFORM 3300-READ-FEED
004950         PERFORM 3400-RELEASE-FEED-REC THRU 3400-EXIT
004960             UNTIL WS-FEED-EOF-YES
004970         PERFORM 3500-CLOSE-FEED
004980     END-IF
004990     ADD 1 TO FM-SUB.
005000*
005010*-------------------------------------------------------------*
005020 3200-OPEN-FEED.
005030*-------------------------------------------------------------*
005040*    ONLY THE TRANEDIT OUTPUT IS REQUIRED; A MISSING           *
005050*    RESUBMISSION OR DEPARTMENTAL FEED SIMPLY CONTRIBUTES      *
005060*    NOTHING AND IS SHOWN AS NOT PRESENT ON THE REPORT.        *
005070*-------------------------------------------------------------*
005080     MOVE 'N' TO FM-FEED-OPEN-SW
005090     EVALUATE FM-SUB
005100         WHEN 1
005110             OPEN INPUT EDOUT-FILE
005120             MOVE WS-EDOUT-STATUS TO FM-OPEN-STATUS
005130         WHEN 2
005140             OPEN INPUT RESUB-FILE
005150             MOVE WS-RESUB-STATUS TO FM-OPEN-STATUS
005160         WHEN 3
005170             OPEN INPUT DFEED1-FILE
005180             MOVE WS-DFEED1-STATUS TO FM-OPEN-STATUS
005190         WHEN 4
005200             OPEN INPUT DFEED2-FILE
005210             MOVE WS-DFEED2-STATUS TO FM-OPEN-STATUS
005220         WHEN 5
005230             OPEN INPUT DFEED3-FILE
005240             MOVE WS-DFEED3-STATUS TO FM-OPEN-STATUS
005250     END-EVALUATE
005260     IF FM-OPEN-STATUS = "00"
005270         SET FM-FEED-OPEN TO TRUE
005280         SET FM-ST-PRESENT (FM-SUB) TO TRUE
005290     ELSE
005300         IF FM-SUB = 1
005310             SET WS-OPEN-FAIL TO TRUE
005320             DISPLAY "FEEDMERGE - UNABLE TO OPEN "
005330                 FM-ST-FILE-NAME (FM-SUB)
005340                 ", STATUS " FM-OPEN-STATUS
005350         ELSE
005360             DISPLAY "FEEDMERGE - " FM-ST-FILE-NAME (FM-SUB)
005370                 " NOT PRESENT, STATUS " FM-OPEN-STATUS
005380                 ", NO RECORDS FROM THIS SOURCE"
005390         END-IF
005400     END-IF.
005410*
005420*-------------------------------------------------------------*
005430 3300-READ-FEED.
005440*-------------------------------------------------------------*
005450     EVALUATE FM-SUB
005460         WHEN 1
005470             READ EDOUT-FILE INTO FM-FEED-REC
005480                 AT END
005490                     SET WS-FEED-EOF-YES TO TRUE
005500             END-READ
005510         WHEN 2
005520             READ RESUB-FILE INTO FM-FEED-REC
005530                 AT END
005540                     SET WS-FEED-EOF-YES TO TRUE
005550             END-READ
005560         WHEN 3
005570             READ DFEED1-FILE INTO FM-FEED-REC
005580                 AT END
005590                     SET WS-FEED-EOF-YES TO TRUE
005600             END-READ
005610         WHEN 4
005620             READ DFEED2-FILE INTO FM-FEED-REC
005630                 AT END
005640                     SET WS-FEED-EOF-YES TO TRUE
005650             END-READ
005660         WHEN 5
005670             READ DFEED3-FILE INTO FM-FEED-REC
005680                 AT END
005690                     SET WS-FEED-EOF-YES TO TRUE
005700             END-READ
005710     END-EVALUATE.
005720*
005730*-------------------------------------------------------------*
005740 3400-RELEASE-FEED-REC.
005750*-------------------------------------------------------------*
005760*    A RECORD WITH NO ID, NON-NUMERIC OPERANDS OR A BAD TYPE   *
005770*    CANNOT BE PROCESSED DOWNSTREAM AND IS DROPPED HERE.  A    *
005780*    RECORD FROM ANY FEED BUT EDITOUT MUST ALSO PASS THE       *
005790*    TRANEDIT DEPARTMENT AND HISTORY CHECKS.  EVERYTHING ELSE  *
005800*    GOES TO THE SORT STAMPED WITH ITS SOURCE CODE.            *
005810*-------------------------------------------------------------*
005820     ADD 1 TO FM-ST-IN-COUNT (FM-SUB)
005830     ADD 1 TO FM-READ-COUNT
005840     MOVE FM-ST-CODE (FM-SUB) TO FM-FR-SOURCE
005850     MOVE SPACES TO FM-DROP-REASON
005860     IF FM-FR-TRANS-ID = SPACES
005870         OR FM-FR-NUM1 NOT NUMERIC
005880         OR FM-FR-NUM2 NOT NUMERIC
005890         OR FM-FR-NUM3 NOT NUMERIC
005900         MOVE "NOT A VALID TRANSACTION" TO FM-DROP-REASON
005910         GO TO 3400-DROP
005920     END-IF
005930     IF NOT FM-FR-TYPE-VALID
005940         MOVE "TYPE NOT A/S/M/D/W" TO FM-DROP-REASON
005950         GO TO 3400-DROP
005960     END-IF
005970     IF FM-SUB > 1
005980         AND FM-DEPT-AVAIL
005990         PERFORM 3410-EDIT-DEPARTMENT
006000     END-IF
006010     IF FM-DROP-REASON = SPACES
006020         AND FM-SUB > 1
006030         AND FM-HIST-AVAIL
006040         PERFORM 3420-CHECK-HISTORY
006050     END-IF
006060     IF FM-DROP-REASON NOT = SPACES
006070         GO TO 3400-DROP
006080     END-IF
006090     MOVE FM-FEED-REC TO SRT-TRANS-REC
006100     MOVE FM-SUB TO SRT-SRC-SUB
006110     RELEASE SORT-REC
006120     GO TO 3400-NEXT
006130     .
006140 3400-DROP.
006150     MOVE FM-FEED-REC TO FM-HOLD-TRANS-REC
006160     MOVE FM-SUB TO FM-HOLD-SRC-SUB
006170     PERFORM 5300-DROP-HELD
006180     .
006190 3400-NEXT.
006200     PERFORM 3300-READ-FEED
006210     .
006220 3400-EXIT.
006230     EXIT.
006240*
006250*-------------------------------------------------------------*
006260 3410-EDIT-DEPARTMENT.
006270*-------------------------------------------------------------*
006280*    THE SAME TEST AS TRANEDIT: THE ID PREFIX MUST BE ON THE   *
006290*    MASTER, OPENED ON OR BEFORE THE BUSINESS DATE AND NOT     *
006300*    CLOSED ON OR BEFORE IT.                                   *
006310*-------------------------------------------------------------*
006320     MOVE FM-FR-TRANS-ID (1:3) TO DEPT-CODE
006330     READ DEPT-FILE
006340         INVALID KEY
006350             MOVE "DEPARTMENT NOT ON MASTER" TO FM-DROP-REASON
006360         NOT INVALID KEY
006370             EVALUATE TRUE
006380                 WHEN DEPT-OPEN-DATE > FM-RUN-DATE
006390                     MOVE "DEPARTMENT NOT YET OPEN"
006400                         TO FM-DROP-REASON
006410                 WHEN DEPT-CLOSE-DATE NOT = ZERO
006420                   AND DEPT-CLOSE-DATE NOT > FM-RUN-DATE
006430                     MOVE "DEPT CLOSED FOR FEED DATE"
006440                         TO FM-DROP-REASON
006450             END-EVALUATE
006460     END-READ.
006470*
006480*-------------------------------------------------------------*
006490 3420-CHECK-HISTORY.
006500*-------------------------------------------------------------*
006510*    AS IN TRANEDIT, ONLY A RECORD ALREADY POSTED UNDER THE    *
006520*    BUSINESS DATE (THE DATE MATHFUNCTIONS WILL POST THIS ONE  *
006530*    UNDER) IS A DUPLICATE; THE SAME ID ON EARLIER RUN DATES   *
006540*    IS EXPECTED.                                              *
006550*-------------------------------------------------------------*
006560     MOVE FM-FR-TRANS-ID TO HIST-TRANS-ID
006570     MOVE FM-RUN-DATE TO HIST-RUN-DATE
006580     READ HIST-FILE
006590         INVALID KEY
006600             CONTINUE
006610         NOT INVALID KEY
006620             MOVE "ALREADY ON HISTORY FILE" TO FM-DROP-REASON
006630     END-READ.
006640*
006650*-------------------------------------------------------------*
006660 3500-CLOSE-FEED.
006670*-------------------------------------------------------------*
006680     EVALUATE FM-SUB
006690         WHEN 1
006700             CLOSE EDOUT-FILE
006710         WHEN 2
006720             CLOSE RESUB-FILE
006730         WHEN 3
006740             CLOSE DFEED1-FILE
006750         WHEN 4
006760             CLOSE DFEED2-FILE
006770         WHEN 5
006780             CLOSE DFEED3-FILE
006790     END-EVALUATE.
006800*
006810*-------------------------------------------------------------*
006820 5000-WRITE-MERGED.
006830*-------------------------------------------------------------*
006840*    SORT OUTPUT PROCEDURE: RECORDS COME BACK IN ID ORDER, SO  *
006850*    EACH ONE IS HELD UNTIL THE NEXT SHOWS WHETHER ITS ID IS   *
006860*    REPEATED.  AN ID SEEN MORE THAN ONCE IS DROPPED IN EVERY  *
006870*    COPY - THERE IS NO SAFE WAY TO PICK THE RIGHT ONE.        *
006880*-------------------------------------------------------------*
006890     PERFORM 5100-RETURN-SORTED
006900     PERFORM 5200-PROCESS-SORTED
006910         UNTIL WS-SORT-EOF-YES
006920     IF FM-HOLDING
006930         PERFORM 5400-FLUSH-HELD
006940     END-IF
006950     .
006960 5000-EXIT.
006970     EXIT.
006980*
006990*-------------------------------------------------------------*
007000 5100-RETURN-SORTED.
007010*-------------------------------------------------------------*
007020     RETURN SORT-FILE
007030         AT END
007040             SET WS-SORT-EOF-YES TO TRUE
007050     END-RETURN.
007060*
007070*-------------------------------------------------------------*
007080 5200-PROCESS-SORTED.
007090*-------------------------------------------------------------*
007100     IF FM-HOLDING
007110         IF SRT-TRANS-ID = FM-HOLD-TRANS-ID
007120             SET FM-HOLD-DUP TO TRUE
007130             MOVE "DUPLICATE ID - NOT MERGED" TO FM-DROP-REASON
007140             PERFORM 5300-DROP-HELD
007150         ELSE
007160             PERFORM 5400-FLUSH-HELD
007170         END-IF
007180     END-IF
007190     MOVE SORT-REC TO FM-HOLD-REC
007200     SET FM-HOLDING TO TRUE
007210     PERFORM 5100-RETURN-SORTED.
007220*
007230*-------------------------------------------------------------*
007240 5300-DROP-HELD.
007250*-------------------------------------------------------------*
007260     ADD 1 TO FM-ST-DROP-COUNT (FM-HOLD-SRC-SUB)
007270     ADD 1 TO FM-DROP-COUNT
007280     MOVE FM-HOLD-TRANS-ID TO FM-DRL-TRANS-ID
007290     MOVE FM-ST-CODE (FM-HOLD-SRC-SUB) TO FM-DRL-SOURCE
007300     MOVE FM-DROP-REASON TO FM-DRL-REASON
007310     WRITE FMRPT-REC FROM FM-DROP-LINE.
007320*
007330*-------------------------------------------------------------*
007340 5400-FLUSH-HELD.
007350*-------------------------------------------------------------*
007360     IF FM-HOLD-DUP
007370         MOVE "DUPLICATE ID - NOT MERGED" TO FM-DROP-REASON
007380         PERFORM 5300-DROP-HELD
007390         MOVE 'N' TO FM-HOLD-DUP-SW
007400     ELSE
007410         IF FM-TRANS-AVAIL
007420             WRITE TRANS-REC FROM FM-HOLD-TRANS-REC
007430         END-IF
007440         ADD 1 TO FM-ST-OUT-COUNT (FM-HOLD-SRC-SUB)
007450         ADD 1 TO FM-OUT-COUNT
007460     END-IF
007470     MOVE 'N' TO FM-HOLDING-SW.
007480*
007490*-------------------------------------------------------------*
007500 7000-PRODUCE-TOTALS.
007510*-------------------------------------------------------------*
007520     IF FM-DROP-COUNT = ZERO
007530         WRITE FMRPT-REC FROM FM-NO-DROPS-LINE
007540     END-IF
007550     WRITE FMRPT-REC FROM FM-BLANK-LINE
007560     WRITE FMRPT-REC FROM FM-TOTAL-COLUMN-LINE
007570     MOVE 1 TO FM-SUB
007580     PERFORM 7100-WRITE-SOURCE-LINE
007590         UNTIL FM-SUB > FM-SOURCE-COUNT
007600     MOVE "TOTAL" TO FM-TTL-CODE
007610     MOVE SPACES TO FM-TTL-FILE-NAME
007620     MOVE FM-READ-COUNT TO FM-TTL-IN-COUNT
007630     MOVE FM-OUT-COUNT TO FM-TTL-OUT-COUNT
007640     MOVE FM-DROP-COUNT TO FM-TTL-DROP-COUNT
007650     MOVE SPACES TO FM-TTL-NOTE
007660     WRITE FMRPT-REC FROM FM-TOTAL-LINE.
007670*
007680*-------------------------------------------------------------*
007690 7100-WRITE-SOURCE-LINE.
007700*-------------------------------------------------------------*
007710     MOVE FM-ST-CODE (FM-SUB) TO FM-TTL-CODE
007720     MOVE FM-ST-FILE-NAME (FM-SUB) TO FM-TTL-FILE-NAME
007730     MOVE FM-ST-IN-COUNT (FM-SUB) TO FM-TTL-IN-COUNT
007740     MOVE FM-ST-OUT-COUNT (FM-SUB) TO FM-TTL-OUT-COUNT
007750     MOVE FM-ST-DROP-COUNT (FM-SUB) TO FM-TTL-DROP-COUNT
007760     IF FM-ST-PRESENT (FM-SUB)
007770         MOVE SPACES TO FM-TTL-NOTE
007780     ELSE
007790         MOVE "NOT PRESENT" TO FM-TTL-NOTE
007800     END-IF
007810     WRITE FMRPT-REC FROM FM-TOTAL-LINE
007820     ADD 1 TO FM-SUB.
007830*
007840*-------------------------------------------------------------*
007850 8000-TERMINATE.
007860*-------------------------------------------------------------*
007870     IF FM-TRANS-AVAIL
007880         CLOSE TRANS-FILE
007890     END-IF
007900     CLOSE FMRPT-FILE
007910     IF FM-DEPT-AVAIL
007920         CLOSE DEPT-FILE
007930     END-IF
007940     IF FM-HIST-AVAIL
007950         CLOSE HIST-FILE
007960     END-IF
007970     IF FM-STAT-AVAIL
007980         MOVE "E" TO STAT-REC-TYPE
007990         MOVE FM-OUT-COUNT TO STAT-REC-COUNT
008000         MOVE ZERO TO STAT-EXCP-COUNT
008010         MOVE FM-DROP-COUNT TO STAT-REJT-COUNT
008020         MOVE FM-READ-COUNT TO STAT-READ-COUNT
008030         MOVE FM-ST-IN-COUNT (1) TO STAT-EDIT-IN-COUNT
008040         EVALUATE TRUE
008050             WHEN WS-OPEN-FAIL
008060                 MOVE "SEVR" TO STAT-SEVERITY
008070             WHEN NOT FM-DEPT-AVAIL
008080                 MOVE "SEVR" TO STAT-SEVERITY
008090             WHEN FM-DROP-COUNT > ZERO
008100                 MOVE "WARN" TO STAT-SEVERITY
008110             WHEN OTHER
008120                 MOVE "OK" TO STAT-SEVERITY
008130         END-EVALUATE
008140         PERFORM 2700-WRITE-STATUS
008150         CLOSE STAT-FILE
008160     END-IF.
