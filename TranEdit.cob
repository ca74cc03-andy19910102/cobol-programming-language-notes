000410*                   written count) so the daily balance job  *
000420*                   and the morning operator can see how the *
000430*                   edit step ended.                         *
000440* 15OCT2026   HAS   The department prefix (first three       *
000450*                   characters of the id) is now checked     *
000460*                   against the DEPTFILE department master;  *
000470*                   an unknown department, or one not open   *
000480*                   on the feed date, fails the record.      *
000490* 15OCT2026   HAS   Clean output now goes to EDITOUT for the *
000500*                   FeedMerge consolidation step, which      *
000510*                   builds the TRANFILE MathFunctions reads. *
000520* 15OCT2026   HAS   With no date on the parameter card the   *
000530*                   expected feed date now defaults to the   *
000540*                   current business day from BusCalendar (a *
000550*                   weekend or holiday run expects the last  *
000560*                   business day) instead of the system      *
000570*                   date.                                    *
000580* 15OCT2026   HAS   When DEPTFILE cannot be opened the       *
000590*                   department check is still bypassed, but  *
000600*                   the STATFILE end record now carries SEVR *
000610*                   so DailyBalance and JobGate stop the     *
000620*                   chain before unchecked prefixes reach    *
000630*                   MathFunctions and GL.                    *
000640* 15OCT2026   HAS   The history duplicate check is back to   *
000650*                   one keyed read, on the id plus the       *
000660*                   expected feed date, so an id posted on   *
000670*                   an earlier run date is accepted again    *
000680*                   and only a same-day repeat fails.        *
000690*-----------------------------------------------------------*
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT EDIT-FILE ASSIGN TO "EDITIN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-EDIT-STATUS.
000760*
000770     SELECT TRANS-FILE ASSIGN TO "EDITOUT"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-TRANS-STATUS.
000800*
000810     SELECT EDRPT-FILE ASSIGN TO "EDITRPT"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-EDRPT-STATUS.
000840*
000850     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS HIST-KEY
000890         FILE STATUS IS WS-HIST-STATUS.
000900*
000910     SELECT STAT-FILE ASSIGN TO "STATFILE"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-STAT-STATUS.
000940*
000950     SELECT DEPT-FILE ASSIGN TO "DEPTFILE"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS DEPT-CODE
000990         FILE STATUS IS WS-DEPT-STATUS.
001000*
001010 DATA DIVISION.
001020 FILE SECTION.
001030*-----------------------------------------------------------*
001040* EDIT-FILE - RAW DAILY TRANSACTION FEED (UNVALIDATED)       *
001050*-----------------------------------------------------------*
001060 FD  EDIT-FILE
001070     RECORDING MODE IS F.
001080 01  EDIT-REC.
001090     05  EDIT-TRANS-ID              PIC X(10).
001100     05  EDIT-TRANS-TYPE            PIC X(01).
001110         88  EDIT-TYPE-VALID                  VALUES 'A' 'S'
001120                                                     'M' 'D' 'W'.
001130     05  EDIT-NUM1                  PIC X(02).
001140     05  EDIT-NUM2                  PIC X(02).
001150     05  EDIT-NUM3                  PIC X(02).
001160     05  FILLER                     PIC X(53).
001170 01  EDIT-HDR-REC.
001180     05  EDIT-HDR-MARKER            PIC X(10).
001190         88  EDIT-HDR-PRESENT             VALUE "*FEEDHDR* ".
001200     05  EDIT-HDR-FEED-DATE         PIC X(08).
001210     05  EDIT-HDR-FEED-DATE-9 REDEFINES EDIT-HDR-FEED-DATE
001220                                    PIC 9(08).
001230     05  FILLER                     PIC X(52).
001240 01  EDIT-TRL-REC.
001250     05  EDIT-TRL-MARKER            PIC X(10).
001260         88  EDIT-TRL-PRESENT             VALUE "*FEEDTRL* ".
001270     05  EDIT-TRL-REC-COUNT         PIC 9(07).
001280     05  EDIT-TRL-HASH-TOTAL        PIC 9(09).
001290     05  FILLER                     PIC X(44).
001300*
001310*-----------------------------------------------------------*
001320* TRANS-FILE - CLEAN TRANSACTION OUTPUT FOR FEEDMERGE        *
001330*-----------------------------------------------------------*
001340 FD  TRANS-FILE
001350     RECORDING MODE IS F.
001360 01  TRANS-REC                      PIC X(70).
001370*
001380*-----------------------------------------------------------*
001390* EDRPT-FILE - EDIT REPORT                                   *
001400*-----------------------------------------------------------*
001410 FD  EDRPT-FILE
001420     RECORDING MODE IS F.
001430 01  EDRPT-REC                      PIC X(80).
001440*
001450*-----------------------------------------------------------*
001460* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
001470*-----------------------------------------------------------*
001480 FD  HIST-FILE.
001490 01  HIST-REC.
001500     05  HIST-KEY.
001510         10  HIST-TRANS-ID          PIC X(10).
001520         10  HIST-RUN-DATE          PIC 9(08).
001530     05  HIST-NUM1                  PIC 9(02).
001540     05  HIST-NUM2                  PIC 9(02).
001550     05  HIST-NUM3                  PIC 9(02).
001560     05  HIST-ANS                   PIC S9(02)V9(02).
001570     05  HIST-REM                   PIC 9(01)V9(02).
001580     05  HIST-TRANS-TYPE            PIC X(01).
001590     05  FILLER                     PIC X(08).
001600*
001610*-----------------------------------------------------------*
001620* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
001630*-----------------------------------------------------------*
001640 FD  STAT-FILE
001650     RECORDING MODE IS F.
001660 01  STAT-REC.
001670     05  STAT-JOB-NAME              PIC X(13).
001680     05  STAT-REC-TYPE              PIC X(01).
001690         88  STAT-TYPE-START                  VALUE 'S'.
001700         88  STAT-TYPE-END                    VALUE 'E'.
001710     05  STAT-RUN-DATE              PIC 9(08).
001720     05  STAT-RUN-TIME              PIC 9(08).
001730     05  STAT-REC-COUNT             PIC 9(07).
001740     05  STAT-EXCP-COUNT            PIC 9(07).
001750     05  STAT-REJT-COUNT            PIC 9(07).
001760     05  STAT-SEVERITY              PIC X(04).
001770     05  FILLER                     PIC X(25).
001780*
001790*-----------------------------------------------------------*
001800* DEPT-FILE - DEPARTMENT MASTER (INDEXED)                    *
001810*-----------------------------------------------------------*
001820 FD  DEPT-FILE.
001830 01  DEPT-REC.
001840     05  DEPT-CODE                  PIC X(03).
001850     05  DEPT-NAME                  PIC X(20).
001860     05  DEPT-COST-CENTER           PIC X(06).
001870     05  DEPT-OPEN-DATE             PIC 9(08).
001880     05  DEPT-CLOSE-DATE            PIC 9(08).
001890     05  FILLER                     PIC X(15).
001900*
001910 WORKING-STORAGE SECTION.
001920*-----------------------------------------------------------*
001930* FILE STATUS FIELDS                                        *
001940*-----------------------------------------------------------*
001950 01  WS-EDIT-STATUS             PIC X(02) VALUE SPACES.
001960 01  WS-TRANS-STATUS            PIC X(02) VALUE SPACES.
001970 01  WS-EDRPT-STATUS            PIC X(02) VALUE SPACES.
001980 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001990 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
002000 01  WS-DEPT-STATUS             PIC X(02) VALUE SPACES.
002010*
002020*-----------------------------------------------------------*
002030* SWITCHES                                                  *
002040*-----------------------------------------------------------*
002050 01  WS-SWITCHES.
002060     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002070         88  WS-EOF-YES                    VALUE 'Y'.
002080     05  TE-REC-CLEAN-SW         PIC X(01) VALUE 'Y'.
002090         88  TE-REC-CLEAN                  VALUE 'Y'.
002100         88  TE-REC-DIRTY                  VALUE 'N'.
002110     05  TE-DUP-SW               PIC X(01) VALUE 'N'.
002120         88  TE-DUP-FOUND                  VALUE 'Y'.
002130     05  TE-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
002140         88  TE-HIST-AVAIL                 VALUE 'Y'.
002150     05  TE-FEED-EOF-SW          PIC X(01) VALUE 'N'.
002160         88  TE-FEED-EOF-YES               VALUE 'Y'.
002170     05  TE-FEED-OK-SW           PIC X(01) VALUE 'Y'.
002180         88  TE-FEED-OK                    VALUE 'Y'.
002190         88  TE-FEED-BAD                   VALUE 'N'.
002200     05  TE-HEADER-FOUND-SW      PIC X(01) VALUE 'N'.
002210         88  TE-HEADER-FOUND               VALUE 'Y'.
002220     05  TE-TRAILER-FOUND-SW     PIC X(01) VALUE 'N'.
002230         88  TE-TRAILER-FOUND              VALUE 'Y'.
002240     05  TE-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
002250         88  TE-STAT-AVAIL                 VALUE 'Y'.
002260     05  TE-DEPT-AVAIL-SW        PIC X(01) VALUE 'N'.
002270         88  TE-DEPT-AVAIL                 VALUE 'Y'.
002280*
002290*-----------------------------------------------------------*
002300* FEED CONTROL-RECORD WORK AREAS                            *
002310*-----------------------------------------------------------*
002320 01  TE-EXPECT-DATE-IN.
002330     05  TE-EDI-YEAR             PIC X(04).
002340     05  TE-EDI-MONTH            PIC X(02).
002350     05  TE-EDI-DAY              PIC X(02).
002360 01  TE-EXPECT-DATE-IN-9 REDEFINES TE-EXPECT-DATE-IN
002370                                 PIC 9(08).
002380 01  TE-EXPECT-DATE              PIC 9(08) VALUE 0.
002390 01  TE-BC-FUNCTION              PIC X(01) VALUE SPACE.
002400 01  TE-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
002410 01  TE-BC-DAY-COUNT             PIC S9(05) VALUE 0.
002420 77  TE-FEED-REC-COUNT           PIC 9(07) COMP VALUE 0.
002430 77  TE-FEED-HASH                PIC 9(09) COMP VALUE 0.
002440 77  TE-TRL-REC-COUNT            PIC 9(07) VALUE 0.
002450 77  TE-TRL-HASH-TOTAL           PIC 9(09) VALUE 0.
002460 77  TE-HASH-WORK                PIC 9(02) VALUE 0.
002470*
002480*-----------------------------------------------------------*
002490* ACCEPTED-ID TABLE FOR IN-FILE DUPLICATE CHECK             *
002500*-----------------------------------------------------------*
002510 01  TE-ID-TABLE.
002520     05  TE-ID-ENTRY             PIC X(10) OCCURS 5000 TIMES.
002530 77  TE-ID-COUNT                 PIC 9(05) COMP VALUE 0.
002540 77  TE-SUB                      PIC 9(05) COMP VALUE 0.
002550*
002560*-----------------------------------------------------------*
002570* EDIT FAILURE WORK AREAS                                   *
002580*-----------------------------------------------------------*
002590 01  TE-FAIL-FIELD               PIC X(10) VALUE SPACES.
002600 01  TE-FAIL-REASON              PIC X(30) VALUE SPACES.
002610*
002620*-----------------------------------------------------------*
002630* REPORT ACCUMULATORS                                       *
002640*-----------------------------------------------------------*
002650 01  TE-REPORT-TOTALS.
002660     05  TE-READ-COUNT           PIC 9(07) COMP VALUE 0.
002670     05  TE-CLEAN-COUNT          PIC 9(07) COMP VALUE 0.
002680     05  TE-FAILED-COUNT         PIC 9(07) COMP VALUE 0.
002690*
002700*-----------------------------------------------------------*
002710* REPORT LINE LAYOUTS                                       *
002720*-----------------------------------------------------------*
002730 01  TE-HEADING-LINE.
002740     05  FILLER                  PIC X(33)
002750         VALUE "TRANEDIT DAILY INPUT EDIT REPORT ".
002760     05  FILLER                  PIC X(47) VALUE SPACES.
002770 01  TE-COLUMN-LINE.
002780     05  FILLER                  PIC X(12)
002790         VALUE "TRANS-ID    ".
002800     05  FILLER                  PIC X(12)
002810         VALUE "FIELD       ".
002820     05  FILLER                  PIC X(30)
002830         VALUE "REASON                        ".
002840     05  FILLER                  PIC X(26) VALUE SPACES.
002850 01  TE-DETAIL-LINE.
002860     05  TE-DTL-TRANS-ID         PIC X(10).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  TE-DTL-FIELD            PIC X(10).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  TE-DTL-REASON           PIC X(30).
002910     05  FILLER                  PIC X(26) VALUE SPACES.
002920 01  TE-READ-COUNT-LINE.
002930     05  FILLER                  PIC X(25)
002940         VALUE "RECORDS READ  . . . . . .".
002950     05  TE-RDL-COUNT            PIC ZZZ,ZZ9.
002960     05  FILLER                  PIC X(48) VALUE SPACES.
002970 01  TE-CLEAN-COUNT-LINE.
002980     05  FILLER                  PIC X(25)
002990         VALUE "CLEAN RECORDS WRITTEN . .".
003000     05  TE-CLL-COUNT            PIC ZZZ,ZZ9.
003010     05  FILLER                  PIC X(48) VALUE SPACES.
003020 01  TE-FAILED-COUNT-LINE.
003030     05  FILLER                  PIC X(25)
003040         VALUE "RECORDS FAILING EDITS . .".
003050     05  TE-FLL-COUNT            PIC ZZZ,ZZ9.
003060     05  FILLER                  PIC X(48) VALUE SPACES.
003070 01  TE-REFUSED-LINE.
003080     05  FILLER                  PIC X(45)
003090         VALUE "FEED REFUSED BY CONTROLS - NO RECORDS WRITTEN".
003100     05  FILLER                  PIC X(35) VALUE SPACES.
003110*
003120 PROCEDURE DIVISION.
003130*=============================================================*
003140 0000-MAINLINE.
003150*=============================================================*
003160     PERFORM 1000-INITIALIZE
003170     PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
003180         UNTIL WS-EOF-YES
003190     PERFORM 7000-PRODUCE-TOTALS
003200     PERFORM 8000-TERMINATE
003210     STOP RUN.
003220*
003230*-------------------------------------------------------------*
003240 1000-INITIALIZE.
003250*-------------------------------------------------------------*
003260     MOVE SPACES TO TE-EXPECT-DATE-IN
003270     ACCEPT TE-EXPECT-DATE-IN
003280     IF TE-EXPECT-DATE-IN NUMERIC
003290         AND TE-EDI-MONTH >= "01" AND NOT > "12"
003300         AND TE-EDI-DAY >= "01" AND NOT > "31"
003310         MOVE TE-EXPECT-DATE-IN-9 TO TE-EXPECT-DATE
003320         DISPLAY "TRANEDIT - BUSINESS DATE OVERRIDE "
003330             TE-EXPECT-DATE " FROM PARAMETER CARD"
003340     ELSE
003350         ACCEPT TE-BC-SYSTEM-DATE FROM DATE YYYYMMDD
003360         MOVE "P" TO TE-BC-FUNCTION
003370         MOVE ZERO TO TE-BC-DAY-COUNT
003380         CALL "BusCalendar" USING TE-BC-FUNCTION,
003390             TE-BC-SYSTEM-DATE, TE-BC-DAY-COUNT,
003400             TE-EXPECT-DATE
003410     END-IF
003420     OPEN EXTEND STAT-FILE
003430     IF WS-STAT-STATUS = "35"
003440         OPEN OUTPUT STAT-FILE
003450     END-IF
003460     IF WS-STAT-STATUS = "00"
003470         SET TE-STAT-AVAIL TO TRUE
003480         MOVE "S" TO STAT-REC-TYPE
003490         MOVE ZERO TO STAT-REC-COUNT
003500         MOVE ZERO TO STAT-EXCP-COUNT
003510         MOVE ZERO TO STAT-REJT-COUNT
003520         MOVE SPACES TO STAT-SEVERITY
003530         PERFORM 2700-WRITE-STATUS
003540     ELSE
003550         DISPLAY "TRANEDIT - UNABLE TO OPEN STATFILE, "
003560             "STATUS " WS-STAT-STATUS
003570     END-IF
003580     OPEN OUTPUT EDRPT-FILE
003590     IF WS-EDRPT-STATUS NOT = "00"
003600         DISPLAY "TRANEDIT - UNABLE TO OPEN EDITRPT, "
003610             "STATUS " WS-EDRPT-STATUS
003620     END-IF
003630     WRITE EDRPT-REC FROM TE-HEADING-LINE
003640     WRITE EDRPT-REC FROM TE-COLUMN-LINE
003650     PERFORM 1100-VERIFY-FEED-CONTROLS THRU 1100-EXIT
003660     IF TE-FEED-OK
003670         OPEN INPUT EDIT-FILE
003680         IF WS-EDIT-STATUS NOT = "00"
003690             DISPLAY "TRANEDIT - UNABLE TO OPEN EDITIN, "
003700                 "STATUS " WS-EDIT-STATUS
003710             MOVE "Y" TO WS-EOF-SW
003720         ELSE
003730             PERFORM 2100-READ-EDIT
003740         END-IF
003750     ELSE
003760         MOVE "Y" TO WS-EOF-SW
003770     END-IF
003780     OPEN OUTPUT TRANS-FILE
003790     IF WS-TRANS-STATUS NOT = "00"
003800         DISPLAY "TRANEDIT - UNABLE TO OPEN EDITOUT, "
003810             "STATUS " WS-TRANS-STATUS
003820         MOVE "Y" TO WS-EOF-SW
003830     END-IF
003840     OPEN INPUT HIST-FILE
003850     IF WS-HIST-STATUS = "00"
003860         SET TE-HIST-AVAIL TO TRUE
003870     ELSE
003880         DISPLAY "TRANEDIT - HISTFILE NOT AVAILABLE, "
003890             "STATUS " WS-HIST-STATUS
003900             ", HISTORY DUPLICATE CHECK BYPASSED"
003910     END-IF
003920     OPEN INPUT DEPT-FILE
003930     IF WS-DEPT-STATUS = "00"
003940         SET TE-DEPT-AVAIL TO TRUE
003950     ELSE
003960         DISPLAY "TRANEDIT - DEPTFILE NOT AVAILABLE, "
003970             "STATUS " WS-DEPT-STATUS
003980             ", DEPARTMENT CHECK BYPASSED"
003990         DISPLAY "TRANEDIT - RUN WILL END SEVR SO THE CHAIN "
004000             "STOPS BEFORE MATHFUNCTIONS"
004010     END-IF.
004020*
004030*-------------------------------------------------------------*
004040 1100-VERIFY-FEED-CONTROLS.
004050*-------------------------------------------------------------*
004060*    FIRST PASS OVER THE FEED: THE HEADER DATE, TRAILER        *
004070*    COUNT, AND HASH TOTAL MUST ALL PROVE OUT BEFORE ANY       *
004080*    RECORD IS WRITTEN TO EDITOUT.                             *
004090*-------------------------------------------------------------*
004100     OPEN INPUT EDIT-FILE
004110     IF WS-EDIT-STATUS NOT = "00"
004120         DISPLAY "TRANEDIT - UNABLE TO OPEN EDITIN, "
004130             "STATUS " WS-EDIT-STATUS
004140         MOVE "FEED FILE NOT AVAILABLE" TO TE-FAIL-REASON
004150         PERFORM 1500-WRITE-CONTROL-FAIL
004160         GO TO 1100-EXIT
004170     END-IF
004180     PERFORM 1150-READ-FEED-REC
004190     IF NOT TE-FEED-EOF-YES
004200         AND EDIT-HDR-PRESENT
004210         SET TE-HEADER-FOUND TO TRUE
004220         IF EDIT-HDR-FEED-DATE NUMERIC
004230             AND EDIT-HDR-FEED-DATE-9 = TE-EXPECT-DATE
004240             CONTINUE
004250         ELSE
004260             MOVE "FEED DATE NOT BUSINESS DAY"
004270                 TO TE-FAIL-REASON
004280             PERFORM 1500-WRITE-CONTROL-FAIL
004290         END-IF
004300         PERFORM 1150-READ-FEED-REC
004310     ELSE
004320         MOVE "FEED HEADER MISSING" TO TE-FAIL-REASON
004330         PERFORM 1500-WRITE-CONTROL-FAIL
004340     END-IF
004350     PERFORM 1160-TALLY-FEED-REC THRU 1160-EXIT
004360         UNTIL TE-FEED-EOF-YES
004370     IF NOT TE-TRAILER-FOUND
004380         MOVE "FEED TRAILER MISSING" TO TE-FAIL-REASON
004390         PERFORM 1500-WRITE-CONTROL-FAIL
004400     ELSE
004410         IF TE-FEED-REC-COUNT NOT = TE-TRL-REC-COUNT
004420             MOVE "TRAILER RECORD COUNT MISMATCH"
004430                 TO TE-FAIL-REASON
004440             PERFORM 1500-WRITE-CONTROL-FAIL
004450         END-IF
004460         IF TE-FEED-HASH NOT = TE-TRL-HASH-TOTAL
004470             MOVE "TRAILER HASH TOTAL MISMATCH"
004480                 TO TE-FAIL-REASON
004490             PERFORM 1500-WRITE-CONTROL-FAIL
004500         END-IF
004510     END-IF
004520     CLOSE EDIT-FILE
004530     .
004540 1100-EXIT.
004550     EXIT.
004560*
004570*-------------------------------------------------------------*
004580 1150-READ-FEED-REC.
004590*-------------------------------------------------------------*
004600     READ EDIT-FILE
004610         AT END
004620             SET TE-FEED-EOF-YES TO TRUE
004630     END-READ.
004640*
004650*-------------------------------------------------------------*
004660 1160-TALLY-FEED-REC.
004670*-------------------------------------------------------------*
004680     IF EDIT-TRL-PRESENT
004690         SET TE-TRAILER-FOUND TO TRUE
004700         IF EDIT-TRL-REC-COUNT NUMERIC
004710             MOVE EDIT-TRL-REC-COUNT TO TE-TRL-REC-COUNT
004720         END-IF
004730         IF EDIT-TRL-HASH-TOTAL NUMERIC
004740             MOVE EDIT-TRL-HASH-TOTAL TO TE-TRL-HASH-TOTAL
004750         END-IF
004760     ELSE
004770         ADD 1 TO TE-FEED-REC-COUNT
004780         IF EDIT-NUM1 NUMERIC
004790             MOVE EDIT-NUM1 TO TE-HASH-WORK
004800             ADD TE-HASH-WORK TO TE-FEED-HASH
004810         END-IF
004820         IF EDIT-NUM2 NUMERIC
004830             MOVE EDIT-NUM2 TO TE-HASH-WORK
004840             ADD TE-HASH-WORK TO TE-FEED-HASH
004850         END-IF
004860         IF EDIT-NUM3 NUMERIC
004870             MOVE EDIT-NUM3 TO TE-HASH-WORK
004880             ADD TE-HASH-WORK TO TE-FEED-HASH
004890         END-IF
004900     END-IF
004910     PERFORM 1150-READ-FEED-REC
004920     .
004930 1160-EXIT.
004940     EXIT.
004950*
004960*-------------------------------------------------------------*
004970 1500-WRITE-CONTROL-FAIL.
004980*-------------------------------------------------------------*
004990     SET TE-FEED-BAD TO TRUE
005000     MOVE "*FEED*" TO TE-DTL-TRANS-ID
005010     MOVE "CONTROLS" TO TE-DTL-FIELD
005020     MOVE TE-FAIL-REASON TO TE-DTL-REASON
005030     WRITE EDRPT-REC FROM TE-DETAIL-LINE.
005040*
005050*-------------------------------------------------------------*
005060 2000-EDIT-RECORD.
005070*-------------------------------------------------------------*
005080     IF EDIT-HDR-PRESENT
005090         OR EDIT-TRL-PRESENT
005100         GO TO 2000-NEXT
005110     END-IF
005120     ADD 1 TO TE-READ-COUNT
005130     SET TE-REC-CLEAN TO TRUE
005140     PERFORM 3000-EDIT-TRANS-ID
005150     IF TE-REC-CLEAN
005160         AND TE-DEPT-AVAIL
005170         PERFORM 3050-EDIT-DEPARTMENT
005180     END-IF
005190     PERFORM 3100-EDIT-TRANS-TYPE
005200     PERFORM 3200-EDIT-NUMERICS
005210     IF TE-REC-CLEAN
005220         PERFORM 3300-CHECK-DUP-IN-FILE
005230     END-IF
005240     IF TE-REC-CLEAN
005250         AND TE-HIST-AVAIL
005260         PERFORM 3400-CHECK-HISTORY
005270     END-IF
005280     IF TE-REC-CLEAN
005290         PERFORM 4000-WRITE-CLEAN
005300     ELSE
005310         ADD 1 TO TE-FAILED-COUNT
005320     END-IF.
005330 2000-NEXT.
005340     PERFORM 2100-READ-EDIT
005350     .
005360 2000-EXIT.
005370     EXIT.
005380*
005390*-------------------------------------------------------------*
005400 2100-READ-EDIT.
005410*-------------------------------------------------------------*
005420     READ EDIT-FILE
005430         AT END
005440             MOVE "Y" TO WS-EOF-SW
005450     END-READ.
005460*
005470*-------------------------------------------------------------*
005480 2700-WRITE-STATUS.
005490*-------------------------------------------------------------*
005500     MOVE "TRANEDIT" TO STAT-JOB-NAME
005510     MOVE TE-EXPECT-DATE TO STAT-RUN-DATE
005520     ACCEPT STAT-RUN-TIME FROM TIME
005530     WRITE STAT-REC.
005540*
005550*-------------------------------------------------------------*
005560 3000-EDIT-TRANS-ID.
005570*-------------------------------------------------------------*
005580     IF EDIT-TRANS-ID = SPACES
005590         MOVE "TRANS-ID" TO TE-FAIL-FIELD
005600         MOVE "TRANS-ID IS BLANK" TO TE-FAIL-REASON
005610         PERFORM 5000-WRITE-EDIT-FAIL
005620     ELSE
005630         IF EDIT-TRANS-ID (1:1) = SPACE
005640             MOVE "TRANS-ID" TO TE-FAIL-FIELD
005650             MOVE "TRANS-ID HAS LEADING SPACE" TO TE-FAIL-REASON
005660             PERFORM 5000-WRITE-EDIT-FAIL
005670         END-IF
005680     END-IF.
005690*
005700*-------------------------------------------------------------*
005710 3050-EDIT-DEPARTMENT.
005720*-------------------------------------------------------------*
005730*    THE ID PREFIX MUST BE A DEPARTMENT ON THE MASTER THAT IS  *
005740*    OPEN ON THE FEED DATE: OPENED ON OR BEFORE IT AND NOT     *
005750*    CLOSED ON OR BEFORE IT.                                   *
005760*-------------------------------------------------------------*
005770     MOVE EDIT-TRANS-ID (1:3) TO DEPT-CODE
005780     READ DEPT-FILE
005790         INVALID KEY
005800             MOVE "DEPT" TO TE-FAIL-FIELD
005810             MOVE "DEPARTMENT NOT ON MASTER" TO TE-FAIL-REASON
005820             PERFORM 5000-WRITE-EDIT-FAIL
005830         NOT INVALID KEY
005840             EVALUATE TRUE
005850                 WHEN DEPT-OPEN-DATE > TE-EXPECT-DATE
005860                     MOVE "DEPT" TO TE-FAIL-FIELD
005870                     MOVE "DEPARTMENT NOT YET OPEN"
005880                         TO TE-FAIL-REASON
005890                     PERFORM 5000-WRITE-EDIT-FAIL
005900                 WHEN DEPT-CLOSE-DATE NOT = ZERO
005910                   AND DEPT-CLOSE-DATE NOT > TE-EXPECT-DATE
005920                     MOVE "DEPT" TO TE-FAIL-FIELD
005930                     MOVE "DEPT CLOSED FOR FEED DATE"
005940                         TO TE-FAIL-REASON
005950                     PERFORM 5000-WRITE-EDIT-FAIL
005960             END-EVALUATE
005970     END-READ.
005980*
005990*-------------------------------------------------------------*
006000 3100-EDIT-TRANS-TYPE.
006010*-------------------------------------------------------------*
006020     IF NOT EDIT-TYPE-VALID
006030         MOVE "TRANS-TYPE" TO TE-FAIL-FIELD
006040         MOVE "TYPE NOT A/S/M/D/W" TO TE-FAIL-REASON
006050         PERFORM 5000-WRITE-EDIT-FAIL
006060     END-IF.
006070*
006080*-------------------------------------------------------------*
006090 3200-EDIT-NUMERICS.
006100*-------------------------------------------------------------*
006110     IF EDIT-NUM1 NOT NUMERIC
006120         MOVE "NUM1" TO TE-FAIL-FIELD
006130         MOVE "NUM1 NOT NUMERIC" TO TE-FAIL-REASON
006140         PERFORM 5000-WRITE-EDIT-FAIL
006150     END-IF
006160     IF EDIT-NUM2 NOT NUMERIC
006170         MOVE "NUM2" TO TE-FAIL-FIELD
006180         MOVE "NUM2 NOT NUMERIC" TO TE-FAIL-REASON
006190         PERFORM 5000-WRITE-EDIT-FAIL
006200     END-IF
006210     IF EDIT-NUM3 NOT NUMERIC
006220         MOVE "NUM3" TO TE-FAIL-FIELD
006230         MOVE "NUM3 NOT NUMERIC" TO TE-FAIL-REASON
006240         PERFORM 5000-WRITE-EDIT-FAIL
006250     END-IF.
006260*
006270*-------------------------------------------------------------*
006280 3300-CHECK-DUP-IN-FILE.
006290*-------------------------------------------------------------*
006300     MOVE 'N' TO TE-DUP-SW
006310     MOVE 1 TO TE-SUB
006320     PERFORM 3310-SCAN-ID-TABLE
006330         UNTIL TE-SUB > TE-ID-COUNT
006340            OR TE-DUP-FOUND
006350     IF TE-DUP-FOUND
006360         MOVE "TRANS-ID" TO TE-FAIL-FIELD
006370         MOVE "DUPLICATE WITHIN INPUT FILE" TO TE-FAIL-REASON
006380         PERFORM 5000-WRITE-EDIT-FAIL
006390     END-IF.
006400*
006410*-------------------------------------------------------------*
006420 3310-SCAN-ID-TABLE.
006430*-------------------------------------------------------------*
006440     IF TE-ID-ENTRY (TE-SUB) = EDIT-TRANS-ID
006450         SET TE-DUP-FOUND TO TRUE
006460     ELSE
006470         ADD 1 TO TE-SUB
006480     END-IF.
006490*
006500*-------------------------------------------------------------*
006510 3400-CHECK-HISTORY.
006520*-------------------------------------------------------------*
006530*    HISTORY KEEPS ONE RECORD PER ID PER RUN DATE, AND AN ID   *
006540*    IS EXPECTED BACK ON LATER DATES (OUTLIERCHECK COMPARES    *
006550*    AGAINST THEM).  ONLY A RECORD ALREADY POSTED UNDER THE    *
006560*    EXPECTED FEED DATE - THE DATE MATHFUNCTIONS WILL POST     *
006570*    THIS ONE UNDER - IS A DUPLICATE.                          *
006580*-------------------------------------------------------------*
006590     MOVE EDIT-TRANS-ID TO HIST-TRANS-ID
006600     MOVE TE-EXPECT-DATE TO HIST-RUN-DATE
006610     READ HIST-FILE
006620         INVALID KEY
006630             CONTINUE
006640         NOT INVALID KEY
006650             MOVE "TRANS-ID" TO TE-FAIL-FIELD
006660             MOVE "ALREADY ON HISTORY FILE" TO TE-FAIL-REASON
006670             PERFORM 5000-WRITE-EDIT-FAIL
006680     END-READ.
006690*
006700*-------------------------------------------------------------*
006710 4000-WRITE-CLEAN.
006720*-------------------------------------------------------------*
006730     IF TE-ID-COUNT < 5000
006740         ADD 1 TO TE-ID-COUNT
006750         MOVE EDIT-TRANS-ID TO TE-ID-ENTRY (TE-ID-COUNT)
006760     ELSE
006770         DISPLAY "TRANEDIT - ACCEPTED-ID TABLE FULL, "
006780             "IN-FILE DUPLICATE CHECK DEGRADED"
006790     END-IF
006800     WRITE TRANS-REC FROM EDIT-REC
006810     ADD 1 TO TE-CLEAN-COUNT.
006820*
006830*-------------------------------------------------------------*
006840 5000-WRITE-EDIT-FAIL.
006850*-------------------------------------------------------------*
006860     SET TE-REC-DIRTY TO TRUE
006870     MOVE EDIT-TRANS-ID TO TE-DTL-TRANS-ID
006880     MOVE TE-FAIL-FIELD TO TE-DTL-FIELD
006890     MOVE TE-FAIL-REASON TO TE-DTL-REASON
006900     WRITE EDRPT-REC FROM TE-DETAIL-LINE.
006910*
006920*-------------------------------------------------------------*
006930 7000-PRODUCE-TOTALS.
006940*-------------------------------------------------------------*
006950     IF TE-FEED-BAD
006960         WRITE EDRPT-REC FROM TE-REFUSED-LINE
006970     END-IF
006980     MOVE TE-READ-COUNT TO TE-RDL-COUNT
006990     WRITE EDRPT-REC FROM TE-READ-COUNT-LINE
007000     MOVE TE-CLEAN-COUNT TO TE-CLL-COUNT
007010     WRITE EDRPT-REC FROM TE-CLEAN-COUNT-LINE
007020     MOVE TE-FAILED-COUNT TO TE-FLL-COUNT
007030     WRITE EDRPT-REC FROM TE-FAILED-COUNT-LINE.
007040*
007050*-------------------------------------------------------------*
007060 8000-TERMINATE.
007070*-------------------------------------------------------------*
007080     IF TE-FEED-OK
007090         CLOSE EDIT-FILE
007100     END-IF
007110     CLOSE TRANS-FILE
007120     CLOSE EDRPT-FILE
007130     IF TE-HIST-AVAIL
007140         CLOSE HIST-FILE
007150     END-IF
007160     IF TE-DEPT-AVAIL
007170         CLOSE DEPT-FILE
007180     END-IF
007190     IF TE-STAT-AVAIL
007200         MOVE "E" TO STAT-REC-TYPE
007210         MOVE TE-CLEAN-COUNT TO STAT-REC-COUNT
007220         MOVE ZERO TO STAT-EXCP-COUNT
007230         MOVE TE-FAILED-COUNT TO STAT-REJT-COUNT
007240         EVALUATE TRUE
007250             WHEN TE-FEED-BAD
007260                 MOVE "SEVR" TO STAT-SEVERITY
007270             WHEN NOT TE-DEPT-AVAIL
007280                 MOVE "SEVR" TO STAT-SEVERITY
007290             WHEN TE-FAILED-COUNT > ZERO
007300                 MOVE "WARN" TO STAT-SEVERITY
007310             WHEN OTHER
007320                 MOVE "OK" TO STAT-SEVERITY
007330         END-EVALUATE
007340         PERFORM 2700-WRITE-STATUS
007350         CLOSE STAT-FILE
007360     END-IF.
