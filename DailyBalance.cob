000240*                   own STATFILE end record carries SEVR on  *
000250*                   an out-of-balance day so StatusReport    *
000260*                   surfaces it.                             *
000270* 15OCT2026   HAS   FeedMerge now sits between TranEdit and  *
000280*                   MathFunctions, so its end record joins   *
000290*                   the proof: clean in = merge input from   *
000300*                   TranEdit; merge in = merge out plus      *
000310*                   dropped; merge out = processed (this     *
000320*                   last replaces clean in = processed).     *
000330* 15OCT2026   HAS   With no date on the parameter card the   *
000340*                   business date now defaults to the        *
000350*                   current business day from BusCalendar    *
000360*                   instead of the system date.              *
000370* 15OCT2026   HAS   A start record is now written to         *
000380*                   STATFILE before the proof is taken, so   *
000390*                   the run's elapsed time can be measured   *
000400*                   on SlaReport.                            *
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT STAT-FILE ASSIGN TO "STATFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-STAT-STATUS.
000480*
000490     SELECT GL-FILE ASSIGN TO "GLFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-GL-STATUS.
000520*
000530     SELECT REJT-FILE ASSIGN TO "REJTFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REJT-STATUS.
000560*
000570     SELECT BALRPT-FILE ASSIGN TO "BALRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-BALRPT-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*-----------------------------------------------------------*
000640* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
000650*-----------------------------------------------------------*
000660 FD  STAT-FILE
000670     RECORDING MODE IS F.
000680 01  STAT-REC.
000690     05  STAT-JOB-NAME              PIC X(13).
000700     05  STAT-REC-TYPE              PIC X(01).
000710         88  STAT-TYPE-START                  VALUE 'S'.
000720         88  STAT-TYPE-END                    VALUE 'E'.
000730     05  STAT-RUN-DATE              PIC 9(08).
000740     05  STAT-RUN-TIME              PIC 9(08).
000750     05  STAT-REC-COUNT             PIC 9(07).
000760     05  STAT-EXCP-COUNT            PIC 9(07).
000770     05  STAT-REJT-COUNT            PIC 9(07).
000780     05  STAT-SEVERITY              PIC X(04).
000790     05  STAT-READ-COUNT            PIC 9(07).
000800     05  STAT-EDIT-IN-COUNT         PIC 9(07).
000810     05  FILLER                     PIC X(11).
000820*
000830*-----------------------------------------------------------*
000840* GL-FILE - DAILY GENERAL-LEDGER INTERFACE EXTRACT           *
000850*-----------------------------------------------------------*
000860 FD  GL-FILE
000870     RECORDING MODE IS F.
000880 01  GL-REC.
000890     05  GL-REC-TYPE                PIC X(01).
000900         88  GL-TYPE-HEADER                   VALUE 'H'.
000910         88  GL-TYPE-DETAIL                   VALUE 'D'.
000920         88  GL-TYPE-TRAILER                  VALUE 'T'.
000930     05  GL-REST                    PIC X(39).
000940 01  GL-DETAIL-REC.
000950     05  FILLER                     PIC X(01).
000960     05  GLD-TRANS-ID               PIC X(10).
000970     05  GLD-RUN-DATE               PIC 9(08).
000980     05  GLD-ANS                    PIC S9(05)V9(02)
000990                                    SIGN LEADING SEPARATE.
001000     05  FILLER                     PIC X(13).
001010 01  GL-TRAILER-REC.
001020     05  FILLER                     PIC X(01).
001030     05  GLT-REC-COUNT              PIC 9(09).
001040     05  GLT-HASH-TOTAL             PIC S9(11)V9(02)
001050                                    SIGN LEADING SEPARATE.
001060     05  FILLER                     PIC X(16).
001070*
001080*-----------------------------------------------------------*
001090* REJT-FILE - ZERO-DIVISOR/INVALID-TYPE REJECT FILE          *
001100*-----------------------------------------------------------*
001110 FD  REJT-FILE
001120     RECORDING MODE IS F.
001130 01  REJT-REC                       PIC X(70).
001140*
001150*-----------------------------------------------------------*
001160* BALRPT-FILE - DAILY BALANCE PROOF REPORT                   *
001170*-----------------------------------------------------------*
001180 FD  BALRPT-FILE
001190     RECORDING MODE IS F.
001200 01  BALRPT-REC                     PIC X(80).
001210*
001220 WORKING-STORAGE SECTION.
001230*-----------------------------------------------------------*
001240* FILE STATUS FIELDS                                        *
001250*-----------------------------------------------------------*
001260 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
001270 01  WS-GL-STATUS               PIC X(02) VALUE SPACES.
001280 01  WS-REJT-STATUS             PIC X(02) VALUE SPACES.
001290 01  WS-BALRPT-STATUS           PIC X(02) VALUE SPACES.
001300*
001310*-----------------------------------------------------------*
001320* SWITCHES                                                  *
001330*-----------------------------------------------------------*
001340 01  WS-SWITCHES.
001350     05  WS-STAT-EOF-SW          PIC X(01) VALUE 'N'.
001360         88  WS-STAT-EOF-YES               VALUE 'Y'.
001370     05  WS-GL-EOF-SW            PIC X(01) VALUE 'N'.
001380         88  WS-GL-EOF-YES                 VALUE 'Y'.
001390     05  WS-REJT-EOF-SW          PIC X(01) VALUE 'N'.
001400         88  WS-REJT-EOF-YES               VALUE 'Y'.
001410     05  DB-TE-FOUND-SW          PIC X(01) VALUE 'N'.
001420         88  DB-TE-FOUND                   VALUE 'Y'.
001430     05  DB-MF-FOUND-SW          PIC X(01) VALUE 'N'.
001440         88  DB-MF-FOUND                   VALUE 'Y'.
001450     05  DB-MG-FOUND-SW          PIC X(01) VALUE 'N'.
001460         88  DB-MG-FOUND                   VALUE 'Y'.
001470     05  DB-GL-TRAILER-SW        PIC X(01) VALUE 'N'.
001480         88  DB-GL-TRAILER-FOUND           VALUE 'Y'.
001490     05  DB-IN-BALANCE-SW        PIC X(01) VALUE 'Y'.
001500         88  DB-IN-BALANCE                 VALUE 'Y'.
001510         88  DB-OUT-OF-BALANCE             VALUE 'N'.
001520     05  DB-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
001530         88  DB-STAT-AVAIL                 VALUE 'Y'.
001540*
001550*-----------------------------------------------------------*
001560* BUSINESS-DATE PARAMETER WORK AREAS                        *
001570*-----------------------------------------------------------*
001580 01  DB-RUN-DATE-IN.
001590     05  DB-RDI-YEAR             PIC X(04).
001600     05  DB-RDI-MONTH            PIC X(02).
001610     05  DB-RDI-DAY              PIC X(02).
001620 01  DB-RUN-DATE-IN-9 REDEFINES DB-RUN-DATE-IN
001630                                 PIC 9(08).
001640 01  DB-RUN-DATE                 PIC 9(08) VALUE 0.
001650 01  DB-BC-FUNCTION              PIC X(01) VALUE SPACE.
001660 01  DB-BC-SYSTEM-DATE           PIC 9(08) VALUE 0.
001670 01  DB-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001680*
001690*-----------------------------------------------------------*
001700* FIGURES GATHERED FOR THE PROOF                            *
001710*-----------------------------------------------------------*
001720 01  DB-FIGURES.
001730     05  DB-TE-CLEAN-COUNT       PIC 9(07) COMP VALUE 0.
001740     05  DB-MG-READ-COUNT        PIC 9(07) COMP VALUE 0.
001750     05  DB-MG-EDIT-IN-COUNT     PIC 9(07) COMP VALUE 0.
001760     05  DB-MG-DROP-COUNT        PIC 9(07) COMP VALUE 0.
001770     05  DB-MG-OUT-COUNT         PIC 9(07) COMP VALUE 0.
001780     05  DB-MF-REC-COUNT         PIC 9(07) COMP VALUE 0.
001790     05  DB-MF-EXCP-COUNT        PIC 9(07) COMP VALUE 0.
001800     05  DB-MF-REJT-COUNT        PIC 9(07) COMP VALUE 0.
001810     05  DB-HIST-WRITTEN         PIC S9(07) COMP VALUE 0.
001820     05  DB-GL-TRL-COUNT         PIC 9(09) COMP VALUE 0.
001830     05  DB-GL-TRL-HASH          PIC S9(11)V9(02) VALUE 0.
001840     05  DB-GL-DET-COUNT         PIC 9(09) COMP VALUE 0.
001850     05  DB-GL-DET-HASH          PIC S9(11)V9(02) VALUE 0.
001860     05  DB-REJT-REC-COUNT       PIC 9(07) COMP VALUE 0.
001870*
001880*-----------------------------------------------------------*
001890* REPORT LINE LAYOUTS                                       *
001900*-----------------------------------------------------------*
001910 01  DB-HEADING-LINE.
001920     05  FILLER                  PIC X(38)
001930         VALUE "DAILYBALANCE SUITE BALANCE PROOF FOR  ".
001940     05  DB-HDG-DATE             PIC 9(08).
001950     05  FILLER                  PIC X(34) VALUE SPACES.
001960 01  DB-FIGURE-LINE.
001970     05  DB-FGL-CAPTION          PIC X(25).
001980     05  DB-FGL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001990     05  FILLER                  PIC X(44) VALUE SPACES.
002000 01  DB-HASH-LINE.
002010     05  DB-HSL-CAPTION          PIC X(25).
002020     05  DB-HSL-HASH             PIC -(10)9.99.
002030     05  FILLER                  PIC X(41) VALUE SPACES.
002040 01  DB-CHECK-LINE.
002050     05  DB-CKL-CAPTION          PIC X(38).
002060     05  DB-CKL-VERDICT          PIC X(08).
002070     05  FILLER                  PIC X(34) VALUE SPACES.
002080 01  DB-VERDICT-LINE.
002090     05  DB-VDL-TEXT             PIC X(40).
002100     05  FILLER                  PIC X(40) VALUE SPACES.
002110*
002120 PROCEDURE DIVISION.
002130*=============================================================*
002140 0000-MAINLINE.
002150*=============================================================*
002160     PERFORM 1000-INITIALIZE
002170     PERFORM 2000-SCAN-STATUS THRU 2000-EXIT
002180         UNTIL WS-STAT-EOF-YES
002190     PERFORM 3000-PROVE-GLFILE
002200     PERFORM 4000-COUNT-REJECTS
002210     PERFORM 5000-CROSS-FOOT
002220     PERFORM 7000-PRODUCE-REPORT
002230     PERFORM 8000-TERMINATE
002240     STOP RUN.
002250*
002260*-------------------------------------------------------------*
002270 1000-INITIALIZE.
002280*-------------------------------------------------------------*
002290     MOVE SPACES TO DB-RUN-DATE-IN
002300     ACCEPT DB-RUN-DATE-IN
002310     IF DB-RUN-DATE-IN NUMERIC
002320         AND DB-RDI-MONTH >= "01" AND NOT > "12"
002330         AND DB-RDI-DAY >= "01" AND NOT > "31"
002340         MOVE DB-RUN-DATE-IN-9 TO DB-RUN-DATE
002350         DISPLAY "DAILYBALANCE - BUSINESS DATE " DB-RUN-DATE
002360             " FROM PARAMETER CARD"
002370     ELSE
002380         ACCEPT DB-BC-SYSTEM-DATE FROM DATE YYYYMMDD
002390         MOVE "P" TO DB-BC-FUNCTION
002400         MOVE ZERO TO DB-BC-DAY-COUNT
002410         CALL "BusCalendar" USING DB-BC-FUNCTION,
002420             DB-BC-SYSTEM-DATE, DB-BC-DAY-COUNT,
002430             DB-RUN-DATE
002440     END-IF
002450     OPEN OUTPUT BALRPT-FILE
002460     IF WS-BALRPT-STATUS NOT = "00"
002470         DISPLAY "DAILYBALANCE - UNABLE TO OPEN BALRPT, "
002480             "STATUS " WS-BALRPT-STATUS
002490     END-IF
002500     MOVE DB-RUN-DATE TO DB-HDG-DATE
002510     WRITE BALRPT-REC FROM DB-HEADING-LINE
002520     PERFORM 1100-WRITE-START-STATUS
002530     OPEN INPUT STAT-FILE
002540     IF WS-STAT-STATUS NOT = "00"
002550         DISPLAY "DAILYBALANCE - UNABLE TO OPEN STATFILE, "
002560             "STATUS " WS-STAT-STATUS
002570         SET WS-STAT-EOF-YES TO TRUE
002580     ELSE
002590         PERFORM 2100-READ-STATUS
002600     END-IF.
002610*
002620*-------------------------------------------------------------*
002630 1100-WRITE-START-STATUS.
002640*-------------------------------------------------------------*
002650*    THE START RECORD IS WRITTEN AND STATFILE CLOSED BEFORE    *
002660*    THE FILE IS READ FOR THE PROOF.                           *
002670*-------------------------------------------------------------*
002680     OPEN EXTEND STAT-FILE
002690     IF WS-STAT-STATUS = "35"
002700         OPEN OUTPUT STAT-FILE
002710     END-IF
002720     IF WS-STAT-STATUS = "00"
002730         MOVE "DAILYBALANCE" TO STAT-JOB-NAME
002740         MOVE "S" TO STAT-REC-TYPE
002750         MOVE DB-RUN-DATE TO STAT-RUN-DATE
002760         ACCEPT STAT-RUN-TIME FROM TIME
002770         MOVE ZERO TO STAT-REC-COUNT
002780         MOVE ZERO TO STAT-EXCP-COUNT
002790         MOVE ZERO TO STAT-REJT-COUNT
002800         MOVE SPACES TO STAT-SEVERITY
002810         MOVE ZERO TO STAT-READ-COUNT
002820         MOVE ZERO TO STAT-EDIT-IN-COUNT
002830         WRITE STAT-REC
002840         CLOSE STAT-FILE
002850     ELSE
002860         DISPLAY "DAILYBALANCE - UNABLE TO OPEN STATFILE, "
002870             "STATUS " WS-STAT-STATUS
002880     END-IF.
002890*
002900*-------------------------------------------------------------*
002910 2000-SCAN-STATUS.
002920*-------------------------------------------------------------*
002930*    THE LAST END RECORD ON FILE FOR THE BUSINESS DATE WINS,   *
002940*    SO A RESTARTED RUN'S FINAL COUNTS ARE THE ONES PROVED.    *
002950*-------------------------------------------------------------*
002960     IF STAT-TYPE-END
002970         AND STAT-RUN-DATE = DB-RUN-DATE
002980         EVALUATE STAT-JOB-NAME
002990             WHEN "TRANEDIT"
003000                 SET DB-TE-FOUND TO TRUE
003010                 MOVE STAT-REC-COUNT TO DB-TE-CLEAN-COUNT
003020             WHEN "FEEDMERGE"
003030                 SET DB-MG-FOUND TO TRUE
003040                 MOVE STAT-REC-COUNT TO DB-MG-OUT-COUNT
003050                 MOVE STAT-REJT-COUNT TO DB-MG-DROP-COUNT
003060                 MOVE STAT-READ-COUNT TO DB-MG-READ-COUNT
003070                 MOVE STAT-EDIT-IN-COUNT TO DB-MG-EDIT-IN-COUNT
003080             WHEN "MATHFUNCTIONS"
003090                 SET DB-MF-FOUND TO TRUE
003100                 MOVE STAT-REC-COUNT TO DB-MF-REC-COUNT
003110                 MOVE STAT-EXCP-COUNT TO DB-MF-EXCP-COUNT
003120                 MOVE STAT-REJT-COUNT TO DB-MF-REJT-COUNT
003130             WHEN OTHER
003140                 CONTINUE
003150         END-EVALUATE
003160     END-IF
003170     PERFORM 2100-READ-STATUS
003180     .
003190 2000-EXIT.
003200     EXIT.
003210*
003220*-------------------------------------------------------------*
003230 2100-READ-STATUS.
003240*-------------------------------------------------------------*
003250     READ STAT-FILE
003260         AT END
003270             SET WS-STAT-EOF-YES TO TRUE
003280     END-READ.
003290*
003300*-------------------------------------------------------------*
003310 3000-PROVE-GLFILE.
003320*-------------------------------------------------------------*
003330     OPEN INPUT GL-FILE
003340     IF WS-GL-STATUS NOT = "00"
003350         DISPLAY "DAILYBALANCE - UNABLE TO OPEN GLFILE, "
003360             "STATUS " WS-GL-STATUS
003370         SET WS-GL-EOF-YES TO TRUE
003380     ELSE
003390         PERFORM 3100-READ-GL
003400     END-IF
003410     PERFORM 3200-TALLY-GL-REC THRU 3200-EXIT
003420         UNTIL WS-GL-EOF-YES
003430     IF WS-GL-STATUS = "00"
003440         OR WS-GL-STATUS = "10"
003450         CLOSE GL-FILE
003460     END-IF.
003470*
003480*-------------------------------------------------------------*
003490 3100-READ-GL.
003500*-------------------------------------------------------------*
003510     READ GL-FILE
003520         AT END
003530             SET WS-GL-EOF-YES TO TRUE
003540     END-READ.
003550*
003560*-------------------------------------------------------------*
003570 3200-TALLY-GL-REC.
003580*-------------------------------------------------------------*
003590     EVALUATE TRUE
003600         WHEN GL-TYPE-DETAIL
003610             ADD 1 TO DB-GL-DET-COUNT
003620             ADD GLD-ANS TO DB-GL-DET-HASH
003630         WHEN GL-TYPE-TRAILER
003640             SET DB-GL-TRAILER-FOUND TO TRUE
003650             MOVE GLT-REC-COUNT TO DB-GL-TRL-COUNT
003660             MOVE GLT-HASH-TOTAL TO DB-GL-TRL-HASH
003670         WHEN OTHER
003680             CONTINUE
003690     END-EVALUATE
003700     PERFORM 3100-READ-GL
003710     .
003720 3200-EXIT.
003730     EXIT.
003740*
003750*-------------------------------------------------------------*
003760 4000-COUNT-REJECTS.
003770*-------------------------------------------------------------*
003780     OPEN INPUT REJT-FILE
003790     IF WS-REJT-STATUS NOT = "00"
003800         DISPLAY "DAILYBALANCE - UNABLE TO OPEN REJTFILE, "
003810             "STATUS " WS-REJT-STATUS
003820         SET WS-REJT-EOF-YES TO TRUE
003830     ELSE
003840         PERFORM 4100-READ-REJECT
003850     END-IF
003860     PERFORM 4200-TALLY-REJECT
003870         UNTIL WS-REJT-EOF-YES
003880     IF WS-REJT-STATUS = "00"
003890         OR WS-REJT-STATUS = "10"
003900         CLOSE REJT-FILE
003910     END-IF.
003920*
003930*-------------------------------------------------------------*
003940 4100-READ-REJECT.
003950*-------------------------------------------------------------*
003960     READ REJT-FILE
003970         AT END
003980             SET WS-REJT-EOF-YES TO TRUE
003990     END-READ.
004000*
004010*-------------------------------------------------------------*
004020 4200-TALLY-REJECT.
004030*-------------------------------------------------------------*
004040     ADD 1 TO DB-REJT-REC-COUNT
004050     PERFORM 4100-READ-REJECT.
004060*
004070*-------------------------------------------------------------*
004080 5000-CROSS-FOOT.
004090*-------------------------------------------------------------*
004100     COMPUTE DB-HIST-WRITTEN =
004110         DB-MF-REC-COUNT - DB-MF-EXCP-COUNT - DB-MF-REJT-COUNT
004120     IF NOT DB-TE-FOUND
004130         SET DB-OUT-OF-BALANCE TO TRUE
004140     END-IF
004150     IF NOT DB-MG-FOUND
004160         SET DB-OUT-OF-BALANCE TO TRUE
004170     END-IF
004180     IF NOT DB-MF-FOUND
004190         SET DB-OUT-OF-BALANCE TO TRUE
004200     END-IF
004210     IF NOT DB-GL-TRAILER-FOUND
004220         SET DB-OUT-OF-BALANCE TO TRUE
004230     END-IF
004240     IF DB-TE-CLEAN-COUNT NOT = DB-MG-EDIT-IN-COUNT
004250         SET DB-OUT-OF-BALANCE TO TRUE
004260     END-IF
004270     IF DB-MG-READ-COUNT NOT = DB-MG-OUT-COUNT + DB-MG-DROP-COUNT
004280         SET DB-OUT-OF-BALANCE TO TRUE
004290     END-IF
004300     IF DB-MG-OUT-COUNT NOT = DB-MF-REC-COUNT
004310         SET DB-OUT-OF-BALANCE TO TRUE
004320     END-IF
004330     IF DB-GL-TRL-COUNT NOT = DB-HIST-WRITTEN
004340         SET DB-OUT-OF-BALANCE TO TRUE
004350     END-IF
004360     IF DB-GL-TRL-COUNT NOT = DB-GL-DET-COUNT
004370         OR DB-GL-TRL-HASH NOT = DB-GL-DET-HASH
004380         SET DB-OUT-OF-BALANCE TO TRUE
004390     END-IF
004400     IF DB-REJT-REC-COUNT NOT = DB-MF-REJT-COUNT
004410         SET DB-OUT-OF-BALANCE TO TRUE
004420     END-IF.
004430*
004440*-------------------------------------------------------------*
004450 7000-PRODUCE-REPORT.
004460*-------------------------------------------------------------*
004470     MOVE "CLEAN IN (TRANEDIT) . . ." TO DB-FGL-CAPTION
004480     MOVE DB-TE-CLEAN-COUNT TO DB-FGL-COUNT
004490     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004500     MOVE "MERGE IN FROM TRANEDIT. ." TO DB-FGL-CAPTION
004510     MOVE DB-MG-EDIT-IN-COUNT TO DB-FGL-COUNT
004520     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004530     MOVE "MERGE IN, ALL SOURCES . ." TO DB-FGL-CAPTION
004540     MOVE DB-MG-READ-COUNT TO DB-FGL-COUNT
004550     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004560     MOVE "MERGE DROPPED (FEEDMERGE)" TO DB-FGL-CAPTION
004570     MOVE DB-MG-DROP-COUNT TO DB-FGL-COUNT
004580     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004590     MOVE "MERGE OUT (FEEDMERGE) . ." TO DB-FGL-CAPTION
004600     MOVE DB-MG-OUT-COUNT TO DB-FGL-COUNT
004610     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004620     MOVE "PROCESSED (MATHFUNC). . ." TO DB-FGL-CAPTION
004630     MOVE DB-MF-REC-COUNT TO DB-FGL-COUNT
004640     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004650     MOVE "EXCEPTIONS (MATHFUNC) . ." TO DB-FGL-CAPTION
004660     MOVE DB-MF-EXCP-COUNT TO DB-FGL-COUNT
004670     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004680     MOVE "REJECTS (MATHFUNC). . . ." TO DB-FGL-CAPTION
004690     MOVE DB-MF-REJT-COUNT TO DB-FGL-COUNT
004700     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004710     MOVE "HISTORY WRITTEN (DERIVED)" TO DB-FGL-CAPTION
004720     MOVE DB-HIST-WRITTEN TO DB-FGL-COUNT
004730     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004740     MOVE "GL TRAILER COUNT. . . . ." TO DB-FGL-CAPTION
004750     MOVE DB-GL-TRL-COUNT TO DB-FGL-COUNT
004760     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004770     MOVE "GL DETAILS COUNTED  . . ." TO DB-FGL-CAPTION
004780     MOVE DB-GL-DET-COUNT TO DB-FGL-COUNT
004790     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004800     MOVE "GL TRAILER HASH . . . . ." TO DB-HSL-CAPTION
004810     MOVE DB-GL-TRL-HASH TO DB-HSL-HASH
004820     WRITE BALRPT-REC FROM DB-HASH-LINE
004830     MOVE "GL HASH COMPUTED  . . . ." TO DB-HSL-CAPTION
004840     MOVE DB-GL-DET-HASH TO DB-HSL-HASH
004850     WRITE BALRPT-REC FROM DB-HASH-LINE
004860     MOVE "REJTFILE RECORDS  . . . ." TO DB-FGL-CAPTION
004870     MOVE DB-REJT-REC-COUNT TO DB-FGL-COUNT
004880     WRITE BALRPT-REC FROM DB-FIGURE-LINE
004890     PERFORM 7100-WRITE-CHECK-LINES
004900     IF DB-IN-BALANCE
004910         MOVE "DAY IN BALANCE" TO DB-VDL-TEXT
004920     ELSE
004930         MOVE "*** DAY OUT OF BALANCE ***" TO DB-VDL-TEXT
004940     END-IF
004950     WRITE BALRPT-REC FROM DB-VERDICT-LINE.
004960*
004970*-------------------------------------------------------------*
004980 7100-WRITE-CHECK-LINES.
004990*-------------------------------------------------------------*
005000     MOVE "TRANEDIT END RECORD PRESENT . . . . ."
005010         TO DB-CKL-CAPTION
005020     MOVE "OK" TO DB-CKL-VERDICT
005030     IF NOT DB-TE-FOUND
005040         MOVE "BREAK" TO DB-CKL-VERDICT
005050     END-IF
005060     WRITE BALRPT-REC FROM DB-CHECK-LINE
005070     MOVE "FEEDMERGE END RECORD PRESENT  . . . ."
005080         TO DB-CKL-CAPTION
005090     MOVE "OK" TO DB-CKL-VERDICT
005100     IF NOT DB-MG-FOUND
005110         MOVE "BREAK" TO DB-CKL-VERDICT
005120     END-IF
005130     WRITE BALRPT-REC FROM DB-CHECK-LINE
005140     MOVE "MATHFUNCTIONS END RECORD PRESENT  . ."
005150         TO DB-CKL-CAPTION
005160     MOVE "OK" TO DB-CKL-VERDICT
005170     IF NOT DB-MF-FOUND
005180         MOVE "BREAK" TO DB-CKL-VERDICT
005190     END-IF
005200     WRITE BALRPT-REC FROM DB-CHECK-LINE
005210     MOVE "CLEAN IN = MERGE IN FROM TRANEDIT . ."
005220         TO DB-CKL-CAPTION
005230     MOVE "OK" TO DB-CKL-VERDICT
005240     IF DB-TE-CLEAN-COUNT NOT = DB-MG-EDIT-IN-COUNT
005250         MOVE "BREAK" TO DB-CKL-VERDICT
005260     END-IF
005270     WRITE BALRPT-REC FROM DB-CHECK-LINE
005280     MOVE "MERGE IN = MERGE OUT + DROPPED  . . ."
005290         TO DB-CKL-CAPTION
005300     MOVE "OK" TO DB-CKL-VERDICT
005310     IF DB-MG-READ-COUNT NOT = DB-MG-OUT-COUNT + DB-MG-DROP-COUNT
005320         MOVE "BREAK" TO DB-CKL-VERDICT
005330     END-IF
005340     WRITE BALRPT-REC FROM DB-CHECK-LINE
005350     MOVE "MERGE OUT = PROCESSED . . . . . . . ."
005360         TO DB-CKL-CAPTION
005370     MOVE "OK" TO DB-CKL-VERDICT
005380     IF DB-MG-OUT-COUNT NOT = DB-MF-REC-COUNT
005390         MOVE "BREAK" TO DB-CKL-VERDICT
005400     END-IF
005410     WRITE BALRPT-REC FROM DB-CHECK-LINE
005420     MOVE "GL DETAILS = HISTORY WRITTEN  . . . ."
005430         TO DB-CKL-CAPTION
005440     MOVE "OK" TO DB-CKL-VERDICT
005450     IF DB-GL-TRL-COUNT NOT = DB-HIST-WRITTEN
005460         MOVE "BREAK" TO DB-CKL-VERDICT
005470     END-IF
005480     WRITE BALRPT-REC FROM DB-CHECK-LINE
005490     MOVE "GL TRAILER PROVES EXTRACT FILE  . . ."
005500         TO DB-CKL-CAPTION
005510     MOVE "OK" TO DB-CKL-VERDICT
005520     IF NOT DB-GL-TRAILER-FOUND
005530         OR DB-GL-TRL-COUNT NOT = DB-GL-DET-COUNT
005540         OR DB-GL-TRL-HASH NOT = DB-GL-DET-HASH
005550         MOVE "BREAK" TO DB-CKL-VERDICT
005560     END-IF
005570     WRITE BALRPT-REC FROM DB-CHECK-LINE
005580     MOVE "REJTFILE COUNT = REJECTS  . . . . . ."
005590         TO DB-CKL-CAPTION
005600     MOVE "OK" TO DB-CKL-VERDICT
005610     IF DB-REJT-REC-COUNT NOT = DB-MF-REJT-COUNT
005620         MOVE "BREAK" TO DB-CKL-VERDICT
005630     END-IF
005640     WRITE BALRPT-REC FROM DB-CHECK-LINE.
005650*
005660*-------------------------------------------------------------*
005670 8000-TERMINATE.
005680*-------------------------------------------------------------*
005690     IF WS-STAT-STATUS = "00"
005700         OR WS-STAT-STATUS = "10"
005710         CLOSE STAT-FILE
005720     END-IF
005730     CLOSE BALRPT-FILE
005740     OPEN EXTEND STAT-FILE
005750     IF WS-STAT-STATUS = "35"
005760         OPEN OUTPUT STAT-FILE
005770     END-IF
005780     IF WS-STAT-STATUS = "00"
005790         SET DB-STAT-AVAIL TO TRUE
005800         MOVE "DAILYBALANCE" TO STAT-JOB-NAME
005810         MOVE "E" TO STAT-REC-TYPE
005820         MOVE DB-RUN-DATE TO STAT-RUN-DATE
005830         ACCEPT STAT-RUN-TIME FROM TIME
005840         MOVE DB-MF-REC-COUNT TO STAT-REC-COUNT
005850         MOVE DB-MF-EXCP-COUNT TO STAT-EXCP-COUNT
005860         MOVE DB-MF-REJT-COUNT TO STAT-REJT-COUNT
005870         IF DB-IN-BALANCE
005880             MOVE "OK" TO STAT-SEVERITY
005890         ELSE
005900             MOVE "SEVR" TO STAT-SEVERITY
005910         END-IF
005920         WRITE STAT-REC
005930         CLOSE STAT-FILE
005940     ELSE
005950         DISPLAY "DAILYBALANCE - UNABLE TO REOPEN STATFILE, "
005960             "STATUS " WS-STAT-STATUS
005970     END-IF.
