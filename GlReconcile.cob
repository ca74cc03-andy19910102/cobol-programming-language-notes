000210*                   plus run date, so the acknowledgment     *
000220*                   match is one exact keyed read instead of *
000230*                   an id read and a run-date compare.       *
000240* 15OCT2026   HAS   Start and end records are now written to *
000250*                   STATFILE under the current business day, *
000260*                   so the reconciliation shows on           *
000270*                   StatusReport and SlaReport.  The end     *
000280*                   record carries postings sent, not        *
000290*                   acknowledged and not on history; WARN    *
000300*                   when either exception bucket is not      *
000310*                   empty, SEVR when GLFILE cannot be        *
000320*                   opened.  The report heading keeps the    *
000330*                   system date.                             *
000340*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GLACK-FILE ASSIGN TO "GLACKFIL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-GLACK-STATUS.
000410*
000420     SELECT GL-FILE ASSIGN TO "GLFILE"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-GL-STATUS.
000450*
000460     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS HIST-KEY
000500         FILE STATUS IS WS-HIST-STATUS.
000510*
000520     SELECT GRRPT-FILE ASSIGN TO "GLRECRPT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-GRRPT-STATUS.
000550*
000560     SELECT STAT-FILE ASSIGN TO "STATFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-STAT-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*-----------------------------------------------------------*
000630* GLACK-FILE - GL GROUP'S POSTING ACKNOWLEDGMENT FILE        *
000640*-----------------------------------------------------------*
000650 FD  GLACK-FILE
000660     RECORDING MODE IS F.
000670 01  GLACK-REC.
000680     05  GLACK-REC-TYPE             PIC X(01).
000690         88  GLACK-TYPE-ACK                   VALUE 'A'.
000700     05  GLACK-TRANS-ID             PIC X(10).
000710     05  GLACK-RUN-DATE             PIC 9(08).
000720     05  FILLER                     PIC X(21).
000730*
000740*-----------------------------------------------------------*
000750* GL-FILE - DAILY GENERAL-LEDGER INTERFACE EXTRACT           *
000760*-----------------------------------------------------------*
000770 FD  GL-FILE
000780     RECORDING MODE IS F.
000790 01  GL-REC.
000800     05  GL-REC-TYPE                PIC X(01).
000810         88  GL-TYPE-HEADER                   VALUE 'H'.
000820         88  GL-TYPE-DETAIL                   VALUE 'D'.
000830         88  GL-TYPE-TRAILER                  VALUE 'T'.
000840     05  GL-TRANS-ID                PIC X(10).
000850     05  GL-RUN-DATE                PIC 9(08).
000860     05  GL-ANS                     PIC S9(05)V9(02)
000870                                    SIGN LEADING SEPARATE.
000880     05  FILLER                     PIC X(13).
000890*
000900*-----------------------------------------------------------*
000910* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000920*-----------------------------------------------------------*
000930 FD  HIST-FILE.
000940 01  HIST-REC.
000950     05  HIST-KEY.
000960         10  HIST-TRANS-ID          PIC X(10).
000970         10  HIST-RUN-DATE          PIC 9(08).
000980     05  HIST-NUM1                  PIC 9(02).
000990     05  HIST-NUM2                  PIC 9(02).
001000     05  HIST-NUM3                  PIC 9(02).
001010     05  HIST-ANS                   PIC S9(02)V9(02).
001020     05  HIST-REM                   PIC 9(01)V9(02).
001030     05  HIST-TRANS-TYPE            PIC X(01).
001040     05  FILLER                     PIC X(08).
001050*
001060*-----------------------------------------------------------*
001070* GRRPT-FILE - GL ACKNOWLEDGMENT RECONCILIATION REPORT       *
001080*-----------------------------------------------------------*
001090 FD  GRRPT-FILE
001100     RECORDING MODE IS F.
001110 01  GRRPT-REC                      PIC X(80).
001120*
001130*-----------------------------------------------------------*
001140* STAT-FILE - SHARED RUN-STATUS FILE FOR THE JOB SUITE       *
001150*-----------------------------------------------------------*
001160 FD  STAT-FILE
001170     RECORDING MODE IS F.
001180 01  STAT-REC.
001190     05  STAT-JOB-NAME              PIC X(13).
001200     05  STAT-REC-TYPE              PIC X(01).
001210         88  STAT-TYPE-START                  VALUE 'S'.
001220         88  STAT-TYPE-END                    VALUE 'E'.
001230     05  STAT-RUN-DATE              PIC 9(08).
001240     05  STAT-RUN-TIME              PIC 9(08).
001250     05  STAT-REC-COUNT             PIC 9(07).
001260     05  STAT-EXCP-COUNT            PIC 9(07).
001270     05  STAT-REJT-COUNT            PIC 9(07).
001280     05  STAT-SEVERITY              PIC X(04).
001290     05  FILLER                     PIC X(25).
001300*
001310 WORKING-STORAGE SECTION.
001320*-----------------------------------------------------------*
001330* FILE STATUS FIELDS                                        *
001340*-----------------------------------------------------------*
001350 01  WS-GLACK-STATUS            PIC X(02) VALUE SPACES.
001360 01  WS-GL-STATUS               PIC X(02) VALUE SPACES.
001370 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
001380 01  WS-GRRPT-STATUS            PIC X(02) VALUE SPACES.
001390 01  WS-STAT-STATUS             PIC X(02) VALUE SPACES.
001400*
001410*-----------------------------------------------------------*
001420* SWITCHES                                                  *
001430*-----------------------------------------------------------*
001440 01  WS-SWITCHES.
001450     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001460         88  WS-EOF-YES                    VALUE 'Y'.
001470     05  WS-ACK-EOF-SW           PIC X(01) VALUE 'N'.
001480         88  WS-ACK-EOF-YES                VALUE 'Y'.
001490     05  GR-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001500         88  GR-HIST-AVAIL                 VALUE 'Y'.
001510     05  GR-ACK-FOUND-SW         PIC X(01) VALUE 'N'.
001520         88  GR-ACK-FOUND                  VALUE 'Y'.
001530     05  GR-ON-HIST-SW           PIC X(01) VALUE 'N'.
001540         88  GR-ON-HIST                    VALUE 'Y'.
001550     05  GR-STAT-AVAIL-SW        PIC X(01) VALUE 'N'.
001560         88  GR-STAT-AVAIL                 VALUE 'Y'.
001570     05  GR-GL-FAIL-SW           PIC X(01) VALUE 'N'.
001580         88  GR-GL-FAIL                    VALUE 'Y'.
001590*
001600*-----------------------------------------------------------*
001610* ACKNOWLEDGMENT TABLE                                      *
001620*-----------------------------------------------------------*
001630 01  GR-ACK-TABLE.
001640     05  GR-ACK-ENTRY OCCURS 5000 TIMES.
001650         10  GR-AT-TRANS-ID      PIC X(10).
001660         10  GR-AT-RUN-DATE      PIC 9(08).
001670 77  GR-ACK-COUNT                PIC 9(05) COMP VALUE 0.
001680 77  GR-SUB                      PIC 9(05) COMP VALUE 0.
001690*
001700*-----------------------------------------------------------*
001710* RECONCILIATION ACCUMULATORS                               *
001720*-----------------------------------------------------------*
001730 01  GR-RECON-TOTALS.
001740     05  GR-ACK-READ-COUNT       PIC 9(07) COMP VALUE 0.
001750     05  GR-SENT-COUNT           PIC 9(07) COMP VALUE 0.
001760     05  GR-MATCHED-COUNT        PIC 9(07) COMP VALUE 0.
001770     05  GR-NOT-ACKED-COUNT      PIC 9(07) COMP VALUE 0.
001780     05  GR-NOT-ON-HIST-COUNT    PIC 9(07) COMP VALUE 0.
001790*
001800*-----------------------------------------------------------*
001810* REPORT LINE LAYOUTS                                       *
001820*-----------------------------------------------------------*
001830 01  GR-HEADING-LINE.
001840     05  FILLER                  PIC X(42)
001850         VALUE "GLRECONCILE GL ACKNOWLEDGMENT RECONCILE   ".
001860     05  GR-HDG-DATE             PIC 9(08).
001870     05  FILLER                  PIC X(30) VALUE SPACES.
001880 01  GR-COLUMN-LINE.
001890     05  FILLER                  PIC X(12)
001900         VALUE "TRANS-ID    ".
001910     05  FILLER                  PIC X(10)
001920         VALUE "RUN DATE  ".
001930     05  FILLER                  PIC X(30)
001940         VALUE "EXCEPTION                     ".
001950     05  FILLER                  PIC X(28) VALUE SPACES.
001960 01  GR-DETAIL-LINE.
001970     05  GR-DTL-TRANS-ID         PIC X(10).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  GR-DTL-RUN-DATE         PIC 9(08).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  GR-DTL-BUCKET           PIC X(30).
002020     05  FILLER                  PIC X(28) VALUE SPACES.
002030 01  GR-ACK-COUNT-LINE.
002040     05  FILLER                  PIC X(25)
002050         VALUE "ACKNOWLEDGMENTS READ  . .".
002060     05  GR-AKL-COUNT            PIC ZZZ,ZZ9.
002070     05  FILLER                  PIC X(48) VALUE SPACES.
002080 01  GR-SENT-COUNT-LINE.
002090     05  FILLER                  PIC X(25)
002100         VALUE "POSTINGS SENT ON GLFILE .".
002110     05  GR-SNL-COUNT            PIC ZZZ,ZZ9.
002120     05  FILLER                  PIC X(48) VALUE SPACES.
002130 01  GR-MATCHED-COUNT-LINE.
002140     05  FILLER                  PIC X(25)
002150         VALUE "POSTED AND MATCHED  . . .".
002160     05  GR-MTL-COUNT            PIC ZZZ,ZZ9.
002170     05  FILLER                  PIC X(48) VALUE SPACES.
002180 01  GR-NOT-ACKED-COUNT-LINE.
002190     05  FILLER                  PIC X(25)
002200         VALUE "SENT, NOT ACKNOWLEDGED  .".
002210     05  GR-NAL-COUNT            PIC ZZZ,ZZ9.
002220     05  FILLER                  PIC X(48) VALUE SPACES.
002230 01  GR-NOT-ON-HIST-COUNT-LINE.
002240     05  FILLER                  PIC X(25)
002250         VALUE "ACKED, NOT ON HISTORY . .".
002260     05  GR-NHL-COUNT            PIC ZZZ,ZZ9.
002270     05  FILLER                  PIC X(48) VALUE SPACES.
002280*
002290 01  GR-RUN-DATE                 PIC 9(08) VALUE 0.
002300 01  GR-BUS-DATE                 PIC 9(08) VALUE 0.
002310 01  GR-BC-FUNCTION              PIC X(01) VALUE SPACE.
002320 01  GR-BC-DAY-COUNT             PIC S9(05) VALUE 0.
002330*
002340 PROCEDURE DIVISION.
002350*=============================================================*
002360 0000-MAINLINE.
002370*=============================================================*
002380     PERFORM 1000-INITIALIZE
002390     PERFORM 2000-RECONCILE-POSTING THRU 2000-EXIT
002400         UNTIL WS-EOF-YES
002410     PERFORM 7000-PRODUCE-TOTALS
002420     PERFORM 8000-TERMINATE
002430     STOP RUN.
002440*
002450*-------------------------------------------------------------*
002460 1000-INITIALIZE.
002470*-------------------------------------------------------------*
002480     ACCEPT GR-RUN-DATE FROM DATE YYYYMMDD
002490     MOVE "P" TO GR-BC-FUNCTION
002500     MOVE ZERO TO GR-BC-DAY-COUNT
002510     CALL "BusCalendar" USING GR-BC-FUNCTION,
002520         GR-RUN-DATE, GR-BC-DAY-COUNT, GR-BUS-DATE
002530     OPEN EXTEND STAT-FILE
002540     IF WS-STAT-STATUS = "35"
002550         OPEN OUTPUT STAT-FILE
002560     END-IF
002570     IF WS-STAT-STATUS = "00"
002580         SET GR-STAT-AVAIL TO TRUE
002590         MOVE "S" TO STAT-REC-TYPE
002600         MOVE ZERO TO STAT-REC-COUNT
002610         MOVE ZERO TO STAT-EXCP-COUNT
002620         MOVE ZERO TO STAT-REJT-COUNT
002630         MOVE SPACES TO STAT-SEVERITY
002640         PERFORM 2700-WRITE-STATUS
002650     ELSE
002660         DISPLAY "GLRECONCILE - UNABLE TO OPEN STATFILE, "
002670             "STATUS " WS-STAT-STATUS
002680     END-IF
002690     OPEN OUTPUT GRRPT-FILE
002700     IF WS-GRRPT-STATUS NOT = "00"
002710         DISPLAY "GLRECONCILE - UNABLE TO OPEN GLRECRPT, "
002720             "STATUS " WS-GRRPT-STATUS
002730     END-IF
002740     MOVE GR-RUN-DATE TO GR-HDG-DATE
002750     WRITE GRRPT-REC FROM GR-HEADING-LINE
002760     WRITE GRRPT-REC FROM GR-COLUMN-LINE
002770     OPEN INPUT HIST-FILE
002780     IF WS-HIST-STATUS = "00"
002790         SET GR-HIST-AVAIL TO TRUE
002800     ELSE
002810         DISPLAY "GLRECONCILE - HISTFILE NOT AVAILABLE, "
002820             "STATUS " WS-HIST-STATUS
002830             ", ALL ACKS WILL SHOW NOT ON HISTORY"
002840     END-IF
002850     PERFORM 1100-LOAD-ACKS
002860     OPEN INPUT GL-FILE
002870     IF WS-GL-STATUS NOT = "00"
002880         DISPLAY "GLRECONCILE - UNABLE TO OPEN GLFILE, "
002890             "STATUS " WS-GL-STATUS
002900         MOVE "Y" TO WS-EOF-SW
002910         SET GR-GL-FAIL TO TRUE
002920     ELSE
002930         PERFORM 2100-READ-GL
002940     END-IF.
002950*
002960*-------------------------------------------------------------*
002970 1100-LOAD-ACKS.
002980*-------------------------------------------------------------*
002990     OPEN INPUT GLACK-FILE
003000     IF WS-GLACK-STATUS NOT = "00"
003010         DISPLAY "GLRECONCILE - UNABLE TO OPEN GLACKFIL, "
003020             "STATUS " WS-GLACK-STATUS
003030             ", NO ACKNOWLEDGMENTS TO MATCH"
003040         SET WS-ACK-EOF-YES TO TRUE
003050     ELSE
003060         PERFORM 1150-READ-ACK
003070     END-IF
003080     PERFORM 1160-CHECK-ACK THRU 1160-EXIT
003090         UNTIL WS-ACK-EOF-YES
003100     IF WS-GLACK-STATUS = "00"
003110         OR WS-GLACK-STATUS = "10"
003120         CLOSE GLACK-FILE
003130     END-IF.
003140*
003150*-------------------------------------------------------------*
003160 1150-READ-ACK.
003170*-------------------------------------------------------------*
003180     READ GLACK-FILE
003190         AT END
003200             SET WS-ACK-EOF-YES TO TRUE
003210     END-READ.
003220*
003230*-------------------------------------------------------------*
003240 1160-CHECK-ACK.
003250*-------------------------------------------------------------*
003260*    EACH ACKNOWLEDGMENT IS STORED FOR THE GLFILE PASS AND     *
003270*    MATCHED AGAINST HISTFILE BY TRANS-ID AND RUN DATE.        *
003280*-------------------------------------------------------------*
003290     IF NOT GLACK-TYPE-ACK
003300         GO TO 1160-NEXT
003310     END-IF
003320     ADD 1 TO GR-ACK-READ-COUNT
003330     IF GR-ACK-COUNT < 5000
003340         ADD 1 TO GR-ACK-COUNT
003350         MOVE GLACK-TRANS-ID TO GR-AT-TRANS-ID (GR-ACK-COUNT)
003360         MOVE GLACK-RUN-DATE TO GR-AT-RUN-DATE (GR-ACK-COUNT)
003370     ELSE
003380         DISPLAY "GLRECONCILE - ACK TABLE FULL, "
003390             GLACK-TRANS-ID " NOT MATCHED AGAINST GLFILE"
003400     END-IF
003410     PERFORM 3000-CHECK-ACK-ON-HISTORY THRU 3000-EXIT
003420     IF GR-ON-HIST
003430         ADD 1 TO GR-MATCHED-COUNT
003440     ELSE
003450         ADD 1 TO GR-NOT-ON-HIST-COUNT
003460         MOVE GLACK-TRANS-ID TO GR-DTL-TRANS-ID
003470         MOVE GLACK-RUN-DATE TO GR-DTL-RUN-DATE
003480         MOVE "ACKED, NOT ON HISTORY" TO GR-DTL-BUCKET
003490         WRITE GRRPT-REC FROM GR-DETAIL-LINE
003500     END-IF.
003510 1160-NEXT.
003520     PERFORM 1150-READ-ACK
003530     .
003540 1160-EXIT.
003550     EXIT.
003560*
003570*-------------------------------------------------------------*
003580 2000-RECONCILE-POSTING.
003590*-------------------------------------------------------------*
003600     IF NOT GL-TYPE-DETAIL
003610         GO TO 2000-NEXT
003620     END-IF
003630     ADD 1 TO GR-SENT-COUNT
003640     PERFORM 2200-FIND-ACK
003650     IF NOT GR-ACK-FOUND
003660         ADD 1 TO GR-NOT-ACKED-COUNT
003670         MOVE GL-TRANS-ID TO GR-DTL-TRANS-ID
003680         MOVE GL-RUN-DATE TO GR-DTL-RUN-DATE
003690         MOVE "SENT, NOT ACKNOWLEDGED" TO GR-DTL-BUCKET
003700         WRITE GRRPT-REC FROM GR-DETAIL-LINE
003710     END-IF.
003720 2000-NEXT.
003730     PERFORM 2100-READ-GL
003740     .
003750 2000-EXIT.
003760     EXIT.
003770*
003780*-------------------------------------------------------------*
003790 2100-READ-GL.
003800*-------------------------------------------------------------*
003810     READ GL-FILE
003820         AT END
003830             MOVE "Y" TO WS-EOF-SW
003840     END-READ.
003850*
003860*-------------------------------------------------------------*
003870 2200-FIND-ACK.
003880*-------------------------------------------------------------*
003890     MOVE 'N' TO GR-ACK-FOUND-SW
003900     MOVE 1 TO GR-SUB
003910     PERFORM 2210-SCAN-ACK-TABLE
003920         UNTIL GR-SUB > GR-ACK-COUNT
003930            OR GR-ACK-FOUND.
003940*
003950*-------------------------------------------------------------*
003960 2210-SCAN-ACK-TABLE.
003970*-------------------------------------------------------------*
003980     IF GR-AT-TRANS-ID (GR-SUB) = GL-TRANS-ID
003990         AND GR-AT-RUN-DATE (GR-SUB) = GL-RUN-DATE
004000         SET GR-ACK-FOUND TO TRUE
004010     ELSE
004020         ADD 1 TO GR-SUB
004030     END-IF.
004040*
004050*-------------------------------------------------------------*
004060 3000-CHECK-ACK-ON-HISTORY.
004070*-------------------------------------------------------------*
004080     MOVE 'N' TO GR-ON-HIST-SW
004090     IF NOT GR-HIST-AVAIL
004100         GO TO 3000-EXIT
004110     END-IF
004120     MOVE GLACK-TRANS-ID TO HIST-TRANS-ID
004130     MOVE GLACK-RUN-DATE TO HIST-RUN-DATE
004140     READ HIST-FILE
004150         INVALID KEY
004160             CONTINUE
004170         NOT INVALID KEY
004180             SET GR-ON-HIST TO TRUE
004190     END-READ.
004200 3000-EXIT.
004210     EXIT.
004220*
004230*-------------------------------------------------------------*
004240 2700-WRITE-STATUS.
004250*-------------------------------------------------------------*
004260     MOVE "GLRECONCILE" TO STAT-JOB-NAME
004270     MOVE GR-BUS-DATE TO STAT-RUN-DATE
004280     ACCEPT STAT-RUN-TIME FROM TIME
004290     WRITE STAT-REC.
004300*
004310*-------------------------------------------------------------*
004320 7000-PRODUCE-TOTALS.
004330*-------------------------------------------------------------*
004340     MOVE GR-ACK-READ-COUNT TO GR-AKL-COUNT
004350     WRITE GRRPT-REC FROM GR-ACK-COUNT-LINE
004360     MOVE GR-SENT-COUNT TO GR-SNL-COUNT
004370     WRITE GRRPT-REC FROM GR-SENT-COUNT-LINE
004380     MOVE GR-MATCHED-COUNT TO GR-MTL-COUNT
004390     WRITE GRRPT-REC FROM GR-MATCHED-COUNT-LINE
004400     MOVE GR-NOT-ACKED-COUNT TO GR-NAL-COUNT
004410     WRITE GRRPT-REC FROM GR-NOT-ACKED-COUNT-LINE
004420     MOVE GR-NOT-ON-HIST-COUNT TO GR-NHL-COUNT
004430     WRITE GRRPT-REC FROM GR-NOT-ON-HIST-COUNT-LINE.
004440*
004450*-------------------------------------------------------------*
004460 8000-TERMINATE.
004470*-------------------------------------------------------------*
004480     IF GR-HIST-AVAIL
004490         CLOSE HIST-FILE
004500     END-IF
004510     IF WS-GL-STATUS = "00"
004520         OR WS-GL-STATUS = "10"
004530         CLOSE GL-FILE
004540     END-IF
004550     CLOSE GRRPT-FILE
004560     IF GR-STAT-AVAIL
004570         MOVE "E" TO STAT-REC-TYPE
004580         MOVE GR-SENT-COUNT TO STAT-REC-COUNT
004590         MOVE GR-NOT-ACKED-COUNT TO STAT-EXCP-COUNT
004600         MOVE GR-NOT-ON-HIST-COUNT TO STAT-REJT-COUNT
004610         EVALUATE TRUE
004620             WHEN GR-GL-FAIL
004630                 MOVE "SEVR" TO STAT-SEVERITY
004640             WHEN GR-NOT-ACKED-COUNT > ZERO
004650               OR GR-NOT-ON-HIST-COUNT > ZERO
004660                 MOVE "WARN" TO STAT-SEVERITY
004670             WHEN OTHER
004680                 MOVE "OK" TO STAT-SEVERITY
004690         END-EVALUATE
004700         PERFORM 2700-WRITE-STATUS
004710         CLOSE STAT-FILE
004720     END-IF.
