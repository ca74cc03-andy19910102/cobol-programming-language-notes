000240*                   plus run date so history keeps one       *
000250*                   record per run; the age sweep itself is  *
000260*                   unchanged.                               *
000270* 15OCT2026   HAS   The retention period is now counted in   *
000280*                   business days back from the sweep date   *
000290*                   through BusCalendar, and history dated   *
000300*                   before that cutoff is archived.  A       *
000310*                   cutoff that cannot be set purges         *
000320*                   nothing.                                 *
000330* 15OCT2026   HAS   The ARCHFILE header now also carries the *
000340*                   retention cutoff date (zero when nothing *
000350*                   was purged) so period reporting can tell *
000360*                   when history before that date has been   *
000370*                   swept.                                   *
000380* 15OCT2026   HAS   The previous ARCHFILE header is read     *
000390*                   before the file is replaced and the      *
000400*                   highest retention cutoff ever applied is *
000410*                   carried forward, so a sweep that purges  *
000420*                   nothing no longer resets the cutoff to   *
000430*                   zero.                                    *
000440*-----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT HIST-FILE ASSIGN TO "HISTFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HIST-KEY
000520         FILE STATUS IS WS-HIST-STATUS.
000530*
000540     SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-ARCH-STATUS.
000570*
000580     SELECT HARPT-FILE ASSIGN TO "ARCHRPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-HARPT-STATUS.
000610*
000620 DATA DIVISION.
000630 FILE SECTION.
000640*-----------------------------------------------------------*
000650* HIST-FILE - PER-TRANSACTION RESULT HISTORY (INDEXED)       *
000660*-----------------------------------------------------------*
000670 FD  HIST-FILE.
000680 01  HIST-REC.
000690     05  HIST-KEY.
000700         10  HIST-TRANS-ID          PIC X(10).
000710         10  HIST-RUN-DATE          PIC 9(08).
000720     05  HIST-NUM1                  PIC 9(02).
000730     05  HIST-NUM2                  PIC 9(02).
000740     05  HIST-NUM3                  PIC 9(02).
000750     05  HIST-ANS                   PIC S9(02)V9(02).
000760     05  HIST-REM                   PIC 9(01)V9(02).
000770     05  HIST-TRANS-TYPE            PIC X(01).
000780     05  FILLER                     PIC X(08).
000790*
000800*-----------------------------------------------------------*
000810* ARCH-FILE - DATED SEQUENTIAL ARCHIVE UNLOAD                *
000820*-----------------------------------------------------------*
000830 FD  ARCH-FILE
000840     RECORDING MODE IS F.
000850 01  ARCH-REC                       PIC X(40).
000860*
000870*-----------------------------------------------------------*
000880* HARPT-FILE - ARCHIVE SWEEP BALANCE REPORT                  *
000890*-----------------------------------------------------------*
000900 FD  HARPT-FILE
000910     RECORDING MODE IS F.
000920 01  HARPT-REC                      PIC X(80).
000930*
000940 WORKING-STORAGE SECTION.
000950*-----------------------------------------------------------*
000960* FILE STATUS FIELDS                                        *
000970*-----------------------------------------------------------*
000980 01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.
000990 01  WS-ARCH-STATUS             PIC X(02) VALUE SPACES.
001000 01  WS-HARPT-STATUS            PIC X(02) VALUE SPACES.
001010*
001020*-----------------------------------------------------------*
001030* SWITCHES                                                  *
001040*-----------------------------------------------------------*
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001070         88  WS-EOF-YES                    VALUE 'Y'.
001080     05  HA-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
001090         88  HA-HIST-AVAIL                 VALUE 'Y'.
001100     05  HA-NO-PURGE-SW          PIC X(01) VALUE 'N'.
001110         88  HA-NO-PURGE                   VALUE 'Y'.
001120     05  HA-PARSE-OK-SW          PIC X(01) VALUE 'N'.
001130         88  HA-PARSE-OK                   VALUE 'Y'.
001140         88  HA-PARSE-BAD                  VALUE 'N'.
001150*
001160*-----------------------------------------------------------*
001170* RETENTION PARAMETER WORK AREAS                            *
001180*-----------------------------------------------------------*
001190 77  HA-RETAIN-DAYS              PIC 9(05) VALUE 0.
001200 01  HA-RETAIN-IN                PIC X(05) VALUE SPACES.
001210 01  HA-PARSE-CHAR               PIC X(01) VALUE SPACE.
001220 01  HA-PARSE-CHAR-9 REDEFINES HA-PARSE-CHAR
001230                                 PIC 9(01).
001240 77  HA-PARSE-SUB                PIC 9(01) COMP VALUE 0.
001250*
001260*-----------------------------------------------------------*
001270* SWEEP WORK AREAS                                          *
001280*-----------------------------------------------------------*
001290 01  HA-RUN-DATE                 PIC 9(08) VALUE 0.
001300 01  HA-CUTOFF-DATE              PIC 9(08) VALUE 0.
001310 01  HA-BC-FUNCTION              PIC X(01) VALUE SPACE.
001320 01  HA-BC-DAY-COUNT             PIC S9(05) VALUE 0.
001330 01  HA-PRIOR-CUTOFF             PIC 9(08) VALUE 0.
001340*
001350*-----------------------------------------------------------*
001360* ARCHIVE HEADER RECORD                                     *
001370*-----------------------------------------------------------*
001380 01  HA-ARCH-HEADER.
001390     05  FILLER                  PIC X(10)
001400         VALUE "*ARCHIVE* ".
001410     05  HA-AH-SWEEP-DATE        PIC 9(08).
001420     05  FILLER                  PIC X(08)
001430         VALUE " RETAIN ".
001440     05  HA-AH-RETAIN-DAYS       PIC 9(05).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  HA-AH-CUTOFF-DATE       PIC 9(08).
001470 01  HA-PRIOR-HEADER.
001480     05  HA-PH-TAG               PIC X(10).
001490     05  FILLER                  PIC X(22).
001500     05  HA-PH-CUTOFF-DATE       PIC X(08).
001510     05  HA-PH-CUTOFF-DATE-9 REDEFINES HA-PH-CUTOFF-DATE
001520                                 PIC 9(08).
001530*
001540*-----------------------------------------------------------*
001550* SWEEP ACCUMULATORS                                        *
001560*-----------------------------------------------------------*
001570 01  HA-SWEEP-TOTALS.
001580     05  HA-READ-COUNT           PIC 9(07) COMP VALUE 0.
001590     05  HA-KEPT-COUNT           PIC 9(07) COMP VALUE 0.
001600     05  HA-ARCH-COUNT           PIC 9(07) COMP VALUE 0.
001610     05  HA-DEL-COUNT            PIC 9(07) COMP VALUE 0.
001620*
001630*-----------------------------------------------------------*
001640* REPORT LINE LAYOUTS                                       *
001650*-----------------------------------------------------------*
001660 01  HA-HEADING-LINE.
001670     05  FILLER                  PIC X(34)
001680         VALUE "HISTARCHIVE HISTORY SWEEP REPORT  ".
001690     05  HA-HDG-DATE             PIC 9(08).
001700     05  FILLER                  PIC X(09)
001710         VALUE "  RETAIN ".
001720     05  HA-HDG-RETAIN           PIC ZZZZ9.
001730     05  FILLER                  PIC X(14)
001740         VALUE " BUSINESS DAYS".
001750     05  FILLER                  PIC X(10) VALUE SPACES.
001760 01  HA-READ-COUNT-LINE.
001770     05  FILLER                  PIC X(25)
001780         VALUE "HISTORY RECORDS READ  . .".
001790     05  HA-RDL-COUNT            PIC ZZZ,ZZ9.
001800     05  FILLER                  PIC X(48) VALUE SPACES.
001810 01  HA-KEPT-COUNT-LINE.
001820     05  FILLER                  PIC X(25)
001830         VALUE "RECORDS KEPT  . . . . . .".
001840     05  HA-KPL-COUNT            PIC ZZZ,ZZ9.
001850     05  FILLER                  PIC X(48) VALUE SPACES.
001860 01  HA-ARCH-COUNT-LINE.
001870     05  FILLER                  PIC X(25)
001880         VALUE "RECORDS ARCHIVED  . . . .".
001890     05  HA-ARL-COUNT            PIC ZZZ,ZZ9.
001900     05  FILLER                  PIC X(48) VALUE SPACES.
001910 01  HA-DEL-COUNT-LINE.
001920     05  FILLER                  PIC X(25)
001930         VALUE "RECORDS DELETED . . . . .".
001940     05  HA-DLL-COUNT            PIC ZZZ,ZZ9.
001950     05  FILLER                  PIC X(48) VALUE SPACES.
001960*
001970 PROCEDURE DIVISION.
001980*=============================================================*
001990 0000-MAINLINE.
002000*=============================================================*
002010     PERFORM 1000-INITIALIZE
002020     PERFORM 2000-SWEEP-RECORD THRU 2000-EXIT
002030         UNTIL WS-EOF-YES
002040     PERFORM 7000-PRODUCE-TOTALS
002050     PERFORM 8000-TERMINATE
002060     STOP RUN.
002070*
002080*-------------------------------------------------------------*
002090 1000-INITIALIZE.
002100*-------------------------------------------------------------*
002110     ACCEPT HA-RETAIN-IN
002120     PERFORM 1200-PARSE-RETENTION
002130     IF HA-PARSE-OK
002140         AND HA-RETAIN-DAYS > ZERO
002150         CONTINUE
002160     ELSE
002170         DISPLAY "HISTARCHIVE - RETENTION PARAMETER MISSING "
002180             "OR INVALID, NO RECORDS WILL BE PURGED"
002190         SET HA-NO-PURGE TO TRUE
002200         MOVE ZERO TO HA-RETAIN-DAYS
002210     END-IF
002220     ACCEPT HA-RUN-DATE FROM DATE YYYYMMDD
002230     MOVE "P" TO HA-BC-FUNCTION
002240     MOVE HA-RETAIN-DAYS TO HA-BC-DAY-COUNT
002250     CALL "BusCalendar" USING HA-BC-FUNCTION,
002260         HA-RUN-DATE, HA-BC-DAY-COUNT, HA-CUTOFF-DATE
002270     IF NOT HA-NO-PURGE
002280         AND HA-CUTOFF-DATE NOT < HA-RUN-DATE
002290         DISPLAY "HISTARCHIVE - RETENTION CUTOFF COULD NOT BE "
002300             "SET, NO RECORDS WILL BE PURGED"
002310         SET HA-NO-PURGE TO TRUE
002320     END-IF
002330     OPEN I-O HIST-FILE
002340     IF WS-HIST-STATUS = "00"
002350         SET HA-HIST-AVAIL TO TRUE
002360         MOVE LOW-VALUES TO HIST-KEY
002370         START HIST-FILE KEY NOT LESS THAN HIST-KEY
002380             INVALID KEY
002390                 MOVE "Y" TO WS-EOF-SW
002400         END-START
002410         PERFORM 2100-READ-HISTORY
002420     ELSE
002430         DISPLAY "HISTARCHIVE - UNABLE TO OPEN HISTFILE, "
002440             "STATUS " WS-HIST-STATUS
002450         MOVE "Y" TO WS-EOF-SW
002460     END-IF
002470     PERFORM 1100-READ-PRIOR-CUTOFF
002480     OPEN OUTPUT ARCH-FILE
002490     IF WS-ARCH-STATUS NOT = "00"
002500         DISPLAY "HISTARCHIVE - UNABLE TO OPEN ARCHFILE, "
002510             "STATUS " WS-ARCH-STATUS
002520         MOVE "Y" TO WS-EOF-SW
002530     ELSE
002540         MOVE HA-RUN-DATE TO HA-AH-SWEEP-DATE
002550         MOVE HA-RETAIN-DAYS TO HA-AH-RETAIN-DAYS
002560         IF HA-NO-PURGE
002570             OR HA-CUTOFF-DATE < HA-PRIOR-CUTOFF
002580             MOVE HA-PRIOR-CUTOFF TO HA-AH-CUTOFF-DATE
002590         ELSE
002600             MOVE HA-CUTOFF-DATE TO HA-AH-CUTOFF-DATE
002610         END-IF
002620         WRITE ARCH-REC FROM HA-ARCH-HEADER
002630     END-IF
002640     OPEN OUTPUT HARPT-FILE
002650     IF WS-HARPT-STATUS NOT = "00"
002660         DISPLAY "HISTARCHIVE - UNABLE TO OPEN ARCHRPT, "
002670             "STATUS " WS-HARPT-STATUS
002680     END-IF
002690     MOVE HA-RUN-DATE TO HA-HDG-DATE
002700     MOVE HA-RETAIN-DAYS TO HA-HDG-RETAIN
002710     WRITE HARPT-REC FROM HA-HEADING-LINE.
002720*
002730*-------------------------------------------------------------*
002740 1100-READ-PRIOR-CUTOFF.
002750*-------------------------------------------------------------*
002760*    THE PREVIOUS SWEEP'S HEADER IS READ BEFORE ARCHFILE IS   *
002770*    REPLACED, SO THE HIGHEST CUTOFF EVER APPLIED IS CARRIED  *
002780*    FORWARD EVEN WHEN THIS SWEEP PURGES NOTHING.             *
002790*-------------------------------------------------------------*
002800     MOVE ZERO TO HA-PRIOR-CUTOFF
002810     OPEN INPUT ARCH-FILE
002820     IF WS-ARCH-STATUS = "00"
002830         READ ARCH-FILE INTO HA-PRIOR-HEADER
002840             AT END
002850                 MOVE SPACES TO HA-PRIOR-HEADER
002860         END-READ
002870         IF HA-PH-TAG = "*ARCHIVE* "
002880             AND HA-PH-CUTOFF-DATE NUMERIC
002890             MOVE HA-PH-CUTOFF-DATE-9 TO HA-PRIOR-CUTOFF
002900         END-IF
002910         CLOSE ARCH-FILE
002920     END-IF.
002930*
002940*-------------------------------------------------------------*
002950 1200-PARSE-RETENTION.
002960*-------------------------------------------------------------*
002970*    PARSES THE RETENTION PARAMETER, ACCEPTING THE DIGITS     *
002980*    WHEREVER THEY SIT IN THE FIVE-BYTE FIELD.                *
002990*-------------------------------------------------------------*
003000     SET HA-PARSE-OK TO TRUE
003010     MOVE ZERO TO HA-RETAIN-DAYS
003020     MOVE 1 TO HA-PARSE-SUB
003030     PERFORM 1210-PARSE-RETAIN-DIGIT
003040         UNTIL HA-PARSE-SUB > 5
003050            OR HA-PARSE-BAD.
003060*
003070*-------------------------------------------------------------*
003080 1210-PARSE-RETAIN-DIGIT.
003090*-------------------------------------------------------------*
003100     MOVE HA-RETAIN-IN (HA-PARSE-SUB:1) TO HA-PARSE-CHAR
003110     EVALUATE TRUE
003120         WHEN HA-PARSE-CHAR = SPACE
003130             CONTINUE
003140         WHEN HA-PARSE-CHAR NUMERIC
003150             COMPUTE HA-RETAIN-DAYS =
003160                 HA-RETAIN-DAYS * 10 + HA-PARSE-CHAR-9
003170         WHEN OTHER
003180             SET HA-PARSE-BAD TO TRUE
003190     END-EVALUATE
003200     ADD 1 TO HA-PARSE-SUB.
003210*
003220*-------------------------------------------------------------*
003230 2000-SWEEP-RECORD.
003240*-------------------------------------------------------------*
003250     ADD 1 TO HA-READ-COUNT
003260     EVALUATE TRUE
003270         WHEN HA-NO-PURGE
003280             ADD 1 TO HA-KEPT-COUNT
003290         WHEN HIST-RUN-DATE NOT NUMERIC
003300           OR HIST-RUN-DATE < HA-CUTOFF-DATE
003310             PERFORM 3000-ARCHIVE-RECORD
003320         WHEN OTHER
003330             ADD 1 TO HA-KEPT-COUNT
003340     END-EVALUATE
003350     PERFORM 2100-READ-HISTORY
003360     .
003370 2000-EXIT.
003380     EXIT.
003390*
003400*-------------------------------------------------------------*
003410 2100-READ-HISTORY.
003420*-------------------------------------------------------------*
003430     READ HIST-FILE NEXT RECORD
003440         AT END
003450             MOVE "Y" TO WS-EOF-SW
003460     END-READ.
003470*
003480*-------------------------------------------------------------*
003490 3000-ARCHIVE-RECORD.
003500*-------------------------------------------------------------*
003510     WRITE ARCH-REC FROM HIST-REC
003520     ADD 1 TO HA-ARCH-COUNT
003530     DELETE HIST-FILE
003540         INVALID KEY
003550             DISPLAY "HISTARCHIVE - DELETE FAILED FOR "
003560                 HIST-TRANS-ID ", STATUS " WS-HIST-STATUS
003570         NOT INVALID KEY
003580             ADD 1 TO HA-DEL-COUNT
003590     END-DELETE.
003600*
003610*-------------------------------------------------------------*
003620 7000-PRODUCE-TOTALS.
003630*-------------------------------------------------------------*
003640     MOVE HA-READ-COUNT TO HA-RDL-COUNT
003650     WRITE HARPT-REC FROM HA-READ-COUNT-LINE
003660     MOVE HA-KEPT-COUNT TO HA-KPL-COUNT
003670     WRITE HARPT-REC FROM HA-KEPT-COUNT-LINE
003680     MOVE HA-ARCH-COUNT TO HA-ARL-COUNT
003690     WRITE HARPT-REC FROM HA-ARCH-COUNT-LINE
003700     MOVE HA-DEL-COUNT TO HA-DLL-COUNT
003710     WRITE HARPT-REC FROM HA-DEL-COUNT-LINE.
003720*
003730*-------------------------------------------------------------*
003740 8000-TERMINATE.
003750*-------------------------------------------------------------*
003760     IF HA-HIST-AVAIL
003770         CLOSE HIST-FILE
003780     END-IF
003790     CLOSE ARCH-FILE
003800     CLOSE HARPT-FILE.
