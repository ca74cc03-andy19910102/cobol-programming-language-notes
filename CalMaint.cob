000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CalMaint.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - maintenance program    *
000110*                   for the business-day calendar CALFILE    *
000120*                   read through BusCalendar.  Applies add   *
000130*                   (A), change (C), and delete (X)          *
000140*                   transactions from CALMAINT, and writes a *
000150*                   who-changed-what audit record to CALAUDT *
000160*                   for every applied or failed transaction. *
000170* 15OCT2026   HAS   CLM-USER-ID is now required and is       *
000180*                   checked through AuthCheck for update     *
000190*                   rights on CALMAINT before each           *
000200*                   transaction is edited. A refused         *
000210*                   transaction is not applied, is counted   *
000220*                   separately and goes to SECLOG with the   *
000230*                   reason; every applied transaction is     *
000240*                   logged there as an update.               *
000250*-----------------------------------------------------------*
000260* The calendar holds exceptions only.  Monday to Friday are  *
000270* business days and Saturday and Sunday are not, unless the  *
000280* date is on file: day type H marks a holiday (no business)  *
000290* and day type W marks a working day (business as usual).   *
000300* Deleting a date returns it to the weekday rule.  On a      *
000310* change (C) a blank day type or description is left as it   *
000320* was.                                                       *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CLM-FILE ASSIGN TO "CALMAINT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-CLM-STATUS.
000400*
000410     SELECT CAL-FILE ASSIGN TO "CALFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CAL-DATE
000450         FILE STATUS IS WS-CAL-STATUS.
000460*
000470     SELECT CLAUD-FILE ASSIGN TO "CALAUDT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CLAUD-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530*-----------------------------------------------------------*
000540* CLM-FILE - CALENDAR MAINTENANCE TRANSACTIONS               *
000550*-----------------------------------------------------------*
000560 FD  CLM-FILE
000570     RECORDING MODE IS F.
000580 01  CLM-REC.
000590     05  CLM-ACTION                 PIC X(01).
000600         88  CLM-ACTION-ADD                   VALUE 'A'.
000610         88  CLM-ACTION-CHANGE                VALUE 'C'.
000620         88  CLM-ACTION-DELETE                VALUE 'X'.
000630     05  CLM-CAL-DATE.
000640         10  CLM-CAL-YEAR           PIC X(04).
000650         10  CLM-CAL-MONTH          PIC X(02).
000660         10  CLM-CAL-DAY            PIC X(02).
000670     05  CLM-CAL-DATE-9 REDEFINES CLM-CAL-DATE.
000680         10  CLM-CAL-YEAR-9         PIC 9(04).
000690         10  CLM-CAL-MONTH-9        PIC 9(02).
000700         10  CLM-CAL-DAY-9          PIC 9(02).
000710     05  CLM-DAY-TYPE               PIC X(01).
000720     05  CLM-DESCRIPTION            PIC X(20).
000730     05  CLM-USER-ID                PIC X(08).
000740     05  FILLER                     PIC X(42).
000750*
000760*-----------------------------------------------------------*
000770* CAL-FILE - BUSINESS-DAY CALENDAR EXCEPTIONS (INDEXED)      *
000780*-----------------------------------------------------------*
000790 FD  CAL-FILE.
000800 01  CAL-REC.
000810     05  CAL-DATE                   PIC 9(08).
000820     05  CAL-DAY-TYPE               PIC X(01).
000830         88  CAL-HOLIDAY                      VALUE 'H'.
000840         88  CAL-WORKDAY                      VALUE 'W'.
000850     05  CAL-DESCRIPTION            PIC X(20).
000860     05  FILLER                     PIC X(11).
000870*
000880*-----------------------------------------------------------*
000890* CLAUD-FILE - CALENDAR MAINTENANCE AUDIT TRAIL              *
000900*-----------------------------------------------------------*
000910 FD  CLAUD-FILE
000920     RECORDING MODE IS F.
000930 01  CLAUD-REC.
000940     05  CLA-DATE                   PIC 9(08).
000950     05  CLA-TIME                   PIC 9(08).
000960     05  CLA-USER-ID                PIC X(08).
000970     05  CLA-ACTION                 PIC X(01).
000980     05  CLA-CAL-DATE               PIC X(08).
000990     05  CLA-OLD-DAY-TYPE           PIC X(01).
001000     05  CLA-NEW-DAY-TYPE           PIC X(01).
001010     05  CLA-OLD-DESCRIPTION        PIC X(20).
001020     05  CLA-NEW-DESCRIPTION        PIC X(20).
001030     05  CLA-RESULT                 PIC X(20).
001040     05  FILLER                     PIC X(05).
001050*
001060 WORKING-STORAGE SECTION.
001070*-----------------------------------------------------------*
001080* FILE STATUS FIELDS                                        *
001090*-----------------------------------------------------------*
001100 01  WS-CLM-STATUS              PIC X(02) VALUE SPACES.
001110 01  WS-CAL-STATUS              PIC X(02) VALUE SPACES.
001120 01  WS-CLAUD-STATUS            PIC X(02) VALUE SPACES.
001130*
001140*-----------------------------------------------------------*
001150* SWITCHES                                                  *
001160*-----------------------------------------------------------*
001170 01  WS-SWITCHES.
001180     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001190         88  WS-EOF-YES                    VALUE 'Y'.
001200     05  CM-TRAN-OK-SW           PIC X(01) VALUE 'Y'.
001210         88  CM-TRAN-OK                    VALUE 'Y'.
001220         88  CM-TRAN-BAD                   VALUE 'N'.
001230*
001240*-----------------------------------------------------------*
001250* MAINTENANCE WORK AREAS                                    *
001260*-----------------------------------------------------------*
001270 01  CM-RESULT                   PIC X(20) VALUE SPACES.
001280 01  CM-OLD-DAY-TYPE             PIC X(01) VALUE SPACE.
001290 01  CM-OLD-DESCRIPTION          PIC X(20) VALUE SPACES.
001300 77  CM-MAX-DAY                  PIC 9(02) VALUE 0.
001310 77  CM-LEAP-QUOT                PIC 9(04) COMP VALUE 0.
001320 77  CM-LEAP-REM4                PIC 9(04) COMP VALUE 0.
001330 77  CM-LEAP-REM100              PIC 9(04) COMP VALUE 0.
001340 77  CM-LEAP-REM400              PIC 9(04) COMP VALUE 0.
001350*
001360 01  CM-MONTH-DAYS-VALUES.
001370     05  FILLER  PIC 9(02) VALUE 31.
001380     05  FILLER  PIC 9(02) VALUE 28.
001390     05  FILLER  PIC 9(02) VALUE 31.
001400     05  FILLER  PIC 9(02) VALUE 30.
001410     05  FILLER  PIC 9(02) VALUE 31.
001420     05  FILLER  PIC 9(02) VALUE 30.
001430     05  FILLER  PIC 9(02) VALUE 31.
001440     05  FILLER  PIC 9(02) VALUE 31.
001450     05  FILLER  PIC 9(02) VALUE 30.
001460     05  FILLER  PIC 9(02) VALUE 31.
001470     05  FILLER  PIC 9(02) VALUE 30.
001480     05  FILLER  PIC 9(02) VALUE 31.
001490 01  CM-MONTH-DAYS-TABLE REDEFINES CM-MONTH-DAYS-VALUES.
001500     05  CM-MONTH-DAYS           PIC 9(02) OCCURS 12 TIMES.
001510*
001520*-----------------------------------------------------------*
001530* AUTHCHECK PARAMETERS AND SECURITY LOG DETAIL              *
001540*-----------------------------------------------------------*
001550 01  CM-AU-FUNCTION              PIC X(01) VALUE SPACE.
001560 01  CM-AU-PROGRAM               PIC X(12) VALUE "CALMAINT".
001570 01  CM-AU-LEVEL                 PIC X(01) VALUE 'U'.
001580 01  CM-AU-RESULT                PIC X(01) VALUE 'N'.
001590     88  CM-AU-GRANTED                     VALUE 'Y'.
001600 01  CM-AU-REASON                PIC X(20) VALUE SPACES.
001610 01  CM-AU-DETAIL.
001620     05  CM-LOG-ACTION           PIC X(01).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  CM-LOG-CAL-DATE         PIC X(08).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  CM-LOG-DAY-TYPE         PIC X(01).
001670     05  FILLER                  PIC X(01) VALUE SPACE.
001680     05  CM-LOG-DESCRIPTION      PIC X(20).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700*
001710*-----------------------------------------------------------*
001720* RUN ACCUMULATORS                                          *
001730*-----------------------------------------------------------*
001740 01  CM-RUN-TOTALS.
001750     05  CM-READ-COUNT           PIC 9(05) COMP VALUE 0.
001760     05  CM-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
001770     05  CM-FAILED-COUNT         PIC 9(05) COMP VALUE 0.
001780     05  CM-REFUSED-COUNT        PIC 9(05) COMP VALUE 0.
001790*
001800 PROCEDURE DIVISION.
001810*=============================================================*
001820 0000-MAINLINE.
001830*=============================================================*
001840     PERFORM 1000-INITIALIZE
001850     PERFORM 2000-APPLY-MAINT THRU 2000-EXIT
001860         UNTIL WS-EOF-YES
001870     PERFORM 8000-TERMINATE
001880     STOP RUN.
001890*
001900*-------------------------------------------------------------*
001910 1000-INITIALIZE.
001920*-------------------------------------------------------------*
001930     OPEN INPUT CLM-FILE
001940     IF WS-CLM-STATUS NOT = "00"
001950         DISPLAY "CALMAINT - UNABLE TO OPEN CALMAINT, "
001960             "STATUS " WS-CLM-STATUS
001970         MOVE "Y" TO WS-EOF-SW
001980     ELSE
001990         PERFORM 2100-READ-MAINT
002000     END-IF
002010     OPEN I-O CAL-FILE
002020     IF WS-CAL-STATUS = "35"
002030         OPEN OUTPUT CAL-FILE
002040         CLOSE CAL-FILE
002050         OPEN I-O CAL-FILE
002060     END-IF
002070     IF WS-CAL-STATUS NOT = "00"
002080         DISPLAY "CALMAINT - UNABLE TO OPEN CALFILE, "
002090             "STATUS " WS-CAL-STATUS
002100         MOVE "Y" TO WS-EOF-SW
002110     END-IF
002120     OPEN EXTEND CLAUD-FILE
002130     IF WS-CLAUD-STATUS = "35"
002140         OPEN OUTPUT CLAUD-FILE
002150     END-IF
002160     IF WS-CLAUD-STATUS NOT = "00"
002170         DISPLAY "CALMAINT - UNABLE TO OPEN CALAUDT, "
002180             "STATUS " WS-CLAUD-STATUS
002190         MOVE "Y" TO WS-EOF-SW
002200     END-IF.
002210*
002220*-------------------------------------------------------------*
002230 2000-APPLY-MAINT.
002240*-------------------------------------------------------------*
002250     ADD 1 TO CM-READ-COUNT
002260     SET CM-TRAN-OK TO TRUE
002270     MOVE SPACES TO CM-RESULT
002280     MOVE SPACE TO CM-OLD-DAY-TYPE
002290     MOVE SPACES TO CM-OLD-DESCRIPTION
002300     PERFORM 2500-CHECK-AUTHORITY
002310     IF CM-TRAN-OK
002320         PERFORM 3000-EDIT-MAINT
002330     END-IF
002340     IF CM-TRAN-OK
002350         EVALUATE TRUE
002360             WHEN CLM-ACTION-ADD
002370                 PERFORM 4000-ADD-DATE
002380             WHEN CLM-ACTION-CHANGE
002390                 PERFORM 4100-CHANGE-DATE
002400             WHEN CLM-ACTION-DELETE
002410                 PERFORM 4200-DELETE-DATE
002420         END-EVALUATE
002430     END-IF
002440     IF CM-TRAN-OK
002450         ADD 1 TO CM-APPLIED-COUNT
002460         PERFORM 5100-LOG-UPDATE
002470     ELSE
002480         IF CM-AU-GRANTED
002490             ADD 1 TO CM-FAILED-COUNT
002500         ELSE
002510             ADD 1 TO CM-REFUSED-COUNT
002520         END-IF
002530     END-IF
002540     PERFORM 5000-WRITE-AUDIT
002550     PERFORM 2100-READ-MAINT
002560     .
002570 2000-EXIT.
002580     EXIT.
002590*
002600*-------------------------------------------------------------*
002610 2100-READ-MAINT.
002620*-------------------------------------------------------------*
002630     READ CLM-FILE
002640         AT END
002650             MOVE "Y" TO WS-EOF-SW
002660     END-READ.
002670*
002680*-------------------------------------------------------------*
002690 2500-CHECK-AUTHORITY.
002700*-------------------------------------------------------------*
002710*    THE USER ON THE TRANSACTION MUST HOLD UPDATE RIGHTS ON    *
002720*    CALMAINT IN USERAUTH.  A REFUSAL, INCLUDING A BLANK USER  *
002730*    ID, IS LOGGED BY AUTHCHECK.                               *
002740*-------------------------------------------------------------*
002750     MOVE CLM-ACTION TO CM-LOG-ACTION
002760     MOVE CLM-CAL-DATE TO CM-LOG-CAL-DATE
002770     MOVE CLM-DAY-TYPE TO CM-LOG-DAY-TYPE
002780     MOVE CLM-DESCRIPTION TO CM-LOG-DESCRIPTION
002790     MOVE "C" TO CM-AU-FUNCTION
002800     CALL "AuthCheck" USING CM-AU-FUNCTION, CLM-USER-ID,
002810         CM-AU-PROGRAM, CM-AU-LEVEL, CM-AU-DETAIL,
002820         CM-AU-RESULT, CM-AU-REASON
002830     IF NOT CM-AU-GRANTED
002840         MOVE CM-AU-REASON TO CM-RESULT
002850         SET CM-TRAN-BAD TO TRUE
002860     END-IF.
002870*
002880*-------------------------------------------------------------*
002890 3000-EDIT-MAINT.
002900*-------------------------------------------------------------*
002910     EVALUATE TRUE
002920         WHEN CLM-ACTION NOT = 'A' AND 'C' AND 'X'
002930             MOVE "ACTION NOT A/C/X" TO CM-RESULT
002940             SET CM-TRAN-BAD TO TRUE
002950         WHEN CLM-CAL-DATE NOT NUMERIC
002960             MOVE "DATE NOT NUMERIC" TO CM-RESULT
002970             SET CM-TRAN-BAD TO TRUE
002980         WHEN CLM-CAL-YEAR-9 = ZERO
002990           OR CLM-CAL-MONTH-9 < 1
003000           OR CLM-CAL-MONTH-9 > 12
003010           OR CLM-CAL-DAY-9 < 1
003020             MOVE "DATE NOT VALID" TO CM-RESULT
003030             SET CM-TRAN-BAD TO TRUE
003040         WHEN CLM-ACTION-ADD
003050             AND CLM-DAY-TYPE NOT = 'H' AND 'W'
003060             MOVE "DAY TYPE NOT H/W" TO CM-RESULT
003070             SET CM-TRAN-BAD TO TRUE
003080         WHEN CLM-ACTION-CHANGE
003090             AND CLM-DAY-TYPE NOT = 'H' AND 'W' AND SPACE
003100             MOVE "DAY TYPE NOT H/W" TO CM-RESULT
003110             SET CM-TRAN-BAD TO TRUE
003120     END-EVALUATE
003130     IF CM-TRAN-OK
003140         PERFORM 3100-EDIT-DAY-OF-MONTH
003150     END-IF.
003160*
003170*-------------------------------------------------------------*
003180 3100-EDIT-DAY-OF-MONTH.
003190*-------------------------------------------------------------*
003200*    CHECKS THE DAY AGAINST THE LENGTH OF THE MONTH, ALLOWING *
003210*    29 FEBRUARY IN A LEAP YEAR.                              *
003220*-------------------------------------------------------------*
003230     MOVE CM-MONTH-DAYS (CLM-CAL-MONTH-9) TO CM-MAX-DAY
003240     IF CLM-CAL-MONTH-9 = 2
003250         DIVIDE CLM-CAL-YEAR-9 BY 4
003260             GIVING CM-LEAP-QUOT REMAINDER CM-LEAP-REM4
003270         DIVIDE CLM-CAL-YEAR-9 BY 100
003280             GIVING CM-LEAP-QUOT REMAINDER CM-LEAP-REM100
003290         DIVIDE CLM-CAL-YEAR-9 BY 400
003300             GIVING CM-LEAP-QUOT REMAINDER CM-LEAP-REM400
003310         IF CM-LEAP-REM4 = 0
003320             AND (CM-LEAP-REM100 NOT = 0
003330                  OR CM-LEAP-REM400 = 0)
003340             MOVE 29 TO CM-MAX-DAY
003350         END-IF
003360     END-IF
003370     IF CLM-CAL-DAY-9 > CM-MAX-DAY
003380         MOVE "DATE NOT VALID" TO CM-RESULT
003390         SET CM-TRAN-BAD TO TRUE
003400     END-IF.
003410*
003420*-------------------------------------------------------------*
003430 4000-ADD-DATE.
003440*-------------------------------------------------------------*
003450     MOVE SPACES TO CAL-REC
003460     MOVE CLM-CAL-DATE-9 TO CAL-DATE
003470     MOVE CLM-DAY-TYPE TO CAL-DAY-TYPE
003480     MOVE CLM-DESCRIPTION TO CAL-DESCRIPTION
003490     WRITE CAL-REC
003500         INVALID KEY
003510             MOVE "DATE ALREADY ON FILE" TO CM-RESULT
003520             SET CM-TRAN-BAD TO TRUE
003530         NOT INVALID KEY
003540             MOVE "ADDED" TO CM-RESULT
003550     END-WRITE.
003560*
003570*-------------------------------------------------------------*
003580 4100-CHANGE-DATE.
003590*-------------------------------------------------------------*
003600     PERFORM 4500-READ-DATE
003610     IF CM-TRAN-OK
003620         IF CLM-DAY-TYPE NOT = SPACE
003630             MOVE CLM-DAY-TYPE TO CAL-DAY-TYPE
003640         END-IF
003650         IF CLM-DESCRIPTION NOT = SPACES
003660             MOVE CLM-DESCRIPTION TO CAL-DESCRIPTION
003670         END-IF
003680         REWRITE CAL-REC
003690             INVALID KEY
003700                 MOVE "REWRITE FAILED" TO CM-RESULT
003710                 SET CM-TRAN-BAD TO TRUE
003720             NOT INVALID KEY
003730                 MOVE "CHANGED" TO CM-RESULT
003740         END-REWRITE
003750     END-IF.
003760*
003770*-------------------------------------------------------------*
003780 4200-DELETE-DATE.
003790*-------------------------------------------------------------*
003800     PERFORM 4500-READ-DATE
003810     IF CM-TRAN-OK
003820         DELETE CAL-FILE
003830             INVALID KEY
003840                 MOVE "DELETE FAILED" TO CM-RESULT
003850                 SET CM-TRAN-BAD TO TRUE
003860             NOT INVALID KEY
003870                 MOVE "DELETED" TO CM-RESULT
003880                 MOVE SPACE TO CAL-DAY-TYPE
003890                 MOVE SPACES TO CAL-DESCRIPTION
003900         END-DELETE
003910     END-IF.
003920*
003930*-------------------------------------------------------------*
003940 4500-READ-DATE.
003950*-------------------------------------------------------------*
003960     MOVE CLM-CAL-DATE-9 TO CAL-DATE
003970     READ CAL-FILE
003980         INVALID KEY
003990             MOVE "DATE NOT ON FILE" TO CM-RESULT
004000             SET CM-TRAN-BAD TO TRUE
004010         NOT INVALID KEY
004020             MOVE CAL-DAY-TYPE TO CM-OLD-DAY-TYPE
004030             MOVE CAL-DESCRIPTION TO CM-OLD-DESCRIPTION
004040     END-READ.
004050*
004060*-------------------------------------------------------------*
004070 5000-WRITE-AUDIT.
004080*-------------------------------------------------------------*
004090     ACCEPT CLA-DATE FROM DATE YYYYMMDD
004100     ACCEPT CLA-TIME FROM TIME
004110     MOVE CLM-USER-ID TO CLA-USER-ID
004120     MOVE CLM-ACTION TO CLA-ACTION
004130     MOVE CLM-CAL-DATE TO CLA-CAL-DATE
004140     MOVE CM-OLD-DAY-TYPE TO CLA-OLD-DAY-TYPE
004150     MOVE CM-OLD-DESCRIPTION TO CLA-OLD-DESCRIPTION
004160     IF CM-TRAN-OK
004170         MOVE CAL-DAY-TYPE TO CLA-NEW-DAY-TYPE
004180         MOVE CAL-DESCRIPTION TO CLA-NEW-DESCRIPTION
004190     ELSE
004200         MOVE CM-OLD-DAY-TYPE TO CLA-NEW-DAY-TYPE
004210         MOVE CM-OLD-DESCRIPTION TO CLA-NEW-DESCRIPTION
004220     END-IF
004230     MOVE CM-RESULT TO CLA-RESULT
004240     WRITE CLAUD-REC.
004250*
004260*-------------------------------------------------------------*
004270 5100-LOG-UPDATE.
004280*-------------------------------------------------------------*
004290     MOVE "U" TO CM-AU-FUNCTION
004300     CALL "AuthCheck" USING CM-AU-FUNCTION, CLM-USER-ID,
004310         CM-AU-PROGRAM, CM-AU-LEVEL, CM-AU-DETAIL,
004320         CM-AU-RESULT, CM-AU-REASON.
004330*
004340*-------------------------------------------------------------*
004350 8000-TERMINATE.
004360*-------------------------------------------------------------*
004370     CLOSE CLM-FILE
004380     CLOSE CAL-FILE
004390     CLOSE CLAUD-FILE
004400     DISPLAY "CALMAINT - TRANSACTIONS READ    " CM-READ-COUNT
004410     DISPLAY "CALMAINT - TRANSACTIONS APPLIED " CM-APPLIED-COUNT
004420     DISPLAY "CALMAINT - TRANSACTIONS FAILED  " CM-FAILED-COUNT
004430     DISPLAY "CALMAINT - TRANSACTIONS REFUSED " CM-REFUSED-COUNT.
