000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BusCalendar.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - business-day calendar  *
000110*                   routine shared by the batch suite.       *
000120*                   Answers next business day, previous      *
000130*                   business day, and business days between  *
000140*                   two dates from the weekday rule and the  *
000150*                   holiday calendar CALFILE maintained by   *
000160*                   CalMaint.                                *
000170*-----------------------------------------------------------*
000180* Call with a function code, a from date, a day count and a  *
000190* to date:                                                   *
000200*   N  to date = the business day that is day-count business *
000210*      days after the from date.  A zero count returns the   *
000220*      from date if it is a business day, otherwise the next *
000230*      business day.                                         *
000240*   P  to date = the business day that is day-count business *
000250*      days before the from date.  A zero count returns the  *
000260*      from date if it is a business day, otherwise the      *
000270*      previous business day.                                *
000280*   B  day count = the business days after the from date up  *
000290*      to and including the to date; negative when the to    *
000300*      date is earlier than the from date.                   *
000310* Monday to Friday are business days unless CALFILE marks    *
000320* the date as a holiday (H); a Saturday or Sunday marked as  *
000330* a working day (W) is a business day.  When CALFILE cannot  *
000340* be opened the weekday rule alone is used.  An invalid date *
000350* or function is logged and the from date is handed back     *
000360* unchanged (a zero count for B).                            *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CAL-FILE ASSIGN TO "CALFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CAL-DATE
000450         FILE STATUS IS WS-CAL-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490*-----------------------------------------------------------*
000500* CAL-FILE - BUSINESS-DAY CALENDAR EXCEPTIONS (INDEXED)      *
000510*-----------------------------------------------------------*
000520 FD  CAL-FILE.
000530 01  CAL-REC.
000540     05  CAL-DATE                   PIC 9(08).
000550     05  CAL-DAY-TYPE               PIC X(01).
000560         88  CAL-HOLIDAY                      VALUE 'H'.
000570         88  CAL-WORKDAY                      VALUE 'W'.
000580     05  CAL-DESCRIPTION            PIC X(20).
000590     05  FILLER                     PIC X(11).
000600*
000610 WORKING-STORAGE SECTION.
000620*-----------------------------------------------------------*
000630* FILE STATUS FIELDS                                        *
000640*-----------------------------------------------------------*
000650 01  WS-CAL-STATUS                  PIC X(02) VALUE SPACES.
000660*
000670*-----------------------------------------------------------*
000680* SWITCHES                                                  *
000690*-----------------------------------------------------------*
000700 01  BC-SWITCHES.
000710     05  BC-FIRST-CALL-SW           PIC X(01) VALUE 'Y'.
000720         88  BC-FIRST-CALL                    VALUE 'Y'.
000730     05  BC-FILE-AVAIL-SW           PIC X(01) VALUE 'N'.
000740         88  BC-FILE-AVAIL                    VALUE 'Y'.
000750     05  BC-DATE-OK-SW              PIC X(01) VALUE 'N'.
000760         88  BC-DATE-OK                       VALUE 'Y'.
000770         88  BC-DATE-BAD                      VALUE 'N'.
000780     05  BC-BUSINESS-SW             PIC X(01) VALUE 'N'.
000790         88  BC-BUSINESS-DAY                  VALUE 'Y'.
000800         88  BC-NON-BUSINESS-DAY              VALUE 'N'.
000810     05  BC-DIRECTION-SW            PIC X(01) VALUE 'F'.
000820         88  BC-STEP-FORWARD                  VALUE 'F'.
000830         88  BC-STEP-BACKWARD                 VALUE 'B'.
000840     05  BC-LIMIT-SW                PIC X(01) VALUE 'N'.
000850         88  BC-LIMIT-REACHED                 VALUE 'Y'.
000860*
000870*-----------------------------------------------------------*
000880* CALENDAR WORK AREAS                                       *
000890*-----------------------------------------------------------*
000900 01  BC-WORK-DATE.
000910     05  BC-WORK-YEAR               PIC 9(04).
000920     05  BC-WORK-MONTH              PIC 9(02).
000930     05  BC-WORK-DAY                PIC 9(02).
000940 01  BC-WORK-DATE-9 REDEFINES BC-WORK-DATE
000950                                    PIC 9(08).
000960 01  BC-END-DATE                    PIC 9(08) VALUE 0.
000970*
000980 01  BC-CHECK-DATE.
000990     05  BC-CHECK-YEAR              PIC 9(04).
001000     05  BC-CHECK-MONTH             PIC 9(02).
001010     05  BC-CHECK-DAY               PIC 9(02).
001020 01  BC-CHECK-DATE-X REDEFINES BC-CHECK-DATE
001030                                    PIC X(08).
001040*
001050*    WEEKDAY 0 = MONDAY THROUGH 6 = SUNDAY                    *
001060 77  BC-WEEKDAY                     PIC 9(01) COMP VALUE 0.
001070 77  BC-MONTH-LEN                   PIC 9(02) VALUE 0.
001080 77  BC-LEAP-YEAR                   PIC 9(04) VALUE 0.
001090 77  BC-LEAP-QUOT                   PIC 9(04) COMP VALUE 0.
001100 77  BC-LEAP-REM4                   PIC 9(04) COMP VALUE 0.
001110 77  BC-LEAP-REM100                 PIC 9(04) COMP VALUE 0.
001120 77  BC-LEAP-REM400                 PIC 9(04) COMP VALUE 0.
001130 77  BC-STEPS-WANTED                PIC 9(05) COMP VALUE 0.
001140 77  BC-STEPS-DONE                  PIC 9(05) COMP VALUE 0.
001150 77  BC-LOOP-COUNT                  PIC 9(05) COMP VALUE 0.
001160 77  BC-LOOP-LIMIT                  PIC 9(05) COMP VALUE 9999.
001170 77  BC-BUS-COUNT                   PIC S9(05) COMP VALUE 0.
001180*
001190 01  BC-DTD-DATE.
001200     05  BC-DTD-YEAR                PIC 9(04).
001210     05  BC-DTD-MONTH               PIC 9(02).
001220     05  BC-DTD-DAY                 PIC 9(02).
001230 77  BC-DTD-SERIAL                  PIC 9(07) COMP VALUE 0.
001240 77  BC-DTD-YEAR-PRIOR              PIC 9(04) COMP VALUE 0.
001250 77  BC-DTD-WORK                    PIC 9(07) COMP VALUE 0.
001260 77  BC-DTD-REM4                    PIC 9(04) COMP VALUE 0.
001270 77  BC-DTD-REM100                  PIC 9(04) COMP VALUE 0.
001280 77  BC-DTD-REM400                  PIC 9(04) COMP VALUE 0.
001290*
001300 01  BC-MONTH-OFFSET-VALUES.
001310     05  FILLER  PIC 9(03) VALUE 000.
001320     05  FILLER  PIC 9(03) VALUE 031.
001330     05  FILLER  PIC 9(03) VALUE 059.
001340     05  FILLER  PIC 9(03) VALUE 090.
001350     05  FILLER  PIC 9(03) VALUE 120.
001360     05  FILLER  PIC 9(03) VALUE 151.
001370     05  FILLER  PIC 9(03) VALUE 181.
001380     05  FILLER  PIC 9(03) VALUE 212.
001390     05  FILLER  PIC 9(03) VALUE 243.
001400     05  FILLER  PIC 9(03) VALUE 273.
001410     05  FILLER  PIC 9(03) VALUE 304.
001420     05  FILLER  PIC 9(03) VALUE 334.
001430 01  BC-MONTH-OFFSET-TABLE REDEFINES BC-MONTH-OFFSET-VALUES.
001440     05  BC-MONTH-OFFSET            PIC 9(03) OCCURS 12 TIMES.
001450*
001460 01  BC-MONTH-DAYS-VALUES.
001470     05  FILLER  PIC 9(02) VALUE 31.
001480     05  FILLER  PIC 9(02) VALUE 28.
001490     05  FILLER  PIC 9(02) VALUE 31.
001500     05  FILLER  PIC 9(02) VALUE 30.
001510     05  FILLER  PIC 9(02) VALUE 31.
001520     05  FILLER  PIC 9(02) VALUE 30.
001530     05  FILLER  PIC 9(02) VALUE 31.
001540     05  FILLER  PIC 9(02) VALUE 31.
001550     05  FILLER  PIC 9(02) VALUE 30.
001560     05  FILLER  PIC 9(02) VALUE 31.
001570     05  FILLER  PIC 9(02) VALUE 30.
001580     05  FILLER  PIC 9(02) VALUE 31.
001590 01  BC-MONTH-DAYS-TABLE REDEFINES BC-MONTH-DAYS-VALUES.
001600     05  BC-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001610*
001620 LINKAGE SECTION.
001630 01  LK-FUNCTION                    PIC X(01).
001640     88  LK-NEXT-BUSINESS-DAY                 VALUE 'N'.
001650     88  LK-PREV-BUSINESS-DAY                 VALUE 'P'.
001660     88  LK-BUSINESS-DAYS-BETWEEN             VALUE 'B'.
001670 01  LK-FROM-DATE                   PIC 9(08).
001680 01  LK-DAY-COUNT                   PIC S9(05).
001690 01  LK-TO-DATE                     PIC 9(08).
001700*
001710 PROCEDURE DIVISION USING LK-FUNCTION, LK-FROM-DATE,
001720                          LK-DAY-COUNT, LK-TO-DATE.
001730*=============================================================*
001740 0000-MAINLINE.
001750*=============================================================*
001760     IF BC-FIRST-CALL
001770         PERFORM 1000-OPEN-CAL-FILE
001780     END-IF
001790     MOVE ZERO TO BC-LOOP-COUNT
001800     MOVE 'N' TO BC-LIMIT-SW
001810     MOVE LK-FROM-DATE TO BC-CHECK-DATE-X
001820     PERFORM 2000-VALIDATE-DATE
001830     IF BC-DATE-OK
001840         AND LK-BUSINESS-DAYS-BETWEEN
001850         MOVE LK-TO-DATE TO BC-CHECK-DATE-X
001860         PERFORM 2000-VALIDATE-DATE
001870     END-IF
001880     EVALUATE TRUE
001890         WHEN NOT LK-NEXT-BUSINESS-DAY
001900          AND NOT LK-PREV-BUSINESS-DAY
001910          AND NOT LK-BUSINESS-DAYS-BETWEEN
001920             DISPLAY "BUSCALENDAR - INVALID FUNCTION '"
001930                 LK-FUNCTION "', DATE RETURNED UNCHANGED"
001940             MOVE LK-FROM-DATE TO LK-TO-DATE
001950         WHEN BC-DATE-BAD
001960             AND LK-BUSINESS-DAYS-BETWEEN
001970             DISPLAY "BUSCALENDAR - INVALID DATE " LK-FROM-DATE
001980                 " OR " LK-TO-DATE ", ZERO DAYS RETURNED"
001990             MOVE ZERO TO LK-DAY-COUNT
002000         WHEN BC-DATE-BAD
002010             DISPLAY "BUSCALENDAR - INVALID DATE " LK-FROM-DATE
002020                 ", DATE RETURNED UNCHANGED"
002030             MOVE LK-FROM-DATE TO LK-TO-DATE
002040         WHEN LK-BUSINESS-DAYS-BETWEEN
002050             PERFORM 6000-COUNT-BETWEEN
002060         WHEN OTHER
002070             PERFORM 5000-SHIFT-DATE
002080     END-EVALUATE
002090     GOBACK.
002100*
002110*-------------------------------------------------------------*
002120 1000-OPEN-CAL-FILE.
002130*-------------------------------------------------------------*
002140     MOVE 'N' TO BC-FIRST-CALL-SW
002150     OPEN INPUT CAL-FILE
002160     IF WS-CAL-STATUS = "00"
002170         SET BC-FILE-AVAIL TO TRUE
002180     ELSE
002190         DISPLAY "BUSCALENDAR - UNABLE TO OPEN CALFILE, "
002200             "STATUS " WS-CAL-STATUS
002210             ", WEEKDAY RULE ONLY"
002220     END-IF.
002230*
002240*-------------------------------------------------------------*
002250 2000-VALIDATE-DATE.
002260*-------------------------------------------------------------*
002270     SET BC-DATE-OK TO TRUE
002280     IF BC-CHECK-DATE-X NOT NUMERIC
002290         SET BC-DATE-BAD TO TRUE
002300     ELSE
002310         IF BC-CHECK-YEAR = ZERO
002320           OR BC-CHECK-MONTH < 1
002330           OR BC-CHECK-MONTH > 12
002340           OR BC-CHECK-DAY < 1
002350             SET BC-DATE-BAD TO TRUE
002360         ELSE
002370             MOVE BC-CHECK-YEAR TO BC-LEAP-YEAR
002380             MOVE BC-CHECK-MONTH TO BC-WORK-MONTH
002390             PERFORM 3300-MONTH-LENGTH
002400             IF BC-CHECK-DAY > BC-MONTH-LEN
002410                 SET BC-DATE-BAD TO TRUE
002420             END-IF
002430         END-IF
002440     END-IF.
002450*
002460*-------------------------------------------------------------*
002470 3000-SET-WEEKDAY.
002480*-------------------------------------------------------------*
002490*    SERIAL 1 IS MONDAY 1 JANUARY OF YEAR 1, SO THE REMAINDER *
002500*    OF (SERIAL - 1) / 7 GIVES 0 = MONDAY TO 6 = SUNDAY.      *
002510*-------------------------------------------------------------*
002520     MOVE BC-WORK-DATE TO BC-DTD-DATE
002530     PERFORM 7000-DATE-TO-DAYS
002540     SUBTRACT 1 FROM BC-DTD-SERIAL
002550     DIVIDE BC-DTD-SERIAL BY 7 GIVING BC-DTD-WORK
002560         REMAINDER BC-WEEKDAY.
002570*
002580*-------------------------------------------------------------*
002590 3100-STEP-FORWARD.
002600*-------------------------------------------------------------*
002610     ADD 1 TO BC-LOOP-COUNT
002620     MOVE BC-WORK-YEAR TO BC-LEAP-YEAR
002630     PERFORM 3300-MONTH-LENGTH
002640     ADD 1 TO BC-WORK-DAY
002650     IF BC-WORK-DAY > BC-MONTH-LEN
002660         MOVE 1 TO BC-WORK-DAY
002670         ADD 1 TO BC-WORK-MONTH
002680         IF BC-WORK-MONTH > 12
002690             MOVE 1 TO BC-WORK-MONTH
002700             ADD 1 TO BC-WORK-YEAR
002710         END-IF
002720     END-IF
002730     IF BC-WEEKDAY = 6
002740         MOVE 0 TO BC-WEEKDAY
002750     ELSE
002760         ADD 1 TO BC-WEEKDAY
002770     END-IF.
002780*
002790*-------------------------------------------------------------*
002800 3200-STEP-BACKWARD.
002810*-------------------------------------------------------------*
002820     ADD 1 TO BC-LOOP-COUNT
002830     IF BC-WORK-DAY > 1
002840         SUBTRACT 1 FROM BC-WORK-DAY
002850     ELSE
002860         IF BC-WORK-MONTH > 1
002870             SUBTRACT 1 FROM BC-WORK-MONTH
002880         ELSE
002890             MOVE 12 TO BC-WORK-MONTH
002900             SUBTRACT 1 FROM BC-WORK-YEAR
002910         END-IF
002920         MOVE BC-WORK-YEAR TO BC-LEAP-YEAR
002930         PERFORM 3300-MONTH-LENGTH
002940         MOVE BC-MONTH-LEN TO BC-WORK-DAY
002950     END-IF
002960     IF BC-WEEKDAY = 0
002970         MOVE 6 TO BC-WEEKDAY
002980     ELSE
002990         SUBTRACT 1 FROM BC-WEEKDAY
003000     END-IF.
003010*
003020*-------------------------------------------------------------*
003030 3300-MONTH-LENGTH.
003040*-------------------------------------------------------------*
003050*    DAYS IN BC-WORK-MONTH OF BC-LEAP-YEAR.                   *
003060*-------------------------------------------------------------*
003070     MOVE BC-MONTH-DAYS (BC-WORK-MONTH) TO BC-MONTH-LEN
003080     IF BC-WORK-MONTH = 2
003090         DIVIDE BC-LEAP-YEAR BY 4
003100             GIVING BC-LEAP-QUOT REMAINDER BC-LEAP-REM4
003110         DIVIDE BC-LEAP-YEAR BY 100
003120             GIVING BC-LEAP-QUOT REMAINDER BC-LEAP-REM100
003130         DIVIDE BC-LEAP-YEAR BY 400
003140             GIVING BC-LEAP-QUOT REMAINDER BC-LEAP-REM400
003150         IF BC-LEAP-REM4 = ZERO
003160             AND (BC-LEAP-REM100 NOT = ZERO
003170                 OR BC-LEAP-REM400 = ZERO)
003180             MOVE 29 TO BC-MONTH-LEN
003190         END-IF
003200     END-IF.
003210*
003220*-------------------------------------------------------------*
003230 3400-STEP-DAY.
003240*-------------------------------------------------------------*
003250     IF BC-STEP-FORWARD
003260         PERFORM 3100-STEP-FORWARD
003270     ELSE
003280         PERFORM 3200-STEP-BACKWARD
003290     END-IF
003300     IF BC-LOOP-COUNT > BC-LOOP-LIMIT
003310         SET BC-LIMIT-REACHED TO TRUE
003320     END-IF.
003330*
003340*-------------------------------------------------------------*
003350 4000-TEST-BUSINESS-DAY.
003360*-------------------------------------------------------------*
003370     IF BC-WEEKDAY < 5
003380         SET BC-BUSINESS-DAY TO TRUE
003390     ELSE
003400         SET BC-NON-BUSINESS-DAY TO TRUE
003410     END-IF
003420     IF BC-FILE-AVAIL
003430         MOVE BC-WORK-DATE-9 TO CAL-DATE
003440         READ CAL-FILE
003450             INVALID KEY
003460                 CONTINUE
003470             NOT INVALID KEY
003480                 IF CAL-HOLIDAY
003490                     SET BC-NON-BUSINESS-DAY TO TRUE
003500                 END-IF
003510                 IF CAL-WORKDAY
003520                     SET BC-BUSINESS-DAY TO TRUE
003530                 END-IF
003540         END-READ
003550     END-IF.
003560*
003570*-------------------------------------------------------------*
003580 5000-SHIFT-DATE.
003590*-------------------------------------------------------------*
003600*    NEXT (N) OR PREVIOUS (P) BUSINESS DAY.  A NEGATIVE COUNT *
003610*    RUNS THE OTHER WAY.                                      *
003620*-------------------------------------------------------------*
003630     IF LK-NEXT-BUSINESS-DAY
003640         SET BC-STEP-FORWARD TO TRUE
003650     ELSE
003660         SET BC-STEP-BACKWARD TO TRUE
003670     END-IF
003680     IF LK-DAY-COUNT < ZERO
003690         COMPUTE BC-STEPS-WANTED = ZERO - LK-DAY-COUNT
003700         IF BC-STEP-FORWARD
003710             SET BC-STEP-BACKWARD TO TRUE
003720         ELSE
003730             SET BC-STEP-FORWARD TO TRUE
003740         END-IF
003750     ELSE
003760         MOVE LK-DAY-COUNT TO BC-STEPS-WANTED
003770     END-IF
003780     MOVE ZERO TO BC-STEPS-DONE
003790     MOVE LK-FROM-DATE TO BC-WORK-DATE-9
003800     PERFORM 3000-SET-WEEKDAY
003810     IF BC-STEPS-WANTED = ZERO
003820         PERFORM 4000-TEST-BUSINESS-DAY
003830         PERFORM 5100-ROLL-TO-BUSINESS-DAY
003840             UNTIL BC-BUSINESS-DAY
003850                OR BC-LIMIT-REACHED
003860     ELSE
003870         PERFORM 5200-STEP-BUSINESS-DAY
003880             UNTIL BC-STEPS-DONE = BC-STEPS-WANTED
003890                OR BC-LIMIT-REACHED
003900     END-IF
003910     IF BC-LIMIT-REACHED
003920         DISPLAY "BUSCALENDAR - NO BUSINESS DAY FOUND FROM "
003930             LK-FROM-DATE ", DATE RETURNED UNCHANGED"
003940         MOVE LK-FROM-DATE TO LK-TO-DATE
003950     ELSE
003960         MOVE BC-WORK-DATE-9 TO LK-TO-DATE
003970     END-IF.
003980*
003990*-------------------------------------------------------------*
004000 5100-ROLL-TO-BUSINESS-DAY.
004010*-------------------------------------------------------------*
004020     PERFORM 3400-STEP-DAY
004030     PERFORM 4000-TEST-BUSINESS-DAY.
004040*
004050*-------------------------------------------------------------*
004060 5200-STEP-BUSINESS-DAY.
004070*-------------------------------------------------------------*
004080     PERFORM 3400-STEP-DAY
004090     PERFORM 4000-TEST-BUSINESS-DAY
004100     IF BC-BUSINESS-DAY
004110         ADD 1 TO BC-STEPS-DONE
004120     END-IF.
004130*
004140*-------------------------------------------------------------*
004150 6000-COUNT-BETWEEN.
004160*-------------------------------------------------------------*
004170*    COUNTS FORWARD FROM THE EARLIER DATE TO THE LATER ONE;   *
004180*    THE EARLIER DATE ITSELF IS NOT COUNTED.                  *
004190*-------------------------------------------------------------*
004200     MOVE ZERO TO BC-BUS-COUNT
004210     SET BC-STEP-FORWARD TO TRUE
004220     IF LK-TO-DATE < LK-FROM-DATE
004230         MOVE LK-TO-DATE TO BC-WORK-DATE-9
004240         MOVE LK-FROM-DATE TO BC-END-DATE
004250     ELSE
004260         MOVE LK-FROM-DATE TO BC-WORK-DATE-9
004270         MOVE LK-TO-DATE TO BC-END-DATE
004280     END-IF
004290     PERFORM 3000-SET-WEEKDAY
004300     PERFORM 6100-COUNT-ONE-DAY
004310         UNTIL BC-WORK-DATE-9 = BC-END-DATE
004320            OR BC-LIMIT-REACHED
004330     IF BC-LIMIT-REACHED
004340         DISPLAY "BUSCALENDAR - RANGE " LK-FROM-DATE " TO "
004350             LK-TO-DATE " TOO LONG, COUNT STOPPED AT "
004360             BC-BUS-COUNT
004370     END-IF
004380     IF LK-TO-DATE < LK-FROM-DATE
004390         COMPUTE LK-DAY-COUNT = ZERO - BC-BUS-COUNT
004400     ELSE
004410         MOVE BC-BUS-COUNT TO LK-DAY-COUNT
004420     END-IF.
004430*
004440*-------------------------------------------------------------*
004450 6100-COUNT-ONE-DAY.
004460*-------------------------------------------------------------*
004470     PERFORM 3400-STEP-DAY
004480     PERFORM 4000-TEST-BUSINESS-DAY
004490     IF BC-BUSINESS-DAY
004500         ADD 1 TO BC-BUS-COUNT
004510     END-IF.
004520*
004530*-------------------------------------------------------------*
004540 7000-DATE-TO-DAYS.
004550*-------------------------------------------------------------*
004560*    CONVERTS BC-DTD-DATE (YYYYMMDD) TO A DAY SERIAL COUNTED  *
004570*    FROM 1 JANUARY OF YEAR 1.                                *
004580*-------------------------------------------------------------*
004590     COMPUTE BC-DTD-YEAR-PRIOR = BC-DTD-YEAR - 1
004600     COMPUTE BC-DTD-SERIAL = BC-DTD-YEAR-PRIOR * 365
004610     DIVIDE BC-DTD-YEAR-PRIOR BY 4 GIVING BC-DTD-WORK
004620     ADD BC-DTD-WORK TO BC-DTD-SERIAL
004630     DIVIDE BC-DTD-YEAR-PRIOR BY 100 GIVING BC-DTD-WORK
004640     SUBTRACT BC-DTD-WORK FROM BC-DTD-SERIAL
004650     DIVIDE BC-DTD-YEAR-PRIOR BY 400 GIVING BC-DTD-WORK
004660     ADD BC-DTD-WORK TO BC-DTD-SERIAL
004670     ADD BC-MONTH-OFFSET (BC-DTD-MONTH) TO BC-DTD-SERIAL
004680     ADD BC-DTD-DAY TO BC-DTD-SERIAL
004690     IF BC-DTD-MONTH > 2
004700         DIVIDE BC-DTD-YEAR BY 4 GIVING BC-DTD-WORK
004710             REMAINDER BC-DTD-REM4
004720         DIVIDE BC-DTD-YEAR BY 100 GIVING BC-DTD-WORK
004730             REMAINDER BC-DTD-REM100
004740         DIVIDE BC-DTD-YEAR BY 400 GIVING BC-DTD-WORK
004750             REMAINDER BC-DTD-REM400
004760         IF BC-DTD-REM4 = ZERO
004770             AND (BC-DTD-REM100 NOT = ZERO
004780                 OR BC-DTD-REM400 = ZERO)
004790             ADD 1 TO BC-DTD-SERIAL
004800         END-IF
004810     END-IF.
