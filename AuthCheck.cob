000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AuthCheck.
000030 AUTHOR. Huang An Sheng.
000040 DATE-WRITTEN. Oct 15th 2026.
000050*
000060*-----------------------------------------------------------*
000070* MODIFICATION HISTORY                                      *
000080*-----------------------------------------------------------*
000090* DATE        INIT  DESCRIPTION                              *
000100* 15OCT2026   HAS   Initial version - operator authorization *
000110*                   routine shared by HistInquiry,           *
000120*                   CorrEntry, RateMaint and UserMaint.      *
000130*                   Checks an operator id against the user   *
000140*                   authorization file USERAUTH maintained   *
000150*                   by UserMaint and writes every sign-on,   *
000160*                   refusal and update to the security log   *
000170*                   SECLOG read by SecReport.                *
000180* 15OCT2026   HAS   Now also called by DeptMaint, CalMaint,  *
000190*                   ExcpMaint and RetroRate.                 *
000200*-----------------------------------------------------------*
000210* Call with a function code, operator id, program name,      *
000220* access level (I = inquiry, U = update), detail text, and   *
000230* result and reason fields for the answer:                   *
000240*   S  sign-on check.  Result Y when the operator is active  *
000250*      and holds the program at the level asked for (an      *
000260*      update grant covers inquiry).  Logged as SIGNON, or   *
000270*      REFUSED with the reason.                              *
000280*   C  transaction check, as S, but only a refusal is        *
000290*      logged; the detail text goes on the log record.       *
000300*   U  log an UPDATE with the detail text.  Result Y.        *
000310*   R  log a REFUSED with the detail text as the reason,     *
000320*      for a caller that made its own check.  Result N.      *
000330* USERAUTH is opened on the first check; when it cannot be   *
000340* opened every check is refused.  SECLOG is opened, written  *
000350* and closed for each entry so nothing is lost if the        *
000360* calling session is cancelled.  A sign-on that cannot be    *
000370* logged is refused.                                         *
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT UA-FILE ASSIGN TO "USERAUTH"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS UA-USER-ID
000460         FILE STATUS IS WS-UA-STATUS.
000470*
000480     SELECT SEC-FILE ASSIGN TO "SECLOG"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-SEC-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*-----------------------------------------------------------*
000550* UA-FILE - OPERATOR AUTHORIZATION MASTER (INDEXED)          *
000560*-----------------------------------------------------------*
000570 FD  UA-FILE.
000580 01  UA-REC.
000590     05  UA-USER-ID                 PIC X(08).
000600     05  UA-USER-NAME               PIC X(20).
000610     05  UA-STATUS                  PIC X(01).
000620         88  UA-ACTIVE                        VALUE 'A'.
000630         88  UA-REVOKED                       VALUE 'R'.
000640     05  UA-GRANT OCCURS 6 TIMES.
000650         10  UA-PROGRAM             PIC X(12).
000660         10  UA-ACCESS              PIC X(01).
000670             88  UA-ACCESS-INQUIRY            VALUE 'I'.
000680             88  UA-ACCESS-UPDATE             VALUE 'U'.
000690     05  UA-LAST-MAINT-DATE         PIC 9(08).
000700     05  FILLER                     PIC X(05).
000710*
000720*-----------------------------------------------------------*
000730* SEC-FILE - SECURITY LOG OF SIGN-ONS, REFUSALS AND UPDATES  *
000740*-----------------------------------------------------------*
000750 FD  SEC-FILE
000760     RECORDING MODE IS F.
000770 01  SEC-REC.
000780     05  SEC-DATE                   PIC 9(08).
000790     05  SEC-TIME                   PIC 9(08).
000800     05  SEC-USER-ID                PIC X(08).
000810     05  SEC-PROGRAM                PIC X(12).
000820     05  SEC-EVENT                  PIC X(08).
000830     05  SEC-LEVEL                  PIC X(01).
000840     05  SEC-REASON                 PIC X(20).
000850     05  SEC-DETAIL                 PIC X(35).
000860*
000870 WORKING-STORAGE SECTION.
000880*-----------------------------------------------------------*
000890* FILE STATUS FIELDS                                        *
000900*-----------------------------------------------------------*
000910 01  WS-UA-STATUS                   PIC X(02) VALUE SPACES.
000920 01  WS-SEC-STATUS                  PIC X(02) VALUE SPACES.
000930*
000940*-----------------------------------------------------------*
000950* SWITCHES                                                  *
000960*-----------------------------------------------------------*
000970 01  AC-SWITCHES.
000980     05  AC-FIRST-CHECK-SW          PIC X(01) VALUE 'Y'.
000990         88  AC-FIRST-CHECK                   VALUE 'Y'.
001000     05  AC-FILE-AVAIL-SW           PIC X(01) VALUE 'N'.
001010         88  AC-FILE-AVAIL                    VALUE 'Y'.
001020     05  AC-GRANT-FOUND-SW          PIC X(01) VALUE 'N'.
001030         88  AC-GRANT-FOUND                   VALUE 'Y'.
001040     05  AC-LOG-OK-SW               PIC X(01) VALUE 'N'.
001050         88  AC-LOG-OK                        VALUE 'Y'.
001060         88  AC-LOG-FAILED                    VALUE 'N'.
001070*
001080*-----------------------------------------------------------*
001090* CHECK AND LOG WORK AREAS                                  *
001100*-----------------------------------------------------------*
001110 01  AC-EVENT                       PIC X(08) VALUE SPACES.
001120 01  AC-LOG-REASON                  PIC X(20) VALUE SPACES.
001130 01  AC-LOG-DETAIL                  PIC X(35) VALUE SPACES.
001140 77  AC-SUB                         PIC 9(02) COMP VALUE 0.
001150*
001160 LINKAGE SECTION.
001170 01  LK-FUNCTION                    PIC X(01).
001180     88  LK-SIGN-ON-CHECK                     VALUE 'S'.
001190     88  LK-TRANSACTION-CHECK                 VALUE 'C'.
001200     88  LK-LOG-UPDATE                        VALUE 'U'.
001210     88  LK-LOG-REFUSAL                       VALUE 'R'.
001220 01  LK-USER-ID                     PIC X(08).
001230 01  LK-PROGRAM                     PIC X(12).
001240 01  LK-LEVEL                       PIC X(01).
001250     88  LK-LEVEL-INQUIRY                     VALUE 'I'.
001260     88  LK-LEVEL-UPDATE                      VALUE 'U'.
001270 01  LK-DETAIL                      PIC X(35).
001280 01  LK-RESULT                      PIC X(01).
001290     88  LK-GRANTED                           VALUE 'Y'.
001300     88  LK-REFUSED                           VALUE 'N'.
001310 01  LK-REASON                      PIC X(20).
001320*
001330 PROCEDURE DIVISION USING LK-FUNCTION, LK-USER-ID, LK-PROGRAM,
001340                          LK-LEVEL, LK-DETAIL, LK-RESULT,
001350                          LK-REASON.
001360*=============================================================*
001370 0000-MAINLINE.
001380*=============================================================*
001390     SET LK-REFUSED TO TRUE
001400     MOVE SPACES TO LK-REASON
001410     EVALUATE TRUE
001420         WHEN LK-SIGN-ON-CHECK
001430             PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
001440             IF LK-GRANTED
001450                 MOVE "SIGNON" TO AC-EVENT
001460                 MOVE SPACES TO AC-LOG-REASON
001470                 MOVE LK-DETAIL TO AC-LOG-DETAIL
001480                 PERFORM 3000-WRITE-LOG
001490                 IF AC-LOG-FAILED
001500                     SET LK-REFUSED TO TRUE
001510                     MOVE "SECURITY LOG DOWN" TO LK-REASON
001520                 END-IF
001530             ELSE
001540                 PERFORM 2900-LOG-REFUSAL
001550             END-IF
001560         WHEN LK-TRANSACTION-CHECK
001570             PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
001580             IF LK-REFUSED
001590                 PERFORM 2900-LOG-REFUSAL
001600             END-IF
001610         WHEN LK-LOG-UPDATE
001620             SET LK-GRANTED TO TRUE
001630             MOVE "UPDATE" TO AC-EVENT
001640             MOVE SPACES TO AC-LOG-REASON
001650             MOVE LK-DETAIL TO AC-LOG-DETAIL
001660             PERFORM 3000-WRITE-LOG
001670         WHEN LK-LOG-REFUSAL
001680             MOVE LK-DETAIL TO LK-REASON
001690             MOVE "REFUSED" TO AC-EVENT
001700             MOVE LK-DETAIL TO AC-LOG-REASON
001710             MOVE SPACES TO AC-LOG-DETAIL
001720             PERFORM 3000-WRITE-LOG
001730         WHEN OTHER
001740             DISPLAY "AUTHCHECK - INVALID FUNCTION '"
001750                 LK-FUNCTION "', ACCESS REFUSED"
001760             MOVE "INVALID FUNCTION" TO LK-REASON
001770     END-EVALUATE
001780     GOBACK.
001790*
001800*-------------------------------------------------------------*
001810 1000-OPEN-AUTH-FILE.
001820*-------------------------------------------------------------*
001830     MOVE 'N' TO AC-FIRST-CHECK-SW
001840     OPEN INPUT UA-FILE
001850     IF WS-UA-STATUS = "00"
001860         SET AC-FILE-AVAIL TO TRUE
001870     ELSE
001880         DISPLAY "AUTHCHECK - UNABLE TO OPEN USERAUTH, "
001890             "STATUS " WS-UA-STATUS
001900             ", ALL ACCESS WILL BE REFUSED"
001910     END-IF.
001920*
001930*-------------------------------------------------------------*
001940 2000-CHECK-AUTHORITY.
001950*-------------------------------------------------------------*
001960     IF AC-FIRST-CHECK
001970         PERFORM 1000-OPEN-AUTH-FILE
001980     END-IF
001990     IF NOT AC-FILE-AVAIL
002000         MOVE "AUTH FILE UNAVAIL" TO LK-REASON
002010         GO TO 2000-EXIT
002020     END-IF
002030     IF LK-USER-ID = SPACES
002040         MOVE "NO OPERATOR ID" TO LK-REASON
002050         GO TO 2000-EXIT
002060     END-IF
002070     IF NOT LK-LEVEL-INQUIRY
002080         AND NOT LK-LEVEL-UPDATE
002090         MOVE "LEVEL NOT I/U" TO LK-REASON
002100         GO TO 2000-EXIT
002110     END-IF
002120     MOVE LK-USER-ID TO UA-USER-ID
002130     READ UA-FILE
002140         INVALID KEY
002150             MOVE "USER NOT ON FILE" TO LK-REASON
002160     END-READ
002170     IF WS-UA-STATUS NOT = "00"
002180         IF LK-REASON = SPACES
002190             MOVE "USERAUTH READ ERROR" TO LK-REASON
002200         END-IF
002210         GO TO 2000-EXIT
002220     END-IF
002230     IF NOT UA-ACTIVE
002240         MOVE "USER REVOKED" TO LK-REASON
002250         GO TO 2000-EXIT
002260     END-IF
002270     MOVE 'N' TO AC-GRANT-FOUND-SW
002280     MOVE 1 TO AC-SUB
002290     PERFORM 2100-SCAN-GRANT
002300         UNTIL AC-SUB > 6
002310            OR AC-GRANT-FOUND
002320     IF NOT AC-GRANT-FOUND
002330         MOVE "PROGRAM NOT GRANTED" TO LK-REASON
002340         GO TO 2000-EXIT
002350     END-IF
002360     IF LK-LEVEL-UPDATE
002370         AND NOT UA-ACCESS-UPDATE (AC-SUB)
002380         MOVE "INQUIRY ONLY" TO LK-REASON
002390         GO TO 2000-EXIT
002400     END-IF
002410     SET LK-GRANTED TO TRUE
002420     .
002430 2000-EXIT.
002440     EXIT.
002450*
002460*-------------------------------------------------------------*
002470 2100-SCAN-GRANT.
002480*-------------------------------------------------------------*
002490     IF UA-PROGRAM (AC-SUB) = LK-PROGRAM
002500         AND (UA-ACCESS-INQUIRY (AC-SUB)
002510              OR UA-ACCESS-UPDATE (AC-SUB))
002520         SET AC-GRANT-FOUND TO TRUE
002530     ELSE
002540         ADD 1 TO AC-SUB
002550     END-IF.
002560*
002570*-------------------------------------------------------------*
002580 2900-LOG-REFUSAL.
002590*-------------------------------------------------------------*
002600     MOVE "REFUSED" TO AC-EVENT
002610     MOVE LK-REASON TO AC-LOG-REASON
002620     MOVE LK-DETAIL TO AC-LOG-DETAIL
002630     PERFORM 3000-WRITE-LOG.
002640*
002650*-------------------------------------------------------------*
002660 3000-WRITE-LOG.
002670*-------------------------------------------------------------*
002680     SET AC-LOG-FAILED TO TRUE
002690     OPEN EXTEND SEC-FILE
002700     IF WS-SEC-STATUS = "35"
002710         OPEN OUTPUT SEC-FILE
002720     END-IF
002730     IF WS-SEC-STATUS NOT = "00"
002740         DISPLAY "AUTHCHECK - UNABLE TO OPEN SECLOG, "
002750             "STATUS " WS-SEC-STATUS
002760     ELSE
002770         MOVE SPACES TO SEC-REC
002780         ACCEPT SEC-DATE FROM DATE YYYYMMDD
002790         ACCEPT SEC-TIME FROM TIME
002800         MOVE LK-USER-ID TO SEC-USER-ID
002810         MOVE LK-PROGRAM TO SEC-PROGRAM
002820         MOVE AC-EVENT TO SEC-EVENT
002830         MOVE LK-LEVEL TO SEC-LEVEL
002840         MOVE AC-LOG-REASON TO SEC-REASON
002850         MOVE AC-LOG-DETAIL TO SEC-DETAIL
002860         WRITE SEC-REC
002870         IF WS-SEC-STATUS = "00"
002880             SET AC-LOG-OK TO TRUE
002890         ELSE
002900             DISPLAY "AUTHCHECK - UNABLE TO WRITE SECLOG, "
002910                 "STATUS " WS-SEC-STATUS
002920         END-IF
002930         CLOSE SEC-FILE
002940     END-IF.
