000100*  MASTER.  TAKES A QUOTE MONTH (YYYYMM) FROM SYSIN - A BLANK   *
000110*  CARD REPORTS EVERY MONTH ON FILE - AND PRINTS QUOTE COUNTS   *
000120*  AND TOTAL-COST VALUE BY OUTCOME (ACCEPTED, DECLINED,         *
000130*  EXPIRED, CANCELLED, STILL OPEN), WITH THE FRACTION OF QUOTED *
000140*  VALUE WON AT THE FOOT.  REPLACES THE SPREADSHEET THE SAME    *
000150*  FIGURES USED TO BE RE-KEYED INTO FROM THE BINDER.            *
000160*                                                               *
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY                                         *
000190*  DATE       INIT DESCRIPTION                                  *
000200*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000202*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000204*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000206*                  SETS.                                        *
000207*  2026-10-05 RSM  COUNTED CANCELLED QUOTES ON A LINE OF THEIR  *
000208*                  OWN RATHER THAN AS STILL OPEN.               *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    PILLQWIN.
000940 77  QW-VAL-DECLINED           PIC 9(12)V99  VALUE ZERO.
000950 77  QW-VAL-EXPIRED            PIC 9(12)V99  VALUE ZERO.
000960 77  QW-VAL-OPEN               PIC 9(12)V99  VALUE ZERO.
000963 77  QW-CNT-CANCELLED          PIC 9(07)     VALUE ZERO COMP.
000966 77  QW-VAL-CANCELLED          PIC 9(12)V99  VALUE ZERO.
000970 77  QW-CNT-TOTAL              PIC 9(07)     VALUE ZERO COMP.
000980 77  QW-VAL-TOTAL              PIC 9(13)V99  VALUE ZERO.
000990 77  QW-PCT-WON                PIC 9(03)V99  VALUE ZERO.
002160         WHEN QS-OUTCOME-EXPIRED
002170             ADD 1             TO QW-CNT-EXPIRED
002180             ADD QS-TOTAL-COST TO QW-VAL-EXPIRED
002182         WHEN QS-OUTCOME-CANCELLED
002184             ADD 1             TO QW-CNT-CANCELLED
002186             ADD QS-TOTAL-COST TO QW-VAL-CANCELLED
002190         WHEN OTHER
002200             ADD 1             TO QW-CNT-OPEN
002210             ADD QS-TOTAL-COST TO QW-VAL-OPEN
002440     MOVE QW-CNT-EXPIRED   TO QW-DET-COUNT.
002450     MOVE QW-VAL-EXPIRED   TO QW-DET-VALUE.
002460     WRITE QW-PRINT-LINE FROM QW-DETAIL-LINE.
002462     MOVE "CANCELLED"      TO QW-DET-OUTCOME.
002464     MOVE QW-CNT-CANCELLED TO QW-DET-COUNT.
002466     MOVE QW-VAL-CANCELLED TO QW-DET-VALUE.
002468     WRITE QW-PRINT-LINE FROM QW-DETAIL-LINE.
002470     MOVE "STILL OPEN"     TO QW-DET-OUTCOME.
002480     MOVE QW-CNT-OPEN      TO QW-DET-COUNT.
002490     MOVE QW-VAL-OPEN      TO QW-DET-VALUE.
003160     COMPUTE RR-CNT-WRITTEN = ZERO.
003170     MOVE RETURN-CODE TO RR-RETURN-CODE.
003180     MOVE 'Y' TO RR-BALANCE-FLAG.
003185     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
003190     WRITE RR-REGISTRY-RECORD.
003200     CLOSE RUN-REGISTRY.
003210 9500-WRITE-REGISTRY-EXIT.
