000120*  FILE HAS ITS FIGURES REFRESHED BUT KEEPS THE OUTCOME AND     *
000130*  OUTCOME DATE ALREADY RECORDED AGAINST IT, SO A RERUN OF THE  *
000140*  COSTING STEP CANNOT WIPE OUT AN ANSWER THE CUSTOMER HAS      *
000150*  ALREADY GIVEN.  THE CUSTOMER NUMBER IS CARRIED ONTO THE      *
000155*  MASTER WITH THE FIGURES FOR THE SALES ANALYSIS.              *
000160*                                                               *
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY                                         *
000190*  DATE       INIT DESCRIPTION                                  *
000200*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000203*  2026-09-21 RSM  CARRIED QT-CUST-NO ONTO QS-CUST-NO WHEN A     *
000206*                  QUOTE IS ADDED OR REFRESHED.                  *
000207*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000208*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000209*                  SETS.                                         *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    PILLQLOD.
001690     MOVE QT-RESULT        TO QS-RESULT.
001700     MOVE QT-RATE-EFF-DATE TO QS-RATE-EFF-DATE.
001710     MOVE QT-TOTAL-COST    TO QS-TOTAL-COST.
001715     MOVE QT-CUST-NO       TO QS-CUST-NO.
001720     SET QS-OUTCOME-OPEN   TO TRUE.
001730     MOVE ZERO             TO QS-OUTCOME-DATE.
001740     WRITE QS-STATUS-RECORD.
001780
001790*-----------------------------------------------------------------
001800*    2200-REFRESH-QUOTE - THE QUOTE IS ALREADY ON FILE.  REFRESH
001810*    THE PRICED FIGURES AND CUSTOMER AND LEAVE THE RECORDED
001815*    OUTCOME ALONE.
001820*-----------------------------------------------------------------
001830 2200-REFRESH-QUOTE.
001840     MOVE QT-NUM-PILL      TO QS-NUM-PILL.
001850     MOVE QT-RESULT        TO QS-RESULT.
001860     MOVE QT-RATE-EFF-DATE TO QS-RATE-EFF-DATE.
001870     MOVE QT-TOTAL-COST    TO QS-TOTAL-COST.
001875     MOVE QT-CUST-NO       TO QS-CUST-NO.
001880     REWRITE QS-STATUS-RECORD.
001890     ADD 1 TO QL-CNT-REFRESHED.
001900 2200-REFRESH-QUOTE-EXIT.
002450     COMPUTE RR-CNT-WRITTEN = QL-CNT-ADDED + QL-CNT-REFRESHED.
002460     MOVE RETURN-CODE TO RR-RETURN-CODE.
002470     MOVE 'Y' TO RR-BALANCE-FLAG.
002475     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
002480     WRITE RR-REGISTRY-RECORD.
002490     CLOSE RUN-REGISTRY.
002500 9500-WRITE-REGISTRY-EXIT.
