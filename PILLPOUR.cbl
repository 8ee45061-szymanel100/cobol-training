000240*  MODIFICATION HISTORY                                         *
000250*  DATE       INIT DESCRIPTION                                  *
000260*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000262*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000264*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000266*                  SETS.                                        *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PILLPOUR.
004980     COMPUTE RR-CNT-WRITTEN = PO-CNT-LINES.
004990     MOVE RETURN-CODE TO RR-RETURN-CODE.
005000     MOVE 'Y' TO RR-BALANCE-FLAG.
005005     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005010     WRITE RR-REGISTRY-RECORD.
005020     CLOSE RUN-REGISTRY.
005030 9500-WRITE-REGISTRY-EXIT.
