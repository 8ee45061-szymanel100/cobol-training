000254*                  OPERATIONS REPORT.                            *
000264*  2026-09-03 RSM  WIDENED THE PASS-THROUGH RECORDS FOR THE      *
000274*                  NEW PH-BATCH-ID/PH-SUPERSEDED FIELDS.         *
000276*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000278*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000280*                  SETS.                                         *
000284*****************************************************************
000294 IDENTIFICATION DIVISION.
000304 PROGRAM-ID.    PILLARCH.
002884     COMPUTE RR-CNT-WRITTEN = AR-CNT-ARCHIVED + AR-CNT-RETAINED.
002894     MOVE RETURN-CODE TO RR-RETURN-CODE.
002904     MOVE 'Y' TO RR-BALANCE-FLAG.
002909     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
002914     WRITE RR-REGISTRY-RECORD.
002924     CLOSE RUN-REGISTRY.
002934 9500-WRITE-REGISTRY-EXIT.
