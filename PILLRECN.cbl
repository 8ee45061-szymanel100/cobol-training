000354*                  NEW PH-BATCH-ID/PH-SUPERSEDED FIELDS AND      *
000356*                  STOPPED RECONCILING AGAINST SUPERSEDED        *
000358*                  RECORDS FROM AN OVERRIDDEN BATCH RERUN.       *
000359*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000360*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000361*                  SETS.                                         *
000362*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.    PILLRECN.
000390 AUTHOR.        R S MASON.
006480     COMPUTE RR-CNT-WRITTEN = RC-CNT-WITHIN + RC-CNT-OUTSIDE.
006490     MOVE RETURN-CODE TO RR-RETURN-CODE.
006500     MOVE 'Y' TO RR-BALANCE-FLAG.
006505     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
006510     WRITE RR-REGISTRY-RECORD.
006520     CLOSE RUN-REGISTRY.
006530 9500-WRITE-REGISTRY-EXIT.
