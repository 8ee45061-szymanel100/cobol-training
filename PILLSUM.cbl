000294*                  PH-BATCH-ID/PH-SUPERSEDED FIELDS AND          *
000296*                  STOPPED TALLYING SUPERSEDED RECORDS FROM AN   *
000298*                  OVERRIDDEN BATCH RERUN.                       *
000299*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000300*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000301*                  SETS.                                         *
000302*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    PILLSUM.
000330 AUTHOR.        R S MASON.
004030     COMPUTE RR-CNT-WRITTEN = ZERO.
004040     MOVE RETURN-CODE TO RR-RETURN-CODE.
004050     MOVE 'Y' TO RR-BALANCE-FLAG.
004055     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
004060     WRITE RR-REGISTRY-RECORD.
004070     CLOSE RUN-REGISTRY.
004080 9500-WRITE-REGISTRY-EXIT.
