000254*                  FOR THE NEW PH-BATCH-ID/PH-SUPERSEDED        *
000256*                  FIELDS.  SUPERSEDED RECORDS STAY IN THE      *
000258*                  LISTING - THE AUDITORS WANT THE WHOLE TRAIL. *
000259*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000260*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000261*                  SETS.                                        *
000262*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    PILLHSRC.
000290 AUTHOR.        R S MASON.
006240     COMPUTE RR-CNT-WRITTEN = HX-CNT-MATCHED.
006250     MOVE RETURN-CODE TO RR-RETURN-CODE.
006260     MOVE 'Y' TO RR-BALANCE-FLAG.
006265     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
006270     WRITE RR-REGISTRY-RECORD.
006280     CLOSE RUN-REGISTRY.
006290 9500-WRITE-REGISTRY-EXIT.
