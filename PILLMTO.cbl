000220*  MODIFICATION HISTORY                                         *
000230*  DATE       INIT DESCRIPTION                                  *
000240*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000242*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000244*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000246*                  SETS.                                        *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    PILLMTO.
005060     COMPUTE RR-CNT-WRITTEN = MT-CNT-BOM.
005070     MOVE RETURN-CODE TO RR-RETURN-CODE.
005080     MOVE 'Y' TO RR-BALANCE-FLAG.
005085     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005090     WRITE RR-REGISTRY-RECORD.
005100     CLOSE RUN-REGISTRY.
005110 9500-WRITE-REGISTRY-EXIT.
