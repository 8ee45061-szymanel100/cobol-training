000389*                  STAGE RESULT AND GRAND TOTAL PRINTED FOR      *
000391*                  THOSE JOBS ARE CORRECTED.  NO CODE CHANGE     *
000392*                  HERE.                                         *
000394*  2026-10-05 RSM  STARTED EVERY ESTIMATE-MASTER RECORD WRITTEN  *
000396*                  OUT NOT CANCELLED NOW THE MASTER CARRIES THE  *
000398*                  CANCELLATION FIELDS.                          *
000402*****************************************************************
000412 IDENTIFICATION DIVISION.
000422 PROGRAM-ID.    PILLRPT.
002682     MOVE PH-UOM       TO PM-UOM.
002692     MOVE PH-RESULT    TO PM-RESULT.
002702     MOVE PH-STATUS    TO PM-STATUS.
002704     SET PM-NOT-CANCELLED TO TRUE.
002706     MOVE ZERO         TO PM-CANCEL-DATE.
002708     MOVE SPACES       TO PM-CANCEL-REASON.
002712     WRITE PM-MASTER-RECORD
002722         INVALID KEY
002732             REWRITE PM-MASTER-RECORD
