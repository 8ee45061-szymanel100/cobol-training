000126*                  (SECTION 00) OF ONE RUN KEEP DISTINCT KEYS.   *
000127*  2026-08-22 RSM  CARRIED TWO DECIMAL PLACES ON PM-DIST AND     *
000128*                  PM-WIDTH TO MATCH THE HISTORY LAYOUT.         *
000129*  2026-10-05 RSM  ADDED PM-CANCEL-FLAG, PM-CANCEL-DATE AND      *
000130*                  PM-CANCEL-REASON, SET ON EVERY RECORD OF A    *
000131*                  RUN WHEN THE CUSTOMER CANCELS THE JOB.        *
000132*****************************************************************
000140 01  PM-MASTER-RECORD.
000150     05  PM-KEY.
000160         10  PM-JOB-ID             PIC X(06).
000210     05  PM-UOM                    PIC X(01).
000220     05  PM-RESULT                 PIC 9(08).
000230     05  PM-STATUS                 PIC X(02).
000240     05  PM-CANCEL-FLAG            PIC X(01).
000250         88  PM-CANCELLED          VALUE 'C'.
000260         88  PM-NOT-CANCELLED      VALUE SPACE.
000270     05  PM-CANCEL-DATE            PIC 9(08).
000280     05  PM-CANCEL-REASON          PIC X(02).
