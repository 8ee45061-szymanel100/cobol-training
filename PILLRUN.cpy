000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-09-03 RSM  ORIGINAL COPYBOOK.                            *
000131*  2026-10-01 RSM  ADDED RR-RESTART-FLAG AND RR-RESTART-JOB SO A *
000132*                  BATCH DRIVER RUN RESTARTED FROM A CHECKPOINT  *
000133*                  SHOWS AS RESTARTED, WITH THE LAST JOB THE     *
000134*                  FAILED RUN COMPLETED.  EVERY OTHER RUN        *
000135*                  CARRIES SPACES IN BOTH.                       *
000140*****************************************************************
000150 01  RR-REGISTRY-RECORD.
000160     05  RR-PROGRAM-ID             PIC X(08).
000220     05  RR-BALANCE-FLAG           PIC X(01).
000230         88  RR-IN-BALANCE         VALUE 'Y'.
000240         88  RR-OUT-OF-BALANCE     VALUE 'N'.
000250     05  RR-RESTART-FLAG           PIC X(01).
000260         88  RR-RESTARTED          VALUE 'R'.
000270         88  RR-NOT-RESTARTED      VALUE SPACE.
000280     05  RR-RESTART-JOB            PIC X(06).
