000010*****************************************************************
000020*  PILLBLS.CPY                                                  *
000030*  RECORD LAYOUT FOR THE MONTH-END BACKLOG SNAPSHOT SEQUENTIAL  *
000040*  FILE - ONE RECORD PER ACCEPTED QUOTE STILL IN THE BILLING    *
000050*  BACKLOG AT MONTH-END, WRITTEN BY THE BACKLOG RUN AND READ    *
000060*  BACK BY THE FOLLOWING MONTH'S RUN TO SHOW THE MOVEMENT IN    *
000070*  BACKLOG VALUE.  THE GROUP SAYS WHERE THE QUOTE STOOD - NOT   *
000080*  YET EXTRACTED, EXTRACTED BUT NOT YET ACKNOWLEDGED, OR        *
000090*  REJECTED BY BILLING AND RE-QUEUED.  THE PROGRAM HOLDS THIS   *
000100*  RECORD IN WORKING-STORAGE, SO BOTH SNAPSHOT FDS MUST STAY    *
000110*  THE SAME LENGTH AS BS-SNAPSHOT-RECORD.                       *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY                                         *
000140*  DATE       INIT DESCRIPTION                                  *
000150*  2026-10-14 RSM  ORIGINAL COPYBOOK.                            *
000160*****************************************************************
000170 01  BS-SNAPSHOT-RECORD.
000180     05  BS-SNAP-MONTH             PIC 9(06).
000190     05  BS-AS-OF-DATE             PIC 9(08).
000200     05  BS-JOB-ID                 PIC X(06).
000210     05  BS-RUN-DATE               PIC 9(08).
000220     05  BS-CUST-NO                PIC X(05).
000230     05  BS-GROUP                  PIC 9(01).
000240         88  BS-GROUP-NOT-EXTRACTED  VALUE 1.
000250         88  BS-GROUP-NOT-ACKED      VALUE 2.
000260         88  BS-GROUP-REJECTED       VALUE 3.
000270         88  BS-GROUP-VALID          VALUE 1 THRU 3.
000280     05  BS-ACCEPT-DATE            PIC 9(08).
000290     05  BS-AGE-DAYS               PIC 9(05).
000300     05  BS-VALUE                  PIC 9(10)V99.
000310     05  BS-XTR-DATE               PIC 9(08).
