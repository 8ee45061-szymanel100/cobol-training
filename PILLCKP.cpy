000010*****************************************************************
000020*  PILLCKP.CPY                                                  *
000030*  RECORD LAYOUT FOR THE BATCH DRIVER'S CHECKPOINT FILE.  THE   *
000040*  FILE HOLDS ONE RECORD, REWRITTEN EVERY TIME THE DRIVER TAKES *
000050*  A CHECKPOINT - THE BATCH AND THE RUN DATE ITS ESTIMATES      *
000060*  CARRY, THE LAST JOB AND SECTION COMPLETED, THE RUN-BALANCING *
000070*  COUNTS SO FAR, AND THE CONTROL-BREAK TOTALS OF THE LAST JOB  *
000080*  COMPLETED.  A RESTART RUN PICKS UP FROM IT.  THE STATE FLAG  *
000090*  GOES TO COMPLETE WHEN THE BATCH REACHES END OF JOB, SO A     *
000100*  FINISHED BATCH CANNOT BE RESTARTED BY MISTAKE.  A LAST JOB   *
000110*  OF SPACES MEANS NO JOB HAD BEEN COMPLETED.                   *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY                                         *
000140*  DATE       INIT DESCRIPTION                                  *
000150*  2026-10-01 RSM  ORIGINAL COPYBOOK.                            *
000160*****************************************************************
000170 01  CK-CHECKPOINT-RECORD.
000180     05  CK-BATCH-ID               PIC X(08).
000190     05  CK-RUN-DATE               PIC 9(08).
000200     05  CK-STATE                  PIC X(01).
000210         88  CK-STATE-ACTIVE       VALUE 'A'.
000220         88  CK-STATE-COMPLETE     VALUE 'C'.
000230     05  CK-LAST-JOB-ID            PIC X(06).
000240     05  CK-LAST-SECTION           PIC 9(02).
000250     05  CK-CNT-DETAIL             PIC 9(07).
000260     05  CK-CNT-RESULTS            PIC 9(07).
000270     05  CK-CNT-HISTORY            PIC 9(07).
000280     05  CK-CNT-TOTALS             PIC 9(07).
000290     05  CK-JOB-SECTIONS           PIC 9(04).
000300     05  CK-JOB-PILLARS            PIC 9(06).
000310     05  CK-JOB-TOTAL              PIC 9(10).
000320     05  CK-TAKEN-DATE             PIC 9(08).
000330     05  CK-TAKEN-TIME             PIC 9(06).
