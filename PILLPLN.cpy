000010*****************************************************************
000020*  PILLPLN.CPY                                                  *
000030*  RECORD LAYOUT FOR THE DATED POUR-PLAN SEQUENTIAL OUTPUT FILE *
000040*  WRITTEN BY THE POUR PLANNING RUN - ONE RECORD PER JOB PER    *
000050*  STAGE PER DATE THE STAGE IS POURED ON, CARRYING THE NUMBER   *
000060*  OF THAT STAGE'S POURS BOOKED FOR THE DATE.  A STAGE TOO BIG  *
000070*  FOR ONE DAY RUNS ON OVER SEVERAL DATES; ITS LAST DATE IS     *
000080*  MARKED AS THE DAY THE STAGE COMPLETES.                       *
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY                                         *
000110*  DATE       INIT DESCRIPTION                                  *
000120*  2026-09-28 RSM  ORIGINAL COPYBOOK.                            *
000130*****************************************************************
000140 01  PP-PLAN-RECORD.
000150     05  PP-JOB-ID                 PIC X(06).
000160     05  PP-STAGE                  PIC 9(08).
000170     05  PP-POUR-DATE              PIC 9(08).
000180     05  PP-POURS                  PIC 9(05).
000190     05  PP-STAGE-COMPLETE         PIC X(01).
000200         88  PP-STAGE-COMPLETE-YES VALUE 'Y'.
000210         88  PP-STAGE-COMPLETE-NO  VALUE 'N'.
