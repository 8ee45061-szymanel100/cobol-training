000010*****************************************************************
000020*  PILLISS.CPY                                                  *
000030*  RECORD LAYOUT FOR THE YARD ISSUES SEQUENTIAL FILE READ BY    *
000040*  THE YARD ALLOCATION RUN - ONE RECORD FOR EACH JOB MATERIAL   *
000050*  THE YARD HAS ISSUED SINCE THE LAST RUN.  THE STOCK ITSELF    *
000060*  IS BOOKED OUT ON THE INVENTORY MAINTENANCE SCREEN; THIS      *
000070*  RECORD TELLS THE ALLOCATION RUN TO RELEASE WHAT IT HAD SET   *
000080*  ASIDE FOR THE JOB.  A BLANK MATERIAL CODE MEANS EVERY        *
000090*  MATERIAL ON THE JOB HAS BEEN ISSUED.                         *
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-10-15 RSM  ORIGINAL COPYBOOK.                            *
000140*****************************************************************
000150 01  YI-ISSUE-RECORD.
000160     05  YI-JOB-ID                 PIC X(06).
000170     05  YI-MATERIAL-CODE          PIC X(04).
000180     05  YI-ISSUE-DATE             PIC 9(08).
