000010*****************************************************************
000020*  PILLJAL.CPY                                                  *
000030*  RECORD LAYOUT FOR THE OPEN JOB-ALLOCATION SEQUENTIAL FILE    *
000040*  KEPT BY THE YARD ALLOCATION RUN - ONE RECORD PER JOB PER     *
000050*  MATERIAL STILL WAITING TO BE ISSUED, CARRYING THE QUANTITY   *
000060*  THE JOB NEEDS AND THE QUANTITY THE YARD HAS SET ASIDE FOR    *
000070*  IT SO FAR.  EACH RUN READS THE LAST RUN'S FILE, ADDS THE     *
000080*  NEW TAKE-OFF TO IT AND WRITES IT AGAIN, SO A JOB KEEPS THE   *
000090*  STOCK SET ASIDE FOR IT UNTIL IT IS ISSUED OR THE JOB IS      *
000100*  CANCELLED.  THE TAKE-OFF DATE IS THE DATE THE JOB WAS FIRST  *
000110*  TAKEN OFF AND SETS ITS PLACE IN THE QUEUE FOR STOCK.         *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY                                         *
000140*  DATE       INIT DESCRIPTION                                  *
000150*  2026-10-15 RSM  ORIGINAL COPYBOOK.                            *
000160*****************************************************************
000170 01  JA-ALLOCATION-RECORD.
000180     05  JA-JOB-ID                 PIC X(06).
000190     05  JA-CUST-NO                PIC X(05).
000200     05  JA-TAKEOFF-DATE           PIC 9(08).
000210     05  JA-MATERIAL-CODE          PIC X(04).
000220     05  JA-NEEDED                 PIC 9(09)V99.
000230     05  JA-ALLOCATED              PIC 9(09)V99.
000240     05  JA-UNIT                   PIC X(04).
