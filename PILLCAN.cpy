000010*****************************************************************
000020*  PILLCAN.CPY                                                  *
000030*  RECORD LAYOUT FOR THE JOB CANCELLATION INDEXED FILE, KEYED   *
000040*  ON JOB ID PLUS RUN DATE - THE SAME KEY AS THE QUOTE-STATUS   *
000050*  MASTER.  ONE RECORD IS WRITTEN BY THE CANCELLATION SCREEN    *
000060*  FOR EACH ESTIMATE A CUSTOMER CANCELS, CARRYING THE REASON,   *
000070*  WHEN IT WAS KEYED, THE QUOTE OUTCOME IT REPLACED AND THE     *
000080*  FIGURES BILLING WAS SENT, SO THE EXTRACT CAN BUILD THE       *
000090*  REVERSAL LINE WITHOUT GOING BACK TO THE MASTERS.  A ZERO     *
000100*  CN-XTR-DATE MEANS THE REVERSAL IS STILL QUEUED; THE EXTRACT  *
000110*  STAMPS THE DATE IT SENT IT.                                  *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY                                         *
000140*  DATE       INIT DESCRIPTION                                  *
000150*  2026-10-05 RSM  ORIGINAL COPYBOOK.                            *
000160*****************************************************************
000170 01  CN-CANCEL-RECORD.
000180     05  CN-KEY.
000190         10  CN-JOB-ID             PIC X(06).
000200         10  CN-RUN-DATE           PIC 9(08).
000210     05  CN-REASON                 PIC X(02).
000220         88  CN-REASON-VALID       VALUE 'CW' 'FP' 'RQ' 'DP'
000230                                         'KE' 'OT'.
000240     05  CN-CANCEL-DATE            PIC 9(08).
000250     05  CN-CANCEL-TIME            PIC 9(06).
000260     05  CN-PRIOR-OUTCOME          PIC X(01).
000270     05  CN-CUST-NO                PIC X(05).
000280     05  CN-NUM-PILL               PIC 9(04).
000290     05  CN-UOM                    PIC X(01).
000300     05  CN-RESULT                 PIC 9(08).
000310     05  CN-TOTAL-COST             PIC 9(10)V99.
000320     05  CN-XTR-DATE               PIC 9(08).
000330         88  CN-REVERSAL-QUEUED    VALUE ZERO.
