000100*  MODIFICATION HISTORY                                         *
000110*  DATE       INIT DESCRIPTION                                  *
000120*  2026-09-03 RSM  ORIGINAL COPYBOOK.                            *
000122*  2026-09-21 RSM  ADDED QS-CUST-NO, CARRIED FROM THE PRICED     *
000124*                  QUOTE, SO WON/LOST CAN BE ANALYZED BY         *
000126*                  CUSTOMER.  QUOTES LOADED BEFORE THIS DATE     *
000128*                  PICK IT UP THE NEXT TIME THEY ARE REFRESHED.  *
000129*  2026-10-05 RSM  ADDED THE CANCELLED OUTCOME, SET BY THE JOB   *
000130*                  CANCELLATION SCREEN WHEN A CUSTOMER CANCELS   *
000131*                  WORK ALREADY QUOTED.                          *
000132*****************************************************************
000140 01  QS-STATUS-RECORD.
000150     05  QS-KEY.
000160         10  QS-JOB-ID             PIC X(06).
000240         88  QS-OUTCOME-ACCEPTED   VALUE 'A'.
000250         88  QS-OUTCOME-DECLINED   VALUE 'D'.
000260         88  QS-OUTCOME-EXPIRED    VALUE 'E'.
000265         88  QS-OUTCOME-CANCELLED  VALUE 'C'.
000270     05  QS-OUTCOME-DATE           PIC 9(08).
000280     05  QS-CUST-NO                PIC X(05).
