000010*****************************************************************
000020*  PILLREQ.CPY                                                  *
000030*  RECORD LAYOUT FOR THE PURCHASE-REQUISITION SEQUENTIAL FILE   *
000040*  WRITTEN BY THE YARD ALLOCATION RUN - ONE RECORD PER MATERIAL *
000050*  THE YARD CANNOT COVER, CARRYING THE NET SHORTFALL OVER ALL   *
000060*  JOBS ON THE BILL OF MATERIALS, HOW MANY JOBS ARE SHORT, AND  *
000070*  THE EARLIEST JOB LEFT SHORT SO PURCHASING KNOWS WHAT IS      *
000080*  WAITING ON THE DELIVERY.                                     *
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY                                         *
000110*  DATE       INIT DESCRIPTION                                  *
000120*  2026-09-24 RSM  ORIGINAL COPYBOOK.                            *
000130*****************************************************************
000140 01  RQ-REQUISITION-RECORD.
000150     05  RQ-REQ-DATE               PIC 9(08).
000160     05  RQ-MATERIAL-CODE          PIC X(04).
000170     05  RQ-DESCRIPTION            PIC X(20).
000180     05  RQ-UNIT                   PIC X(04).
000190     05  RQ-QUANTITY               PIC 9(09)V99.
000200     05  RQ-JOBS-SHORT             PIC 9(05).
000210     05  RQ-FIRST-JOB-ID           PIC X(06).
000220     05  RQ-FIRST-RUN-DATE         PIC 9(08).
