000130*    15  DUPLICATE JOB ID WITHIN THE BATCH                      *
000140*    16  RECORD TYPE NOT H, D OR T                              *
000150*    17  SECTION NOT NUMERIC OR ZERO                            *
000151*    18  CUSTOMER NOT ON THE CUSTOMER MASTER                    *
000152*    19  SPACING BELOW THE HARD DESIGN MINIMUM                  *
000153*    20  SPACING ABOVE THE HARD DESIGN MAXIMUM                  *
000154*    21  WIDTH ABOVE THE HARD DESIGN MAXIMUM                    *
000155*    22  WIDTH-TO-SPACING RATIO ABOVE THE HARD MAXIMUM          *
000156*    23  PILLARS IN THE SECTION ABOVE THE HARD MAXIMUM          *
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY                                         *
000180*  DATE       INIT DESCRIPTION                                  *
000252*  2026-09-03 RSM  WIDENED RJ-JOB-RECORD FOR PJ-CUST-NO, ADDED   *
000254*                  REASON CODE 18 AND AN EIGHTH REASON SLOT      *
000256*                  FOR IT.                                       *
000257*  2026-10-08 RSM  ADDED REASON CODES 19 TO 23 FOR THE HARD      *
000258*                  ENGINEERING DESIGN LIMITS.                    *
000260*****************************************************************
000270 01  RJ-REJECT-RECORD.
000280     05  RJ-JOB-RECORD             PIC X(27).
