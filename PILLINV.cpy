000010*****************************************************************
000020*  PILLINV.CPY                                                  *
000030*  RECORD LAYOUT FOR THE YARD INVENTORY INDEXED FILE, KEYED ON  *
000040*  MATERIAL CODE - THE SAME CODES THE MATERIALS TAKE-OFF PUTS   *
000050*  ON THE BILL OF MATERIALS.  ONE RECORD PER MATERIAL THE YARD  *
000060*  STOCKS, CARRYING THE QUANTITY ON HAND, THE QUANTITY          *
000070*  ALLOCATED TO JOBS BY THE LAST ALLOCATION RUN, AND THE        *
000080*  REORDER POINT BELOW WHICH THE FREE STOCK (ON HAND LESS       *
000090*  ALLOCATED) SHOULD BE TOPPED UP.  QUANTITIES ARE IN THE UNIT  *
000100*  THE MATERIAL IS ISSUED IN.                                   *
000110*-----------------------------------------------------------------
000120*  MODIFICATION HISTORY                                         *
000130*  DATE       INIT DESCRIPTION                                  *
000140*  2026-09-24 RSM  ORIGINAL COPYBOOK.                            *
000150*****************************************************************
000160 01  IV-INVENTORY-RECORD.
000170     05  IV-MATERIAL-CODE          PIC X(04).
000180     05  IV-DESCRIPTION            PIC X(20).
000190     05  IV-UNIT                   PIC X(04).
000200     05  IV-ON-HAND                PIC 9(09)V99.
000210     05  IV-ALLOCATED              PIC 9(09)V99.
000220     05  IV-REORDER-POINT          PIC 9(09)V99.
000230     05  IV-LAST-CHANGE-DATE       PIC 9(08).
