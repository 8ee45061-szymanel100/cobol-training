000010*****************************************************************
000020*  PILLIAU.CPY                                                  *
000030*  RECORD LAYOUT FOR THE YARD INVENTORY AUDIT SEQUENTIAL FILE - *
000040*  ONE RECORD IS APPENDED FOR EVERY ADD, RECEIPT, ADJUSTMENT OR *
000050*  CORRECTION MADE THROUGH THE INVENTORY MAINTENANCE SCREEN,    *
000060*  CARRYING THE MATERIAL, THE QUANTITY MOVED, THE ON-HAND AND   *
000070*  REORDER POINT BEFORE AND AFTER, AND WHEN THE CHANGE WAS      *
000080*  KEYED, SO A STOCK FIGURE CAN BE TRACED BACK TO THE MOVEMENTS *
000090*  THAT PRODUCED IT.  AN ADD CARRIES ZEROS IN THE OLD FIGURES.  *
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-09-24 RSM  ORIGINAL COPYBOOK.                            *
000140*****************************************************************
000150 01  IA-AUDIT-RECORD.
000160     05  IA-CHANGE-DATE            PIC 9(08).
000170     05  IA-CHANGE-TIME            PIC 9(06).
000180     05  IA-ACTION                 PIC X(01).
000190         88  IA-ACTION-ADD         VALUE 'A'.
000200         88  IA-ACTION-RECEIPT     VALUE 'R'.
000210         88  IA-ACTION-ADJUST      VALUE 'J'.
000220         88  IA-ACTION-CORRECT     VALUE 'C'.
000230     05  IA-MATERIAL-CODE          PIC X(04).
000240     05  IA-QUANTITY               PIC S9(09)V99.
000250     05  IA-REFERENCE              PIC X(10).
000260     05  IA-OLD-ON-HAND            PIC 9(09)V99.
000270     05  IA-OLD-REORDER-POINT      PIC 9(09)V99.
000280     05  IA-NEW-ON-HAND            PIC 9(09)V99.
000290     05  IA-NEW-REORDER-POINT      PIC 9(09)V99.
