000010*****************************************************************
000020*  PILLCAU.CPY                                                  *
000030*  RECORD LAYOUT FOR THE CONTRACT-RATES AUDIT SEQUENTIAL FILE - *
000040*  ONE RECORD IS APPENDED FOR EVERY ADD OR CORRECTION MADE      *
000050*  THROUGH THE CONTRACT-RATES MAINTENANCE SCREEN, CARRYING THE  *
000060*  CONTRACT KEY, THE OLD AND NEW TERMS AND WHEN THE CHANGE WAS  *
000070*  KEYED, SO A CONTRACT-PRICED QUOTE CAN BE TRACED BACK TO THE  *
000080*  CHANGE THAT PRODUCED IT.  AN ADD CARRIES ZEROS AND A SPACE   *
000090*  TYPE IN THE OLD TERMS.                                       *
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-09-10 RSM  ORIGINAL COPYBOOK.                            *
000140*****************************************************************
000150 01  CA-AUDIT-RECORD.
000160     05  CA-CHANGE-DATE            PIC 9(08).
000170     05  CA-CHANGE-TIME            PIC 9(06).
000180     05  CA-ACTION                 PIC X(01).
000190         88  CA-ACTION-ADD         VALUE 'A'.
000200         88  CA-ACTION-CORRECT     VALUE 'C'.
000210     05  CA-CUST-NO                PIC X(05).
000220     05  CA-EFF-DATE               PIC 9(08).
000230     05  CA-OLD-TERMS.
000240         10  CA-OLD-END-DATE       PIC 9(08).
000250         10  CA-OLD-RATE-TYPE      PIC X(01).
000260         10  CA-OLD-PER-METER      PIC 9(05)V99.
000270         10  CA-OLD-PER-PILLAR     PIC 9(05)V99.
000280         10  CA-OLD-DISCOUNT-PCT   PIC 9(03)V99.
000290     05  CA-NEW-TERMS.
000300         10  CA-NEW-END-DATE       PIC 9(08).
000310         10  CA-NEW-RATE-TYPE      PIC X(01).
000320         10  CA-NEW-PER-METER      PIC 9(05)V99.
000330         10  CA-NEW-PER-PILLAR     PIC 9(05)V99.
000340         10  CA-NEW-DISCOUNT-PCT   PIC 9(03)V99.
