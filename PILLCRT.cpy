000010*****************************************************************
000020*  PILLCRT.CPY                                                  *
000030*  RECORD LAYOUT FOR THE CONTRACT-RATES INDEXED FILE, KEYED ON  *
000040*  THE CUSTOMER NUMBER AND THE DATE THE CONTRACT COMES INTO     *
000050*  EFFECT.  ONE RECORD PER NEGOTIATED CONTRACT, VALID FROM ITS  *
000060*  EFFECTIVE DATE THROUGH ITS END DATE INCLUSIVE.  A RATES      *
000070*  CONTRACT ('R') CARRIES ITS OWN COST PER METRE AND COST PER   *
000080*  PILLAR; A DISCOUNT CONTRACT ('D') CARRIES A PERCENTAGE TAKEN *
000090*  OFF THE STANDARD RATE CARD IN EFFECT ON THE RUN DATE.  THE   *
000100*  FIGURES THE CONTRACT TYPE DOES NOT USE ARE HELD AT ZERO.     *
000110*-----------------------------------------------------------------
000120*  MODIFICATION HISTORY                                         *
000130*  DATE       INIT DESCRIPTION                                  *
000140*  2026-09-10 RSM  ORIGINAL COPYBOOK.                            *
000150*****************************************************************
000160 01  CR-CONTRACT-RECORD.
000170     05  CR-KEY.
000180         10  CR-CUST-NO            PIC X(05).
000190         10  CR-EFF-DATE           PIC 9(08).
000200     05  CR-END-DATE               PIC 9(08).
000210     05  CR-RATE-TYPE              PIC X(01).
000220         88  CR-TYPE-RATES         VALUE 'R'.
000230         88  CR-TYPE-DISCOUNT      VALUE 'D'.
000240     05  CR-COST-PER-METER         PIC 9(05)V99.
000250     05  CR-COST-PER-PILLAR        PIC 9(05)V99.
000260     05  CR-DISCOUNT-PCT           PIC 9(03)V99.
