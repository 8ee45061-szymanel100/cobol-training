000110*  2026-08-22 RSM  ORIGINAL COPYBOOK.                            *
000112*  2026-09-03 RSM  ADDED QT-CUST-NO SO A QUOTE SAYS WHOSE JOB    *
000114*                  IT PRICES.                                    *
000115*  2026-09-10 RSM  ADDED QT-RATE-BASIS SO A QUOTE SAYS WHETHER   *
000116*                  THE STANDARD RATE CARD, A CUSTOMER CONTRACT   *
000117*                  RATE OR A CONTRACT DISCOUNT PRICED IT.  FOR A *
000118*                  CONTRACT RATE QT-RATE-EFF-DATE IS THE         *
000119*                  CONTRACT'S EFFECTIVE DATE.                    *
000120*****************************************************************
000130 01  QT-QUOTE-RECORD.
000140     05  QT-JOB-ID                 PIC X(06).
000190     05  QT-SPAN-COST              PIC 9(09)V99.
000200     05  QT-PILLAR-COST            PIC 9(09)V99.
000210     05  QT-TOTAL-COST             PIC 9(10)V99.
000220     05  QT-RATE-BASIS             PIC X(01).
000230         88  QT-BASIS-STANDARD     VALUE 'S'.
000240         88  QT-BASIS-CONTRACT     VALUE 'C'.
000250         88  QT-BASIS-DISCOUNT     VALUE 'D'.
