000010*****************************************************************
000020*  PILLOPR.CPY                                                  *
000030*  RECORD LAYOUT FOR THE ONLINE OPERATOR INDEXED FILE - ONE     *
000040*  RECORD PER PERSON ALLOWED TO SIGN ON TO THE ONLINE SCREENS,  *
000050*  KEYED BY OPERATOR ID.  THE ROLE DECIDES WHICH SCREENS AND    *
000060*  ACTIONS THE OPERATOR MAY USE - THE ROLE TABLE ITSELF IS      *
000070*  HELD IN PILLSIGN.  A SUSPENDED OPERATOR IS KEPT ON FILE SO   *
000080*  THE JOURNAL CAN STILL BE TRACED BACK TO A NAME.              *
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY                                         *
000110*  DATE       INIT DESCRIPTION                                  *
000120*  2026-10-12 RSM  ORIGINAL COPYBOOK.                            *
000130*****************************************************************
000140 01  OP-OPERATOR-RECORD.
000150     05  OP-OPER-ID                PIC X(08).
000160     05  OP-NAME                   PIC X(30).
000170     05  OP-PASSWORD               PIC X(08).
000180     05  OP-ROLE                   PIC X(02).
000190         88  OP-ROLE-ADMIN         VALUE 'AD'.
000200         88  OP-ROLE-PRICING       VALUE 'PR'.
000210         88  OP-ROLE-ESTIMATOR     VALUE 'ES'.
000220         88  OP-ROLE-SALES         VALUE 'SA'.
000230         88  OP-ROLE-YARD          VALUE 'YD'.
000240         88  OP-ROLE-ENGINEER      VALUE 'EN'.
000250         88  OP-ROLE-INQUIRY       VALUE 'IQ'.
000260         88  OP-ROLE-VALID         VALUE 'AD' 'PR' 'ES' 'SA'
000270                                         'YD' 'EN' 'IQ'.
000280     05  OP-STATUS                 PIC X(01).
000290         88  OP-STATUS-ACTIVE      VALUE 'A'.
000300         88  OP-STATUS-SUSPENDED   VALUE 'S'.
000310         88  OP-STATUS-VALID       VALUE 'A' 'S'.
000320     05  OP-LAST-CHANGE-DATE       PIC 9(08).
