000010*****************************************************************
000020*  PILLJRN.CPY                                                  *
000030*  RECORD LAYOUT FOR THE COMMON ONLINE JOURNAL SEQUENTIAL FILE. *
000040*  PILLSIGN APPENDS ONE RECORD FOR EVERY SIGN-ON, SIGN-OFF AND  *
000050*  REFUSED ACCESS ATTEMPT, AND ONE FOR EVERY ADD, CHANGE OR     *
000060*  OUTCOME TAKEN BY AN ONLINE SCREEN, CARRYING THE OPERATOR,    *
000070*  WHEN, WHICH PROGRAM, THE ACTION CODE, THE RECORD KEY AND THE *
000080*  RECORD AS IT STOOD BEFORE AND AFTER.  AN ADD CARRIES SPACES  *
000090*  IN THE BEFORE IMAGE.  A REFUSAL CARRIES THE REASON.          *
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-10-12 RSM  ORIGINAL COPYBOOK.                            *
000140*****************************************************************
000150 01  JR-JOURNAL-RECORD.
000160     05  JR-DATE                   PIC 9(08).
000170     05  JR-TIME                   PIC 9(06).
000180     05  JR-OPER-ID                PIC X(08).
000190     05  JR-PROGRAM                PIC X(08).
000200     05  JR-EVENT                  PIC X(01).
000210         88  JR-EVENT-SIGN-ON      VALUE 'S'.
000220         88  JR-EVENT-SIGN-OFF     VALUE 'E'.
000230         88  JR-EVENT-REFUSED      VALUE 'R'.
000240         88  JR-EVENT-CHANGE       VALUE 'C'.
000250     05  JR-ACTION                 PIC X(01).
000260     05  JR-KEY                    PIC X(30).
000270     05  JR-REASON                 PIC X(30).
000280     05  JR-BEFORE                 PIC X(100).
000290     05  JR-AFTER                  PIC X(100).
