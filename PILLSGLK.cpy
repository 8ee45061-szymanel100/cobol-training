000010*****************************************************************
000020*  PILLSGLK.CPY                                                 *
000030*  PARAMETER LAYOUT FOR CALLS TO SUBPROGRAM PILLSIGN, WHICH     *
000040*  SIGNS AN OPERATOR ON TO AN ONLINE SCREEN, CHECKS EACH ACTION *
000050*  AGAINST THE OPERATOR'S ROLE, JOURNALS EVERY CHANGE TAKEN AND *
000060*  SIGNS THE OPERATOR OFF.  COPY THIS MEMBER INTO THE WORKING-  *
000070*  STORAGE OF EVERY ONLINE PROGRAM THAT CALLS PILLSIGN SO THE   *
000080*  PARAMETER LIST STAYS IN STEP WITH THE SUBPROGRAM.            *
000090*  THE CALLER SETS SG-PROGRAM ONCE; SG-OPER-ID COMES BACK FROM  *
000100*  THE SIGN-ON AND MUST BE PASSED BACK UNCHANGED.  THE BEFORE   *
000110*  AND AFTER IMAGES ARE THE RECORD AS IT STOOD EITHER SIDE OF   *
000120*  THE CHANGE, CUT TO THE FIRST 100 BYTES.                      *
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY                                         *
000150*  DATE       INIT DESCRIPTION                                  *
000160*  2026-10-12 RSM  ORIGINAL COPYBOOK.                            *
000170*****************************************************************
000180 01  SG-FUNCTION               PIC X(01).
000190     88  SG-FUNC-SIGN-ON       VALUE 'S'.
000200     88  SG-FUNC-CHECK-ACTION  VALUE 'K'.
000210     88  SG-FUNC-JOURNAL       VALUE 'J'.
000220     88  SG-FUNC-SIGN-OFF      VALUE 'E'.
000230 01  SG-PROGRAM                PIC X(08).
000240 01  SG-OPER-ID                PIC X(08).
000250 01  SG-ACTION                 PIC X(01).
000260 01  SG-KEY                    PIC X(30).
000270 01  SG-BEFORE                 PIC X(100).
000280 01  SG-AFTER                  PIC X(100).
000290 01  SG-STATUS                 PIC X(02).
000300     88  SG-STATUS-OK          VALUE '00'.
000310     88  SG-STATUS-REFUSED     VALUE '08'.
000320     88  SG-STATUS-FAILED      VALUE '12'.
