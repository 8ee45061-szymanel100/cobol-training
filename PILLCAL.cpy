000010*****************************************************************
000020*  PILLCAL.CPY                                                  *
000030*  RECORD LAYOUT FOR THE CREW CALENDAR SEQUENTIAL FILE - ONE    *
000040*  RECORD PER CALENDAR DATE, IN DATE ORDER, GIVING THE NUMBER   *
000050*  OF POURS THE SITE CREWS CAN TAKE ON THAT DAY.  WEEKENDS,     *
000060*  HOLIDAYS AND SHUTDOWNS ARE MARKED NON-WORKING, WITH A NOTE   *
000070*  OF WHY, AND NOTHING IS EVER PLANNED ON THEM WHATEVER THEIR   *
000080*  CAPACITY SAYS.  A DATE MISSING FROM THE FILE IS TREATED AS   *
000090*  NON-WORKING.                                                 *
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-09-28 RSM  ORIGINAL COPYBOOK.                            *
000140*****************************************************************
000150 01  CL-CALENDAR-RECORD.
000160     05  CL-DATE                   PIC 9(08).
000170     05  CL-DAY-TYPE               PIC X(01).
000180         88  CL-DAY-WORKING        VALUE 'W'.
000190         88  CL-DAY-NON-WORKING    VALUE 'N'.
000200     05  CL-CAPACITY               PIC 9(05).
000210     05  CL-NOTE                   PIC X(20).
