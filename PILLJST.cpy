000010*****************************************************************
000020*  PILLJST.CPY                                                  *
000030*  RECORD LAYOUT FOR THE JOB START-DATE SEQUENTIAL FILE READ BY *
000040*  THE POUR PLANNING RUN - ONE RECORD PER JOB TO BE PLANNED,    *
000050*  GIVING THE FIRST DATE ITS POURS MAY BE BOOKED AND THE DATE   *
000060*  THE CUSTOMER HAS ASKED FOR THE LAST POUR BY.  A ZERO FINISH  *
000070*  DATE MEANS NO FINISH DATE WAS REQUESTED.                     *
000080*-----------------------------------------------------------------
000090*  MODIFICATION HISTORY                                         *
000100*  DATE       INIT DESCRIPTION                                  *
000110*  2026-09-28 RSM  ORIGINAL COPYBOOK.                            *
000120*****************************************************************
000130 01  JS-START-RECORD.
000140     05  JS-JOB-ID                 PIC X(06).
000150     05  JS-START-DATE             PIC 9(08).
000160     05  JS-FINISH-DATE            PIC 9(08).
