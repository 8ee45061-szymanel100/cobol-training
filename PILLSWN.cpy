000010*****************************************************************
000020*  PILLSWN.CPY                                                  *
000030*  RECORD LAYOUT FOR THE DESIGN-LIMIT SOFT-WARNINGS SEQUENTIAL  *
000040*  FILE - ONE RECORD IS APPENDED BY THE FRONT-END EDIT FOR      *
000050*  EVERY JOB SECTION IT LETS THROUGH TO THE CLEAN FILE DESPITE  *
000060*  BREAKING ONE OR MORE SOFT DESIGN LIMITS, CARRYING THE BATCH, *
000070*  THE JOB AS KEYED, THE EFFECTIVE DATE OF THE LIMIT SET THAT   *
000080*  WAS APPLIED AND ONE CODE PER LIMIT BROKEN.  THE CODES ARE    *
000090*  THE DESIGN-LIMIT REASON CODES 19 TO 23 LISTED IN PILLREJ.CPY.*
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY                                         *
000120*  DATE       INIT DESCRIPTION                                  *
000130*  2026-10-08 RSM  ORIGINAL COPYBOOK.                            *
000140*****************************************************************
000150 01  SW-WARN-RECORD.
000160     05  SW-EDIT-DATE              PIC 9(08).
000170     05  SW-BATCH-DATE             PIC 9(08).
000180     05  SW-BATCH-ID               PIC X(08).
000190     05  SW-JOB-ID                 PIC X(06).
000200     05  SW-SECTION                PIC 9(02).
000210     05  SW-CUST-NO                PIC X(05).
000220     05  SW-NUM-PILL               PIC 9(04).
000230     05  SW-DIST                   PIC 9(02)V99.
000240     05  SW-WIDTH                  PIC 9(02)V99.
000250     05  SW-UOM                    PIC X(01).
000260     05  SW-LIM-EFF-DATE           PIC 9(08).
000270     05  SW-WARN-COUNT             PIC 9(01).
000280     05  SW-WARN-CODE              OCCURS 5 TIMES
000290                                   PIC X(02).
