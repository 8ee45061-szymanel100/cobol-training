000010*****************************************************************
000020*  PILLDAU.CPY                                                  *
000030*  RECORD LAYOUT FOR THE DESIGN-LIMITS AUDIT SEQUENTIAL FILE -  *
000040*  ONE RECORD IS APPENDED FOR EVERY ADD OR CORRECTION MADE      *
000050*  THROUGH THE DESIGN-LIMITS MAINTENANCE SCREEN, CARRYING THE   *
000060*  UNIT AND EFFECTIVE DATE OF THE LIMIT SET, EVERY LIMIT AND    *
000070*  SEVERITY BEFORE AND AFTER, AND WHEN THE CHANGE WAS KEYED, SO *
000080*  A REJECTED OR WARNED JOB CAN BE TRACED BACK TO THE LIMIT     *
000090*  CHANGE BEHIND IT.  AN ADD CARRIES ZEROS AND SPACES IN THE    *
000100*  OLD FIGURES.  THE OLD AND NEW GROUPS MUST STAY THE SAME      *
000110*  LAYOUT AS DL-LIMITS IN PILLDLM.CPY.                          *
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY                                         *
000140*  DATE       INIT DESCRIPTION                                  *
000150*  2026-10-08 RSM  ORIGINAL COPYBOOK.                            *
000160*****************************************************************
000170 01  DA-AUDIT-RECORD.
000180     05  DA-CHANGE-DATE            PIC 9(08).
000190     05  DA-CHANGE-TIME            PIC 9(06).
000200     05  DA-ACTION                 PIC X(01).
000210         88  DA-ACTION-ADD         VALUE 'A'.
000220         88  DA-ACTION-CORRECT     VALUE 'C'.
000230     05  DA-UOM                    PIC X(01).
000240     05  DA-EFF-DATE               PIC 9(08).
000250     05  DA-OLD-LIMITS.
000260         10  DA-OLD-MIN-DIST       PIC 9(02)V99.
000270         10  DA-OLD-MIN-DIST-SEV   PIC X(01).
000280         10  DA-OLD-MAX-DIST       PIC 9(02)V99.
000290         10  DA-OLD-MAX-DIST-SEV   PIC X(01).
000300         10  DA-OLD-MAX-WIDTH      PIC 9(02)V99.
000310         10  DA-OLD-MAX-WIDTH-SEV  PIC X(01).
000320         10  DA-OLD-MAX-RATIO      PIC 9(03)V999.
000330         10  DA-OLD-MAX-RATIO-SEV  PIC X(01).
000340         10  DA-OLD-MAX-PILLARS    PIC 9(04).
000350         10  DA-OLD-MAX-PILL-SEV   PIC X(01).
000360     05  DA-NEW-LIMITS.
000370         10  DA-NEW-MIN-DIST       PIC 9(02)V99.
000380         10  DA-NEW-MIN-DIST-SEV   PIC X(01).
000390         10  DA-NEW-MAX-DIST       PIC 9(02)V99.
000400         10  DA-NEW-MAX-DIST-SEV   PIC X(01).
000410         10  DA-NEW-MAX-WIDTH      PIC 9(02)V99.
000420         10  DA-NEW-MAX-WIDTH-SEV  PIC X(01).
000430         10  DA-NEW-MAX-RATIO      PIC 9(03)V999.
000440         10  DA-NEW-MAX-RATIO-SEV  PIC X(01).
000450         10  DA-NEW-MAX-PILLARS    PIC 9(04).
000460         10  DA-NEW-MAX-PILL-SEV   PIC X(01).
