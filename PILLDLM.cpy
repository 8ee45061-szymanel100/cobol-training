000010*****************************************************************
000020*  PILLDLM.CPY                                                  *
000030*  RECORD LAYOUT FOR THE ENGINEERING DESIGN-LIMITS INDEXED      *
000040*  FILE, KEYED ON UNIT (M OR F) PLUS THE DATE THE LIMIT SET     *
000050*  COMES INTO EFFECT.  THE SET IN EFFECT FOR A UNIT ON A DATE   *
000060*  IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, THE  *
000070*  SAME RULE THE RATES FILE USES.  SPACING AND WIDTH ARE IN     *
000080*  THE UNITS THE JOB IS KEYED IN, AND THE RATIO IS THE WIDTH    *
000090*  OVER THE SPACING AS KEYED.  A ZERO LIMIT IS NOT APPLIED.     *
000100*  EACH LIMIT CARRIES ITS OWN SEVERITY - 'H' HARD (THE EDIT     *
000110*  REJECTS THE JOB) OR 'S' SOFT (THE JOB IS WARNED AND LET      *
000120*  THROUGH).                                                    *
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY                                         *
000150*  DATE       INIT DESCRIPTION                                  *
000160*  2026-10-08 RSM  ORIGINAL COPYBOOK.                            *
000170*****************************************************************
000180 01  DL-LIMIT-RECORD.
000190     05  DL-KEY.
000200         10  DL-UOM                PIC X(01).
000210             88  DL-UOM-METERS     VALUE 'M'.
000220             88  DL-UOM-FEET       VALUE 'F'.
000230         10  DL-EFF-DATE           PIC 9(08).
000240     05  DL-LIMITS.
000250         10  DL-MIN-DIST           PIC 9(02)V99.
000260         10  DL-MIN-DIST-SEV       PIC X(01).
000270             88  DL-MIN-DIST-HARD  VALUE 'H'.
000280         10  DL-MAX-DIST           PIC 9(02)V99.
000290         10  DL-MAX-DIST-SEV       PIC X(01).
000300             88  DL-MAX-DIST-HARD  VALUE 'H'.
000310         10  DL-MAX-WIDTH          PIC 9(02)V99.
000320         10  DL-MAX-WIDTH-SEV      PIC X(01).
000330             88  DL-MAX-WIDTH-HARD VALUE 'H'.
000340         10  DL-MAX-RATIO          PIC 9(03)V999.
000350         10  DL-MAX-RATIO-SEV      PIC X(01).
000360             88  DL-MAX-RATIO-HARD VALUE 'H'.
000370         10  DL-MAX-PILLARS        PIC 9(04).
000380         10  DL-MAX-PILLARS-SEV    PIC X(01).
000390             88  DL-MAX-PILLARS-HARD
000400                                   VALUE 'H'.
000410     05  DL-LAST-CHANGE-DATE       PIC 9(08).
