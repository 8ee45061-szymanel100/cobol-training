000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLDMNT                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-08                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - INTERACTIVE MAINTENANCE FOR THE ENGINEERING        *
000100*  DESIGN-LIMITS FILE THE FRONT-END EDIT AND THE ENTRY SCREEN   *
000110*  CHECK EVERY JOB AGAINST.  THE OPERATOR KEYS A UNIT (M OR F)  *
000120*  AND AN ACTION - LIST THAT UNIT'S LIMIT SETS, ADD A NEW SET   *
000130*  OR CORRECT AN EXISTING ONE BY ITS EFFECTIVE DATE.  THE       *
000140*  EFFECTIVE DATE MUST BE A REAL CALENDAR DATE, EVERY LIMIT     *
000150*  KEYED ABOVE ZERO NEEDS A SEVERITY OF H (HARD - REJECT) OR S  *
000160*  (SOFT - WARN), AND WHEN BOTH SPACING LIMITS ARE KEYED THE    *
000170*  MINIMUM MUST BE BELOW THE MAXIMUM.  A ZERO LIMIT IS NOT      *
000180*  APPLIED.  A REVISION FROM ENGINEERING IS ADDED AS A NEW SET  *
000190*  WITH ITS OWN EFFECTIVE DATE SO THE OLD SET STILL GOVERNS     *
000200*  BATCHES DATED BEFORE IT.  EVERY CHANGE APPENDS ONE AUDIT     *
000210*  RECORD SHOWING THE OLD AND NEW LIMITS, THE SAME WAY THE      *
000220*  CONTRACT-RATES MAINTENANCE DOES.                             *
000230*                                                               *
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY                                         *
000260*  DATE       INIT DESCRIPTION                                  *
000270*  2026-10-08 RSM  ORIGINAL PROGRAM.                            *
000272*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  ADD AND  *
000274*                  CORRECT ARE LIMITED TO THE ENGINEERING ROLE, *
000276*                  AND EVERY CHANGE TAKEN IS WRITTEN TO THE     *
000278*                  ONLINE JOURNAL WITH BEFORE AND AFTER IMAGES. *
000279*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000280*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000281*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    PILLDMNT.
000310 AUTHOR.        R S MASON.
000320 INSTALLATION.  STRUCTURAL ESTIMATING.
000330 DATE-WRITTEN.  2026-10-08.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DESIGN-LIMITS    ASSIGN TO "PILLDLIM"
000420                              ORGANIZATION IS INDEXED
000430                              ACCESS MODE IS DYNAMIC
000440                              RECORD KEY IS DL-KEY
000450                              FILE STATUS IS DM-LIMIT-STATUS.
000460     SELECT LIMITS-AUDIT     ASSIGN TO "PILLDAUD"
000470                              ORGANIZATION IS SEQUENTIAL
000480                              FILE STATUS IS DM-AUDIT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DESIGN-LIMITS.
000530     COPY PILLDLM.
000540
000550 FD  LIMITS-AUDIT
000560     RECORDING MODE IS F.
000570     COPY PILLDAU.
000580
000590 WORKING-STORAGE SECTION.
000600*-----------------------------------------------------------------
000610*    SWITCHES
000620*-----------------------------------------------------------------
000630 77  DM-MORE-WORK-SW           PIC X(01)     VALUE 'Y'.
000640     88  DM-MORE-WORK-YES      VALUE 'Y'.
000650     88  DM-MORE-WORK-NO       VALUE 'N'.
000660 77  DM-ON-FILE-SW             PIC X(01)     VALUE 'N'.
000670     88  DM-ON-FILE-YES        VALUE 'Y'.
000680     88  DM-ON-FILE-NO         VALUE 'N'.
000690 77  DM-DATE-OK-SW             PIC X(01)     VALUE 'N'.
000700     88  DM-DATE-OK-YES        VALUE 'Y'.
000710     88  DM-DATE-OK-NO         VALUE 'N'.
000720 77  DM-UOM-EOF-SW             PIC X(01)     VALUE 'N'.
000730     88  DM-UOM-EOF-YES        VALUE 'Y'.
000740     88  DM-UOM-EOF-NO         VALUE 'N'.
000750
000760*-----------------------------------------------------------------
000770*    FILE STATUS FOR EACH FILE - BOTH ARE ALLOWED TO START OUT
000780*    NOT FOUND SINCE 1000-INITIALIZE CREATES THEM ON THE FIRST
000790*    RUN.
000800*-----------------------------------------------------------------
000810 77  DM-LIMIT-STATUS           PIC X(02).
000820     88  DM-LIMIT-STATUS-OK    VALUE '00'.
000830     88  DM-LIMIT-NOT-FOUND    VALUE '35'.
000840 77  DM-AUDIT-STATUS           PIC X(02).
000850     88  DM-AUDIT-STATUS-OK    VALUE '00'.
000860     88  DM-AUDIT-NOT-FOUND    VALUE '35'.
000870
000880*-----------------------------------------------------------------
000890*    OPERATOR KEYED FIELDS, THE REPLY TO THE "ANOTHER" PROMPT,
000900*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT.  DM-INQ-LIMITS
000910*    AND DM-OLD-LIMITS MUST STAY THE SAME LAYOUT AS DL-LIMITS IN
000920*    PILLDLM.CPY - THEY ARE MOVED TO AND FROM IT AS GROUPS.
000930*-----------------------------------------------------------------
000940 77  DM-INQ-ACTION             PIC X(01)     VALUE SPACE.
000945     88  DM-ACTION-VALID       VALUE 'L' 'A' 'C'.
000950 77  DM-INQ-UOM                PIC X(01)     VALUE SPACE.
000960 77  DM-INQ-EFF-DATE           PIC 9(08)     VALUE ZERO.
000970 77  DM-ANOTHER-CHANGE         PIC X(01)     VALUE 'Y'.
000980 77  DM-RESULT-MSG             PIC X(40)     VALUE SPACES.
000990 01  DM-INQ-LIMITS.
001000     05  DM-INQ-MIN-DIST           PIC 9(02)V99.
001010     05  DM-INQ-MIN-DIST-SEV       PIC X(01).
001020     05  DM-INQ-MAX-DIST           PIC 9(02)V99.
001030     05  DM-INQ-MAX-DIST-SEV       PIC X(01).
001040     05  DM-INQ-MAX-WIDTH          PIC 9(02)V99.
001050     05  DM-INQ-MAX-WIDTH-SEV      PIC X(01).
001060     05  DM-INQ-MAX-RATIO          PIC 9(03)V999.
001070     05  DM-INQ-MAX-RATIO-SEV      PIC X(01).
001080     05  DM-INQ-MAX-PILLARS        PIC 9(04).
001090     05  DM-INQ-MAX-PILLARS-SEV    PIC X(01).
001100
001110*-----------------------------------------------------------------
001120*    THE LIMITS ON FILE BEFORE A CORRECTION, KEPT FOR THE AUDIT
001130*    RECORD
001140*-----------------------------------------------------------------
001150 01  DM-OLD-LIMITS.
001160     05  DM-OLD-MIN-DIST           PIC 9(02)V99.
001170     05  DM-OLD-MIN-DIST-SEV       PIC X(01).
001180     05  DM-OLD-MAX-DIST           PIC 9(02)V99.
001190     05  DM-OLD-MAX-DIST-SEV       PIC X(01).
001200     05  DM-OLD-MAX-WIDTH          PIC 9(02)V99.
001210     05  DM-OLD-MAX-WIDTH-SEV      PIC X(01).
001220     05  DM-OLD-MAX-RATIO          PIC 9(03)V999.
001230     05  DM-OLD-MAX-RATIO-SEV      PIC X(01).
001240     05  DM-OLD-MAX-PILLARS        PIC 9(04).
001250     05  DM-OLD-MAX-PILLARS-SEV    PIC X(01).
001260
001270*-----------------------------------------------------------------
001280*    SEVERITY EDIT WORK FIELDS - EACH LIMIT AND ITS SEVERITY ARE
001290*    MOVED HERE IN TURN BY 4500-EDIT-LIMITS.
001300*-----------------------------------------------------------------
001310 77  DM-EDIT-LIMIT             PIC 9(04)V999 VALUE ZERO.
001320 77  DM-EDIT-SEV               PIC X(01)     VALUE SPACE.
001330     88  DM-EDIT-SEV-VALID     VALUE 'H' 'S'.
001340
001350*-----------------------------------------------------------------
001360*    DATE-EDIT WORK FIELDS - THE KEYED DATE IS MOVED TO
001370*    DM-EDIT-DATE, PULLED APART AND CHECKED AGAINST THE CALENDAR,
001380*    INCLUDING THE LEAP YEAR RULE FOR FEBRUARY.
001390*-----------------------------------------------------------------
001400 77  DM-EDIT-DATE              PIC 9(08)     VALUE ZERO.
001410 01  DM-DATE-WORK.
001420     05  DM-DATE-YYYY          PIC 9(04).
001430     05  DM-DATE-MM            PIC 9(02).
001440     05  DM-DATE-DD            PIC 9(02).
001450 77  DM-MONTH-DAYS             PIC 9(02)     VALUE ZERO.
001460 77  DM-LEAP-WORK              PIC 9(04)     VALUE ZERO COMP.
001470 77  DM-LEAP-REM               PIC 9(04)     VALUE ZERO COMP.
001480
001490*-----------------------------------------------------------------
001500*    CHANGE DATE AND TIME STAMPED ON EVERY AUDIT RECORD
001510*-----------------------------------------------------------------
001520 01  DM-RUN-DATE                PIC 9(08).
001530 01  DM-TIME-WORK.
001540     05  DM-TIME-HHMMSS        PIC 9(06).
001550     05  FILLER                PIC 9(02).
001560
001570*-----------------------------------------------------------------
001580*    GRID LINE FOR THE LIST ACTION AND THE RUN COUNTERS
001590*-----------------------------------------------------------------
001600 01  DM-GRID-LINE.
001610     05  FILLER                    PIC X(05)   VALUE "FROM ".
001620     05  DM-GRID-EFF-DATE          PIC 9999/99/99.
001630     05  FILLER                    PIC X(06)   VALUE
001640         "  MIN ".
001650     05  DM-GRID-MIN-DIST          PIC Z9.99.
001660     05  DM-GRID-MIN-DIST-SEV      PIC X(01).
001670     05  FILLER                    PIC X(06)   VALUE
001680         "  MAX ".
001690     05  DM-GRID-MAX-DIST          PIC Z9.99.
001700     05  DM-GRID-MAX-DIST-SEV      PIC X(01).
001710     05  FILLER                    PIC X(06)   VALUE
001720         "  WID ".
001730     05  DM-GRID-MAX-WIDTH         PIC Z9.99.
001740     05  DM-GRID-MAX-WIDTH-SEV     PIC X(01).
001750     05  FILLER                    PIC X(06)   VALUE
001760         "  RAT ".
001770     05  DM-GRID-MAX-RATIO         PIC ZZ9.999.
001780     05  DM-GRID-MAX-RATIO-SEV     PIC X(01).
001790     05  FILLER                    PIC X(06)   VALUE
001800         "  PLR ".
001810     05  DM-GRID-MAX-PILLARS       PIC ZZZ9.
001820     05  DM-GRID-MAX-PILLARS-SEV   PIC X(01).
001830
001840 77  DM-CNT-CHANGES            PIC 9(07)     VALUE ZERO COMP.
001850 77  DM-CNT-LISTED             PIC 9(07)     VALUE ZERO COMP.
001860 77  DM-CNT-DISPLAY            PIC Z(06)9.
001870
001871*-----------------------------------------------------------------
001872*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001873*-----------------------------------------------------------------
001874 COPY PILLSGLK.
001875
001880 SCREEN SECTION.
001890 01  DM-KEY-SCREEN.
001900     05  BLANK SCREEN.
001910     05  LINE 01 COL 01 VALUE "DESIGN LIMITS MAINTENANCE".
001920     05  LINE 03 COL 01 VALUE "ACTION (L/A/C) . . . . .".
001930     05  LINE 03 COL 25 PIC X(01) USING DM-INQ-ACTION.
001940     05  LINE 04 COL 01 VALUE "UNIT (M/F) . . . . . . .".
001950     05  LINE 04 COL 25 PIC X(01) USING DM-INQ-UOM.
001960     05  LINE 05 COL 01 VALUE "EFFECTIVE DATE YYYYMMDD.".
001970     05  LINE 05 COL 25 PIC 9(08) USING DM-INQ-EFF-DATE.
001980
001990 01  DM-LIMITS-SCREEN.
002000     05  LINE 07 COL 01 VALUE "MINIMUM SPACING. . . . .".
002010     05  LINE 07 COL 25 PIC 9(02)V99 USING DM-INQ-MIN-DIST.
002020     05  LINE 07 COL 33 VALUE "SEVERITY (H/S) .".
002030     05  LINE 07 COL 50 PIC X(01) USING DM-INQ-MIN-DIST-SEV.
002040     05  LINE 08 COL 01 VALUE "MAXIMUM SPACING. . . . .".
002050     05  LINE 08 COL 25 PIC 9(02)V99 USING DM-INQ-MAX-DIST.
002060     05  LINE 08 COL 33 VALUE "SEVERITY (H/S) .".
002070     05  LINE 08 COL 50 PIC X(01) USING DM-INQ-MAX-DIST-SEV.
002080     05  LINE 09 COL 01 VALUE "MAXIMUM PILLAR WIDTH . .".
002090     05  LINE 09 COL 25 PIC 9(02)V99 USING DM-INQ-MAX-WIDTH.
002100     05  LINE 09 COL 33 VALUE "SEVERITY (H/S) .".
002110     05  LINE 09 COL 50 PIC X(01) USING DM-INQ-MAX-WIDTH-SEV.
002120     05  LINE 10 COL 01 VALUE "MAXIMUM WIDTH/SPACING. .".
002130     05  LINE 10 COL 25 PIC 9(03)V999 USING DM-INQ-MAX-RATIO.
002140     05  LINE 10 COL 33 VALUE "SEVERITY (H/S) .".
002150     05  LINE 10 COL 50 PIC X(01) USING DM-INQ-MAX-RATIO-SEV.
002160     05  LINE 11 COL 01 VALUE "MAXIMUM PILLARS/SECTION.".
002170     05  LINE 11 COL 25 PIC 9(04) USING DM-INQ-MAX-PILLARS.
002180     05  LINE 11 COL 33 VALUE "SEVERITY (H/S) .".
002190     05  LINE 11 COL 50 PIC X(01) USING DM-INQ-MAX-PILLARS-SEV.
002200
002210 01  DM-RESULT-SCREEN.
002220     05  LINE 13 COL 01 VALUE "MESSAGE. . . . . . . . .".
002230     05  LINE 13 COL 25 PIC X(40) USING DM-RESULT-MSG.
002240
002250 01  DM-ANOTHER-SCREEN.
002260     05  LINE 15 COL 01 VALUE "ANOTHER ACTION? (Y/N). .".
002270     05  LINE 15 COL 25 PIC X(01) USING DM-ANOTHER-CHANGE.
002280
002290 PROCEDURE DIVISION.
002300
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE
002330                                  THRU 1000-INITIALIZE-EXIT.
002340     PERFORM 2000-PROCESS-ACTION
002350                                  THRU 2000-PROCESS-ACTION-EXIT
002360             UNTIL DM-MORE-WORK-NO.
002370     PERFORM 9999-TERMINATE
002380                                  THRU 9999-TERMINATE-EXIT.
002390     STOP RUN.
002400
002410*-----------------------------------------------------------------
002420*    1000-INITIALIZE - OPEN THE DESIGN-LIMITS FILE FOR UPDATE AND
002430*    THE AUDIT FILE FOR APPEND, CREATING BOTH ON THE FIRST RUN.
002440*-----------------------------------------------------------------
002450 1000-INITIALIZE.
002453     PERFORM 9600-SIGN-ON
002456                                  THRU 9600-SIGN-ON-EXIT.
002460     OPEN I-O DESIGN-LIMITS.
002470     IF DM-LIMIT-NOT-FOUND
002480         OPEN OUTPUT DESIGN-LIMITS
002490         CLOSE DESIGN-LIMITS
002500         OPEN I-O DESIGN-LIMITS
002510     END-IF.
002520     IF NOT DM-LIMIT-STATUS-OK
002530         DISPLAY "PILLDMNT - DESIGN-LIMITS OPEN FAILED, STATUS "
002540                 DM-LIMIT-STATUS
002550         GO TO 9900-ABEND-RUN
002560     END-IF.
002570     OPEN EXTEND LIMITS-AUDIT.
002580     IF DM-AUDIT-NOT-FOUND
002590         OPEN OUTPUT LIMITS-AUDIT
002600     END-IF.
002610     IF NOT DM-AUDIT-STATUS-OK
002620         DISPLAY "PILLDMNT - LIMITS-AUDIT OPEN FAILED, STATUS "
002630                 DM-AUDIT-STATUS
002640         GO TO 9900-ABEND-RUN
002650     END-IF.
002660     ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD.
002670 1000-INITIALIZE-EXIT.
002680     EXIT.
002690
002700*-----------------------------------------------------------------
002710*    2000-PROCESS-ACTION - ACCEPT ONE ACTION AND LIMIT-SET KEY,
002720*    ROUTE IT TO THE RIGHT HANDLER, AND ASK WHETHER TO GO AROUND
002730*    AGAIN.
002740*-----------------------------------------------------------------
002750 2000-PROCESS-ACTION.
002760     PERFORM 2100-INITIALIZE-ACTION
002770                              THRU 2100-INITIALIZE-ACTION-EXIT.
002780     ACCEPT DM-KEY-SCREEN.
002790     IF DM-INQ-ACTION = 'l'
002800         MOVE 'L' TO DM-INQ-ACTION
002810     END-IF.
002820     IF DM-INQ-ACTION = 'a'
002830         MOVE 'A' TO DM-INQ-ACTION
002840     END-IF.
002850     IF DM-INQ-ACTION = 'c'
002860         MOVE 'C' TO DM-INQ-ACTION
002870     END-IF.
002880     IF DM-INQ-UOM = 'm'
002890         MOVE 'M' TO DM-INQ-UOM
002900     END-IF.
002910     IF DM-INQ-UOM = 'f'
002920         MOVE 'F' TO DM-INQ-UOM
002930     END-IF.
002940     IF DM-INQ-UOM NOT = 'M' AND DM-INQ-UOM NOT = 'F'
002950         MOVE "UNIT MUST BE M OR F" TO DM-RESULT-MSG
002960         DISPLAY DM-RESULT-SCREEN
002970         GO TO 2000-PROCESS-ACTION-ASK
002980     END-IF.
002981     IF DM-ACTION-VALID
002982         MOVE DM-INQ-ACTION TO SG-ACTION
002983         MOVE DM-INQ-UOM    TO SG-KEY
002984         PERFORM 9610-CHECK-ACTION
002985                                  THRU 9610-CHECK-ACTION-EXIT
002986         IF NOT SG-STATUS-OK
002987             DISPLAY DM-RESULT-SCREEN
002988             GO TO 2000-PROCESS-ACTION-ASK
002989         END-IF
002990     END-IF.
002991     EVALUATE DM-INQ-ACTION
003000         WHEN 'L'
003010             PERFORM 3000-LIST-LIMITS
003020                               THRU 3000-LIST-LIMITS-EXIT
003030         WHEN 'A'
003040             PERFORM 4000-ADD-LIMITS
003050                                  THRU 4000-ADD-LIMITS-EXIT
003060         WHEN 'C'
003070             PERFORM 5000-CORRECT-LIMITS
003080                              THRU 5000-CORRECT-LIMITS-EXIT
003090         WHEN OTHER
003100             MOVE "ACTION MUST BE L, A OR C" TO DM-RESULT-MSG
003110             DISPLAY DM-RESULT-SCREEN
003120     END-EVALUATE.
003130 2000-PROCESS-ACTION-ASK.
003140     ACCEPT DM-ANOTHER-SCREEN.
003150     IF DM-ANOTHER-CHANGE NOT = "Y"
003160             AND DM-ANOTHER-CHANGE NOT = "y"
003170         SET DM-MORE-WORK-NO TO TRUE
003180     END-IF.
003190 2000-PROCESS-ACTION-EXIT.
003200     EXIT.
003210
003220*-----------------------------------------------------------------
003230*    2100-INITIALIZE-ACTION - CLEAR THE FIELDS BEFORE THE NEXT
003240*    ACTION IS KEYED.
003250*-----------------------------------------------------------------
003260 2100-INITIALIZE-ACTION.
003270     MOVE SPACE  TO DM-INQ-ACTION DM-INQ-UOM
003280                    DM-INQ-MIN-DIST-SEV DM-INQ-MAX-DIST-SEV
003290                    DM-INQ-MAX-WIDTH-SEV DM-INQ-MAX-RATIO-SEV
003300                    DM-INQ-MAX-PILLARS-SEV.
003310     MOVE SPACES TO DM-RESULT-MSG.
003320     MOVE ZERO   TO DM-INQ-EFF-DATE DM-INQ-MIN-DIST
003330                    DM-INQ-MAX-DIST DM-INQ-MAX-WIDTH
003340                    DM-INQ-MAX-RATIO DM-INQ-MAX-PILLARS.
003350 2100-INITIALIZE-ACTION-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------------
003390*    3000-LIST-LIMITS - ONE GRID LINE PER LIMIT SET ON FILE FOR
003400*    THE KEYED UNIT, IN EFFECTIVE-DATE ORDER AS READ FROM THE
003410*    INDEX.
003420*-----------------------------------------------------------------
003430 3000-LIST-LIMITS.
003440     MOVE ZERO TO DM-CNT-LISTED.
003450     PERFORM 3500-START-UOM
003460                                  THRU 3500-START-UOM-EXIT.
003470     PERFORM 3100-LIST-ONE-SET
003480                                  THRU 3100-LIST-ONE-SET-EXIT
003490             UNTIL DM-UOM-EOF-YES.
003500     IF DM-CNT-LISTED = ZERO
003510         MOVE "NO LIMIT SETS ON FILE FOR UNIT" TO DM-RESULT-MSG
003520         DISPLAY DM-RESULT-SCREEN
003530     END-IF.
003540 3000-LIST-LIMITS-EXIT.
003550     EXIT.
003560
003570*-----------------------------------------------------------------
003580*    3100-LIST-ONE-SET - ONE GRID LINE PER LIMIT SET, THEN READ
003590*    THE NEXT.
003600*-----------------------------------------------------------------
003610 3100-LIST-ONE-SET.
003620     IF DM-CNT-LISTED = ZERO
003630         DISPLAY "LIMIT SETS ON FILE FOR UNIT " DM-INQ-UOM
003640     END-IF.
003650     ADD 1 TO DM-CNT-LISTED.
003660     MOVE DL-EFF-DATE        TO DM-GRID-EFF-DATE.
003670     MOVE DL-MIN-DIST        TO DM-GRID-MIN-DIST.
003680     MOVE DL-MIN-DIST-SEV    TO DM-GRID-MIN-DIST-SEV.
003690     MOVE DL-MAX-DIST        TO DM-GRID-MAX-DIST.
003700     MOVE DL-MAX-DIST-SEV    TO DM-GRID-MAX-DIST-SEV.
003710     MOVE DL-MAX-WIDTH       TO DM-GRID-MAX-WIDTH.
003720     MOVE DL-MAX-WIDTH-SEV   TO DM-GRID-MAX-WIDTH-SEV.
003730     MOVE DL-MAX-RATIO       TO DM-GRID-MAX-RATIO.
003740     MOVE DL-MAX-RATIO-SEV   TO DM-GRID-MAX-RATIO-SEV.
003750     MOVE DL-MAX-PILLARS     TO DM-GRID-MAX-PILLARS.
003760     MOVE DL-MAX-PILLARS-SEV TO DM-GRID-MAX-PILLARS-SEV.
003770     DISPLAY DM-GRID-LINE.
003780     PERFORM 3600-READ-NEXT-SET
003790                                  THRU 3600-READ-NEXT-SET-EXIT.
003800 3100-LIST-ONE-SET-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------------
003840*    3500-START-UOM - POSITION THE INDEX AT THE FIRST LIMIT SET
003850*    FOR THE KEYED UNIT AND READ IT, SETTING THE UNIT EOF SWITCH
003860*    WHEN THE UNIT HAS NONE.
003870*-----------------------------------------------------------------
003880 3500-START-UOM.
003890     SET DM-UOM-EOF-NO TO TRUE.
003900     MOVE DM-INQ-UOM TO DL-UOM.
003910     MOVE ZERO       TO DL-EFF-DATE.
003920     START DESIGN-LIMITS KEY NOT < DL-KEY
003930         INVALID KEY
003940             SET DM-UOM-EOF-YES TO TRUE
003950             GO TO 3500-START-UOM-EXIT
003960     END-START.
003970     PERFORM 3600-READ-NEXT-SET
003980                                  THRU 3600-READ-NEXT-SET-EXIT.
003990 3500-START-UOM-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------------
004030*    3600-READ-NEXT-SET - READ THE NEXT LIMIT SET IN KEY ORDER,
004040*    STOPPING WHEN THE UNIT CHANGES OR THE FILE ENDS.
004050*-----------------------------------------------------------------
004060 3600-READ-NEXT-SET.
004070     READ DESIGN-LIMITS NEXT RECORD
004080         AT END
004090             SET DM-UOM-EOF-YES TO TRUE
004100             GO TO 3600-READ-NEXT-SET-EXIT
004110     END-READ.
004120     IF DL-UOM NOT = DM-INQ-UOM
004130         SET DM-UOM-EOF-YES TO TRUE
004140     END-IF.
004150 3600-READ-NEXT-SET-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190*    4000-ADD-LIMITS - TAKE THE LIMITS OF A NEW SET, REFUSE A
004200*    KEY ALREADY ON FILE, EDIT THEM, WRITE THE RECORD AND THE
004210*    AUDIT RECORD WITH EMPTY OLD LIMITS.
004220*-----------------------------------------------------------------
004230 4000-ADD-LIMITS.
004240     PERFORM 4100-READ-LIMITS
004250                                  THRU 4100-READ-LIMITS-EXIT.
004260     IF DM-ON-FILE-YES
004270         MOVE "LIMIT SET ALREADY ON FILE" TO DM-RESULT-MSG
004280         DISPLAY DM-RESULT-SCREEN
004290         GO TO 4000-ADD-LIMITS-EXIT
004300     END-IF.
004310     ACCEPT DM-LIMITS-SCREEN.
004320     PERFORM 4500-EDIT-LIMITS
004330                                  THRU 4500-EDIT-LIMITS-EXIT.
004340     IF DM-RESULT-MSG NOT = SPACES
004350         DISPLAY DM-RESULT-SCREEN
004360         GO TO 4000-ADD-LIMITS-EXIT
004370     END-IF.
004380     PERFORM 4200-BUILD-LIMITS
004390                                  THRU 4200-BUILD-LIMITS-EXIT.
004400     WRITE DL-LIMIT-RECORD.
004410     IF NOT DM-LIMIT-STATUS-OK
004420         MOVE "WRITE FAILED - NOT ADDED" TO DM-RESULT-MSG
004430         DISPLAY DM-RESULT-SCREEN
004440         GO TO 4000-ADD-LIMITS-EXIT
004450     END-IF.
004460     SET DA-ACTION-ADD TO TRUE.
004465     MOVE SPACES TO SG-BEFORE.
004470     MOVE ZERO  TO DM-OLD-MIN-DIST DM-OLD-MAX-DIST
004480                   DM-OLD-MAX-WIDTH DM-OLD-MAX-RATIO
004490                   DM-OLD-MAX-PILLARS.
004500     MOVE SPACE TO DM-OLD-MIN-DIST-SEV DM-OLD-MAX-DIST-SEV
004510                   DM-OLD-MAX-WIDTH-SEV DM-OLD-MAX-RATIO-SEV
004520                   DM-OLD-MAX-PILLARS-SEV.
004530     PERFORM 6000-WRITE-AUDIT
004540                                  THRU 6000-WRITE-AUDIT-EXIT.
004550     MOVE "LIMIT SET ADDED" TO DM-RESULT-MSG.
004560     DISPLAY DM-RESULT-SCREEN.
004570 4000-ADD-LIMITS-EXIT.
004580     EXIT.
004590
004600*-----------------------------------------------------------------
004610*    4100-READ-LIMITS - LOOK THE KEYED UNIT AND EFFECTIVE DATE
004620*    UP ON THE DESIGN-LIMITS FILE AND SET THE ON-FILE SWITCH.
004630*-----------------------------------------------------------------
004640 4100-READ-LIMITS.
004650     MOVE DM-INQ-UOM      TO DL-UOM.
004660     MOVE DM-INQ-EFF-DATE TO DL-EFF-DATE.
004670     READ DESIGN-LIMITS
004680         INVALID KEY
004690             SET DM-ON-FILE-NO TO TRUE
004700         NOT INVALID KEY
004710             SET DM-ON-FILE-YES TO TRUE
004720     END-READ.
004730 4100-READ-LIMITS-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------------
004770*    4200-BUILD-LIMITS - MOVE THE KEYED LIMITS INTO THE RECORD
004780*    READY TO WRITE OR REWRITE.
004790*-----------------------------------------------------------------
004800 4200-BUILD-LIMITS.
004810     MOVE DM-INQ-UOM      TO DL-UOM.
004820     MOVE DM-INQ-EFF-DATE TO DL-EFF-DATE.
004830     MOVE DM-INQ-LIMITS   TO DL-LIMITS.
004840     MOVE DM-RUN-DATE     TO DL-LAST-CHANGE-DATE.
004850 4200-BUILD-LIMITS-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
004890*    4500-EDIT-LIMITS - THE EFFECTIVE DATE MUST BE A REAL
004900*    CALENDAR DATE.  EVERY LIMIT ABOVE ZERO NEEDS A SEVERITY OF
004910*    H OR S; A ZERO LIMIT HAS ITS SEVERITY CLEARED.  WHEN BOTH
004920*    SPACING LIMITS ARE KEYED THE MINIMUM MUST BE BELOW THE
004930*    MAXIMUM.  THE FIRST ERROR FOUND GOES IN THE MESSAGE; A
004940*    BLANK MESSAGE MEANS THE LIMITS PASSED.
004950*-----------------------------------------------------------------
004960 4500-EDIT-LIMITS.
004970     MOVE SPACES TO DM-RESULT-MSG.
004980     MOVE DM-INQ-EFF-DATE TO DM-EDIT-DATE.
004990     PERFORM 4600-EDIT-DATE
005000                                  THRU 4600-EDIT-DATE-EXIT.
005010     IF DM-DATE-OK-NO
005020         MOVE "EFFECTIVE DATE IS NOT A REAL DATE"
005030             TO DM-RESULT-MSG
005040         GO TO 4500-EDIT-LIMITS-EXIT
005050     END-IF.
005060     MOVE DM-INQ-MIN-DIST     TO DM-EDIT-LIMIT.
005070     MOVE DM-INQ-MIN-DIST-SEV TO DM-EDIT-SEV.
005080     PERFORM 4700-EDIT-SEVERITY
005090                                  THRU 4700-EDIT-SEVERITY-EXIT.
005100     MOVE DM-EDIT-SEV         TO DM-INQ-MIN-DIST-SEV.
005110     IF DM-RESULT-MSG NOT = SPACES
005120         GO TO 4500-EDIT-LIMITS-EXIT
005130     END-IF.
005140     MOVE DM-INQ-MAX-DIST     TO DM-EDIT-LIMIT.
005150     MOVE DM-INQ-MAX-DIST-SEV TO DM-EDIT-SEV.
005160     PERFORM 4700-EDIT-SEVERITY
005170                                  THRU 4700-EDIT-SEVERITY-EXIT.
005180     MOVE DM-EDIT-SEV         TO DM-INQ-MAX-DIST-SEV.
005190     IF DM-RESULT-MSG NOT = SPACES
005200         GO TO 4500-EDIT-LIMITS-EXIT
005210     END-IF.
005220     MOVE DM-INQ-MAX-WIDTH     TO DM-EDIT-LIMIT.
005230     MOVE DM-INQ-MAX-WIDTH-SEV TO DM-EDIT-SEV.
005240     PERFORM 4700-EDIT-SEVERITY
005250                                  THRU 4700-EDIT-SEVERITY-EXIT.
005260     MOVE DM-EDIT-SEV          TO DM-INQ-MAX-WIDTH-SEV.
005270     IF DM-RESULT-MSG NOT = SPACES
005280         GO TO 4500-EDIT-LIMITS-EXIT
005290     END-IF.
005300     MOVE DM-INQ-MAX-RATIO     TO DM-EDIT-LIMIT.
005310     MOVE DM-INQ-MAX-RATIO-SEV TO DM-EDIT-SEV.
005320     PERFORM 4700-EDIT-SEVERITY
005330                                  THRU 4700-EDIT-SEVERITY-EXIT.
005340     MOVE DM-EDIT-SEV          TO DM-INQ-MAX-RATIO-SEV.
005350     IF DM-RESULT-MSG NOT = SPACES
005360         GO TO 4500-EDIT-LIMITS-EXIT
005370     END-IF.
005380     MOVE DM-INQ-MAX-PILLARS     TO DM-EDIT-LIMIT.
005390     MOVE DM-INQ-MAX-PILLARS-SEV TO DM-EDIT-SEV.
005400     PERFORM 4700-EDIT-SEVERITY
005410                                  THRU 4700-EDIT-SEVERITY-EXIT.
005420     MOVE DM-EDIT-SEV            TO DM-INQ-MAX-PILLARS-SEV.
005430     IF DM-RESULT-MSG NOT = SPACES
005440         GO TO 4500-EDIT-LIMITS-EXIT
005450     END-IF.
005460     IF DM-INQ-MIN-DIST NOT = ZERO
005470             AND DM-INQ-MAX-DIST NOT = ZERO
005480             AND DM-INQ-MIN-DIST NOT < DM-INQ-MAX-DIST
005490         MOVE "MINIMUM SPACING NOT BELOW MAXIMUM"
005500             TO DM-RESULT-MSG
005510     END-IF.
005520 4500-EDIT-LIMITS-EXIT.
005530     EXIT.
005540
005550*-----------------------------------------------------------------
005560*    4600-EDIT-DATE - PULL THE DATE IN DM-EDIT-DATE APART AND
005570*    CHECK IT AGAINST THE CALENDAR.  FEBRUARY GETS 29 DAYS ONLY
005580*    IN A LEAP YEAR - DIVISIBLE BY 4 AND NOT BY 100, OR BY 400.
005590*-----------------------------------------------------------------
005600 4600-EDIT-DATE.
005610     SET DM-DATE-OK-NO TO TRUE.
005620     MOVE DM-EDIT-DATE TO DM-DATE-WORK.
005630     IF DM-DATE-YYYY < 1900 OR DM-DATE-MM < 01
005640             OR DM-DATE-MM > 12 OR DM-DATE-DD < 01
005650         GO TO 4600-EDIT-DATE-EXIT
005660     END-IF.
005670     EVALUATE DM-DATE-MM
005680         WHEN 01
005690         WHEN 03
005700         WHEN 05
005710         WHEN 07
005720         WHEN 08
005730         WHEN 10
005740         WHEN 12
005750             MOVE 31 TO DM-MONTH-DAYS
005760         WHEN 04
005770         WHEN 06
005780         WHEN 09
005790         WHEN 11
005800             MOVE 30 TO DM-MONTH-DAYS
005810         WHEN 02
005820             MOVE 28 TO DM-MONTH-DAYS
005830             DIVIDE DM-DATE-YYYY BY 4 GIVING DM-LEAP-WORK
005840                 REMAINDER DM-LEAP-REM
005850             IF DM-LEAP-REM = ZERO
005860                 MOVE 29 TO DM-MONTH-DAYS
005870                 DIVIDE DM-DATE-YYYY BY 100 GIVING DM-LEAP-WORK
005880                     REMAINDER DM-LEAP-REM
005890                 IF DM-LEAP-REM = ZERO
005900                     MOVE 28 TO DM-MONTH-DAYS
005910                     DIVIDE DM-DATE-YYYY BY 400
005920                         GIVING DM-LEAP-WORK
005930                         REMAINDER DM-LEAP-REM
005940                     IF DM-LEAP-REM = ZERO
005950                         MOVE 29 TO DM-MONTH-DAYS
005960                     END-IF
005970                 END-IF
005980             END-IF
005990     END-EVALUATE.
006000     IF DM-DATE-DD NOT > DM-MONTH-DAYS
006010         SET DM-DATE-OK-YES TO TRUE
006020     END-IF.
006030 4600-EDIT-DATE-EXIT.
006040     EXIT.
006050
006060*-----------------------------------------------------------------
006070*    4700-EDIT-SEVERITY - THE LIMIT IN DM-EDIT-LIMIT AND ITS
006080*    SEVERITY IN DM-EDIT-SEV.  A LOWER-CASE SEVERITY IS RAISED, A
006090*    ZERO LIMIT HAS ITS SEVERITY CLEARED, AND A LIMIT ABOVE ZERO
006100*    WITHOUT H OR S SETS THE MESSAGE.
006110*-----------------------------------------------------------------
006120 4700-EDIT-SEVERITY.
006130     IF DM-EDIT-SEV = 'h'
006140         MOVE 'H' TO DM-EDIT-SEV
006150     END-IF.
006160     IF DM-EDIT-SEV = 's'
006170         MOVE 'S' TO DM-EDIT-SEV
006180     END-IF.
006190     IF DM-EDIT-LIMIT = ZERO
006200         MOVE SPACE TO DM-EDIT-SEV
006210         GO TO 4700-EDIT-SEVERITY-EXIT
006220     END-IF.
006230     IF NOT DM-EDIT-SEV-VALID
006240         MOVE "SEVERITY MUST BE H OR S" TO DM-RESULT-MSG
006250     END-IF.
006260 4700-EDIT-SEVERITY-EXIT.
006270     EXIT.
006280
006290*-----------------------------------------------------------------
006300*    5000-CORRECT-LIMITS - SHOW THE LIMITS ON FILE FOR THE KEYED
006310*    UNIT AND EFFECTIVE DATE, TAKE THE CORRECTED ONES, EDIT
006320*    THEM, REWRITE, AND WRITE THE AUDIT RECORD CARRYING THE OLD
006330*    AND NEW LIMITS.
006340*-----------------------------------------------------------------
006350 5000-CORRECT-LIMITS.
006360     PERFORM 4100-READ-LIMITS
006370                                  THRU 4100-READ-LIMITS-EXIT.
006380     IF DM-ON-FILE-NO
006390         MOVE "LIMIT SET NOT ON FILE" TO DM-RESULT-MSG
006400         DISPLAY DM-RESULT-SCREEN
006410         GO TO 5000-CORRECT-LIMITS-EXIT
006420     END-IF.
006425     MOVE DL-LIMIT-RECORD TO SG-BEFORE.
006430     MOVE DL-LIMITS     TO DM-OLD-LIMITS.
006440     MOVE DM-OLD-LIMITS TO DM-INQ-LIMITS.
006450     ACCEPT DM-LIMITS-SCREEN.
006460     PERFORM 4500-EDIT-LIMITS
006470                                  THRU 4500-EDIT-LIMITS-EXIT.
006480     IF DM-RESULT-MSG NOT = SPACES
006490         DISPLAY DM-RESULT-SCREEN
006500         GO TO 5000-CORRECT-LIMITS-EXIT
006510     END-IF.
006520     PERFORM 4200-BUILD-LIMITS
006530                                  THRU 4200-BUILD-LIMITS-EXIT.
006540     REWRITE DL-LIMIT-RECORD.
006550     IF NOT DM-LIMIT-STATUS-OK
006560         MOVE "REWRITE FAILED - NOT CHANGED" TO DM-RESULT-MSG
006570         DISPLAY DM-RESULT-SCREEN
006580         GO TO 5000-CORRECT-LIMITS-EXIT
006590     END-IF.
006600     SET DA-ACTION-CORRECT TO TRUE.
006610     PERFORM 6000-WRITE-AUDIT
006620                                  THRU 6000-WRITE-AUDIT-EXIT.
006630     MOVE "LIMIT SET CORRECTED" TO DM-RESULT-MSG.
006640     DISPLAY DM-RESULT-SCREEN.
006650 5000-CORRECT-LIMITS-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------------
006690*    6000-WRITE-AUDIT - ONE AUDIT RECORD PER CHANGE TAKEN.  THE
006700*    ACTION AND OLD LIMITS ARE SET BY THE CALLER; THE KEY, THE
006710*    NEW LIMITS AND THE TIMESTAMP ARE FILLED IN HERE.
006720*-----------------------------------------------------------------
006730 6000-WRITE-AUDIT.
006740     ACCEPT DM-TIME-WORK FROM TIME.
006750     MOVE DM-RUN-DATE         TO DA-CHANGE-DATE.
006760     MOVE DM-TIME-HHMMSS      TO DA-CHANGE-TIME.
006770     MOVE DM-INQ-UOM          TO DA-UOM.
006780     MOVE DM-INQ-EFF-DATE     TO DA-EFF-DATE.
006790     MOVE DM-OLD-LIMITS       TO DA-OLD-LIMITS.
006800     MOVE DM-INQ-LIMITS       TO DA-NEW-LIMITS.
006810     WRITE DA-AUDIT-RECORD.
006820     ADD 1 TO DM-CNT-CHANGES.
006821     MOVE DA-ACTION       TO SG-ACTION.
006822     MOVE DL-KEY          TO SG-KEY.
006823     MOVE DL-LIMIT-RECORD TO SG-AFTER.
006824     PERFORM 9620-JOURNAL-CHANGE
006825                                  THRU 9620-JOURNAL-CHANGE-EXIT.
006830 6000-WRITE-AUDIT-EXIT.
006840     EXIT.
006850
006851*-----------------------------------------------------------------
006852*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
006853*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
006854*    OPENED.
006855*-----------------------------------------------------------------
006856 9600-SIGN-ON.
006857     MOVE "PILLDMNT" TO SG-PROGRAM.
006858     SET SG-FUNC-SIGN-ON TO TRUE.
006859     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006860                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006861                           SG-STATUS.
006862     IF NOT SG-STATUS-OK
006863         DISPLAY "PILLDMNT - OPERATOR NOT SIGNED ON - RUN STOPPED"
006864         GO TO 9900-ABEND-RUN
006865     END-IF.
006866 9600-SIGN-ON-EXIT.
006867     EXIT.
006868
006869*-----------------------------------------------------------------
006870*    9610-CHECK-ACTION - ASK PILLSIGN WHETHER THE OPERATOR'S ROLE
006871*    MAY TAKE THE ACTION IN SG-ACTION ON THE KEY IN SG-KEY.  A
006872*    REFUSAL LEAVES THE MESSAGE FOR THE CALLER TO SHOW.
006873*-----------------------------------------------------------------
006874 9610-CHECK-ACTION.
006875     SET SG-FUNC-CHECK-ACTION TO TRUE.
006876     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006877                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006878                           SG-STATUS.
006879     IF NOT SG-STATUS-OK
006880         MOVE "ACTION NOT ALLOWED FOR YOUR ROLE"
006881             TO DM-RESULT-MSG
006882     END-IF.
006883 9610-CHECK-ACTION-EXIT.
006884     EXIT.
006885
006886*-----------------------------------------------------------------
006887*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
006888*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
006889*-----------------------------------------------------------------
006890 9620-JOURNAL-CHANGE.
006891     SET SG-FUNC-JOURNAL TO TRUE.
006892     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006893                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006894                           SG-STATUS.
006895 9620-JOURNAL-CHANGE-EXIT.
006896     EXIT.
006897
006898*-----------------------------------------------------------------
006899*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
006900*-----------------------------------------------------------------
006901 9630-SIGN-OFF.
006902     SET SG-FUNC-SIGN-OFF TO TRUE.
006903     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006904                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006905                           SG-STATUS.
006906 9630-SIGN-OFF-EXIT.
006907     EXIT.
006908
006909*-----------------------------------------------------------------
006910*    9999-TERMINATE - CLOSE THE FILES AND PUT THE CHANGE COUNT
006911*    ON THE JOB LOG.
006912*-----------------------------------------------------------------
006913 9999-TERMINATE.
006914     CLOSE DESIGN-LIMITS
006920           LIMITS-AUDIT.
006923     PERFORM 9630-SIGN-OFF
006926                                  THRU 9630-SIGN-OFF-EXIT.
006930     MOVE DM-CNT-CHANGES TO DM-CNT-DISPLAY.
006940     DISPLAY "PILLDMNT - CHANGES TAKEN. . " DM-CNT-DISPLAY.
006950 9999-TERMINATE-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------------
006990*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
007000*    ALREADY BEEN DISPLAYED BY THE CALLER.
007005*    SIGN THE OPERATOR OFF AND STOP THE JOB.
007010*-----------------------------------------------------------------
007020 9900-ABEND-RUN.
007023     PERFORM 9630-SIGN-OFF
007026                                  THRU 9630-SIGN-OFF-EXIT.
007030     STOP RUN.
007040
007050 END PROGRAM PILLDMNT.
