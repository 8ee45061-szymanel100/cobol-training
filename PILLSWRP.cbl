000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLSWRP                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-08                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - MONTHLY LIST OF JOBS LET THROUGH THE FRONT-END     *
000100*  EDIT ON A SOFT DESIGN-LIMIT WARNING.  TAKES AN EDIT MONTH    *
000110*  (YYYYMM) FROM SYSIN - A BLANK CARD TAKES THE CURRENT MONTH - *
000120*  AND LISTS EVERY SOFT-WARNING RECORD THE EDIT WROTE IN THAT   *
000130*  MONTH BY EDIT DATE, BATCH, JOB AND SECTION, WITH THE         *
000140*  CUSTOMER, THE FIGURES AS KEYED, THE EFFECTIVE DATE OF THE    *
000150*  LIMIT SET APPLIED AND THE LIMITS BROKEN.  THE FOOT CARRIES   *
000160*  THE NUMBER OF SECTIONS WARNED ON EACH LIMIT.  A MISSING      *
000170*  SOFT-WARNINGS FILE PRINTS AN EMPTY LIST.                     *
000180*                                                               *
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY                                         *
000210*  DATE       INIT DESCRIPTION                                  *
000220*  2026-10-08 RSM  ORIGINAL PROGRAM.                            *
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    PILLSWRP.
000260 AUTHOR.        R S MASON.
000270 INSTALLATION.  STRUCTURAL ESTIMATING.
000280 DATE-WRITTEN.  2026-10-08.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SOFT-WARNINGS    ASSIGN TO "PILLSWRN"
000370                              ORGANIZATION IS SEQUENTIAL
000380                              FILE STATUS IS WR-WARN-STATUS.
000390     SELECT WARNING-REPORT   ASSIGN TO "PILLSWRO"
000400                              ORGANIZATION IS SEQUENTIAL
000410                              FILE STATUS IS WR-REPORT-STATUS.
000420     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000430     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000440                              ORGANIZATION IS SEQUENTIAL
000450                              FILE STATUS IS WR-REG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SOFT-WARNINGS
000500     RECORDING MODE IS F.
000510     COPY PILLSWN.
000520
000530 FD  WARNING-REPORT
000540     RECORDING MODE IS F.
000550 01  WR-PRINT-LINE             PIC X(132).
000560
000570 FD  RUN-REGISTRY
000580     RECORDING MODE IS F.
000590     COPY PILLRUN.
000600
000610 SD  SORT-WORK.
000620 01  SX-SORT-RECORD.
000630     05  SX-EDIT-DATE              PIC 9(08).
000640     05  SX-BATCH-ID               PIC X(08).
000650     05  SX-JOB-ID                 PIC X(06).
000660     05  SX-SECTION                PIC 9(02).
000670     05  SX-CUST-NO                PIC X(05).
000680     05  SX-NUM-PILL               PIC 9(04).
000690     05  SX-DIST                   PIC 9(02)V99.
000700     05  SX-WIDTH                  PIC 9(02)V99.
000710     05  SX-UOM                    PIC X(01).
000720     05  SX-LIM-EFF-DATE           PIC 9(08).
000730     05  SX-WARN-COUNT             PIC 9(01).
000740     05  SX-WARN-CODE              OCCURS 5 TIMES
000750                                   PIC X(02).
000760
000770 WORKING-STORAGE SECTION.
000780*-----------------------------------------------------------------
000790*    SWITCHES
000800*-----------------------------------------------------------------
000810 77  WR-EOF-SW                 PIC X(01)     VALUE 'N'.
000820     88  WR-EOF-YES            VALUE 'Y'.
000830     88  WR-EOF-NO             VALUE 'N'.
000840 77  WR-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
000850     88  WR-SORT-EOF-YES       VALUE 'Y'.
000860     88  WR-SORT-EOF-NO        VALUE 'N'.
000870 77  WR-FOUND-SW               PIC X(01)     VALUE 'N'.
000880     88  WR-FOUND-YES          VALUE 'Y'.
000890     88  WR-FOUND-NO           VALUE 'N'.
000900
000910*-----------------------------------------------------------------
000920*    FILE STATUS FOR EACH FILE
000930*-----------------------------------------------------------------
000940 77  WR-WARN-STATUS            PIC X(02).
000950     88  WR-WARN-STATUS-OK     VALUE '00'.
000960     88  WR-WARN-NOT-FOUND     VALUE '35'.
000970 77  WR-REPORT-STATUS          PIC X(02).
000980     88  WR-REPORT-STATUS-OK   VALUE '00'.
000990
001000*-----------------------------------------------------------------
001010*    MONTH CARD - THE EDIT MONTH AS YYYYMM.  A BLANK CARD TAKES
001020*    THE CURRENT MONTH; A KEYED CARD THAT IS NOT NUMERIC STOPS
001030*    THE RUN.
001040*-----------------------------------------------------------------
001050 01  WR-MONTH-CARD.
001060     05  WR-MONTH-X            PIC X(06)     VALUE SPACES.
001070     05  FILLER                PIC X(74)     VALUE SPACES.
001080 77  WR-MONTH                  PIC 9(06)     VALUE ZERO.
001090 01  WR-DATE-WORK.
001100     05  WR-DATE-YYYYMM        PIC 9(06).
001110     05  WR-DATE-DD            PIC 9(02).
001120
001130*-----------------------------------------------------------------
001140*    THE DESIGN-LIMIT CODES, WITH A COUNT PER CODE FOR THE FOOT
001150*    OF THE LIST.  THE CODES MUST AGREE WITH REASON CODES 19 TO
001160*    23 IN PILLREJ.CPY.
001170*-----------------------------------------------------------------
001180 01  WR-LIMIT-VALUES.
001190     05  FILLER                PIC X(32)     VALUE
001200         "19SPACING BELOW DESIGN MINIMUM  ".
001210     05  FILLER                PIC X(32)     VALUE
001220         "20SPACING ABOVE DESIGN MAXIMUM  ".
001230     05  FILLER                PIC X(32)     VALUE
001240         "21WIDTH ABOVE DESIGN MAXIMUM    ".
001250     05  FILLER                PIC X(32)     VALUE
001260         "22WIDTH TO SPACING RATIO TOO BIG".
001270     05  FILLER                PIC X(32)     VALUE
001280         "23PILLARS ABOVE SECTION MAXIMUM ".
001290 01  WR-LIMIT-TABLE REDEFINES WR-LIMIT-VALUES.
001300     05  WR-LIM-ENTRY          OCCURS 5 TIMES
001310                               INDEXED BY WR-LIM-IX.
001320         10  WR-LIM-CODE           PIC X(02).
001330         10  WR-LIM-DESC           PIC X(30).
001340 01  WR-LIMIT-TOTALS.
001350     05  WR-LIM-COUNT          OCCURS 5 TIMES
001360                               PIC 9(07) COMP.
001370 77  WR-TOT-IX                 PIC S9(04)    VALUE ZERO COMP.
001380 77  WR-CODE-SUB               PIC S9(04)    VALUE ZERO COMP.
001390 77  WR-FIND-CODE              PIC X(02)     VALUE SPACES.
001400
001410*-----------------------------------------------------------------
001420*    RUN COUNTERS FOR THE FOOT OF THE LIST
001430*-----------------------------------------------------------------
001440 77  WR-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001450 77  WR-CNT-LISTED             PIC 9(07)     VALUE ZERO COMP.
001460 77  WR-CNT-UNKNOWN            PIC 9(07)     VALUE ZERO COMP.
001470 77  WR-CNT-DISPLAY            PIC Z(06)9.
001480
001490*-----------------------------------------------------------------
001500*    REPORT LINES
001510*-----------------------------------------------------------------
001520 01  WR-HEAD-LINE-1.
001530     05  FILLER                    PIC X(40)   VALUE
001540         "JOBS PASSED ON SOFT LIMITS - MONTH      ".
001550     05  WR-HEAD-MONTH             PIC 9(06).
001560     05  FILLER                    PIC X(86)   VALUE SPACES.
001570
001580 01  WR-HEAD-LINE-2.
001590     05  FILLER                    PIC X(10)   VALUE "EDITED".
001600     05  FILLER                    PIC X(02)   VALUE SPACES.
001610     05  FILLER                    PIC X(08)   VALUE "BATCH".
001620     05  FILLER                    PIC X(02)   VALUE SPACES.
001630     05  FILLER                    PIC X(06)   VALUE "JOB ID".
001640     05  FILLER                    PIC X(02)   VALUE SPACES.
001650     05  FILLER                    PIC X(03)   VALUE "SEC".
001660     05  FILLER                    PIC X(02)   VALUE SPACES.
001670     05  FILLER                    PIC X(08)   VALUE "CUSTOMER".
001680     05  FILLER                    PIC X(02)   VALUE SPACES.
001690     05  FILLER                    PIC X(07)   VALUE "PILLARS".
001700     05  FILLER                    PIC X(02)   VALUE SPACES.
001710     05  FILLER                    PIC X(07)   VALUE
001720         "SPACING".
001730     05  FILLER                    PIC X(02)   VALUE SPACES.
001740     05  FILLER                    PIC X(05)   VALUE "WIDTH".
001750     05  FILLER                    PIC X(02)   VALUE SPACES.
001760     05  FILLER                    PIC X(04)   VALUE "UNIT".
001770     05  FILLER                    PIC X(02)   VALUE SPACES.
001780     05  FILLER                    PIC X(10)   VALUE
001790         "LIMITS OF".
001800     05  FILLER                    PIC X(02)   VALUE SPACES.
001810     05  FILLER                    PIC X(15)   VALUE
001820         "LIMITS BROKEN".
001830     05  FILLER                    PIC X(29)   VALUE SPACES.
001840
001850 01  WR-DETAIL-LINE.
001860     05  WR-DET-EDIT-DATE          PIC 9999/99/99.
001870     05  FILLER                    PIC X(02)   VALUE SPACES.
001880     05  WR-DET-BATCH-ID           PIC X(08).
001890     05  FILLER                    PIC X(02)   VALUE SPACES.
001900     05  WR-DET-JOB-ID             PIC X(06).
001910     05  FILLER                    PIC X(02)   VALUE SPACES.
001920     05  FILLER                    PIC X(01)   VALUE SPACE.
001930     05  WR-DET-SECTION            PIC Z9.
001940     05  FILLER                    PIC X(02)   VALUE SPACES.
001950     05  WR-DET-CUST-NO            PIC X(08).
001960     05  FILLER                    PIC X(02)   VALUE SPACES.
001970     05  FILLER                    PIC X(03)   VALUE SPACES.
001980     05  WR-DET-PILLARS            PIC ZZZ9.
001990     05  FILLER                    PIC X(02)   VALUE SPACES.
002000     05  FILLER                    PIC X(02)   VALUE SPACES.
002010     05  WR-DET-DIST               PIC Z9.99.
002020     05  FILLER                    PIC X(02)   VALUE SPACES.
002030     05  WR-DET-WIDTH              PIC Z9.99.
002040     05  FILLER                    PIC X(02)   VALUE SPACES.
002050     05  FILLER                    PIC X(01)   VALUE SPACE.
002060     05  WR-DET-UOM                PIC X(01).
002070     05  FILLER                    PIC X(02)   VALUE SPACES.
002080     05  FILLER                    PIC X(02)   VALUE SPACES.
002090     05  WR-DET-LIM-EFF-DATE       PIC 9999/99/99.
002100     05  FILLER                    PIC X(02)   VALUE SPACES.
002110     05  WR-DET-CODES.
002120         10  WR-DET-CODE           OCCURS 5 TIMES.
002130             15  WR-DET-CODE-NO        PIC X(02).
002140             15  FILLER                PIC X(01).
002150     05  FILLER                    PIC X(29)   VALUE SPACES.
002160
002170 01  WR-CODE-LINE.
002180     05  FILLER                    PIC X(90)   VALUE SPACES.
002190     05  WR-CDL-CODE               PIC X(02).
002200     05  FILLER                    PIC X(01)   VALUE SPACE.
002210     05  WR-CDL-DESC               PIC X(30).
002220     05  FILLER                    PIC X(09)   VALUE SPACES.
002230
002240 01  WR-SECTION-LINE.
002250     05  WR-SEC-TEXT               PIC X(52).
002260     05  FILLER                    PIC X(80)   VALUE SPACES.
002270
002280 01  WR-LIMIT-LINE.
002290     05  WR-LML-CODE               PIC X(02).
002300     05  FILLER                    PIC X(01)   VALUE SPACE.
002310     05  WR-LML-DESC               PIC X(30).
002320     05  FILLER                    PIC X(02)   VALUE SPACES.
002330     05  WR-LML-COUNT              PIC Z(06)9.
002340     05  FILLER                    PIC X(90)   VALUE SPACES.
002350
002360 01  WR-TOTAL-LINE.
002370     05  WR-TOT-TEXT               PIC X(40).
002380     05  WR-TOT-COUNT              PIC Z(06)9.
002390     05  FILLER                    PIC X(85)   VALUE SPACES.
002400
002410 01  WR-SPACE-LINE                 PIC X(132)  VALUE SPACES.
002420
002430*-----------------------------------------------------------------
002440*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
002450*    THIS RUN APPENDS AT END OF JOB
002460*-----------------------------------------------------------------
002470 77  WR-REG-STATUS             PIC X(02).
002480     88  WR-REG-STATUS-OK      VALUE '00'.
002490     88  WR-REG-NOT-FOUND      VALUE '35'.
002500 77  WR-REG-DATE               PIC 9(08)     VALUE ZERO.
002510 01  WR-TIME-WORK.
002520     05  WR-TIME-HHMMSS        PIC 9(06).
002530     05  FILLER                PIC 9(02).
002540
002550 PROCEDURE DIVISION.
002560
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE
002590                                  THRU 1000-INITIALIZE-EXIT.
002600     SORT SORT-WORK
002610         ON ASCENDING KEY SX-EDIT-DATE
002620                          SX-BATCH-ID
002630                          SX-JOB-ID
002640                          SX-SECTION
002650         INPUT PROCEDURE IS 2000-SELECT-WARNINGS
002660                                  THRU 2000-SELECT-WARNINGS-EXIT
002670         OUTPUT PROCEDURE IS 3000-PRINT-LIST
002680                                  THRU 3000-PRINT-LIST-EXIT.
002690     PERFORM 6000-PRINT-TOTALS
002700                                  THRU 6000-PRINT-TOTALS-EXIT.
002710     PERFORM 9999-TERMINATE
002720                                  THRU 9999-TERMINATE-EXIT.
002730     STOP RUN.
002740
002750*-----------------------------------------------------------------
002760*    1000-INITIALIZE - PICK UP AND CHECK THE MONTH CARD, CLEAR
002770*    THE LIMIT TOTALS, OPEN THE LIST AND PRINT THE HEADINGS.
002780*    THE SOFT-WARNINGS FILE IS OPENED BY THE SELECTION PASS.
002790*-----------------------------------------------------------------
002800 1000-INITIALIZE.
002810     ACCEPT WR-MONTH-CARD.
002820     IF WR-MONTH-X = SPACES
002830         ACCEPT WR-DATE-WORK FROM DATE YYYYMMDD
002840         MOVE WR-DATE-YYYYMM TO WR-MONTH
002850     ELSE
002860         IF WR-MONTH-X IS NUMERIC
002870             MOVE WR-MONTH-X TO WR-MONTH
002880         ELSE
002890             DISPLAY "PILLSWRP - MONTH CARD NOT NUMERIC - RUN "
002900                     "STOPPED"
002910             MOVE 8 TO RETURN-CODE
002920             GO TO 9900-ABEND-RUN
002930         END-IF
002940     END-IF.
002950     PERFORM 1100-CLEAR-LIMIT
002960                                  THRU 1100-CLEAR-LIMIT-EXIT
002970         VARYING WR-TOT-IX FROM 1 BY 1
002980         UNTIL WR-TOT-IX > 5.
002990     OPEN OUTPUT WARNING-REPORT.
003000     IF NOT WR-REPORT-STATUS-OK
003010         DISPLAY "PILLSWRP - WARNING-REPORT OPEN FAILED, STATUS "
003020                 WR-REPORT-STATUS
003030         GO TO 9900-ABEND-RUN
003040     END-IF.
003050     MOVE WR-MONTH TO WR-HEAD-MONTH.
003060     WRITE WR-PRINT-LINE FROM WR-HEAD-LINE-1.
003070     WRITE WR-PRINT-LINE FROM WR-SPACE-LINE.
003080     WRITE WR-PRINT-LINE FROM WR-HEAD-LINE-2.
003090 1000-INITIALIZE-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------------
003130*    1100-CLEAR-LIMIT - ZERO ONE LIMIT'S COUNT.
003140*-----------------------------------------------------------------
003150 1100-CLEAR-LIMIT.
003160     MOVE ZERO TO WR-LIM-COUNT (WR-TOT-IX).
003170 1100-CLEAR-LIMIT-EXIT.
003180     EXIT.
003190
003200*-----------------------------------------------------------------
003210*    2000-SELECT-WARNINGS - SORT INPUT PROCEDURE.  PASSES THE
003220*    SOFT-WARNINGS FILE AND RELEASES EVERY RECORD THE EDIT WROTE
003230*    IN THE REPORT MONTH.  A MISSING FILE RELEASES NOTHING.
003240*-----------------------------------------------------------------
003250 2000-SELECT-WARNINGS.
003260     OPEN INPUT SOFT-WARNINGS.
003270     IF WR-WARN-NOT-FOUND
003280         GO TO 2000-SELECT-WARNINGS-EXIT
003290     END-IF.
003300     IF NOT WR-WARN-STATUS-OK
003310         DISPLAY "PILLSWRP - SOFT-WARNINGS OPEN FAILED, STATUS "
003320                 WR-WARN-STATUS
003330         GO TO 9900-ABEND-RUN
003340     END-IF.
003350     PERFORM 8000-READ-WARNING
003360                                  THRU 8000-READ-WARNING-EXIT.
003370     PERFORM 2100-SELECT-ONE
003380                                  THRU 2100-SELECT-ONE-EXIT
003390             UNTIL WR-EOF-YES.
003400     CLOSE SOFT-WARNINGS.
003410 2000-SELECT-WARNINGS-EXIT.
003420     EXIT.
003430
003440*-----------------------------------------------------------------
003450*    2100-SELECT-ONE - RELEASE THE CURRENT WARNING IF THE EDIT
003460*    WROTE IT IN THE REPORT MONTH, AND READ THE NEXT ONE.
003470*-----------------------------------------------------------------
003480 2100-SELECT-ONE.
003490     ADD 1 TO WR-CNT-READ.
003500     MOVE SW-EDIT-DATE TO WR-DATE-WORK.
003510     IF WR-DATE-YYYYMM NOT = WR-MONTH
003520         GO TO 2100-SELECT-ONE-READ
003530     END-IF.
003540     MOVE SW-EDIT-DATE     TO SX-EDIT-DATE.
003550     MOVE SW-BATCH-ID      TO SX-BATCH-ID.
003560     MOVE SW-JOB-ID        TO SX-JOB-ID.
003570     MOVE SW-SECTION       TO SX-SECTION.
003580     MOVE SW-CUST-NO       TO SX-CUST-NO.
003590     MOVE SW-NUM-PILL      TO SX-NUM-PILL.
003600     MOVE SW-DIST          TO SX-DIST.
003610     MOVE SW-WIDTH         TO SX-WIDTH.
003620     MOVE SW-UOM           TO SX-UOM.
003630     MOVE SW-LIM-EFF-DATE  TO SX-LIM-EFF-DATE.
003640     MOVE SW-WARN-COUNT    TO SX-WARN-COUNT.
003650     MOVE SW-WARN-CODE (1) TO SX-WARN-CODE (1).
003660     MOVE SW-WARN-CODE (2) TO SX-WARN-CODE (2).
003670     MOVE SW-WARN-CODE (3) TO SX-WARN-CODE (3).
003680     MOVE SW-WARN-CODE (4) TO SX-WARN-CODE (4).
003690     MOVE SW-WARN-CODE (5) TO SX-WARN-CODE (5).
003700     RELEASE SX-SORT-RECORD.
003710 2100-SELECT-ONE-READ.
003720     PERFORM 8000-READ-WARNING
003730                                  THRU 8000-READ-WARNING-EXIT.
003740 2100-SELECT-ONE-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780*    3000-PRINT-LIST - SORT OUTPUT PROCEDURE.  RETURNS THE
003790*    WARNINGS BY EDIT DATE, BATCH, JOB AND SECTION AND PRINTS
003800*    EACH ONE.
003810*-----------------------------------------------------------------
003820 3000-PRINT-LIST.
003830     PERFORM 8100-RETURN-WARNING
003840                                  THRU 8100-RETURN-WARNING-EXIT.
003850     PERFORM 3100-PRINT-ONE
003860                                  THRU 3100-PRINT-ONE-EXIT
003870             UNTIL WR-SORT-EOF-YES.
003880 3000-PRINT-LIST-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------------
003920*    3100-PRINT-ONE - PRINT THE CURRENT WARNING WITH ITS CODES,
003930*    THEN ONE LINE UNDER IT NAMING EACH LIMIT BROKEN, AND RETURN
003940*    THE NEXT.
003950*-----------------------------------------------------------------
003960 3100-PRINT-ONE.
003970     ADD 1 TO WR-CNT-LISTED.
003980     MOVE SX-EDIT-DATE    TO WR-DET-EDIT-DATE.
003990     MOVE SX-BATCH-ID     TO WR-DET-BATCH-ID.
004000     MOVE SX-JOB-ID       TO WR-DET-JOB-ID.
004010     MOVE SX-SECTION      TO WR-DET-SECTION.
004020     IF SX-CUST-NO = SPACES
004030         MOVE "(NONE)" TO WR-DET-CUST-NO
004040     ELSE
004050         MOVE SX-CUST-NO TO WR-DET-CUST-NO
004060     END-IF.
004070     MOVE SX-NUM-PILL     TO WR-DET-PILLARS.
004080     MOVE SX-DIST         TO WR-DET-DIST.
004090     MOVE SX-WIDTH        TO WR-DET-WIDTH.
004100     MOVE SX-UOM          TO WR-DET-UOM.
004110     MOVE SX-LIM-EFF-DATE TO WR-DET-LIM-EFF-DATE.
004120     MOVE SPACES          TO WR-DET-CODES.
004130     IF SX-WARN-COUNT > 5
004140         MOVE 5 TO SX-WARN-COUNT
004150     END-IF.
004160     PERFORM 3150-MOVE-ONE-CODE
004170                                  THRU 3150-MOVE-ONE-CODE-EXIT
004180         VARYING WR-CODE-SUB FROM 1 BY 1
004190         UNTIL WR-CODE-SUB > SX-WARN-COUNT.
004200     WRITE WR-PRINT-LINE FROM WR-DETAIL-LINE.
004210     PERFORM 3300-PRINT-ONE-CODE
004220                                  THRU 3300-PRINT-ONE-CODE-EXIT
004230         VARYING WR-CODE-SUB FROM 1 BY 1
004240         UNTIL WR-CODE-SUB > SX-WARN-COUNT.
004250     PERFORM 8100-RETURN-WARNING
004260                                  THRU 8100-RETURN-WARNING-EXIT.
004270 3100-PRINT-ONE-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------------
004310*    3150-MOVE-ONE-CODE - ONE LIMIT CODE TO THE DETAIL LINE.
004320*-----------------------------------------------------------------
004330 3150-MOVE-ONE-CODE.
004340     MOVE SX-WARN-CODE (WR-CODE-SUB)
004350       TO WR-DET-CODE-NO (WR-CODE-SUB).
004360 3150-MOVE-ONE-CODE-EXIT.
004370     EXIT.
004380
004390*-----------------------------------------------------------------
004400*    3200-FIND-LIMIT - LOOK THE CODE IN WR-FIND-CODE UP IN THE
004410*    LIMIT TABLE.
004420*-----------------------------------------------------------------
004430 3200-FIND-LIMIT.
004440     SET WR-FOUND-NO TO TRUE.
004450     SET WR-LIM-IX TO 1.
004460     SEARCH WR-LIM-ENTRY
004470         AT END
004480             SET WR-FOUND-NO TO TRUE
004490         WHEN WR-LIM-CODE (WR-LIM-IX) = WR-FIND-CODE
004500             SET WR-FOUND-YES TO TRUE
004510     END-SEARCH.
004520 3200-FIND-LIMIT-EXIT.
004530     EXIT.
004540
004550*-----------------------------------------------------------------
004560*    3300-PRINT-ONE-CODE - NAME ONE LIMIT BROKEN UNDER THE
004570*    DETAIL LINE AND ADD IT TO THAT LIMIT'S COUNT.
004580*-----------------------------------------------------------------
004590 3300-PRINT-ONE-CODE.
004600     MOVE SX-WARN-CODE (WR-CODE-SUB) TO WR-FIND-CODE.
004610     MOVE WR-FIND-CODE               TO WR-CDL-CODE.
004620     PERFORM 3200-FIND-LIMIT
004630                                  THRU 3200-FIND-LIMIT-EXIT.
004640     IF WR-FOUND-YES
004650         MOVE WR-LIM-DESC (WR-LIM-IX) TO WR-CDL-DESC
004660         SET WR-TOT-IX TO WR-LIM-IX
004670         ADD 1 TO WR-LIM-COUNT (WR-TOT-IX)
004680     ELSE
004690         MOVE "UNKNOWN LIMIT CODE" TO WR-CDL-DESC
004700         ADD 1 TO WR-CNT-UNKNOWN
004710     END-IF.
004720     WRITE WR-PRINT-LINE FROM WR-CODE-LINE.
004730 3300-PRINT-ONE-CODE-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------------
004770*    6000-PRINT-TOTALS - SECTIONS WARNED ON EACH LIMIT AND THE
004780*    SECTIONS LISTED FOR THE MONTH.
004790*-----------------------------------------------------------------
004800 6000-PRINT-TOTALS.
004810     WRITE WR-PRINT-LINE FROM WR-SPACE-LINE.
004820     MOVE "SECTIONS WARNED BY LIMIT" TO WR-SEC-TEXT.
004830     WRITE WR-PRINT-LINE FROM WR-SECTION-LINE.
004840     PERFORM 6100-PRINT-ONE-LIMIT
004850                                  THRU 6100-PRINT-ONE-LIMIT-EXIT
004860         VARYING WR-TOT-IX FROM 1 BY 1
004870         UNTIL WR-TOT-IX > 5.
004880     IF WR-CNT-UNKNOWN > ZERO
004890         MOVE SPACES               TO WR-LML-CODE
004900         MOVE "UNKNOWN LIMIT CODE" TO WR-LML-DESC
004910         MOVE WR-CNT-UNKNOWN       TO WR-LML-COUNT
004920         WRITE WR-PRINT-LINE FROM WR-LIMIT-LINE
004930     END-IF.
004940     WRITE WR-PRINT-LINE FROM WR-SPACE-LINE.
004950     MOVE "SECTIONS PASSED ON A SOFT WARNING . . . "
004960         TO WR-TOT-TEXT.
004970     MOVE WR-CNT-LISTED TO WR-TOT-COUNT.
004980     WRITE WR-PRINT-LINE FROM WR-TOTAL-LINE.
004990 6000-PRINT-TOTALS-EXIT.
005000     EXIT.
005010
005020*-----------------------------------------------------------------
005030*    6100-PRINT-ONE-LIMIT - ONE LINE PER LIMIT CODE, PRINTED
005040*    WHETHER OR NOT THE MONTH HAD ANY.
005050*-----------------------------------------------------------------
005060 6100-PRINT-ONE-LIMIT.
005070     SET WR-LIM-IX TO WR-TOT-IX.
005080     MOVE WR-LIM-CODE (WR-LIM-IX)  TO WR-LML-CODE.
005090     MOVE WR-LIM-DESC (WR-LIM-IX)  TO WR-LML-DESC.
005100     MOVE WR-LIM-COUNT (WR-TOT-IX) TO WR-LML-COUNT.
005110     WRITE WR-PRINT-LINE FROM WR-LIMIT-LINE.
005120 6100-PRINT-ONE-LIMIT-EXIT.
005130     EXIT.
005140
005150*-----------------------------------------------------------------
005160*    8000-READ-WARNING - READ THE NEXT SOFT-WARNING RECORD,
005170*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
005180*-----------------------------------------------------------------
005190 8000-READ-WARNING.
005200     READ SOFT-WARNINGS
005210         AT END
005220             SET WR-EOF-YES TO TRUE
005230     END-READ.
005240 8000-READ-WARNING-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------------
005280*    8100-RETURN-WARNING - RETURN THE NEXT SORTED WARNING,
005290*    SETTING THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
005300*-----------------------------------------------------------------
005310 8100-RETURN-WARNING.
005320     RETURN SORT-WORK
005330         AT END
005340             SET WR-SORT-EOF-YES TO TRUE
005350     END-RETURN.
005360 8100-RETURN-WARNING-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400*    9999-TERMINATE - CLOSE THE LIST, PUT THE RUN COUNTS ON THE
005410*    JOB LOG AND REGISTER THE RUN.
005420*-----------------------------------------------------------------
005430 9999-TERMINATE.
005440     CLOSE WARNING-REPORT.
005450     MOVE WR-CNT-READ TO WR-CNT-DISPLAY.
005460     DISPLAY "PILLSWRP - WARNINGS READ. . . " WR-CNT-DISPLAY.
005470     MOVE WR-CNT-LISTED TO WR-CNT-DISPLAY.
005480     DISPLAY "PILLSWRP - SECTIONS LISTED. . " WR-CNT-DISPLAY.
005490     PERFORM 9500-WRITE-REGISTRY
005500                                  THRU 9500-WRITE-REGISTRY-EXIT.
005510 9999-TERMINATE-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------------
005550*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
005560*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
005570*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
005580*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
005590*-----------------------------------------------------------------
005600 9500-WRITE-REGISTRY.
005610     OPEN EXTEND RUN-REGISTRY.
005620     IF WR-REG-NOT-FOUND
005630         OPEN OUTPUT RUN-REGISTRY
005640     END-IF.
005650     IF NOT WR-REG-STATUS-OK
005660         DISPLAY "PILLSWRP - RUN-REGISTRY OPEN FAILED, STATUS "
005670                 WR-REG-STATUS
005680         GO TO 9500-WRITE-REGISTRY-EXIT
005690     END-IF.
005700     MOVE "PILLSWRP" TO RR-PROGRAM-ID.
005710     ACCEPT WR-REG-DATE FROM DATE YYYYMMDD.
005720     MOVE WR-REG-DATE TO RR-RUN-DATE.
005730     ACCEPT WR-TIME-WORK FROM TIME.
005740     MOVE WR-TIME-HHMMSS TO RR-RUN-TIME.
005750     COMPUTE RR-CNT-READ = WR-CNT-READ.
005760     COMPUTE RR-CNT-WRITTEN = WR-CNT-LISTED.
005770     MOVE RETURN-CODE TO RR-RETURN-CODE.
005780     MOVE 'Y' TO RR-BALANCE-FLAG.
005790     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005800     WRITE RR-REGISTRY-RECORD.
005810     CLOSE RUN-REGISTRY.
005820 9500-WRITE-REGISTRY-EXIT.
005830     EXIT.
005840
005850*-----------------------------------------------------------------
005860*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
005870*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
005880*-----------------------------------------------------------------
005890 9900-ABEND-RUN.
005900     STOP RUN.
005910
005920 END PROGRAM PILLSWRP.
