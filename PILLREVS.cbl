000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLREVS                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-17                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - ESTIMATE REVISION COMPARISON REPORT.  PASSES THE   *
000100*  ESTIMATE MASTER IN KEY ORDER AND, FOR EVERY JOB WITH MORE    *
000110*  THAN ONE RUN DATE INSIDE THE SYSIN DATE RANGE, COMPARES EACH *
000120*  RUN WITH THE ONE BEFORE IT.  EVERY SECTION AND THE JOB TOTAL *
000130*  IS SHOWN WITH THE OLD AND NEW PILLAR COUNT, SPACING, WIDTH,  *
000140*  UNIT AND RESULT SIDE BY SIDE AND THE CHANGE IN LENGTH.  THE  *
000150*  JOB TOTAL ALSO CARRIES THE CHANGE IN PRICE, TAKEN FROM THE   *
000160*  TWO RUNS' PRICED QUOTES ON THE QUOTE-STATUS MASTER.  A       *
000170*  SECTION PRESENT IN ONLY ONE OF THE TWO RUNS IS FLAGGED AS    *
000180*  ADDED OR DROPPED.  ANSWERS THE CUSTOMER WHO ASKS WHY THE     *
000190*  SECOND QUOTE DIFFERS FROM THE FIRST.                         *
000200*                                                               *
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY                                         *
000230*  DATE       INIT DESCRIPTION                                  *
000240*  2026-09-17 RSM  ORIGINAL PROGRAM.                            *
000242*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000244*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000246*                  SETS.                                        *
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    PILLREVS.
000280 AUTHOR.        R S MASON.
000290 INSTALLATION.  STRUCTURAL ESTIMATING.
000300 DATE-WRITTEN.  2026-09-17.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ESTIMATE-MASTER  ASSIGN TO "PILLMSTR"
000390                              ORGANIZATION IS INDEXED
000400                              ACCESS MODE IS SEQUENTIAL
000410                              RECORD KEY IS PM-KEY
000420                              FILE STATUS IS RV-MASTER-STATUS.
000430     SELECT QUOTE-STATUS     ASSIGN TO "PILLQSTM"
000440                              ORGANIZATION IS INDEXED
000450                              ACCESS MODE IS RANDOM
000460                              RECORD KEY IS QS-KEY
000470                              FILE STATUS IS RV-QSTAT-STATUS.
000480     SELECT REVISION-REPORT  ASSIGN TO "PILLREVO"
000490                              ORGANIZATION IS SEQUENTIAL
000500                              FILE STATUS IS RV-REPORT-STATUS.
000510     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000520                              ORGANIZATION IS SEQUENTIAL
000530                              FILE STATUS IS RV-REG-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ESTIMATE-MASTER.
000580     COPY PILLMST.
000590
000600 FD  QUOTE-STATUS.
000610     COPY PILLQSM.
000620
000630 FD  REVISION-REPORT
000640     RECORDING MODE IS F.
000650 01  RV-PRINT-LINE             PIC X(132).
000660
000670 FD  RUN-REGISTRY
000680     RECORDING MODE IS F.
000690     COPY PILLRUN.
000700
000710 WORKING-STORAGE SECTION.
000720*-----------------------------------------------------------------
000730*    SWITCHES
000740*-----------------------------------------------------------------
000750 77  RV-EOF-SW                 PIC X(01)     VALUE 'N'.
000760     88  RV-EOF-YES            VALUE 'Y'.
000770     88  RV-EOF-NO             VALUE 'N'.
000780 77  RV-FIRST-SW               PIC X(01)     VALUE 'Y'.
000790     88  RV-FIRST-YES          VALUE 'Y'.
000800     88  RV-FIRST-NO           VALUE 'N'.
000810 77  RV-QUOTES-SW              PIC X(01)     VALUE 'N'.
000820     88  RV-QUOTES-YES         VALUE 'Y'.
000830     88  RV-QUOTES-NO          VALUE 'N'.
000840 77  RV-TABLE-FULL-SW          PIC X(01)     VALUE 'N'.
000850     88  RV-TABLE-FULL-YES     VALUE 'Y'.
000860     88  RV-TABLE-FULL-NO      VALUE 'N'.
000870 77  RV-OLD-PRICED-SW          PIC X(01)     VALUE 'N'.
000880     88  RV-OLD-PRICED-YES     VALUE 'Y'.
000890     88  RV-OLD-PRICED-NO      VALUE 'N'.
000900 77  RV-NEW-PRICED-SW          PIC X(01)     VALUE 'N'.
000910     88  RV-NEW-PRICED-YES     VALUE 'Y'.
000920     88  RV-NEW-PRICED-NO      VALUE 'N'.
000930
000940*-----------------------------------------------------------------
000950*    FILE STATUS FOR EACH FILE
000960*-----------------------------------------------------------------
000970 77  RV-MASTER-STATUS          PIC X(02).
000980     88  RV-MASTER-STATUS-OK   VALUE '00'.
000990 77  RV-QSTAT-STATUS           PIC X(02).
001000     88  RV-QSTAT-STATUS-OK    VALUE '00'.
001010     88  RV-QSTAT-NOT-FOUND    VALUE '35'.
001020 77  RV-REPORT-STATUS          PIC X(02).
001030     88  RV-REPORT-STATUS-OK   VALUE '00'.
001040
001050*-----------------------------------------------------------------
001060*    RUN-DATE RANGE - ACCEPTED FROM SYSIN AS ONE CARD OF TWO
001070*    YYYYMMDD DATES.  A BLANK CARD TAKES EVERY RUN ON FILE; A
001080*    KEYED CARD THAT IS NOT NUMERIC STOPS THE RUN.
001090*-----------------------------------------------------------------
001100 01  RV-RANGE-CARD.
001110     05  RV-RANGE-FROM-X       PIC X(08)     VALUE SPACES.
001120     05  RV-RANGE-TO-X         PIC X(08)     VALUE SPACES.
001130     05  FILLER                PIC X(64)     VALUE SPACES.
001140 77  RV-RANGE-FROM             PIC 9(08)     VALUE ZERO.
001150 77  RV-RANGE-TO               PIC 9(08)     VALUE 99999999.
001160
001170*-----------------------------------------------------------------
001180*    THE CURRENT JOB'S MASTER RECORDS INSIDE THE RANGE, IN KEY
001190*    ORDER - RUN DATE, THEN SECTION - AND THE TABLE OF ITS RUN
001200*    DATES, EACH POINTING AT ITS FIRST AND LAST RECORD.  A JOB
001210*    WITH MORE RECORDS OR RUNS THAN THE TABLES HOLD HAS ITS
001220*    LATER RUNS LEFT OUT, AND SAYS SO ON THE JOB LOG.
001230*-----------------------------------------------------------------
001240 77  RV-CUR-JOB-ID             PIC X(06)     VALUE SPACES.
001250 77  RV-ENT-COUNT              PIC S9(04)    VALUE ZERO COMP.
001260 77  RV-ENT-IX                 PIC S9(04)    VALUE ZERO COMP.
001270 01  RV-ENT-TABLE.
001280     05  RV-ENT-ENTRY          OCCURS 500 TIMES.
001290         10  RV-ENT-SECTION        PIC 9(02).
001300         10  RV-ENT-NUM-PILL       PIC 9(04).
001310         10  RV-ENT-DIST           PIC 9(02)V99.
001320         10  RV-ENT-WIDTH          PIC 9(02)V99.
001330         10  RV-ENT-UOM            PIC X(01).
001340         10  RV-ENT-RESULT         PIC 9(08).
001350 77  RV-RUN-COUNT              PIC S9(04)    VALUE ZERO COMP.
001360 77  RV-RUN-IX                 PIC S9(04)    VALUE ZERO COMP.
001370 01  RV-RUN-TABLE.
001380     05  RV-RUN-ENTRY          OCCURS 50 TIMES.
001390         10  RV-RUN-DATE           PIC 9(08).
001400         10  RV-RUN-FIRST          PIC S9(04) COMP.
001410         10  RV-RUN-LAST           PIC S9(04) COMP.
001420
001430*-----------------------------------------------------------------
001440*    COMPARISON WORK FIELDS - THE TWO RUNS BEING COMPARED, THE
001450*    SECTION IN HAND, WHERE IT WAS FOUND IN EACH RUN (ZERO WHEN
001460*    ABSENT), AND THE TWO RUNS' QUOTE TOTALS
001470*-----------------------------------------------------------------
001480 77  RV-OLD-RUN                PIC S9(04)    VALUE ZERO COMP.
001490 77  RV-NEW-RUN                PIC S9(04)    VALUE ZERO COMP.
001500 77  RV-SECT                   PIC 9(03)     VALUE ZERO.
001510 77  RV-SECT-NO                PIC 9(02)     VALUE ZERO.
001520 77  RV-FIND-RUN               PIC S9(04)    VALUE ZERO COMP.
001530 77  RV-FIND-IX                PIC S9(04)    VALUE ZERO COMP.
001540 77  RV-OLD-IX                 PIC S9(04)    VALUE ZERO COMP.
001550 77  RV-NEW-IX                 PIC S9(04)    VALUE ZERO COMP.
001560 77  RV-OLD-RESULT             PIC 9(08)     VALUE ZERO.
001570 77  RV-NEW-RESULT             PIC 9(08)     VALUE ZERO.
001580 77  RV-LENGTH-DELTA           PIC S9(09)    VALUE ZERO.
001590 77  RV-OLD-QUOTE              PIC 9(10)V99  VALUE ZERO.
001600 77  RV-NEW-QUOTE              PIC 9(10)V99  VALUE ZERO.
001610 77  RV-PRICE-DELTA            PIC S9(11)V99 VALUE ZERO.
001620
001630*-----------------------------------------------------------------
001640*    RUN COUNTERS AND THE NET PRICE MOVEMENT ACROSS THE REPORT
001650*-----------------------------------------------------------------
001660 77  RV-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001670 77  RV-CNT-JOBS               PIC 9(07)     VALUE ZERO COMP.
001680 77  RV-CNT-REVISED            PIC 9(07)     VALUE ZERO COMP.
001690 77  RV-CNT-PAIRS              PIC 9(07)     VALUE ZERO COMP.
001700 77  RV-CNT-ADDED              PIC 9(07)     VALUE ZERO COMP.
001710 77  RV-CNT-DROPPED            PIC 9(07)     VALUE ZERO COMP.
001720 77  RV-CNT-LINES              PIC 9(07)     VALUE ZERO COMP.
001730 77  RV-NET-PRICE-DELTA        PIC S9(12)V99 VALUE ZERO.
001740
001750*-----------------------------------------------------------------
001760*    REPORT LINES
001770*-----------------------------------------------------------------
001780 01  RV-HEAD-LINE-1.
001790     05  FILLER                    PIC X(46)   VALUE
001800         "ESTIMATE REVISION COMPARISON - RUNS DATED FROM".
001810     05  FILLER                    PIC X(01)   VALUE SPACE.
001820     05  RV-HEAD-FROM              PIC 9999/99/99.
001830     05  FILLER                    PIC X(04)   VALUE " TO ".
001840     05  RV-HEAD-TO                PIC 9999/99/99.
001850     05  FILLER                    PIC X(61)   VALUE SPACES.
001860
001870 01  RV-HEAD-LINE-2.
001880     05  FILLER                    PIC X(06)   VALUE "JOB ID".
001890     05  FILLER                    PIC X(02)   VALUE SPACES.
001900     05  FILLER                    PIC X(05)   VALUE "SECT ".
001910     05  FILLER                    PIC X(27)   VALUE
001920         "OLD PILL  DIST WIDTH U  RES".
001930     05  FILLER                    PIC X(06)   VALUE "ULT   ".
001940     05  FILLER                    PIC X(27)   VALUE
001950         "NEW PILL  DIST WIDTH U  RES".
001960     05  FILLER                    PIC X(06)   VALUE "ULT   ".
001970     05  FILLER                    PIC X(10)   VALUE
001980         "LEN DELTA ".
001990     05  FILLER                    PIC X(02)   VALUE SPACES.
002000     05  FILLER                    PIC X(14)   VALUE
002010         "   PRICE DELTA".
002020     05  FILLER                    PIC X(02)   VALUE SPACES.
002030     05  FILLER                    PIC X(07)   VALUE "CHANGE".
002040     05  FILLER                    PIC X(18)   VALUE SPACES.
002050
002060 01  RV-PAIR-LINE.
002070     05  FILLER                    PIC X(04)   VALUE "JOB ".
002080     05  RV-PAIR-JOB-ID            PIC X(06).
002090     05  FILLER                    PIC X(15)   VALUE
002100         " REVISED - RUN ".
002110     05  RV-PAIR-OLD-DATE          PIC 9999/99/99.
002120     05  FILLER                    PIC X(08)   VALUE " TO RUN ".
002130     05  RV-PAIR-NEW-DATE          PIC 9999/99/99.
002140     05  FILLER                    PIC X(14)   VALUE
002150         "   OLD QUOTE  ".
002160     05  RV-PAIR-OLD-QUOTE         PIC X(13).
002170     05  FILLER                    PIC X(14)   VALUE
002180         "   NEW QUOTE  ".
002190     05  RV-PAIR-NEW-QUOTE         PIC X(13).
002200     05  FILLER                    PIC X(25)   VALUE SPACES.
002210
002220 77  RV-QUOTE-EDIT             PIC Z(09)9.99.
002230
002240 01  RV-DETAIL-LINE.
002250     05  RV-DET-JOB-ID             PIC X(06).
002260     05  FILLER                    PIC X(02)   VALUE SPACES.
002270     05  RV-DET-SECTION            PIC X(05).
002280     05  RV-DET-OLD.
002290         10  RV-DET-OLD-PILL       PIC ZZZ9.
002300         10  FILLER                PIC X(04)   VALUE SPACES.
002310         10  RV-DET-OLD-DIST       PIC Z9.99.
002320         10  FILLER                PIC X(01)   VALUE SPACE.
002330         10  RV-DET-OLD-WIDTH      PIC Z9.99.
002340         10  FILLER                PIC X(01)   VALUE SPACE.
002350         10  RV-DET-OLD-UOM        PIC X(01).
002360         10  FILLER                PIC X(01)   VALUE SPACE.
002370         10  RV-DET-OLD-RESULT     PIC Z(07)9.
002380         10  FILLER                PIC X(03)   VALUE SPACES.
002390     05  RV-DET-NEW.
002400         10  RV-DET-NEW-PILL       PIC ZZZ9.
002410         10  FILLER                PIC X(04)   VALUE SPACES.
002420         10  RV-DET-NEW-DIST       PIC Z9.99.
002430         10  FILLER                PIC X(01)   VALUE SPACE.
002440         10  RV-DET-NEW-WIDTH      PIC Z9.99.
002450         10  FILLER                PIC X(01)   VALUE SPACE.
002460         10  RV-DET-NEW-UOM        PIC X(01).
002470         10  FILLER                PIC X(01)   VALUE SPACE.
002480         10  RV-DET-NEW-RESULT     PIC Z(07)9.
002490         10  FILLER                PIC X(03)   VALUE SPACES.
002500     05  RV-DET-LEN-DELTA          PIC -(08)9.
002510     05  FILLER                    PIC X(03)   VALUE SPACES.
002520     05  RV-DET-PRICE-AREA.
002530         10  RV-DET-PRICE-DELTA    PIC -(10)9.99.
002540     05  FILLER                    PIC X(02)   VALUE SPACES.
002550     05  RV-DET-FLAG               PIC X(07).
002560     05  FILLER                    PIC X(18)   VALUE SPACES.
002570
002580 01  RV-TOTAL-LINE.
002590     05  RV-TOT-TEXT               PIC X(32).
002600     05  RV-TOT-COUNT              PIC Z(06)9.
002610     05  FILLER                    PIC X(93)   VALUE SPACES.
002620
002630 01  RV-AMOUNT-LINE.
002640     05  FILLER                    PIC X(32)   VALUE
002650         "NET CHANGE IN QUOTED PRICE . . .".
002660     05  RV-TOT-AMOUNT             PIC -(12)9.99.
002670     05  FILLER                    PIC X(84)   VALUE SPACES.
002680
002690 01  RV-SPACE-LINE                 PIC X(132)  VALUE SPACES.
002700
002710*-----------------------------------------------------------------
002720*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
002730*    THIS RUN APPENDS AT END OF JOB
002740*-----------------------------------------------------------------
002750 77  RV-REG-STATUS             PIC X(02).
002760     88  RV-REG-STATUS-OK      VALUE '00'.
002770     88  RV-REG-NOT-FOUND      VALUE '35'.
002780 77  RV-REG-DATE               PIC 9(08)     VALUE ZERO.
002790 01  RV-TIME-WORK.
002800     05  RV-TIME-HHMMSS        PIC 9(06).
002810     05  FILLER                PIC 9(02).
002820
002830 PROCEDURE DIVISION.
002840
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE
002870                                  THRU 1000-INITIALIZE-EXIT.
002880     PERFORM 2000-TAKE-RECORD
002890                                  THRU 2000-TAKE-RECORD-EXIT
002900             UNTIL RV-EOF-YES.
002910     IF RV-FIRST-NO
002920         PERFORM 3000-COMPARE-JOB
002930                                  THRU 3000-COMPARE-JOB-EXIT
002940     END-IF.
002950     PERFORM 6000-PRINT-TOTALS
002960                                  THRU 6000-PRINT-TOTALS-EXIT.
002970     PERFORM 9999-TERMINATE
002980                                  THRU 9999-TERMINATE-EXIT.
002990     STOP RUN.
003000
003010*-----------------------------------------------------------------
003020*    1000-INITIALIZE - PICK UP AND CHECK THE DATE-RANGE CARD,
003030*    OPEN THE FILES, PRINT THE HEADINGS AND PRIME THE READ.  A
003040*    MISSING QUOTE-STATUS MASTER JUST MEANS NO PRICE CHANGE CAN
003050*    BE SHOWN.
003060*-----------------------------------------------------------------
003070 1000-INITIALIZE.
003080     ACCEPT RV-RANGE-CARD.
003090     IF RV-RANGE-FROM-X NOT = SPACES
003100         IF RV-RANGE-FROM-X IS NUMERIC
003110             MOVE RV-RANGE-FROM-X TO RV-RANGE-FROM
003120         ELSE
003130             DISPLAY "PILLREVS - FROM DATE NOT NUMERIC - RUN "
003140                     "STOPPED"
003150             MOVE 8 TO RETURN-CODE
003160             GO TO 9900-ABEND-RUN
003170         END-IF
003180     END-IF.
003190     IF RV-RANGE-TO-X NOT = SPACES
003200         IF RV-RANGE-TO-X IS NUMERIC
003210             MOVE RV-RANGE-TO-X TO RV-RANGE-TO
003220         ELSE
003230             DISPLAY "PILLREVS - TO DATE NOT NUMERIC - RUN "
003240                     "STOPPED"
003250             MOVE 8 TO RETURN-CODE
003260             GO TO 9900-ABEND-RUN
003270         END-IF
003280     END-IF.
003290     OPEN INPUT ESTIMATE-MASTER.
003300     IF NOT RV-MASTER-STATUS-OK
003310         DISPLAY "PILLREVS - ESTIMATE-MASTER OPEN FAILED, STATUS "
003320                 RV-MASTER-STATUS
003330         GO TO 9900-ABEND-RUN
003340     END-IF.
003350     OPEN INPUT QUOTE-STATUS.
003360     IF RV-QSTAT-STATUS-OK
003370         SET RV-QUOTES-YES TO TRUE
003380     ELSE
003390         IF NOT RV-QSTAT-NOT-FOUND
003400             DISPLAY "PILLREVS - QUOTE-STATUS OPEN FAILED, "
003410                     "STATUS " RV-QSTAT-STATUS
003420             GO TO 9900-ABEND-RUN
003430         END-IF
003440     END-IF.
003450     OPEN OUTPUT REVISION-REPORT.
003460     IF NOT RV-REPORT-STATUS-OK
003470         DISPLAY "PILLREVS - REVISION-REPORT OPEN FAILED, STATUS "
003480                 RV-REPORT-STATUS
003490         GO TO 9900-ABEND-RUN
003500     END-IF.
003510     MOVE RV-RANGE-FROM TO RV-HEAD-FROM.
003520     MOVE RV-RANGE-TO   TO RV-HEAD-TO.
003530     WRITE RV-PRINT-LINE FROM RV-HEAD-LINE-1.
003540     WRITE RV-PRINT-LINE FROM RV-HEAD-LINE-2.
003550     PERFORM 8000-READ-MASTER
003560                                  THRU 8000-READ-MASTER-EXIT.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590
003600*-----------------------------------------------------------------
003610*    2000-TAKE-RECORD - BREAK ON A NEW JOB ID TO COMPARE THE
003620*    FINISHED JOB'S RUNS, THEN ADD THE CURRENT RECORD TO THE
003630*    JOB'S TABLES IF ITS RUN DATE IS IN RANGE, AND READ THE
003640*    NEXT ONE.
003650*-----------------------------------------------------------------
003660 2000-TAKE-RECORD.
003670     ADD 1 TO RV-CNT-READ.
003680     IF RV-FIRST-YES
003690         SET RV-FIRST-NO TO TRUE
003700         MOVE PM-JOB-ID TO RV-CUR-JOB-ID
003710     END-IF.
003720     IF PM-JOB-ID NOT = RV-CUR-JOB-ID
003730         PERFORM 3000-COMPARE-JOB
003740                                  THRU 3000-COMPARE-JOB-EXIT
003750         MOVE PM-JOB-ID TO RV-CUR-JOB-ID
003760     END-IF.
003770     IF PM-RUN-DATE < RV-RANGE-FROM
003780             OR PM-RUN-DATE > RV-RANGE-TO
003790             OR RV-TABLE-FULL-YES
003800         GO TO 2000-TAKE-RECORD-READ
003810     END-IF.
003820     IF RV-RUN-COUNT = ZERO
003830             OR PM-RUN-DATE NOT = RV-RUN-DATE (RV-RUN-COUNT)
003840         IF RV-RUN-COUNT NOT < 50
003850             PERFORM 2100-TABLE-FULL
003860                                  THRU 2100-TABLE-FULL-EXIT
003870             GO TO 2000-TAKE-RECORD-READ
003880         END-IF
003890         ADD 1 TO RV-RUN-COUNT
003900         MOVE PM-RUN-DATE TO RV-RUN-DATE (RV-RUN-COUNT)
003910         COMPUTE RV-RUN-FIRST (RV-RUN-COUNT) = RV-ENT-COUNT + 1
003920     END-IF.
003930     IF RV-ENT-COUNT NOT < 500
003940         PERFORM 2100-TABLE-FULL
003950                                  THRU 2100-TABLE-FULL-EXIT
003960         GO TO 2000-TAKE-RECORD-READ
003970     END-IF.
003980     ADD 1 TO RV-ENT-COUNT.
003990     MOVE PM-SECTION  TO RV-ENT-SECTION  (RV-ENT-COUNT).
004000     MOVE PM-NUM-PILL TO RV-ENT-NUM-PILL (RV-ENT-COUNT).
004010     MOVE PM-DIST     TO RV-ENT-DIST     (RV-ENT-COUNT).
004020     MOVE PM-WIDTH    TO RV-ENT-WIDTH    (RV-ENT-COUNT).
004030     MOVE PM-UOM      TO RV-ENT-UOM      (RV-ENT-COUNT).
004040     MOVE PM-RESULT   TO RV-ENT-RESULT   (RV-ENT-COUNT).
004050     MOVE RV-ENT-COUNT TO RV-RUN-LAST (RV-RUN-COUNT).
004060 2000-TAKE-RECORD-READ.
004070     PERFORM 8000-READ-MASTER
004080                                  THRU 8000-READ-MASTER-EXIT.
004090 2000-TAKE-RECORD-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130*    2100-TABLE-FULL - THE JOB HAS MORE RUNS OR RECORDS IN RANGE
004140*    THAN THE TABLES HOLD.  THE RUNS ALREADY TAKEN ARE STILL
004150*    COMPARED; THE REST OF THE JOB IS PASSED OVER.
004160*-----------------------------------------------------------------
004170 2100-TABLE-FULL.
004180     SET RV-TABLE-FULL-YES TO TRUE.
004190     DISPLAY "PILLREVS - JOB " RV-CUR-JOB-ID " HAS TOO MANY "
004200             "RUNS IN RANGE - LATER RUNS NOT COMPARED".
004210     IF RV-RUN-COUNT > ZERO
004220             AND RV-RUN-FIRST (RV-RUN-COUNT) > RV-ENT-COUNT
004230         SUBTRACT 1 FROM RV-RUN-COUNT
004240     END-IF.
004250 2100-TABLE-FULL-EXIT.
004260     EXIT.
004270
004280*-----------------------------------------------------------------
004290*    3000-COMPARE-JOB - A JOB WITH TWO OR MORE RUNS IN RANGE HAS
004300*    EACH RUN COMPARED WITH THE ONE BEFORE IT.  THE TABLES ARE
004310*    THEN CLEARED FOR THE NEXT JOB.
004320*-----------------------------------------------------------------
004330 3000-COMPARE-JOB.
004340     IF RV-RUN-COUNT > ZERO
004350         ADD 1 TO RV-CNT-JOBS
004360     END-IF.
004370     IF RV-RUN-COUNT > 1
004380         ADD 1 TO RV-CNT-REVISED
004390         PERFORM 3100-COMPARE-PAIR
004400                                  THRU 3100-COMPARE-PAIR-EXIT
004410             VARYING RV-RUN-IX FROM 2 BY 1
004420             UNTIL RV-RUN-IX > RV-RUN-COUNT
004430     END-IF.
004440     MOVE ZERO TO RV-RUN-COUNT RV-ENT-COUNT.
004450     SET RV-TABLE-FULL-NO TO TRUE.
004460 3000-COMPARE-JOB-EXIT.
004470     EXIT.
004480
004490*-----------------------------------------------------------------
004500*    3100-COMPARE-PAIR - COMPARE RUN RV-RUN-IX WITH THE RUN
004510*    BEFORE IT - A HEADING NAMING BOTH RUNS AND THEIR QUOTES,
004520*    A LINE PER SECTION IN EITHER RUN, AND THE JOB TOTAL.
004530*-----------------------------------------------------------------
004540 3100-COMPARE-PAIR.
004550     ADD 1 TO RV-CNT-PAIRS.
004560     COMPUTE RV-OLD-RUN = RV-RUN-IX - 1.
004570     MOVE RV-RUN-IX TO RV-NEW-RUN.
004580     MOVE RV-RUN-DATE (RV-OLD-RUN) TO QS-RUN-DATE.
004590     PERFORM 3200-GET-QUOTE
004600                                  THRU 3200-GET-QUOTE-EXIT.
004610     IF RV-QUOTES-YES AND RV-QSTAT-STATUS-OK
004620         SET RV-OLD-PRICED-YES TO TRUE
004630         MOVE QS-TOTAL-COST TO RV-OLD-QUOTE
004640         MOVE QS-TOTAL-COST TO RV-QUOTE-EDIT
004650         MOVE RV-QUOTE-EDIT TO RV-PAIR-OLD-QUOTE
004660     ELSE
004670         SET RV-OLD-PRICED-NO TO TRUE
004680         MOVE "NOT PRICED" TO RV-PAIR-OLD-QUOTE
004690     END-IF.
004700     MOVE RV-RUN-DATE (RV-NEW-RUN) TO QS-RUN-DATE.
004710     PERFORM 3200-GET-QUOTE
004720                                  THRU 3200-GET-QUOTE-EXIT.
004730     IF RV-QUOTES-YES AND RV-QSTAT-STATUS-OK
004740         SET RV-NEW-PRICED-YES TO TRUE
004750         MOVE QS-TOTAL-COST TO RV-NEW-QUOTE
004760         MOVE QS-TOTAL-COST TO RV-QUOTE-EDIT
004770         MOVE RV-QUOTE-EDIT TO RV-PAIR-NEW-QUOTE
004780     ELSE
004790         SET RV-NEW-PRICED-NO TO TRUE
004800         MOVE "NOT PRICED" TO RV-PAIR-NEW-QUOTE
004810     END-IF.
004820     MOVE RV-CUR-JOB-ID            TO RV-PAIR-JOB-ID.
004830     MOVE RV-RUN-DATE (RV-OLD-RUN) TO RV-PAIR-OLD-DATE.
004840     MOVE RV-RUN-DATE (RV-NEW-RUN) TO RV-PAIR-NEW-DATE.
004850     WRITE RV-PRINT-LINE FROM RV-SPACE-LINE.
004860     WRITE RV-PRINT-LINE FROM RV-PAIR-LINE.
004870     PERFORM 3300-COMPARE-SECTION
004880                                  THRU 3300-COMPARE-SECTION-EXIT
004890         VARYING RV-SECT FROM 1 BY 1
004900         UNTIL RV-SECT > 99.
004910     MOVE ZERO TO RV-SECT.
004920     PERFORM 3300-COMPARE-SECTION
004930                                  THRU 3300-COMPARE-SECTION-EXIT.
004940 3100-COMPARE-PAIR-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------------
004980*    3200-GET-QUOTE - READ THE PRICED QUOTE FOR THE CURRENT JOB
004990*    AND THE RUN DATE ALREADY IN QS-RUN-DATE.  THE CALLER TESTS
005000*    THE FILE STATUS.
005010*-----------------------------------------------------------------
005020 3200-GET-QUOTE.
005030     IF RV-QUOTES-NO
005040         GO TO 3200-GET-QUOTE-EXIT
005050     END-IF.
005060     MOVE RV-CUR-JOB-ID TO QS-JOB-ID.
005070     READ QUOTE-STATUS
005080         INVALID KEY
005090             CONTINUE
005100     END-READ.
005110 3200-GET-QUOTE-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150*    3300-COMPARE-SECTION - FIND SECTION RV-SECT IN BOTH RUNS AND
005160*    PRINT THEM SIDE BY SIDE.  SECTION 00 IS THE JOB TOTAL AND
005170*    ALSO CARRIES THE PRICE CHANGE.  A SECTION IN NEITHER RUN
005180*    PRINTS NOTHING.
005190*-----------------------------------------------------------------
005200 3300-COMPARE-SECTION.
005210     MOVE RV-OLD-RUN TO RV-FIND-RUN.
005220     PERFORM 3400-FIND-SECTION
005230                                  THRU 3400-FIND-SECTION-EXIT.
005240     MOVE RV-FIND-IX TO RV-OLD-IX.
005250     MOVE RV-NEW-RUN TO RV-FIND-RUN.
005260     PERFORM 3400-FIND-SECTION
005270                                  THRU 3400-FIND-SECTION-EXIT.
005280     MOVE RV-FIND-IX TO RV-NEW-IX.
005290     IF RV-OLD-IX = ZERO AND RV-NEW-IX = ZERO
005300         GO TO 3300-COMPARE-SECTION-EXIT
005310     END-IF.
005320     MOVE RV-CUR-JOB-ID TO RV-DET-JOB-ID.
005330     IF RV-SECT = ZERO
005340         MOVE "TOTAL" TO RV-DET-SECTION
005350     ELSE
005360         MOVE RV-SECT TO RV-SECT-NO
005370         MOVE RV-SECT-NO TO RV-DET-SECTION
005380     END-IF.
005390     MOVE SPACES TO RV-DET-FLAG.
005400     MOVE ZERO TO RV-OLD-RESULT RV-NEW-RESULT.
005410     IF RV-OLD-IX = ZERO
005420         MOVE SPACES TO RV-DET-OLD
005430         MOVE "ADDED" TO RV-DET-FLAG
005440         ADD 1 TO RV-CNT-ADDED
005450     ELSE
005460         MOVE RV-ENT-NUM-PILL (RV-OLD-IX) TO RV-DET-OLD-PILL
005470         MOVE RV-ENT-DIST     (RV-OLD-IX) TO RV-DET-OLD-DIST
005480         MOVE RV-ENT-WIDTH    (RV-OLD-IX) TO RV-DET-OLD-WIDTH
005490         MOVE RV-ENT-UOM      (RV-OLD-IX) TO RV-DET-OLD-UOM
005500         MOVE RV-ENT-RESULT   (RV-OLD-IX) TO RV-DET-OLD-RESULT
005510         MOVE RV-ENT-RESULT   (RV-OLD-IX) TO RV-OLD-RESULT
005520     END-IF.
005530     IF RV-NEW-IX = ZERO
005540         MOVE SPACES TO RV-DET-NEW
005550         MOVE "DROPPED" TO RV-DET-FLAG
005560         ADD 1 TO RV-CNT-DROPPED
005570     ELSE
005580         MOVE RV-ENT-NUM-PILL (RV-NEW-IX) TO RV-DET-NEW-PILL
005590         MOVE RV-ENT-DIST     (RV-NEW-IX) TO RV-DET-NEW-DIST
005600         MOVE RV-ENT-WIDTH    (RV-NEW-IX) TO RV-DET-NEW-WIDTH
005610         MOVE RV-ENT-UOM      (RV-NEW-IX) TO RV-DET-NEW-UOM
005620         MOVE RV-ENT-RESULT   (RV-NEW-IX) TO RV-DET-NEW-RESULT
005630         MOVE RV-ENT-RESULT   (RV-NEW-IX) TO RV-NEW-RESULT
005640     END-IF.
005650     COMPUTE RV-LENGTH-DELTA = RV-NEW-RESULT - RV-OLD-RESULT.
005660     MOVE RV-LENGTH-DELTA TO RV-DET-LEN-DELTA.
005670     MOVE SPACES TO RV-DET-PRICE-AREA.
005680     IF RV-SECT = ZERO
005690             AND RV-OLD-PRICED-YES AND RV-NEW-PRICED-YES
005700         COMPUTE RV-PRICE-DELTA = RV-NEW-QUOTE - RV-OLD-QUOTE
005710         MOVE RV-PRICE-DELTA TO RV-DET-PRICE-DELTA
005720         ADD RV-PRICE-DELTA TO RV-NET-PRICE-DELTA
005730     END-IF.
005740     WRITE RV-PRINT-LINE FROM RV-DETAIL-LINE.
005750     ADD 1 TO RV-CNT-LINES.
005760 3300-COMPARE-SECTION-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800*    3400-FIND-SECTION - LOOK FOR SECTION RV-SECT AMONG THE
005810*    RECORDS OF RUN RV-FIND-RUN.  RV-FIND-IX COMES BACK POINTING
005820*    AT IT, OR ZERO WHEN THE RUN HAS NO SUCH SECTION.
005830*-----------------------------------------------------------------
005840 3400-FIND-SECTION.
005850     MOVE ZERO TO RV-FIND-IX.
005860     PERFORM 3410-FIND-SECTION-STEP
005870                              THRU 3410-FIND-SECTION-STEP-EXIT
005880         VARYING RV-ENT-IX FROM RV-RUN-FIRST (RV-FIND-RUN) BY 1
005890         UNTIL RV-ENT-IX > RV-RUN-LAST (RV-FIND-RUN)
005900            OR RV-FIND-IX > ZERO.
005910 3400-FIND-SECTION-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------------
005950*    3410-FIND-SECTION-STEP - TAKE THE TABLE ENTRY IF IT IS THE
005960*    SECTION BEING LOOKED FOR.
005970*-----------------------------------------------------------------
005980 3410-FIND-SECTION-STEP.
005990     IF RV-ENT-SECTION (RV-ENT-IX) = RV-SECT
006000         MOVE RV-ENT-IX TO RV-FIND-IX
006010     END-IF.
006020 3410-FIND-SECTION-STEP-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------------
006060*    6000-PRINT-TOTALS - RUN COUNTS AND THE NET PRICE CHANGE AT
006070*    THE FOOT OF THE REPORT.
006080*-----------------------------------------------------------------
006090 6000-PRINT-TOTALS.
006100     WRITE RV-PRINT-LINE FROM RV-SPACE-LINE.
006110     MOVE "MASTER RECORDS READ . . . . . . " TO RV-TOT-TEXT.
006120     MOVE RV-CNT-READ TO RV-TOT-COUNT.
006130     WRITE RV-PRINT-LINE FROM RV-TOTAL-LINE.
006140     MOVE "JOBS WITH A RUN IN RANGE. . . . " TO RV-TOT-TEXT.
006150     MOVE RV-CNT-JOBS TO RV-TOT-COUNT.
006160     WRITE RV-PRINT-LINE FROM RV-TOTAL-LINE.
006170     MOVE "JOBS REVISED IN RANGE . . . . . " TO RV-TOT-TEXT.
006180     MOVE RV-CNT-REVISED TO RV-TOT-COUNT.
006190     WRITE RV-PRINT-LINE FROM RV-TOTAL-LINE.
006200     MOVE "REVISIONS COMPARED. . . . . . . " TO RV-TOT-TEXT.
006210     MOVE RV-CNT-PAIRS TO RV-TOT-COUNT.
006220     WRITE RV-PRINT-LINE FROM RV-TOTAL-LINE.
006230     MOVE "SECTIONS ADDED. . . . . . . . . " TO RV-TOT-TEXT.
006240     MOVE RV-CNT-ADDED TO RV-TOT-COUNT.
006250     WRITE RV-PRINT-LINE FROM RV-TOTAL-LINE.
006260     MOVE "SECTIONS DROPPED. . . . . . . . " TO RV-TOT-TEXT.
006270     MOVE RV-CNT-DROPPED TO RV-TOT-COUNT.
006280     WRITE RV-PRINT-LINE FROM RV-TOTAL-LINE.
006290     MOVE RV-NET-PRICE-DELTA TO RV-TOT-AMOUNT.
006300     WRITE RV-PRINT-LINE FROM RV-AMOUNT-LINE.
006310 6000-PRINT-TOTALS-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------------
006350*    8000-READ-MASTER - READ THE NEXT ESTIMATE-MASTER RECORD IN
006360*    KEY ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS
006370*    EXHAUSTED.
006380*-----------------------------------------------------------------
006390 8000-READ-MASTER.
006400     READ ESTIMATE-MASTER NEXT RECORD
006410         AT END
006420             SET RV-EOF-YES TO TRUE
006430     END-READ.
006440 8000-READ-MASTER-EXIT.
006450     EXIT.
006460
006470*-----------------------------------------------------------------
006480*    9999-TERMINATE - CLOSE THE FILES AND REGISTER THE RUN.
006490*-----------------------------------------------------------------
006500 9999-TERMINATE.
006510     CLOSE ESTIMATE-MASTER
006520           REVISION-REPORT.
006530     IF RV-QUOTES-YES
006540         CLOSE QUOTE-STATUS
006550     END-IF.
006560     PERFORM 9500-WRITE-REGISTRY
006570                                  THRU 9500-WRITE-REGISTRY-EXIT.
006580 9999-TERMINATE-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------------
006620*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
006630*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
006640*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
006650*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
006660*-----------------------------------------------------------------
006670 9500-WRITE-REGISTRY.
006680     OPEN EXTEND RUN-REGISTRY.
006690     IF RV-REG-NOT-FOUND
006700         OPEN OUTPUT RUN-REGISTRY
006710     END-IF.
006720     IF NOT RV-REG-STATUS-OK
006730         DISPLAY "PILLREVS - RUN-REGISTRY OPEN FAILED, STATUS "
006740                 RV-REG-STATUS
006750         GO TO 9500-WRITE-REGISTRY-EXIT
006760     END-IF.
006770     MOVE "PILLREVS" TO RR-PROGRAM-ID.
006780     ACCEPT RV-REG-DATE FROM DATE YYYYMMDD.
006790     MOVE RV-REG-DATE TO RR-RUN-DATE.
006800     ACCEPT RV-TIME-WORK FROM TIME.
006810     MOVE RV-TIME-HHMMSS TO RR-RUN-TIME.
006820     COMPUTE RR-CNT-READ = RV-CNT-READ.
006830     COMPUTE RR-CNT-WRITTEN = RV-CNT-LINES.
006840     MOVE RETURN-CODE TO RR-RETURN-CODE.
006850     MOVE 'Y' TO RR-BALANCE-FLAG.
006855     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
006860     WRITE RR-REGISTRY-RECORD.
006870     CLOSE RUN-REGISTRY.
006880 9500-WRITE-REGISTRY-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------------
006920*    9900-ABEND-RUN - A FILE COULD NOT BE OPENED OR THE CONTROL
006930*    CARD WAS BAD.  THE MESSAGE HAS ALREADY BEEN DISPLAYED BY
006940*    THE CALLER; JUST STOP THE JOB.
006950*-----------------------------------------------------------------
006960 9900-ABEND-RUN.
006970     STOP RUN.
006980
006990 END PROGRAM PILLREVS.
