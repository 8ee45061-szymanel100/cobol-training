000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLQLTR                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-14                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - CUSTOMER QUOTATION LETTER PRINT.  SORTS THE        *
000100*  PRICED-QUOTE FILE BY CUSTOMER AND JOB AND PRINTS ONE         *
000110*  QUOTATION DOCUMENT PER CUSTOMER, HEADED WITH THE NAME AND    *
000120*  BILLING REFERENCE FROM THE CUSTOMER MASTER, WITH A LINE PER  *
000130*  JOB - PILLAR COUNT, SPAN LENGTH, RATE EFFECTIVE DATE, SPAN   *
000140*  COST, PILLAR COST AND TOTAL - THE CUSTOMER TOTAL AND THE     *
000150*  DATE THE QUOTATION IS VALID UNTIL.  EACH JOB CARRIES ITS     *
000160*  QUOTATION REFERENCE, THE JOB ID AND RUN DATE THE QUOTE IS    *
000170*  KEPT UNDER ON THE QUOTE-STATUS MASTER, SO THE CUSTOMER'S     *
000180*  ANSWER CAN BE KEYED STRAIGHT INTO THE OUTCOME ENTRY SCREEN.  *
000190*  QUOTES WITH NO CUSTOMER, OR WHOSE CUSTOMER IS NO LONGER ON   *
000200*  THE MASTER, ARE NOT PRINTED BUT LISTED ON THE EXCEPTIONS     *
000210*  REPORT.  THE VALIDITY PERIOD IN DAYS COMES FROM SYSIN,       *
000220*  DEFAULT 30.  REPLACES RETYPING THE COSTING LISTING INTO      *
000230*  LETTERS BY HAND.                                             *
000240*                                                               *
000250*-----------------------------------------------------------------
000260*  MODIFICATION HISTORY                                         *
000270*  DATE       INIT DESCRIPTION                                  *
000280*  2026-09-14 RSM  ORIGINAL PROGRAM.                            *
000282*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000284*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000286*                  SETS.                                        *
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.    PILLQLTR.
000320 AUTHOR.        R S MASON.
000330 INSTALLATION.  STRUCTURAL ESTIMATING.
000340 DATE-WRITTEN.  2026-09-14.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRICED-QUOTES    ASSIGN TO "PILLQUOT"
000430                              ORGANIZATION IS SEQUENTIAL
000440                              FILE STATUS IS LT-QUOTES-STATUS.
000450     SELECT CUSTOMER-MASTER  ASSIGN TO "PILLCUST"
000460                              ORGANIZATION IS INDEXED
000470                              ACCESS MODE IS RANDOM
000480                              RECORD KEY IS CU-CUST-NO
000490                              FILE STATUS IS LT-CUST-STATUS.
000500     SELECT QUOTE-LETTERS    ASSIGN TO "PILLQLTO"
000510                              ORGANIZATION IS SEQUENTIAL
000520                              FILE STATUS IS LT-LETTER-STATUS.
000530     SELECT EXCEPTION-REPORT ASSIGN TO "PILLQLEX"
000540                              ORGANIZATION IS SEQUENTIAL
000550                              FILE STATUS IS LT-EXCEPT-STATUS.
000560     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000570     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000580                              ORGANIZATION IS SEQUENTIAL
000590                              FILE STATUS IS LT-REG-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRICED-QUOTES
000640     RECORDING MODE IS F.
000650     COPY PILLQUO.
000660
000670 FD  CUSTOMER-MASTER.
000680     COPY PILLCUS.
000690
000700 FD  QUOTE-LETTERS
000710     RECORDING MODE IS F.
000720 01  LT-LETTER-LINE            PIC X(132).
000730
000740 FD  EXCEPTION-REPORT
000750     RECORDING MODE IS F.
000760 01  LT-EXCEPT-LINE            PIC X(132).
000770
000780 FD  RUN-REGISTRY
000790     RECORDING MODE IS F.
000800     COPY PILLRUN.
000810
000820*    THE SORT RECORD MIRRORS THE PRICED-QUOTE LAYOUT FIELD FOR
000830*    FIELD AND MUST BE WIDENED WITH IT.
000840 SD  SORT-WORK.
000850 01  SQ-SORT-RECORD.
000860     05  SQ-JOB-ID                 PIC X(06).
000870     05  SQ-CUST-NO                PIC X(05).
000880     05  SQ-RUN-DATE               PIC 9(08).
000890     05  SQ-NUM-PILL               PIC 9(04).
000900     05  SQ-RESULT                 PIC 9(08).
000910     05  SQ-RATE-EFF-DATE          PIC 9(08).
000920     05  SQ-SPAN-COST              PIC 9(09)V99.
000930     05  SQ-PILLAR-COST            PIC 9(09)V99.
000940     05  SQ-TOTAL-COST             PIC 9(10)V99.
000950     05  SQ-RATE-BASIS             PIC X(01).
000960
000970 WORKING-STORAGE SECTION.
000980*-----------------------------------------------------------------
000990*    SWITCHES
001000*-----------------------------------------------------------------
001010 77  LT-EOF-SW                 PIC X(01)     VALUE 'N'.
001020     88  LT-EOF-YES            VALUE 'Y'.
001030     88  LT-EOF-NO             VALUE 'N'.
001040 77  LT-FIRST-SW               PIC X(01)     VALUE 'Y'.
001050     88  LT-FIRST-YES          VALUE 'Y'.
001060     88  LT-FIRST-NO           VALUE 'N'.
001070 77  LT-CUST-FOUND-SW          PIC X(01)     VALUE 'N'.
001080     88  LT-CUST-FOUND-YES     VALUE 'Y'.
001090     88  LT-CUST-FOUND-NO      VALUE 'N'.
001100
001110*-----------------------------------------------------------------
001120*    FILE STATUS FOR EACH FILE
001130*-----------------------------------------------------------------
001140 77  LT-QUOTES-STATUS          PIC X(02).
001150     88  LT-QUOTES-STATUS-OK   VALUE '00'.
001160 77  LT-CUST-STATUS            PIC X(02).
001170     88  LT-CUST-STATUS-OK     VALUE '00'.
001180 77  LT-LETTER-STATUS          PIC X(02).
001190     88  LT-LETTER-STATUS-OK   VALUE '00'.
001200 77  LT-EXCEPT-STATUS          PIC X(02).
001210     88  LT-EXCEPT-STATUS-OK   VALUE '00'.
001220
001230*-----------------------------------------------------------------
001240*    VALIDITY PERIOD - ACCEPTED FROM SYSIN AS A THREE-DIGIT
001250*    NUMBER OF DAYS.  A BLANK CARD TAKES THE STANDARD 30 DAYS;
001260*    A KEYED CARD THAT IS NOT NUMERIC STOPS THE RUN.
001270*-----------------------------------------------------------------
001280 01  LT-VALID-CARD.
001290     05  LT-VALID-DAYS-X       PIC X(03)     VALUE SPACES.
001300     05  FILLER                PIC X(77)     VALUE SPACES.
001310 77  LT-VALID-DAYS             PIC 9(03)     VALUE 30.
001320
001330*-----------------------------------------------------------------
001340*    TODAY'S DATE AND THE DATE THE QUOTATIONS ARE VALID UNTIL,
001350*    STEPPED FORWARD A DAY AT A TIME AGAINST THE CALENDAR.
001360*    FEBRUARY GETS 29 DAYS ONLY IN A LEAP YEAR.
001370*-----------------------------------------------------------------
001380 01  LT-RUN-DATE                PIC 9(08).
001390 01  LT-VALID-DATE              PIC 9(08).
001400 01  LT-VALID-DATE-PARTS REDEFINES LT-VALID-DATE.
001410     05  LT-VALID-YYYY         PIC 9(04).
001420     05  LT-VALID-MM           PIC 9(02).
001430     05  LT-VALID-DD           PIC 9(02).
001440 77  LT-MONTH-DAYS             PIC 9(02)     VALUE ZERO.
001450 77  LT-LEAP-WORK              PIC 9(04)     VALUE ZERO COMP.
001460 77  LT-LEAP-REM               PIC 9(04)     VALUE ZERO COMP.
001470
001480*-----------------------------------------------------------------
001490*    CONTROL-BREAK HOLD FIELD AND THE PER-CUSTOMER TOTALS
001500*-----------------------------------------------------------------
001510 77  LT-PREV-CUST-NO           PIC X(05)     VALUE SPACES.
001520 77  LT-CUST-JOBS              PIC 9(07)     VALUE ZERO COMP.
001530 77  LT-CUST-TOTAL             PIC 9(12)V99  VALUE ZERO.
001540 77  LT-LENGTH-METERS          PIC 9(08)V99  VALUE ZERO.
001550
001560*-----------------------------------------------------------------
001570*    RUN COUNTERS AND THE TOTAL VALUE OF THE LETTERS PRINTED
001580*-----------------------------------------------------------------
001590 77  LT-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001600 77  LT-CNT-PRINTED            PIC 9(07)     VALUE ZERO COMP.
001610 77  LT-CNT-LETTERS            PIC 9(07)     VALUE ZERO COMP.
001620 77  LT-CNT-EXCEPT             PIC 9(07)     VALUE ZERO COMP.
001630 77  LT-GRAND-TOTAL            PIC 9(12)V99  VALUE ZERO.
001640
001650*-----------------------------------------------------------------
001660*    LETTER LINES - THE HEADING BLOCK, ONE LINE PER JOB, THE
001670*    CUSTOMER TOTAL AND THE CLOSING PARAGRAPH.
001680*-----------------------------------------------------------------
001690 01  LT-LTR-HEAD-1.
001700     05  FILLER                    PIC X(21)   VALUE
001710         "STRUCTURAL ESTIMATING".
001720     05  FILLER                    PIC X(49)   VALUE SPACES.
001730     05  FILLER                    PIC X(09)   VALUE "QUOTATION".
001740     05  FILLER                    PIC X(53)   VALUE SPACES.
001750
001760 01  LT-LTR-HEAD-2.
001770     05  FILLER                    PIC X(04)   VALUE "TO  ".
001780     05  LT-LTR-NAME               PIC X(30).
001790     05  FILLER                    PIC X(16)   VALUE SPACES.
001800     05  FILLER                    PIC X(14)   VALUE
001810         "DATE . . . . .".
001820     05  FILLER                    PIC X(01)   VALUE SPACE.
001830     05  LT-LTR-RUN-DATE           PIC 9999/99/99.
001840     05  FILLER                    PIC X(57)   VALUE SPACES.
001850
001860 01  LT-LTR-HEAD-3.
001870     05  FILLER                    PIC X(04)   VALUE SPACES.
001880     05  FILLER                    PIC X(12)   VALUE
001890         "CUSTOMER NO ".
001900     05  LT-LTR-CUST-NO            PIC X(05).
001910     05  FILLER                    PIC X(29)   VALUE SPACES.
001920     05  FILLER                    PIC X(14)   VALUE
001930         "YOUR REF . . .".
001940     05  FILLER                    PIC X(01)   VALUE SPACE.
001950     05  LT-LTR-BILL-REF           PIC X(10).
001960     05  FILLER                    PIC X(57)   VALUE SPACES.
001970
001980 01  LT-LTR-HEAD-4.
001990     05  FILLER                    PIC X(50)   VALUE SPACES.
002000     05  FILLER                    PIC X(14)   VALUE
002010         "VALID UNTIL. .".
002020     05  FILLER                    PIC X(01)   VALUE SPACE.
002030     05  LT-LTR-VALID-DATE         PIC 9999/99/99.
002040     05  FILLER                    PIC X(57)   VALUE SPACES.
002050
002060 01  LT-LTR-OPENING.
002070     05  FILLER                    PIC X(49)   VALUE
002080         "WE ARE PLEASED TO QUOTE AS FOLLOWS FOR THE WORK ".
002090     05  FILLER                    PIC X(13)   VALUE
002100         "LISTED BELOW.".
002110     05  FILLER                    PIC X(70)   VALUE SPACES.
002120
002130 01  LT-LTR-COL-HEAD.
002140     05  FILLER                    PIC X(15)   VALUE
002150         "QUOTE REFERENCE".
002160     05  FILLER                    PIC X(02)   VALUE SPACES.
002170     05  FILLER                    PIC X(07)   VALUE "PILLARS".
002180     05  FILLER                    PIC X(02)   VALUE SPACES.
002190     05  FILLER                    PIC X(13)   VALUE
002200         "SPAN LENGTH M".
002210     05  FILLER                    PIC X(02)   VALUE SPACES.
002220     05  FILLER                    PIC X(10)   VALUE
002230         "RATES OF  ".
002240     05  FILLER                    PIC X(02)   VALUE SPACES.
002250     05  FILLER                    PIC X(12)   VALUE
002260         "   SPAN COST".
002270     05  FILLER                    PIC X(02)   VALUE SPACES.
002280     05  FILLER                    PIC X(12)   VALUE
002290         " PILLAR COST".
002300     05  FILLER                    PIC X(02)   VALUE SPACES.
002310     05  FILLER                    PIC X(13)   VALUE
002320         "  QUOTE TOTAL".
002330     05  FILLER                    PIC X(38)   VALUE SPACES.
002340
002350 01  LT-LTR-DETAIL.
002360     05  LT-DET-JOB-ID             PIC X(06).
002370     05  FILLER                    PIC X(01)   VALUE "/".
002380     05  LT-DET-RUN-DATE           PIC 9(08).
002390     05  FILLER                    PIC X(05)   VALUE SPACES.
002400     05  LT-DET-PILLARS            PIC ZZZ9.
002410     05  FILLER                    PIC X(03)   VALUE SPACES.
002420     05  LT-DET-LENGTH             PIC Z(07)9.99.
002430     05  FILLER                    PIC X(02)   VALUE SPACES.
002440     05  LT-DET-EFF-DATE           PIC 9999/99/99.
002450     05  FILLER                    PIC X(02)   VALUE SPACES.
002460     05  LT-DET-SPAN-COST          PIC Z(08)9.99.
002470     05  FILLER                    PIC X(02)   VALUE SPACES.
002480     05  LT-DET-PILLAR-COST        PIC Z(08)9.99.
002490     05  FILLER                    PIC X(02)   VALUE SPACES.
002500     05  LT-DET-TOTAL-COST         PIC Z(09)9.99.
002510     05  FILLER                    PIC X(39)   VALUE SPACES.
002520
002530 01  LT-LTR-TOTAL.
002540     05  FILLER                    PIC X(64)   VALUE SPACES.
002550     05  FILLER                    PIC X(16)   VALUE
002560         "TOTAL QUOTED . .".
002570     05  LT-TOT-CUST-TOTAL         PIC Z(11)9.99.
002580     05  FILLER                    PIC X(37)   VALUE SPACES.
002590
002600 01  LT-LTR-CLOSING-1.
002610     05  FILLER                    PIC X(45)   VALUE
002620         "THIS QUOTATION IS VALID UNTIL THE DATE SHOWN ".
002630     05  FILLER                    PIC X(07)   VALUE "ABOVE. ".
002640     05  FILLER                    PIC X(45)   VALUE
002650         " PLEASE QUOTE THE REFERENCE OF EACH JOB WHEN ".
002660     05  FILLER                    PIC X(10)   VALUE
002670         "ACCEPTING.".
002680     05  FILLER                    PIC X(25)   VALUE SPACES.
002690
002700 01  LT-SPACE-LINE                 PIC X(132)  VALUE SPACES.
002710
002720*-----------------------------------------------------------------
002730*    EXCEPTIONS REPORT LINES
002740*-----------------------------------------------------------------
002750 01  LT-EXC-HEAD-1.
002760     05  FILLER                    PIC X(44)   VALUE
002770         "QUOTATION LETTERS - QUOTES NOT PRINTED FOR ".
002780     05  LT-EXC-HEAD-DATE          PIC 9999/99/99.
002790     05  FILLER                    PIC X(78)   VALUE SPACES.
002800
002810 01  LT-EXC-HEAD-2.
002820     05  FILLER                    PIC X(06)   VALUE "JOB ID".
002830     05  FILLER                    PIC X(02)   VALUE SPACES.
002840     05  FILLER                    PIC X(07)   VALUE "CUST NO".
002850     05  FILLER                    PIC X(02)   VALUE SPACES.
002860     05  FILLER                    PIC X(10)   VALUE "RUN DATE".
002870     05  FILLER                    PIC X(02)   VALUE SPACES.
002880     05  FILLER                    PIC X(13)   VALUE
002890         "  QUOTE TOTAL".
002900     05  FILLER                    PIC X(02)   VALUE SPACES.
002910     05  FILLER                    PIC X(06)   VALUE "REASON".
002920     05  FILLER                    PIC X(82)   VALUE SPACES.
002930
002940 01  LT-EXC-DETAIL.
002950     05  LT-EXC-JOB-ID             PIC X(06).
002960     05  FILLER                    PIC X(02)   VALUE SPACES.
002970     05  LT-EXC-CUST-NO            PIC X(05).
002980     05  FILLER                    PIC X(04)   VALUE SPACES.
002990     05  LT-EXC-RUN-DATE           PIC 9999/99/99.
003000     05  FILLER                    PIC X(02)   VALUE SPACES.
003010     05  LT-EXC-TOTAL-COST         PIC Z(09)9.99.
003020     05  FILLER                    PIC X(02)   VALUE SPACES.
003030     05  LT-EXC-REASON             PIC X(30).
003040     05  FILLER                    PIC X(58)   VALUE SPACES.
003050
003060 01  LT-EXC-TOTAL-LINE.
003070     05  LT-EXC-TOT-TEXT           PIC X(32).
003080     05  LT-EXC-TOT-COUNT          PIC Z(06)9.
003090     05  FILLER                    PIC X(93)   VALUE SPACES.
003100
003110 01  LT-EXC-AMOUNT-LINE.
003120     05  FILLER                    PIC X(32)   VALUE
003130         "VALUE OF LETTERS PRINTED . . . .".
003140     05  LT-EXC-TOT-AMOUNT         PIC Z(11)9.99.
003150     05  FILLER                    PIC X(85)   VALUE SPACES.
003160
003170*-----------------------------------------------------------------
003180*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
003190*    THIS RUN APPENDS AT END OF JOB
003200*-----------------------------------------------------------------
003210 77  LT-REG-STATUS             PIC X(02).
003220     88  LT-REG-STATUS-OK      VALUE '00'.
003230     88  LT-REG-NOT-FOUND      VALUE '35'.
003240 77  LT-REG-DATE               PIC 9(08)     VALUE ZERO.
003250 01  LT-TIME-WORK.
003260     05  LT-TIME-HHMMSS        PIC 9(06).
003270     05  FILLER                PIC 9(02).
003280
003290 PROCEDURE DIVISION.
003300
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE
003330                                  THRU 1000-INITIALIZE-EXIT.
003340     SORT SORT-WORK
003350         ON ASCENDING KEY SQ-CUST-NO SQ-JOB-ID SQ-RUN-DATE
003360         USING PRICED-QUOTES
003370         OUTPUT PROCEDURE IS 3000-PRINT-LETTERS
003380                                  THRU 3000-PRINT-LETTERS-EXIT.
003390     PERFORM 6000-PRINT-TOTALS
003400                                  THRU 6000-PRINT-TOTALS-EXIT.
003410     PERFORM 9999-TERMINATE
003420                                  THRU 9999-TERMINATE-EXIT.
003430     STOP RUN.
003440
003450*-----------------------------------------------------------------
003460*    1000-INITIALIZE - PICK UP AND CHECK THE VALIDITY CARD, OPEN
003470*    THE FILES, WORK OUT THE VALID-UNTIL DATE AND HEAD THE
003480*    EXCEPTIONS REPORT.  PRICED-QUOTES IS OPENED AND CLOSED BY
003490*    THE SORT ITSELF.
003500*-----------------------------------------------------------------
003510 1000-INITIALIZE.
003520     ACCEPT LT-VALID-CARD.
003530     IF LT-VALID-DAYS-X NOT = SPACES
003540         IF LT-VALID-DAYS-X IS NUMERIC
003550             MOVE LT-VALID-DAYS-X TO LT-VALID-DAYS
003560         ELSE
003570             DISPLAY "PILLQLTR - VALIDITY DAYS NOT NUMERIC - RUN "
003580                     "STOPPED"
003590             MOVE 8 TO RETURN-CODE
003600             GO TO 9900-ABEND-RUN
003610         END-IF
003620     END-IF.
003630     OPEN INPUT CUSTOMER-MASTER.
003640     IF NOT LT-CUST-STATUS-OK
003650         DISPLAY "PILLQLTR - CUSTOMER-MASTER OPEN FAILED, STATUS "
003660                 LT-CUST-STATUS
003670         GO TO 9900-ABEND-RUN
003680     END-IF.
003690     OPEN OUTPUT QUOTE-LETTERS.
003700     IF NOT LT-LETTER-STATUS-OK
003710         DISPLAY "PILLQLTR - QUOTE-LETTERS OPEN FAILED, STATUS "
003720                 LT-LETTER-STATUS
003730         GO TO 9900-ABEND-RUN
003740     END-IF.
003750     OPEN OUTPUT EXCEPTION-REPORT.
003760     IF NOT LT-EXCEPT-STATUS-OK
003770         DISPLAY "PILLQLTR - EXCEPTION-REPORT OPEN FAILED, "
003780                 "STATUS " LT-EXCEPT-STATUS
003790         GO TO 9900-ABEND-RUN
003800     END-IF.
003810     ACCEPT LT-RUN-DATE FROM DATE YYYYMMDD.
003820     MOVE LT-RUN-DATE TO LT-VALID-DATE.
003830     PERFORM 1100-ADD-ONE-DAY
003840                                  THRU 1100-ADD-ONE-DAY-EXIT
003850             LT-VALID-DAYS TIMES.
003860     MOVE LT-RUN-DATE TO LT-EXC-HEAD-DATE.
003870     WRITE LT-EXCEPT-LINE FROM LT-EXC-HEAD-1.
003880     WRITE LT-EXCEPT-LINE FROM LT-EXC-HEAD-2.
003890 1000-INITIALIZE-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------------
003930*    1100-ADD-ONE-DAY - STEP THE VALID-UNTIL DATE ON ONE DAY,
003940*    ROLLING OVER THE MONTH AND YEAR.  FEBRUARY GETS 29 DAYS
003950*    ONLY IN A LEAP YEAR - DIVISIBLE BY 4 AND NOT BY 100, OR
003960*    BY 400.
003970*-----------------------------------------------------------------
003980 1100-ADD-ONE-DAY.
003990     EVALUATE LT-VALID-MM
004000         WHEN 04
004010         WHEN 06
004020         WHEN 09
004030         WHEN 11
004040             MOVE 30 TO LT-MONTH-DAYS
004050         WHEN 02
004060             MOVE 28 TO LT-MONTH-DAYS
004070             DIVIDE LT-VALID-YYYY BY 4 GIVING LT-LEAP-WORK
004080                 REMAINDER LT-LEAP-REM
004090             IF LT-LEAP-REM = ZERO
004100                 MOVE 29 TO LT-MONTH-DAYS
004110                 DIVIDE LT-VALID-YYYY BY 100 GIVING LT-LEAP-WORK
004120                     REMAINDER LT-LEAP-REM
004130                 IF LT-LEAP-REM = ZERO
004140                     MOVE 28 TO LT-MONTH-DAYS
004150                     DIVIDE LT-VALID-YYYY BY 400
004160                         GIVING LT-LEAP-WORK
004170                         REMAINDER LT-LEAP-REM
004180                     IF LT-LEAP-REM = ZERO
004190                         MOVE 29 TO LT-MONTH-DAYS
004200                     END-IF
004210                 END-IF
004220             END-IF
004230         WHEN OTHER
004240             MOVE 31 TO LT-MONTH-DAYS
004250     END-EVALUATE.
004260     IF LT-VALID-DD < LT-MONTH-DAYS
004270         ADD 1 TO LT-VALID-DD
004280         GO TO 1100-ADD-ONE-DAY-EXIT
004290     END-IF.
004300     MOVE 01 TO LT-VALID-DD.
004310     IF LT-VALID-MM < 12
004320         ADD 1 TO LT-VALID-MM
004330     ELSE
004340         MOVE 01 TO LT-VALID-MM
004350         ADD 1 TO LT-VALID-YYYY
004360     END-IF.
004370 1100-ADD-ONE-DAY-EXIT.
004380     EXIT.
004390
004400*-----------------------------------------------------------------
004410*    3000-PRINT-LETTERS - SORT OUTPUT PROCEDURE.  RETURNS THE
004420*    QUOTES IN CUSTOMER ORDER AND BREAKS ON A CHANGE OF CUSTOMER
004430*    TO CLOSE THE FINISHED LETTER AND START THE NEXT.
004440*-----------------------------------------------------------------
004450 3000-PRINT-LETTERS.
004460     PERFORM 8000-RETURN-QUOTE
004470                                  THRU 8000-RETURN-QUOTE-EXIT.
004480     PERFORM 3100-PRINT-QUOTE
004490                                  THRU 3100-PRINT-QUOTE-EXIT
004500             UNTIL LT-EOF-YES.
004510     IF LT-FIRST-NO
004520         PERFORM 3300-END-CUSTOMER
004530                                  THRU 3300-END-CUSTOMER-EXIT
004540     END-IF.
004550 3000-PRINT-LETTERS-EXIT.
004560     EXIT.
004570
004580*-----------------------------------------------------------------
004590*    3100-PRINT-QUOTE - BREAK ON A NEW CUSTOMER, THEN PRINT THE
004600*    CURRENT QUOTE ON THE CUSTOMER'S LETTER, OR LIST IT AS AN
004610*    EXCEPTION WHEN THE CUSTOMER IS NOT ON THE MASTER, AND
004620*    RETURN THE NEXT ONE.
004630*-----------------------------------------------------------------
004640 3100-PRINT-QUOTE.
004650     ADD 1 TO LT-CNT-READ.
004660     IF LT-FIRST-YES
004670         SET LT-FIRST-NO TO TRUE
004680         PERFORM 3200-START-CUSTOMER
004690                                  THRU 3200-START-CUSTOMER-EXIT
004700     END-IF.
004710     IF SQ-CUST-NO NOT = LT-PREV-CUST-NO
004720         PERFORM 3300-END-CUSTOMER
004730                                  THRU 3300-END-CUSTOMER-EXIT
004740         PERFORM 3200-START-CUSTOMER
004750                                  THRU 3200-START-CUSTOMER-EXIT
004760     END-IF.
004770     IF LT-CUST-FOUND-NO
004780         MOVE SQ-JOB-ID     TO LT-EXC-JOB-ID
004790         MOVE SQ-CUST-NO    TO LT-EXC-CUST-NO
004800         MOVE SQ-RUN-DATE   TO LT-EXC-RUN-DATE
004810         MOVE SQ-TOTAL-COST TO LT-EXC-TOTAL-COST
004820         IF SQ-CUST-NO = SPACES
004830             MOVE "NO CUSTOMER ON THE QUOTE" TO LT-EXC-REASON
004840         ELSE
004850             MOVE "CUSTOMER NOT ON THE MASTER" TO LT-EXC-REASON
004860         END-IF
004870         WRITE LT-EXCEPT-LINE FROM LT-EXC-DETAIL
004880         ADD 1 TO LT-CNT-EXCEPT
004890         GO TO 3100-PRINT-QUOTE-RETURN
004900     END-IF.
004910     COMPUTE LT-LENGTH-METERS = SQ-RESULT / 100.
004920     MOVE SQ-JOB-ID        TO LT-DET-JOB-ID.
004930     MOVE SQ-RUN-DATE      TO LT-DET-RUN-DATE.
004940     MOVE SQ-NUM-PILL      TO LT-DET-PILLARS.
004950     MOVE LT-LENGTH-METERS TO LT-DET-LENGTH.
004960     MOVE SQ-RATE-EFF-DATE TO LT-DET-EFF-DATE.
004970     MOVE SQ-SPAN-COST     TO LT-DET-SPAN-COST.
004980     MOVE SQ-PILLAR-COST   TO LT-DET-PILLAR-COST.
004990     MOVE SQ-TOTAL-COST    TO LT-DET-TOTAL-COST.
005000     WRITE LT-LETTER-LINE FROM LT-LTR-DETAIL.
005010     ADD 1 TO LT-CUST-JOBS.
005020     ADD SQ-TOTAL-COST TO LT-CUST-TOTAL.
005030     ADD 1 TO LT-CNT-PRINTED.
005040 3100-PRINT-QUOTE-RETURN.
005050     PERFORM 8000-RETURN-QUOTE
005060                                  THRU 8000-RETURN-QUOTE-EXIT.
005070 3100-PRINT-QUOTE-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------------
005110*    3200-START-CUSTOMER - LOOK THE NEW CUSTOMER UP ON THE
005120*    MASTER AND, IF THERE, START ITS LETTER ON A NEW PAGE WITH
005130*    THE NAME, BILLING REFERENCE, DATE AND VALID-UNTIL DATE.
005140*-----------------------------------------------------------------
005150 3200-START-CUSTOMER.
005160     MOVE SQ-CUST-NO TO LT-PREV-CUST-NO.
005170     MOVE ZERO TO LT-CUST-JOBS LT-CUST-TOTAL.
005180     SET LT-CUST-FOUND-NO TO TRUE.
005190     IF SQ-CUST-NO = SPACES
005200         GO TO 3200-START-CUSTOMER-EXIT
005210     END-IF.
005220     MOVE SQ-CUST-NO TO CU-CUST-NO.
005230     READ CUSTOMER-MASTER
005240         INVALID KEY
005250             GO TO 3200-START-CUSTOMER-EXIT
005260     END-READ.
005270     SET LT-CUST-FOUND-YES TO TRUE.
005280     ADD 1 TO LT-CNT-LETTERS.
005290     MOVE CU-NAME       TO LT-LTR-NAME.
005300     MOVE CU-CUST-NO    TO LT-LTR-CUST-NO.
005310     MOVE CU-BILL-REF   TO LT-LTR-BILL-REF.
005320     MOVE LT-RUN-DATE   TO LT-LTR-RUN-DATE.
005330     MOVE LT-VALID-DATE TO LT-LTR-VALID-DATE.
005340     WRITE LT-LETTER-LINE FROM LT-LTR-HEAD-1
005350         AFTER ADVANCING PAGE.
005360     WRITE LT-LETTER-LINE FROM LT-SPACE-LINE.
005370     WRITE LT-LETTER-LINE FROM LT-LTR-HEAD-2.
005380     WRITE LT-LETTER-LINE FROM LT-LTR-HEAD-3.
005390     WRITE LT-LETTER-LINE FROM LT-LTR-HEAD-4.
005400     WRITE LT-LETTER-LINE FROM LT-SPACE-LINE.
005410     WRITE LT-LETTER-LINE FROM LT-LTR-OPENING.
005420     WRITE LT-LETTER-LINE FROM LT-SPACE-LINE.
005430     WRITE LT-LETTER-LINE FROM LT-LTR-COL-HEAD.
005440 3200-START-CUSTOMER-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------------
005480*    3300-END-CUSTOMER - CLOSE THE FINISHED CUSTOMER'S LETTER
005490*    WITH ITS TOTAL AND THE CLOSING PARAGRAPH.  NOTHING IS
005500*    PRINTED FOR A CUSTOMER THAT WENT TO THE EXCEPTIONS.
005510*-----------------------------------------------------------------
005520 3300-END-CUSTOMER.
005530     IF LT-CUST-FOUND-NO
005540         GO TO 3300-END-CUSTOMER-EXIT
005550     END-IF.
005560     MOVE LT-CUST-TOTAL TO LT-TOT-CUST-TOTAL.
005570     WRITE LT-LETTER-LINE FROM LT-SPACE-LINE.
005580     WRITE LT-LETTER-LINE FROM LT-LTR-TOTAL.
005590     WRITE LT-LETTER-LINE FROM LT-SPACE-LINE.
005600     WRITE LT-LETTER-LINE FROM LT-LTR-CLOSING-1.
005610     ADD LT-CUST-TOTAL TO LT-GRAND-TOTAL.
005620 3300-END-CUSTOMER-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------------
005660*    6000-PRINT-TOTALS - RUN COUNTS AT THE FOOT OF THE
005670*    EXCEPTIONS REPORT, SO THE PRINT CAN BE CHECKED AGAINST THE
005680*    COSTING LISTING.
005690*-----------------------------------------------------------------
005700 6000-PRINT-TOTALS.
005710     WRITE LT-EXCEPT-LINE FROM LT-SPACE-LINE.
005720     MOVE "QUOTES READ . . . . . . . . . . " TO LT-EXC-TOT-TEXT.
005730     MOVE LT-CNT-READ TO LT-EXC-TOT-COUNT.
005740     WRITE LT-EXCEPT-LINE FROM LT-EXC-TOTAL-LINE.
005750     MOVE "QUOTES PRINTED ON LETTERS . . . " TO LT-EXC-TOT-TEXT.
005760     MOVE LT-CNT-PRINTED TO LT-EXC-TOT-COUNT.
005770     WRITE LT-EXCEPT-LINE FROM LT-EXC-TOTAL-LINE.
005780     MOVE "QUOTES NOT PRINTED. . . . . . . " TO LT-EXC-TOT-TEXT.
005790     MOVE LT-CNT-EXCEPT TO LT-EXC-TOT-COUNT.
005800     WRITE LT-EXCEPT-LINE FROM LT-EXC-TOTAL-LINE.
005810     MOVE "CUSTOMER LETTERS PRINTED. . . . " TO LT-EXC-TOT-TEXT.
005820     MOVE LT-CNT-LETTERS TO LT-EXC-TOT-COUNT.
005830     WRITE LT-EXCEPT-LINE FROM LT-EXC-TOTAL-LINE.
005840     MOVE LT-GRAND-TOTAL TO LT-EXC-TOT-AMOUNT.
005850     WRITE LT-EXCEPT-LINE FROM LT-EXC-AMOUNT-LINE.
005860 6000-PRINT-TOTALS-EXIT.
005870     EXIT.
005880
005890*-----------------------------------------------------------------
005900*    8000-RETURN-QUOTE - RETURN THE NEXT SORTED QUOTE, SETTING
005910*    THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
005920*-----------------------------------------------------------------
005930 8000-RETURN-QUOTE.
005940     RETURN SORT-WORK
005950         AT END
005960             SET LT-EOF-YES TO TRUE
005970     END-RETURN.
005980 8000-RETURN-QUOTE-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020*    9999-TERMINATE - CLOSE THE FILES AND REGISTER THE RUN.
006030*-----------------------------------------------------------------
006040 9999-TERMINATE.
006050     CLOSE CUSTOMER-MASTER
006060           QUOTE-LETTERS
006070           EXCEPTION-REPORT.
006080     PERFORM 9500-WRITE-REGISTRY
006090                                  THRU 9500-WRITE-REGISTRY-EXIT.
006100 9999-TERMINATE-EXIT.
006110     EXIT.
006120
006130*-----------------------------------------------------------------
006140*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
006150*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
006160*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
006170*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
006180*-----------------------------------------------------------------
006190 9500-WRITE-REGISTRY.
006200     OPEN EXTEND RUN-REGISTRY.
006210     IF LT-REG-NOT-FOUND
006220         OPEN OUTPUT RUN-REGISTRY
006230     END-IF.
006240     IF NOT LT-REG-STATUS-OK
006250         DISPLAY "PILLQLTR - RUN-REGISTRY OPEN FAILED, STATUS "
006260                 LT-REG-STATUS
006270         GO TO 9500-WRITE-REGISTRY-EXIT
006280     END-IF.
006290     MOVE "PILLQLTR" TO RR-PROGRAM-ID.
006300     ACCEPT LT-REG-DATE FROM DATE YYYYMMDD.
006310     MOVE LT-REG-DATE TO RR-RUN-DATE.
006320     ACCEPT LT-TIME-WORK FROM TIME.
006330     MOVE LT-TIME-HHMMSS TO RR-RUN-TIME.
006340     COMPUTE RR-CNT-READ = LT-CNT-READ.
006350     COMPUTE RR-CNT-WRITTEN = LT-CNT-PRINTED.
006360     MOVE RETURN-CODE TO RR-RETURN-CODE.
006370     MOVE 'Y' TO RR-BALANCE-FLAG.
006375     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
006380     WRITE RR-REGISTRY-RECORD.
006390     CLOSE RUN-REGISTRY.
006400 9500-WRITE-REGISTRY-EXIT.
006410     EXIT.
006420
006430*-----------------------------------------------------------------
006440*    9900-ABEND-RUN - A FILE COULD NOT BE OPENED OR THE CONTROL
006450*    CARD WAS BAD.  THE MESSAGE HAS ALREADY BEEN DISPLAYED BY
006460*    THE CALLER; JUST STOP THE JOB.
006470*-----------------------------------------------------------------
006480 9900-ABEND-RUN.
006490     STOP RUN.
006500
006510 END PROGRAM PILLQLTR.
