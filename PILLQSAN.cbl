000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLQSAN                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-21                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - CUSTOMER SALES ANALYSIS OVER THE QUOTE-STATUS      *
000100*  MASTER.  TAKES A PERIOD OF QUOTE MONTHS (YYYYMM TO YYYYMM)   *
000110*  FROM SYSIN - A BLANK CARD TAKES EVERY MONTH ON FILE, THE     *
000120*  SAME AS THE WON/LOST REPORT - AND PRINTS FOR EACH CUSTOMER   *
000130*  THE QUOTE COUNT AND VALUE BY OUTCOME, THE WIN RATE BY COUNT  *
000140*  AND BY VALUE, AND THE AVERAGE DAYS FROM QUOTE TO OUTCOME.    *
000150*  A RANKED TOP-CUSTOMERS SECTION BY VALUE WON FOLLOWS, AND     *
000160*  THE SHOP TOTALS AT THE FOOT ARE COUNTED THE SAME WAY AS THE  *
000170*  WON/LOST REPORT, SO THE TWO AGREE FOR THE SAME MONTH.  WIN   *
000180*  RATES ARE TAKEN OVER EVERY QUOTE IN THE PERIOD, OPEN ONES    *
000190*  INCLUDED, AS THE WON/LOST REPORT TAKES ITS PERCENTAGE.       *
000200*  QUOTES LOADED BEFORE THE CUSTOMER WAS CARRIED ON THE MASTER  *
000210*  ARE SHOWN UNDER "(NONE)".                                    *
000220*                                                               *
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY                                         *
000250*  DATE       INIT DESCRIPTION                                  *
000260*  2026-09-21 RSM  ORIGINAL PROGRAM.                            *
000261*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000262*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000263*                  SETS.                                        *
000264*  2026-10-05 RSM  COUNTED CANCELLED QUOTES ON A LINE OF THEIR  *
000265*                  OWN RATHER THAN AS STILL OPEN, MATCHING THE  *
000266*                  WON/LOST REPORT.                             *
000267*  2026-10-15 RSM  KEPT A BLANK CUSTOMER BLANK IN THE SORT AND  *
000268*                  PRINTED IT AS (NONE) IN FULL.                *
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PILLQSAN.
000300 AUTHOR.        R S MASON.
000310 INSTALLATION.  STRUCTURAL ESTIMATING.
000320 DATE-WRITTEN.  2026-09-21.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT QUOTE-STATUS     ASSIGN TO "PILLQSTM"
000410                              ORGANIZATION IS INDEXED
000420                              ACCESS MODE IS SEQUENTIAL
000430                              RECORD KEY IS QS-KEY
000440                              FILE STATUS IS SA-MASTER-STATUS.
000450     SELECT SALES-REPORT     ASSIGN TO "PILLQSAO"
000460                              ORGANIZATION IS SEQUENTIAL
000470                              FILE STATUS IS SA-REPORT-STATUS.
000480     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000490     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000500                              ORGANIZATION IS SEQUENTIAL
000510                              FILE STATUS IS SA-REG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  QUOTE-STATUS.
000560     COPY PILLQSM.
000570
000580 FD  SALES-REPORT
000590     RECORDING MODE IS F.
000600 01  SA-PRINT-LINE             PIC X(132).
000610
000620 FD  RUN-REGISTRY
000630     RECORDING MODE IS F.
000640     COPY PILLRUN.
000650
000660 SD  SORT-WORK.
000670 01  SS-SORT-RECORD.
000680     05  SS-CUST-NO                PIC X(05).
000690     05  SS-OUTCOME                PIC X(01).
000700     05  SS-TOTAL-COST             PIC 9(10)V99.
000710     05  SS-DAYS                   PIC 9(05).
000720     05  SS-DECIDED                PIC X(01).
000730
000740 WORKING-STORAGE SECTION.
000750*-----------------------------------------------------------------
000760*    SWITCHES
000770*-----------------------------------------------------------------
000780 77  SA-EOF-SW                 PIC X(01)     VALUE 'N'.
000790     88  SA-EOF-YES            VALUE 'Y'.
000800     88  SA-EOF-NO             VALUE 'N'.
000810 77  SA-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
000820     88  SA-SORT-EOF-YES       VALUE 'Y'.
000830     88  SA-SORT-EOF-NO        VALUE 'N'.
000840 77  SA-FIRST-SW               PIC X(01)     VALUE 'Y'.
000850     88  SA-FIRST-YES          VALUE 'Y'.
000860     88  SA-FIRST-NO           VALUE 'N'.
000870
000880*-----------------------------------------------------------------
000890*    FILE STATUS FOR EACH FILE
000900*-----------------------------------------------------------------
000910 77  SA-MASTER-STATUS          PIC X(02).
000920     88  SA-MASTER-STATUS-OK   VALUE '00'.
000930 77  SA-REPORT-STATUS          PIC X(02).
000940     88  SA-REPORT-STATUS-OK   VALUE '00'.
000950
000960*-----------------------------------------------------------------
000970*    PERIOD AND RANKING CARD - FROM AND TO QUOTE MONTHS AS
000980*    YYYYMM, AND THE NUMBER OF CUSTOMERS TO RANK.  A BLANK FROM
000990*    MONTH TAKES EVERY MONTH ON FILE, A BLANK TO MONTH TAKES THE
001000*    FROM MONTH ALONE, AND A BLANK COUNT RANKS THE TOP 10.  A
001010*    KEYED FIELD THAT IS NOT NUMERIC STOPS THE RUN.
001020*-----------------------------------------------------------------
001030 01  SA-PERIOD-CARD.
001040     05  SA-FROM-MONTH-X       PIC X(06)     VALUE SPACES.
001050     05  SA-TO-MONTH-X         PIC X(06)     VALUE SPACES.
001060     05  SA-TOP-X              PIC X(02)     VALUE SPACES.
001070     05  FILLER                PIC X(66)     VALUE SPACES.
001080 77  SA-FROM-MONTH             PIC 9(06)     VALUE ZERO.
001090 77  SA-TO-MONTH               PIC 9(06)     VALUE 999999.
001100 77  SA-TOP-COUNT              PIC 9(02)     VALUE 10.
001110 01  SA-DATE-WORK.
001120     05  SA-DATE-YYYYMM        PIC 9(06).
001130     05  SA-DATE-DD            PIC 9(02).
001140
001150*-----------------------------------------------------------------
001160*    DAY-NUMBER WORK FIELDS - A YYYYMMDD DATE IS TURNED INTO A
001170*    COUNT OF DAYS SO TWO DATES CAN BE SUBTRACTED.  THE YEAR IS
001180*    TAKEN FROM MARCH SO THE LEAP DAY FALLS AT THE END OF IT.
001190*-----------------------------------------------------------------
001200 01  SA-DAYNO-DATE             PIC 9(08).
001210 01  SA-DAYNO-PARTS REDEFINES SA-DAYNO-DATE.
001220     05  SA-DAYNO-YYYY         PIC 9(04).
001230     05  SA-DAYNO-MM           PIC 9(02).
001240     05  SA-DAYNO-DD           PIC 9(02).
001250 77  SA-DAYNO-YEAR             PIC 9(04)     VALUE ZERO COMP.
001260 77  SA-DAYNO-MONTH            PIC 9(02)     VALUE ZERO COMP.
001270 77  SA-DAYNO-WORK             PIC 9(07)     VALUE ZERO COMP.
001280 77  SA-DAYNO                  PIC 9(07)     VALUE ZERO COMP.
001290 77  SA-DAYNO-QUOTE            PIC 9(07)     VALUE ZERO COMP.
001300
001310*-----------------------------------------------------------------
001320*    PER-CUSTOMER ACCUMULATORS FOR THE CUSTOMER IN HAND
001330*-----------------------------------------------------------------
001340 77  SA-PREV-CUST-NO           PIC X(05)     VALUE SPACES.
001350 77  SA-CUS-CNT-ACCEPTED       PIC 9(07)     VALUE ZERO COMP.
001360 77  SA-CUS-CNT-DECLINED       PIC 9(07)     VALUE ZERO COMP.
001370 77  SA-CUS-CNT-EXPIRED        PIC 9(07)     VALUE ZERO COMP.
001380 77  SA-CUS-CNT-OPEN           PIC 9(07)     VALUE ZERO COMP.
001390 77  SA-CUS-VAL-ACCEPTED       PIC 9(12)V99  VALUE ZERO.
001400 77  SA-CUS-VAL-DECLINED       PIC 9(12)V99  VALUE ZERO.
001410 77  SA-CUS-VAL-EXPIRED        PIC 9(12)V99  VALUE ZERO.
001420 77  SA-CUS-VAL-OPEN           PIC 9(12)V99  VALUE ZERO.
001423 77  SA-CUS-CNT-CANCELLED      PIC 9(07)     VALUE ZERO COMP.
001426 77  SA-CUS-VAL-CANCELLED      PIC 9(12)V99  VALUE ZERO.
001430 77  SA-CUS-CNT-TOTAL          PIC 9(07)     VALUE ZERO COMP.
001440 77  SA-CUS-VAL-TOTAL          PIC 9(13)V99  VALUE ZERO.
001450 77  SA-CUS-DAYS               PIC 9(09)     VALUE ZERO COMP.
001460 77  SA-CUS-DECIDED            PIC 9(07)     VALUE ZERO COMP.
001470
001480*-----------------------------------------------------------------
001490*    SHOP TOTALS - COUNTED THE SAME WAY AS THE WON/LOST REPORT
001500*-----------------------------------------------------------------
001510 77  SA-CNT-ACCEPTED           PIC 9(07)     VALUE ZERO COMP.
001520 77  SA-CNT-DECLINED           PIC 9(07)     VALUE ZERO COMP.
001530 77  SA-CNT-EXPIRED            PIC 9(07)     VALUE ZERO COMP.
001540 77  SA-CNT-OPEN               PIC 9(07)     VALUE ZERO COMP.
001550 77  SA-VAL-ACCEPTED           PIC 9(12)V99  VALUE ZERO.
001560 77  SA-VAL-DECLINED           PIC 9(12)V99  VALUE ZERO.
001570 77  SA-VAL-EXPIRED            PIC 9(12)V99  VALUE ZERO.
001580 77  SA-VAL-OPEN               PIC 9(12)V99  VALUE ZERO.
001583 77  SA-CNT-CANCELLED          PIC 9(07)     VALUE ZERO COMP.
001586 77  SA-VAL-CANCELLED          PIC 9(12)V99  VALUE ZERO.
001590 77  SA-CNT-TOTAL              PIC 9(07)     VALUE ZERO COMP.
001600 77  SA-VAL-TOTAL              PIC 9(13)V99  VALUE ZERO.
001610 77  SA-TOT-DAYS               PIC 9(11)     VALUE ZERO COMP.
001620 77  SA-TOT-DECIDED            PIC 9(07)     VALUE ZERO COMP.
001630 77  SA-CNT-CUSTOMERS          PIC 9(07)     VALUE ZERO COMP.
001640
001650*-----------------------------------------------------------------
001660*    RATE WORK FIELDS
001670*-----------------------------------------------------------------
001680 77  SA-PCT-COUNT              PIC 9(03)V99  VALUE ZERO.
001690 77  SA-PCT-VALUE              PIC 9(03)V99  VALUE ZERO.
001700 77  SA-AVG-DAYS               PIC 9(05)V9   VALUE ZERO.
001710
001720*-----------------------------------------------------------------
001730*    TABLE OF CUSTOMER RESULTS KEPT FOR THE RANKING.  A PERIOD
001740*    WITH MORE CUSTOMERS THAN THE TABLE HOLDS STILL PRINTS EVERY
001750*    CUSTOMER BUT RANKS ONLY THE FIRST 1000, AND SAYS SO ONCE ON
001760*    THE JOB LOG.
001770*-----------------------------------------------------------------
001780 77  SA-RANK-COUNT             PIC S9(04)    VALUE ZERO COMP.
001790 77  SA-RANK-IX                PIC S9(04)    VALUE ZERO COMP.
001800 77  SA-RANK-NO                PIC S9(04)    VALUE ZERO COMP.
001810 77  SA-BEST-IX                PIC S9(04)    VALUE ZERO COMP.
001820 01  SA-RANK-TABLE.
001830     05  SA-RANK-ENTRY         OCCURS 1000 TIMES.
001840         10  SA-RNK-CUST-NO        PIC X(05).
001850         10  SA-RNK-CNT-WON        PIC 9(07) COMP.
001860         10  SA-RNK-CNT-TOTAL      PIC 9(07) COMP.
001870         10  SA-RNK-VAL-WON        PIC 9(12)V99.
001880         10  SA-RNK-VAL-TOTAL      PIC 9(13)V99.
001890         10  SA-RNK-USED           PIC X(01).
001900
001910*-----------------------------------------------------------------
001920*    REPORT LINES
001930*-----------------------------------------------------------------
001940 01  SA-HEAD-LINE-1.
001950     05  FILLER                    PIC X(40)   VALUE
001960         "CUSTOMER SALES ANALYSIS - QUOTE MONTHS  ".
001970     05  SA-HEAD-FROM              PIC X(10).
001980     05  FILLER                    PIC X(04)   VALUE " TO ".
001990     05  SA-HEAD-TO                PIC X(10).
002000     05  FILLER                    PIC X(68)   VALUE SPACES.
002010
002020 01  SA-HEAD-LINE-2.
002030     05  FILLER                    PIC X(08)   VALUE "CUSTOMER".
002040     05  FILLER                    PIC X(02)   VALUE SPACES.
002050     05  FILLER                    PIC X(10)   VALUE "OUTCOME".
002060     05  FILLER                    PIC X(02)   VALUE SPACES.
002070     05  FILLER                    PIC X(07)   VALUE " QUOTES".
002080     05  FILLER                    PIC X(02)   VALUE SPACES.
002090     05  FILLER                    PIC X(16)   VALUE
002100         "     QUOTE VALUE".
002110     05  FILLER                    PIC X(85)   VALUE SPACES.
002120
002130 01  SA-DETAIL-LINE.
002140     05  SA-DET-CUST-NO            PIC X(08).
002150     05  FILLER                    PIC X(02)   VALUE SPACES.
002160     05  SA-DET-OUTCOME            PIC X(10).
002170     05  FILLER                    PIC X(02)   VALUE SPACES.
002180     05  SA-DET-COUNT              PIC Z(06)9.
002190     05  FILLER                    PIC X(02)   VALUE SPACES.
002200     05  SA-DET-VALUE              PIC Z(12)9.99.
002210     05  FILLER                    PIC X(85)   VALUE SPACES.
002220
002230 01  SA-RATE-LINE.
002240     05  FILLER                    PIC X(10)   VALUE SPACES.
002250     05  FILLER                    PIC X(22)   VALUE
002260         "WIN RATE BY COUNT PCT ".
002270     05  SA-RATE-COUNT             PIC ZZ9.99.
002280     05  FILLER                    PIC X(03)   VALUE SPACES.
002290     05  FILLER                    PIC X(13)   VALUE
002300         "BY VALUE PCT ".
002310     05  SA-RATE-VALUE             PIC ZZ9.99.
002320     05  FILLER                    PIC X(03)   VALUE SPACES.
002330     05  FILLER                    PIC X(24)   VALUE
002340         "AVG DAYS TO OUTCOME . . ".
002350     05  SA-RATE-DAYS              PIC ZZZZ9.9.
002360     05  FILLER                    PIC X(38)   VALUE SPACES.
002370
002380 01  SA-RANK-HEAD-1.
002390     05  FILLER                    PIC X(32)   VALUE
002400         "TOP CUSTOMERS BY VALUE WON - TOP".
002410     05  FILLER                    PIC X(01)   VALUE SPACE.
002420     05  SA-RANK-HEAD-TOP          PIC Z9.
002430     05  FILLER                    PIC X(97)   VALUE SPACES.
002440
002450 01  SA-RANK-HEAD-2.
002460     05  FILLER                    PIC X(04)   VALUE "RANK".
002470     05  FILLER                    PIC X(02)   VALUE SPACES.
002480     05  FILLER                    PIC X(08)   VALUE "CUSTOMER".
002490     05  FILLER                    PIC X(02)   VALUE SPACES.
002500     05  FILLER                    PIC X(07)   VALUE "    WON".
002510     05  FILLER                    PIC X(02)   VALUE SPACES.
002520     05  FILLER                    PIC X(16)   VALUE
002530         "       VALUE WON".
002540     05  FILLER                    PIC X(02)   VALUE SPACES.
002550     05  FILLER                    PIC X(07)   VALUE " QUOTED".
002560     05  FILLER                    PIC X(02)   VALUE SPACES.
002570     05  FILLER                    PIC X(16)   VALUE
002580         "    VALUE QUOTED".
002590     05  FILLER                    PIC X(02)   VALUE SPACES.
002600     05  FILLER                    PIC X(09)   VALUE "PCT VALUE".
002610     05  FILLER                    PIC X(52)   VALUE SPACES.
002620
002630 01  SA-RANK-LINE.
002640     05  SA-RNK-DET-RANK           PIC ZZZ9.
002650     05  FILLER                    PIC X(02)   VALUE SPACES.
002660     05  SA-RNK-DET-CUST-NO        PIC X(08).
002670     05  FILLER                    PIC X(02)   VALUE SPACES.
002680     05  SA-RNK-DET-CNT-WON        PIC Z(06)9.
002690     05  FILLER                    PIC X(02)   VALUE SPACES.
002700     05  SA-RNK-DET-VAL-WON        PIC Z(12)9.99.
002710     05  FILLER                    PIC X(02)   VALUE SPACES.
002720     05  SA-RNK-DET-CNT-TOTAL      PIC Z(06)9.
002730     05  FILLER                    PIC X(02)   VALUE SPACES.
002740     05  SA-RNK-DET-VAL-TOTAL      PIC Z(12)9.99.
002750     05  FILLER                    PIC X(05)   VALUE SPACES.
002760     05  SA-RNK-DET-PCT            PIC ZZ9.99.
002770     05  FILLER                    PIC X(53)   VALUE SPACES.
002780
002790 01  SA-SECTION-LINE.
002800     05  SA-SEC-TEXT               PIC X(40).
002810     05  FILLER                    PIC X(92)   VALUE SPACES.
002820
002830 01  SA-PCT-LINE.
002840     05  FILLER                    PIC X(32)   VALUE
002850         "PCT OF QUOTED VALUE WON . . . . ".
002860     05  SA-PCT-AMOUNT             PIC ZZ9.99.
002870     05  FILLER                    PIC X(94)   VALUE SPACES.
002880
002890 01  SA-TOTAL-LINE.
002900     05  SA-TOT-TEXT               PIC X(32).
002910     05  SA-TOT-COUNT              PIC Z(06)9.
002920     05  FILLER                    PIC X(93)   VALUE SPACES.
002930
002940 01  SA-SPACE-LINE                 PIC X(132)  VALUE SPACES.
002950
002960*-----------------------------------------------------------------
002970*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
002980*    THIS RUN APPENDS AT END OF JOB
002990*-----------------------------------------------------------------
003000 77  SA-REG-STATUS             PIC X(02).
003010     88  SA-REG-STATUS-OK      VALUE '00'.
003020     88  SA-REG-NOT-FOUND      VALUE '35'.
003030 77  SA-REG-DATE               PIC 9(08)     VALUE ZERO.
003040 01  SA-TIME-WORK.
003050     05  SA-TIME-HHMMSS        PIC 9(06).
003060     05  FILLER                PIC 9(02).
003070
003080 PROCEDURE DIVISION.
003090
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE
003120                                  THRU 1000-INITIALIZE-EXIT.
003130     SORT SORT-WORK
003140         ON ASCENDING KEY SS-CUST-NO
003150         INPUT PROCEDURE IS 2000-SELECT-QUOTES
003160                                  THRU 2000-SELECT-QUOTES-EXIT
003170         OUTPUT PROCEDURE IS 3000-REPORT-CUSTOMERS
003180                                  THRU 3000-REPORT-CUSTOMERS-EXIT.
003190     PERFORM 5000-PRINT-RANKING
003200                                  THRU 5000-PRINT-RANKING-EXIT.
003210     PERFORM 6000-PRINT-TOTALS
003220                                  THRU 6000-PRINT-TOTALS-EXIT.
003230     PERFORM 9999-TERMINATE
003240                                  THRU 9999-TERMINATE-EXIT.
003250     STOP RUN.
003260
003270*-----------------------------------------------------------------
003280*    1000-INITIALIZE - PICK UP AND CHECK THE PERIOD CARD, OPEN
003290*    THE REPORT AND PRINT THE HEADINGS.  THE QUOTE-STATUS
003300*    MASTER IS OPENED BY THE SELECTION PASS.
003310*-----------------------------------------------------------------
003320 1000-INITIALIZE.
003330     ACCEPT SA-PERIOD-CARD.
003340     IF SA-FROM-MONTH-X NOT = SPACES
003350         IF SA-FROM-MONTH-X IS NUMERIC
003360             MOVE SA-FROM-MONTH-X TO SA-FROM-MONTH
003370             MOVE SA-FROM-MONTH-X TO SA-TO-MONTH
003380         ELSE
003390             DISPLAY "PILLQSAN - FROM MONTH NOT NUMERIC - RUN "
003400                     "STOPPED"
003410             MOVE 8 TO RETURN-CODE
003420             GO TO 9900-ABEND-RUN
003430         END-IF
003440     END-IF.
003450     IF SA-TO-MONTH-X NOT = SPACES
003460         IF SA-TO-MONTH-X IS NUMERIC
003470             MOVE SA-TO-MONTH-X TO SA-TO-MONTH
003480         ELSE
003490             DISPLAY "PILLQSAN - TO MONTH NOT NUMERIC - RUN "
003500                     "STOPPED"
003510             MOVE 8 TO RETURN-CODE
003520             GO TO 9900-ABEND-RUN
003530         END-IF
003540     END-IF.
003550     IF SA-TOP-X NOT = SPACES
003560         IF SA-TOP-X IS NUMERIC AND SA-TOP-X NOT = "00"
003570             MOVE SA-TOP-X TO SA-TOP-COUNT
003580         ELSE
003590             DISPLAY "PILLQSAN - RANKING COUNT NOT NUMERIC - "
003600                     "RUN STOPPED"
003610             MOVE 8 TO RETURN-CODE
003620             GO TO 9900-ABEND-RUN
003630         END-IF
003640     END-IF.
003650     OPEN OUTPUT SALES-REPORT.
003660     IF NOT SA-REPORT-STATUS-OK
003670         DISPLAY "PILLQSAN - SALES-REPORT OPEN FAILED, STATUS "
003680                 SA-REPORT-STATUS
003690         GO TO 9900-ABEND-RUN
003700     END-IF.
003710     IF SA-FROM-MONTH-X = SPACES
003720         MOVE "ALL MONTHS" TO SA-HEAD-FROM
003730         MOVE "ALL MONTHS" TO SA-HEAD-TO
003740     ELSE
003750         MOVE SA-FROM-MONTH TO SA-HEAD-FROM
003760         MOVE SA-TO-MONTH   TO SA-HEAD-TO
003770     END-IF.
003780     WRITE SA-PRINT-LINE FROM SA-HEAD-LINE-1.
003790     WRITE SA-PRINT-LINE FROM SA-HEAD-LINE-2.
003800 1000-INITIALIZE-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------------
003840*    2000-SELECT-QUOTES - SORT INPUT PROCEDURE.  PASSES THE
003850*    QUOTE-STATUS MASTER AND RELEASES EVERY QUOTE DATED IN THE
003860*    PERIOD WITH ITS CUSTOMER, OUTCOME, VALUE AND, ONCE THE
003870*    CUSTOMER HAS ANSWERED, THE DAYS THE ANSWER TOOK.
003880*-----------------------------------------------------------------
003890 2000-SELECT-QUOTES.
003900     OPEN INPUT QUOTE-STATUS.
003910     IF NOT SA-MASTER-STATUS-OK
003920         DISPLAY "PILLQSAN - QUOTE-STATUS OPEN FAILED, STATUS "
003930                 SA-MASTER-STATUS
003940         GO TO 9900-ABEND-RUN
003950     END-IF.
003960     PERFORM 8000-READ-STATUS
003970                                  THRU 8000-READ-STATUS-EXIT.
003980     PERFORM 2100-SELECT-ONE
003990                                  THRU 2100-SELECT-ONE-EXIT
004000             UNTIL SA-EOF-YES.
004010     CLOSE QUOTE-STATUS.
004020 2000-SELECT-QUOTES-EXIT.
004030     EXIT.
004040
004050*-----------------------------------------------------------------
004060*    2100-SELECT-ONE - RELEASE THE CURRENT QUOTE IF ITS MONTH IS
004070*    IN THE PERIOD, AND READ THE NEXT ONE.
004080*-----------------------------------------------------------------
004090 2100-SELECT-ONE.
004100     MOVE QS-RUN-DATE TO SA-DATE-WORK.
004110     IF SA-DATE-YYYYMM < SA-FROM-MONTH
004120             OR SA-DATE-YYYYMM > SA-TO-MONTH
004130         GO TO 2100-SELECT-ONE-READ
004140     END-IF.
004180     MOVE QS-CUST-NO    TO SS-CUST-NO.
004200     MOVE QS-OUTCOME    TO SS-OUTCOME.
004210     MOVE QS-TOTAL-COST TO SS-TOTAL-COST.
004220     MOVE ZERO TO SS-DAYS.
004230     MOVE 'N'  TO SS-DECIDED.
004240     IF NOT QS-OUTCOME-OPEN
004250             AND QS-OUTCOME-DATE NOT < QS-RUN-DATE
004260         MOVE QS-RUN-DATE TO SA-DAYNO-DATE
004270         PERFORM 2200-DAY-NUMBER
004280                                  THRU 2200-DAY-NUMBER-EXIT
004290         MOVE SA-DAYNO TO SA-DAYNO-QUOTE
004300         MOVE QS-OUTCOME-DATE TO SA-DAYNO-DATE
004310         PERFORM 2200-DAY-NUMBER
004320                                  THRU 2200-DAY-NUMBER-EXIT
004330         COMPUTE SS-DAYS = SA-DAYNO - SA-DAYNO-QUOTE
004340         MOVE 'Y' TO SS-DECIDED
004350     END-IF.
004360     RELEASE SS-SORT-RECORD.
004370 2100-SELECT-ONE-READ.
004380     PERFORM 8000-READ-STATUS
004390                                  THRU 8000-READ-STATUS-EXIT.
004400 2100-SELECT-ONE-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004440*    2200-DAY-NUMBER - TURN THE DATE IN SA-DAYNO-DATE INTO A DAY
004450*    COUNT IN SA-DAYNO.  JANUARY AND FEBRUARY ARE COUNTED AS
004460*    MONTHS 13 AND 14 OF THE YEAR BEFORE, SO THE LEAP DAY IS THE
004470*    LAST DAY OF THE COUNTING YEAR; EACH DIVISION IS TRUNCATED
004480*    ON ITS OWN.
004490*-----------------------------------------------------------------
004500 2200-DAY-NUMBER.
004510     MOVE SA-DAYNO-YYYY TO SA-DAYNO-YEAR.
004520     MOVE SA-DAYNO-MM   TO SA-DAYNO-MONTH.
004530     IF SA-DAYNO-MONTH < 3
004540         SUBTRACT 1 FROM SA-DAYNO-YEAR
004550         ADD 12 TO SA-DAYNO-MONTH
004560     END-IF.
004570     COMPUTE SA-DAYNO = SA-DAYNO-YEAR * 365 + SA-DAYNO-DD.
004580     DIVIDE SA-DAYNO-YEAR BY 4 GIVING SA-DAYNO-WORK.
004590     ADD SA-DAYNO-WORK TO SA-DAYNO.
004600     DIVIDE SA-DAYNO-YEAR BY 100 GIVING SA-DAYNO-WORK.
004610     SUBTRACT SA-DAYNO-WORK FROM SA-DAYNO.
004620     DIVIDE SA-DAYNO-YEAR BY 400 GIVING SA-DAYNO-WORK.
004630     ADD SA-DAYNO-WORK TO SA-DAYNO.
004640     COMPUTE SA-DAYNO-WORK = SA-DAYNO-MONTH * 153 - 457.
004650     DIVIDE SA-DAYNO-WORK BY 5 GIVING SA-DAYNO-WORK.
004660     ADD SA-DAYNO-WORK TO SA-DAYNO.
004670 2200-DAY-NUMBER-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------------
004710*    3000-REPORT-CUSTOMERS - SORT OUTPUT PROCEDURE.  RETURNS THE
004720*    QUOTES IN CUSTOMER ORDER AND BREAKS ON A CHANGE OF CUSTOMER
004730*    TO PRINT THE FINISHED CUSTOMER'S BLOCK.
004740*-----------------------------------------------------------------
004750 3000-REPORT-CUSTOMERS.
004760     PERFORM 8100-RETURN-QUOTE
004770                                  THRU 8100-RETURN-QUOTE-EXIT.
004780     PERFORM 3100-TALLY-QUOTE
004790                                  THRU 3100-TALLY-QUOTE-EXIT
004800             UNTIL SA-SORT-EOF-YES.
004810     IF SA-FIRST-NO
004820         PERFORM 3200-PRINT-CUSTOMER
004830                                  THRU 3200-PRINT-CUSTOMER-EXIT
004840     END-IF.
004850 3000-REPORT-CUSTOMERS-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
004890*    3100-TALLY-QUOTE - BREAK ON A NEW CUSTOMER, THEN ADD THE
004900*    CURRENT QUOTE INTO THE CUSTOMER'S OUTCOME COUNT AND VALUE
004910*    AND RETURN THE NEXT ONE.
004920*-----------------------------------------------------------------
004930 3100-TALLY-QUOTE.
004940     IF SA-FIRST-YES
004950         MOVE SS-CUST-NO TO SA-PREV-CUST-NO
004960         SET SA-FIRST-NO TO TRUE
004970     END-IF.
004980     IF SS-CUST-NO NOT = SA-PREV-CUST-NO
004990         PERFORM 3200-PRINT-CUSTOMER
005000                                  THRU 3200-PRINT-CUSTOMER-EXIT
005010         MOVE SS-CUST-NO TO SA-PREV-CUST-NO
005020     END-IF.
005030     ADD 1             TO SA-CUS-CNT-TOTAL.
005040     ADD SS-TOTAL-COST TO SA-CUS-VAL-TOTAL.
005050     EVALUATE SS-OUTCOME
005060         WHEN 'A'
005070             ADD 1             TO SA-CUS-CNT-ACCEPTED
005080             ADD SS-TOTAL-COST TO SA-CUS-VAL-ACCEPTED
005090         WHEN 'D'
005100             ADD 1             TO SA-CUS-CNT-DECLINED
005110             ADD SS-TOTAL-COST TO SA-CUS-VAL-DECLINED
005120         WHEN 'E'
005130             ADD 1             TO SA-CUS-CNT-EXPIRED
005140             ADD SS-TOTAL-COST TO SA-CUS-VAL-EXPIRED
005142         WHEN 'C'
005144             ADD 1             TO SA-CUS-CNT-CANCELLED
005146             ADD SS-TOTAL-COST TO SA-CUS-VAL-CANCELLED
005150         WHEN OTHER
005160             ADD 1             TO SA-CUS-CNT-OPEN
005170             ADD SS-TOTAL-COST TO SA-CUS-VAL-OPEN
005180     END-EVALUATE.
005190     IF SS-DECIDED = 'Y'
005200         ADD 1       TO SA-CUS-DECIDED
005210         ADD SS-DAYS TO SA-CUS-DAYS
005220     END-IF.
005230     PERFORM 8100-RETURN-QUOTE
005240                                  THRU 8100-RETURN-QUOTE-EXIT.
005250 3100-TALLY-QUOTE-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------------
005290*    3200-PRINT-CUSTOMER - PRINT THE FINISHED CUSTOMER'S LINES
005300*    BY OUTCOME AND ITS RATES, KEEP IT FOR THE RANKING, ROLL IT
005310*    INTO THE SHOP TOTALS AND CLEAR IT.
005320*-----------------------------------------------------------------
005330 3200-PRINT-CUSTOMER.
005340     ADD 1 TO SA-CNT-CUSTOMERS.
005350     WRITE SA-PRINT-LINE FROM SA-SPACE-LINE.
005352     IF SA-PREV-CUST-NO = SPACES
005354         MOVE "(NONE)"        TO SA-DET-CUST-NO
005356     ELSE
005358         MOVE SA-PREV-CUST-NO TO SA-DET-CUST-NO
005360     END-IF.
005370     MOVE "ACCEPTED"          TO SA-DET-OUTCOME.
005380     MOVE SA-CUS-CNT-ACCEPTED TO SA-DET-COUNT.
005390     MOVE SA-CUS-VAL-ACCEPTED TO SA-DET-VALUE.
005400     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
005410     MOVE SPACES              TO SA-DET-CUST-NO.
005420     MOVE "DECLINED"          TO SA-DET-OUTCOME.
005430     MOVE SA-CUS-CNT-DECLINED TO SA-DET-COUNT.
005440     MOVE SA-CUS-VAL-DECLINED TO SA-DET-VALUE.
005450     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
005460     MOVE "EXPIRED"           TO SA-DET-OUTCOME.
005470     MOVE SA-CUS-CNT-EXPIRED  TO SA-DET-COUNT.
005480     MOVE SA-CUS-VAL-EXPIRED  TO SA-DET-VALUE.
005490     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
005492     MOVE "CANCELLED"          TO SA-DET-OUTCOME.
005494     MOVE SA-CUS-CNT-CANCELLED TO SA-DET-COUNT.
005496     MOVE SA-CUS-VAL-CANCELLED TO SA-DET-VALUE.
005498     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
005500     MOVE "STILL OPEN"        TO SA-DET-OUTCOME.
005510     MOVE SA-CUS-CNT-OPEN     TO SA-DET-COUNT.
005520     MOVE SA-CUS-VAL-OPEN     TO SA-DET-VALUE.
005530     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
005540     MOVE "ALL QUOTED"        TO SA-DET-OUTCOME.
005550     MOVE SA-CUS-CNT-TOTAL    TO SA-DET-COUNT.
005560     MOVE SA-CUS-VAL-TOTAL    TO SA-DET-VALUE.
005570     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
005580     PERFORM 4000-COMPUTE-RATES
005590                                  THRU 4000-COMPUTE-RATES-EXIT.
005600     WRITE SA-PRINT-LINE FROM SA-RATE-LINE.
005610     PERFORM 3300-KEEP-FOR-RANKING
005620                                  THRU 3300-KEEP-FOR-RANKING-EXIT.
005630     ADD SA-CUS-CNT-ACCEPTED TO SA-CNT-ACCEPTED.
005640     ADD SA-CUS-CNT-DECLINED TO SA-CNT-DECLINED.
005650     ADD SA-CUS-CNT-EXPIRED  TO SA-CNT-EXPIRED.
005660     ADD SA-CUS-CNT-OPEN     TO SA-CNT-OPEN.
005665     ADD SA-CUS-CNT-CANCELLED TO SA-CNT-CANCELLED.
005670     ADD SA-CUS-VAL-ACCEPTED TO SA-VAL-ACCEPTED.
005680     ADD SA-CUS-VAL-DECLINED TO SA-VAL-DECLINED.
005690     ADD SA-CUS-VAL-EXPIRED  TO SA-VAL-EXPIRED.
005700     ADD SA-CUS-VAL-OPEN     TO SA-VAL-OPEN.
005705     ADD SA-CUS-VAL-CANCELLED TO SA-VAL-CANCELLED.
005710     ADD SA-CUS-CNT-TOTAL    TO SA-CNT-TOTAL.
005720     ADD SA-CUS-VAL-TOTAL    TO SA-VAL-TOTAL.
005730     ADD SA-CUS-DAYS         TO SA-TOT-DAYS.
005740     ADD SA-CUS-DECIDED      TO SA-TOT-DECIDED.
005750     MOVE ZERO TO SA-CUS-CNT-ACCEPTED SA-CUS-CNT-DECLINED
005760                  SA-CUS-CNT-EXPIRED SA-CUS-CNT-OPEN
005770                  SA-CUS-VAL-ACCEPTED SA-CUS-VAL-DECLINED
005780                  SA-CUS-VAL-EXPIRED SA-CUS-VAL-OPEN
005785                  SA-CUS-CNT-CANCELLED SA-CUS-VAL-CANCELLED
005790                  SA-CUS-CNT-TOTAL SA-CUS-VAL-TOTAL
005800                  SA-CUS-DAYS SA-CUS-DECIDED.
005810 3200-PRINT-CUSTOMER-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850*    3300-KEEP-FOR-RANKING - ADD THE FINISHED CUSTOMER TO THE
005860*    RANKING TABLE WHILE THERE IS ROOM.
005870*-----------------------------------------------------------------
005880 3300-KEEP-FOR-RANKING.
005890     IF SA-RANK-COUNT NOT < 1000
005900         IF SA-RANK-COUNT = 1000
005910             DISPLAY "PILLQSAN - MORE THAN 1000 CUSTOMERS - "
005920                     "LATER CUSTOMERS NOT RANKED"
005930             ADD 1 TO SA-RANK-COUNT
005940         END-IF
005950         GO TO 3300-KEEP-FOR-RANKING-EXIT
005960     END-IF.
005970     ADD 1 TO SA-RANK-COUNT.
005980     MOVE SA-PREV-CUST-NO     TO SA-RNK-CUST-NO (SA-RANK-COUNT).
005990     MOVE SA-CUS-CNT-ACCEPTED TO SA-RNK-CNT-WON (SA-RANK-COUNT).
006000     MOVE SA-CUS-CNT-TOTAL    TO SA-RNK-CNT-TOTAL (SA-RANK-COUNT).
006010     MOVE SA-CUS-VAL-ACCEPTED TO SA-RNK-VAL-WON (SA-RANK-COUNT).
006020     MOVE SA-CUS-VAL-TOTAL    TO SA-RNK-VAL-TOTAL (SA-RANK-COUNT).
006030     MOVE 'N'                 TO SA-RNK-USED (SA-RANK-COUNT).
006040 3300-KEEP-FOR-RANKING-EXIT.
006050     EXIT.
006060
006070*-----------------------------------------------------------------
006080*    4000-COMPUTE-RATES - THE CUSTOMER'S WIN RATE BY COUNT AND
006090*    BY VALUE AND ITS AVERAGE DAYS TO AN OUTCOME, INTO THE RATE
006100*    LINE.  A CUSTOMER WITH NOTHING TO DIVIDE BY SHOWS ZERO.
006110*-----------------------------------------------------------------
006120 4000-COMPUTE-RATES.
006130     MOVE ZERO TO SA-PCT-COUNT SA-PCT-VALUE SA-AVG-DAYS.
006140     IF SA-CUS-CNT-TOTAL > ZERO
006150         COMPUTE SA-PCT-COUNT ROUNDED =
006160                 SA-CUS-CNT-ACCEPTED * 100 / SA-CUS-CNT-TOTAL
006170     END-IF.
006180     IF SA-CUS-VAL-TOTAL > ZERO
006190         COMPUTE SA-PCT-VALUE ROUNDED =
006200                 SA-CUS-VAL-ACCEPTED * 100 / SA-CUS-VAL-TOTAL
006210             ON SIZE ERROR
006220                 MOVE ZERO TO SA-PCT-VALUE
006230         END-COMPUTE
006240     END-IF.
006250     IF SA-CUS-DECIDED > ZERO
006260         COMPUTE SA-AVG-DAYS ROUNDED =
006270                 SA-CUS-DAYS / SA-CUS-DECIDED
006280             ON SIZE ERROR
006290                 MOVE 99999.9 TO SA-AVG-DAYS
006300         END-COMPUTE
006310     END-IF.
006320     MOVE SA-PCT-COUNT TO SA-RATE-COUNT.
006330     MOVE SA-PCT-VALUE TO SA-RATE-VALUE.
006340     MOVE SA-AVG-DAYS  TO SA-RATE-DAYS.
006350 4000-COMPUTE-RATES-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390*    5000-PRINT-RANKING - THE TOP CUSTOMERS BY VALUE WON.  EACH
006400*    PASS PICKS THE LARGEST VALUE NOT YET RANKED; A TIE GOES TO
006410*    THE LOWER CUSTOMER NUMBER.
006420*-----------------------------------------------------------------
006430 5000-PRINT-RANKING.
006440     WRITE SA-PRINT-LINE FROM SA-SPACE-LINE.
006450     MOVE SA-TOP-COUNT TO SA-RANK-HEAD-TOP.
006460     WRITE SA-PRINT-LINE FROM SA-RANK-HEAD-1.
006470     WRITE SA-PRINT-LINE FROM SA-RANK-HEAD-2.
006480     IF SA-RANK-COUNT > 1000
006490         MOVE 1000 TO SA-RANK-COUNT
006500     END-IF.
006510     PERFORM 5100-RANK-ONE
006520                                  THRU 5100-RANK-ONE-EXIT
006530         VARYING SA-RANK-NO FROM 1 BY 1
006540         UNTIL SA-RANK-NO > SA-TOP-COUNT
006550            OR SA-RANK-NO > SA-RANK-COUNT.
006560 5000-PRINT-RANKING-EXIT.
006570     EXIT.
006580
006590*-----------------------------------------------------------------
006600*    5100-RANK-ONE - FIND THE BEST CUSTOMER NOT YET RANKED AND
006610*    PRINT IT AT RANK SA-RANK-NO.
006620*-----------------------------------------------------------------
006630 5100-RANK-ONE.
006640     MOVE ZERO TO SA-BEST-IX.
006650     PERFORM 5200-RANK-STEP
006660                                  THRU 5200-RANK-STEP-EXIT
006670         VARYING SA-RANK-IX FROM 1 BY 1
006680         UNTIL SA-RANK-IX > SA-RANK-COUNT.
006690     MOVE 'Y' TO SA-RNK-USED (SA-BEST-IX).
006700     MOVE SA-RANK-NO                   TO SA-RNK-DET-RANK.
006702     IF SA-RNK-CUST-NO (SA-BEST-IX) = SPACES
006704         MOVE "(NONE)"                 TO SA-RNK-DET-CUST-NO
006706     ELSE
006708         MOVE SA-RNK-CUST-NO (SA-BEST-IX)
006710           TO SA-RNK-DET-CUST-NO
006712     END-IF.
006720     MOVE SA-RNK-CNT-WON (SA-BEST-IX)  TO SA-RNK-DET-CNT-WON.
006730     MOVE SA-RNK-VAL-WON (SA-BEST-IX)  TO SA-RNK-DET-VAL-WON.
006740     MOVE SA-RNK-CNT-TOTAL (SA-BEST-IX)
006750       TO SA-RNK-DET-CNT-TOTAL.
006760     MOVE SA-RNK-VAL-TOTAL (SA-BEST-IX)
006770       TO SA-RNK-DET-VAL-TOTAL.
006780     MOVE ZERO TO SA-PCT-VALUE.
006790     IF SA-RNK-VAL-TOTAL (SA-BEST-IX) > ZERO
006800         COMPUTE SA-PCT-VALUE ROUNDED =
006810                 SA-RNK-VAL-WON (SA-BEST-IX) * 100
006820                 / SA-RNK-VAL-TOTAL (SA-BEST-IX)
006830             ON SIZE ERROR
006840                 MOVE ZERO TO SA-PCT-VALUE
006850         END-COMPUTE
006860     END-IF.
006870     MOVE SA-PCT-VALUE TO SA-RNK-DET-PCT.
006880     WRITE SA-PRINT-LINE FROM SA-RANK-LINE.
006890 5100-RANK-ONE-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------------
006930*    5200-RANK-STEP - KEEP THE TABLE ENTRY AS THE BEST SO FAR IF
006940*    IT IS NOT YET RANKED AND WON MORE THAN THE BEST SO FAR.
006950*    THE TABLE IS IN CUSTOMER ORDER, SO A TIE KEEPS THE EARLIER.
006960*-----------------------------------------------------------------
006970 5200-RANK-STEP.
006980     IF SA-RNK-USED (SA-RANK-IX) = 'Y'
006990         GO TO 5200-RANK-STEP-EXIT
007000     END-IF.
007010     IF SA-BEST-IX = ZERO
007020         MOVE SA-RANK-IX TO SA-BEST-IX
007030         GO TO 5200-RANK-STEP-EXIT
007040     END-IF.
007050     IF SA-RNK-VAL-WON (SA-RANK-IX) > SA-RNK-VAL-WON (SA-BEST-IX)
007060         MOVE SA-RANK-IX TO SA-BEST-IX
007070     END-IF.
007080 5200-RANK-STEP-EXIT.
007090     EXIT.
007100
007110*-----------------------------------------------------------------
007120*    6000-PRINT-TOTALS - SHOP TOTALS BY OUTCOME AND THE FRACTION
007130*    OF QUOTED VALUE WON, LAID OUT AND COUNTED AS ON THE WON/
007140*    LOST REPORT, THEN THE SHOP'S RATES AND THE CUSTOMER COUNT.
007150*-----------------------------------------------------------------
007160 6000-PRINT-TOTALS.
007170     WRITE SA-PRINT-LINE FROM SA-SPACE-LINE.
007180     MOVE "SHOP TOTALS" TO SA-SEC-TEXT.
007190     WRITE SA-PRINT-LINE FROM SA-SECTION-LINE.
007200     MOVE SPACES           TO SA-DET-CUST-NO.
007210     MOVE "ACCEPTED"       TO SA-DET-OUTCOME.
007220     MOVE SA-CNT-ACCEPTED  TO SA-DET-COUNT.
007230     MOVE SA-VAL-ACCEPTED  TO SA-DET-VALUE.
007240     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
007250     MOVE "DECLINED"       TO SA-DET-OUTCOME.
007260     MOVE SA-CNT-DECLINED  TO SA-DET-COUNT.
007270     MOVE SA-VAL-DECLINED  TO SA-DET-VALUE.
007280     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
007290     MOVE "EXPIRED"        TO SA-DET-OUTCOME.
007300     MOVE SA-CNT-EXPIRED   TO SA-DET-COUNT.
007310     MOVE SA-VAL-EXPIRED   TO SA-DET-VALUE.
007320     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
007322     MOVE "CANCELLED"      TO SA-DET-OUTCOME.
007324     MOVE SA-CNT-CANCELLED TO SA-DET-COUNT.
007326     MOVE SA-VAL-CANCELLED TO SA-DET-VALUE.
007328     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
007330     MOVE "STILL OPEN"     TO SA-DET-OUTCOME.
007340     MOVE SA-CNT-OPEN      TO SA-DET-COUNT.
007350     MOVE SA-VAL-OPEN      TO SA-DET-VALUE.
007360     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
007370     WRITE SA-PRINT-LINE FROM SA-SPACE-LINE.
007380     MOVE "ALL QUOTED"     TO SA-DET-OUTCOME.
007390     MOVE SA-CNT-TOTAL     TO SA-DET-COUNT.
007400     MOVE SA-VAL-TOTAL     TO SA-DET-VALUE.
007410     WRITE SA-PRINT-LINE FROM SA-DETAIL-LINE.
007420     MOVE ZERO TO SA-PCT-VALUE.
007430     IF SA-VAL-TOTAL NOT = ZERO
007440         COMPUTE SA-PCT-VALUE ROUNDED =
007450                 SA-VAL-ACCEPTED * 100 / SA-VAL-TOTAL
007460             ON SIZE ERROR
007470                 MOVE ZERO TO SA-PCT-VALUE
007480         END-COMPUTE
007490     END-IF.
007500     MOVE SA-PCT-VALUE TO SA-PCT-AMOUNT.
007510     WRITE SA-PRINT-LINE FROM SA-PCT-LINE.
007520     MOVE SA-CNT-ACCEPTED TO SA-CUS-CNT-ACCEPTED.
007530     MOVE SA-CNT-TOTAL    TO SA-CUS-CNT-TOTAL.
007540     MOVE SA-VAL-ACCEPTED TO SA-CUS-VAL-ACCEPTED.
007550     MOVE SA-VAL-TOTAL    TO SA-CUS-VAL-TOTAL.
007560     MOVE ZERO TO SA-CUS-DAYS SA-CUS-DECIDED.
007570     IF SA-TOT-DECIDED > ZERO
007580         COMPUTE SA-CUS-DAYS = SA-TOT-DAYS
007590             ON SIZE ERROR
007600                 MOVE ZERO TO SA-CUS-DAYS
007610         END-COMPUTE
007620         MOVE SA-TOT-DECIDED TO SA-CUS-DECIDED
007630     END-IF.
007640     PERFORM 4000-COMPUTE-RATES
007650                                  THRU 4000-COMPUTE-RATES-EXIT.
007660     WRITE SA-PRINT-LINE FROM SA-RATE-LINE.
007670     WRITE SA-PRINT-LINE FROM SA-SPACE-LINE.
007680     MOVE "CUSTOMERS QUOTED. . . . . . . . " TO SA-TOT-TEXT.
007690     MOVE SA-CNT-CUSTOMERS TO SA-TOT-COUNT.
007700     WRITE SA-PRINT-LINE FROM SA-TOTAL-LINE.
007710 6000-PRINT-TOTALS-EXIT.
007720     EXIT.
007730
007740*-----------------------------------------------------------------
007750*    8000-READ-STATUS - READ THE NEXT QUOTE-STATUS RECORD IN KEY
007760*    ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
007770*-----------------------------------------------------------------
007780 8000-READ-STATUS.
007790     READ QUOTE-STATUS NEXT RECORD
007800         AT END
007810             SET SA-EOF-YES TO TRUE
007820     END-READ.
007830 8000-READ-STATUS-EXIT.
007840     EXIT.
007850
007860*-----------------------------------------------------------------
007870*    8100-RETURN-QUOTE - RETURN THE NEXT SORTED QUOTE, SETTING
007880*    THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
007890*-----------------------------------------------------------------
007900 8100-RETURN-QUOTE.
007910     RETURN SORT-WORK
007920         AT END
007930             SET SA-SORT-EOF-YES TO TRUE
007940     END-RETURN.
007950 8100-RETURN-QUOTE-EXIT.
007960     EXIT.
007970
007980*-----------------------------------------------------------------
007990*    9999-TERMINATE - CLOSE THE REPORT AND REGISTER THE RUN.
008000*-----------------------------------------------------------------
008010 9999-TERMINATE.
008020     CLOSE SALES-REPORT.
008030     PERFORM 9500-WRITE-REGISTRY
008040                                  THRU 9500-WRITE-REGISTRY-EXIT.
008050 9999-TERMINATE-EXIT.
008060     EXIT.
008070
008080*-----------------------------------------------------------------
008090*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
008100*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
008110*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
008120*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
008130*-----------------------------------------------------------------
008140 9500-WRITE-REGISTRY.
008150     OPEN EXTEND RUN-REGISTRY.
008160     IF SA-REG-NOT-FOUND
008170         OPEN OUTPUT RUN-REGISTRY
008180     END-IF.
008190     IF NOT SA-REG-STATUS-OK
008200         DISPLAY "PILLQSAN - RUN-REGISTRY OPEN FAILED, STATUS "
008210                 SA-REG-STATUS
008220         GO TO 9500-WRITE-REGISTRY-EXIT
008230     END-IF.
008240     MOVE "PILLQSAN" TO RR-PROGRAM-ID.
008250     ACCEPT SA-REG-DATE FROM DATE YYYYMMDD.
008260     MOVE SA-REG-DATE TO RR-RUN-DATE.
008270     ACCEPT SA-TIME-WORK FROM TIME.
008280     MOVE SA-TIME-HHMMSS TO RR-RUN-TIME.
008290     COMPUTE RR-CNT-READ = SA-CNT-TOTAL.
008300     COMPUTE RR-CNT-WRITTEN = ZERO.
008310     MOVE RETURN-CODE TO RR-RETURN-CODE.
008320     MOVE 'Y' TO RR-BALANCE-FLAG.
008325     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
008330     WRITE RR-REGISTRY-RECORD.
008340     CLOSE RUN-REGISTRY.
008350 9500-WRITE-REGISTRY-EXIT.
008360     EXIT.
008370
008380*-----------------------------------------------------------------
008390*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
008400*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
008410*-----------------------------------------------------------------
008420 9900-ABEND-RUN.
008430     STOP RUN.
008440
008450 END PROGRAM PILLQSAN.
