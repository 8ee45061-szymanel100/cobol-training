000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLBKLG                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-14                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - MONTH-END BACKLOG OF ACCEPTED WORK NOT YET BILLED. *
000100*  TAKES A MONTH (YYYYMM) FROM SYSIN - A BLANK CARD TAKES THE   *
000110*  CURRENT MONTH - AND MATCHES EVERY QUOTE ACCEPTED BY THE END  *
000120*  OF THAT MONTH ON THE QUOTE-STATUS MASTER AGAINST THE         *
000130*  INTERFACE EXTRACTS SENT TO BILLING BY THEN (PILLINTF) AND    *
000140*  THE ANSWERS BILLING SENT BACK TO THEM (PILLBAKN).  BOTH ARE  *
000150*  READ AS THE GENERATIONS KEPT, OLDEST FIRST, ONE AFTER THE    *
000160*  OTHER.  A QUOTE BILLING HAS ACCEPTED IS BILLED AND DROPS     *
000170*  OUT; EVERY OTHER ACCEPTED QUOTE IS LISTED IN ONE OF THREE    *
000180*  GROUPS - ACCEPTED BUT NOT YET EXTRACTED, EXTRACTED BUT NOT   *
000190*  YET ACKNOWLEDGED, OR REJECTED BY BILLING AND RE-QUEUED -     *
000200*  WITH ITS VALUE, CUSTOMER AND AGE IN DAYS SINCE ACCEPTANCE,   *
000210*  AND AN AGING SUMMARY IN 30/60/90-DAY BUCKETS FOLLOWS.  THE   *
000220*  BACKLOG IS KEPT ON A MONTH-END SNAPSHOT FILE, AND THE PRIOR  *
000230*  MONTH'S SNAPSHOT, WHEN GIVEN, IS USED TO PRINT THE MOVEMENT  *
000240*  IN BACKLOG VALUE FROM ONE MONTH-END TO THE NEXT.             *
000250*                                                               *
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY                                         *
000280*  DATE       INIT DESCRIPTION                                  *
000290*  2026-10-14 RSM  ORIGINAL PROGRAM.                            *
000292*  2026-10-15 RSM  LEFT OUT EXTRACTS DATED AFTER THE MONTH-END  *
000294*                  AND THE ANSWERS TO THEM, SO A LATE OR REPEAT *
000296*                  RUN GIVES THE SAME MONTH-END FIGURES.        *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    PILLBKLG.
000330 AUTHOR.        R S MASON.
000340 INSTALLATION.  STRUCTURAL ESTIMATING.
000350 DATE-WRITTEN.  2026-10-14.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT QUOTE-STATUS     ASSIGN TO "PILLQSTM"
000440                              ORGANIZATION IS INDEXED
000450                              ACCESS MODE IS SEQUENTIAL
000460                              RECORD KEY IS QS-KEY
000470                              FILE STATUS IS BL-MASTER-STATUS.
000480     SELECT INTERFACE-FILE   ASSIGN TO "PILLINTF"
000490                              ORGANIZATION IS SEQUENTIAL
000500                              FILE STATUS IS BL-INTF-STATUS.
000510     SELECT ACK-FILE         ASSIGN TO "PILLBAKN"
000520                              ORGANIZATION IS SEQUENTIAL
000530                              FILE STATUS IS BL-ACK-STATUS.
000540     SELECT PRIOR-SNAPSHOT   ASSIGN TO "PILLBLSO"
000550                              ORGANIZATION IS SEQUENTIAL
000560                              FILE STATUS IS BL-PRIOR-STATUS.
000570     SELECT NEW-SNAPSHOT     ASSIGN TO "PILLBLSN"
000580                              ORGANIZATION IS SEQUENTIAL
000590                              FILE STATUS IS BL-NEW-STATUS.
000600     SELECT BACKLOG-REPORT   ASSIGN TO "PILLBKLO"
000610                              ORGANIZATION IS SEQUENTIAL
000620                              FILE STATUS IS BL-REPORT-STATUS.
000630     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000640     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000650                              ORGANIZATION IS SEQUENTIAL
000660                              FILE STATUS IS BL-REG-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  QUOTE-STATUS.
000710     COPY PILLQSM.
000720
000730 FD  INTERFACE-FILE
000740     RECORDING MODE IS F.
000750 01  BL-INTF-LINE              PIC X(80).
000760
000770 FD  ACK-FILE
000780     RECORDING MODE IS F.
000790 01  BL-ACK-LINE               PIC X(80).
000800
000810*    BOTH SNAPSHOT RECORDS MUST STAY THE SAME LENGTH AS
000820*    BS-SNAPSHOT-RECORD IN PILLBLS.CPY.
000830 FD  PRIOR-SNAPSHOT
000840     RECORDING MODE IS F.
000850 01  BL-PRIOR-RECORD           PIC X(67).
000860
000870 FD  NEW-SNAPSHOT
000880     RECORDING MODE IS F.
000890 01  BL-NEW-RECORD             PIC X(67).
000900
000910 FD  BACKLOG-REPORT
000920     RECORDING MODE IS F.
000930 01  BL-PRINT-LINE             PIC X(132).
000940
000950 FD  RUN-REGISTRY
000960     RECORDING MODE IS F.
000970     COPY PILLRUN.
000980
000990 SD  SORT-WORK.
001000 01  BX-SORT-RECORD.
001010     05  BX-GROUP                  PIC 9(01).
001020     05  BX-CUST-NO                PIC X(05).
001030     05  BX-JOB-ID                 PIC X(06).
001040     05  BX-RUN-DATE               PIC 9(08).
001050     05  BX-ACCEPT-DATE            PIC 9(08).
001060     05  BX-AGE-DAYS               PIC 9(05).
001070     05  BX-BUCKET                 PIC 9(01).
001080     05  BX-VALUE                  PIC 9(10)V99.
001090     05  BX-XTR-DATE               PIC 9(08).
001100     05  BX-REASON                 PIC X(20).
001110
001120 WORKING-STORAGE SECTION.
001130*-----------------------------------------------------------------
001140*    SWITCHES
001150*-----------------------------------------------------------------
001160 77  BL-EOF-SW                 PIC X(01)     VALUE 'N'.
001170     88  BL-EOF-YES            VALUE 'Y'.
001180     88  BL-EOF-NO             VALUE 'N'.
001190 77  BL-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
001200     88  BL-SORT-EOF-YES       VALUE 'Y'.
001210     88  BL-SORT-EOF-NO        VALUE 'N'.
001220 77  BL-FOUND-SW               PIC X(01)     VALUE 'N'.
001230     88  BL-FOUND-YES          VALUE 'Y'.
001240     88  BL-FOUND-NO           VALUE 'N'.
001250 77  BL-PRIOR-SW               PIC X(01)     VALUE 'N'.
001260     88  BL-PRIOR-YES          VALUE 'Y'.
001270     88  BL-PRIOR-NO           VALUE 'N'.
001280
001290*-----------------------------------------------------------------
001300*    FILE STATUS FOR EACH FILE
001310*-----------------------------------------------------------------
001320 77  BL-MASTER-STATUS          PIC X(02).
001330     88  BL-MASTER-STATUS-OK   VALUE '00'.
001340 77  BL-INTF-STATUS            PIC X(02).
001350     88  BL-INTF-STATUS-OK     VALUE '00'.
001360     88  BL-INTF-NOT-FOUND     VALUE '35'.
001370 77  BL-ACK-STATUS             PIC X(02).
001380     88  BL-ACK-STATUS-OK      VALUE '00'.
001390     88  BL-ACK-NOT-FOUND      VALUE '35'.
001400 77  BL-PRIOR-STATUS           PIC X(02).
001410     88  BL-PRIOR-STATUS-OK    VALUE '00'.
001420     88  BL-PRIOR-NOT-FOUND    VALUE '35'.
001430 77  BL-NEW-STATUS             PIC X(02).
001440     88  BL-NEW-STATUS-OK      VALUE '00'.
001450 77  BL-REPORT-STATUS          PIC X(02).
001460     88  BL-REPORT-STATUS-OK   VALUE '00'.
001470
001480*-----------------------------------------------------------------
001490*    MONTH CARD - THE BACKLOG MONTH AS YYYYMM.  A BLANK CARD
001500*    TAKES THE CURRENT MONTH; A KEYED CARD THAT IS NOT NUMERIC
001510*    OR NOT A MONTH STOPS THE RUN.  THE BACKLOG IS TAKEN AS AT
001520*    THE LAST DAY OF THE MONTH.
001530*-----------------------------------------------------------------
001540 01  BL-MONTH-CARD.
001550     05  BL-MONTH-X            PIC X(06)     VALUE SPACES.
001560     05  FILLER                PIC X(74)     VALUE SPACES.
001570 77  BL-MONTH                  PIC 9(06)     VALUE ZERO.
001580 01  BL-DATE-WORK.
001590     05  BL-DATE-YYYYMM        PIC 9(06).
001600     05  BL-DATE-DD            PIC 9(02).
001610 01  BL-ASOF-DATE              PIC 9(08)     VALUE ZERO.
001620 01  BL-ASOF-PARTS REDEFINES BL-ASOF-DATE.
001630     05  BL-ASOF-YYYYMM        PIC 9(06).
001640     05  BL-ASOF-DD            PIC 9(02).
001650 01  BL-ASOF-YEAR-PARTS REDEFINES BL-ASOF-DATE.
001660     05  BL-ASOF-YYYY          PIC 9(04).
001670     05  BL-ASOF-MM            PIC 9(02).
001680     05  FILLER                PIC 9(02).
001690 77  BL-LEAP-WORK              PIC 9(04)     VALUE ZERO COMP.
001700 77  BL-LEAP-REM               PIC 9(04)     VALUE ZERO COMP.
001710 77  BL-PRIOR-MONTH            PIC 9(06)     VALUE ZERO.
001720
001730*-----------------------------------------------------------------
001740*    DAY-NUMBER WORK FIELDS - A YYYYMMDD DATE IS TURNED INTO A
001750*    COUNT OF DAYS SO TWO DATES CAN BE SUBTRACTED.  THE YEAR IS
001760*    TAKEN FROM MARCH SO THE LEAP DAY FALLS AT THE END OF IT.
001770*-----------------------------------------------------------------
001780 01  BL-DAYNO-DATE             PIC 9(08).
001790 01  BL-DAYNO-PARTS REDEFINES BL-DAYNO-DATE.
001800     05  BL-DAYNO-YYYY         PIC 9(04).
001810     05  BL-DAYNO-MM           PIC 9(02).
001820     05  BL-DAYNO-DD           PIC 9(02).
001830 77  BL-DAYNO-YEAR             PIC 9(04)     VALUE ZERO COMP.
001840 77  BL-DAYNO-MONTH            PIC 9(02)     VALUE ZERO COMP.
001850 77  BL-DAYNO-WORK             PIC 9(07)     VALUE ZERO COMP.
001860 77  BL-DAYNO                  PIC 9(07)     VALUE ZERO COMP.
001870 77  BL-DAYNO-ASOF             PIC 9(07)     VALUE ZERO COMP.
001880
001890*-----------------------------------------------------------------
001900*    TABLE OF THE ACCEPTED QUOTES, ONE ENTRY PER JOB.  A JOB
001910*    ACCEPTED ON MORE THAN ONE ESTIMATE RUN IS KEPT AT ITS
001920*    LATEST RUN.  AN ENTRY LOADED FROM THE PRIOR SNAPSHOT KEEPS
001930*    ITS PRIOR GROUP AND VALUE FOR THE MOVEMENT, WHETHER OR NOT
001940*    THE QUOTE IS STILL ACCEPTED.
001950*
001960*    EVERY EXTRACT LINE FOR THE JOB IS COUNTED, AND SO IS EVERY
001970*    ACKNOWLEDGEMENT LINE, SINCE BILLING ANSWERS EACH LINE SENT
001980*    ONCE AND IN TURN.  ONLY THE EXTRACTS DATED ON OR AFTER THE
001990*    QUOTE'S RUN DATE, AND THE ANSWERS TO THEM, BELONG TO THE
002000*    ACCEPTED QUOTE - EARLIER ONES WERE FOR AN EARLIER RUN.
002003*    EXTRACTS DATED AFTER THE MONTH-END ARE LEFT OUT, AND SO ARE
002006*    THE ANSWERS TO THEM, WHICH COME AFTER THE LAST LINE COUNTED.
002010*-----------------------------------------------------------------
002020 77  BL-QT-COUNT               PIC S9(04)    VALUE ZERO COMP.
002030 01  BL-QUOTE-TABLE.
002040     05  BL-QT-ENTRY           OCCURS 5000 TIMES
002050                               INDEXED BY BL-QT-IX.
002060         10  BL-QT-JOB-ID          PIC X(06).
002070         10  BL-QT-RUN-DATE        PIC 9(08).
002080         10  BL-QT-CUST-NO         PIC X(05).
002090         10  BL-QT-ACCEPT-DATE     PIC 9(08).
002100         10  BL-QT-VALUE           PIC 9(10)V99.
002110         10  BL-QT-CURRENT         PIC X(01).
002120             88  BL-QT-CURRENT-YES VALUE 'Y'.
002130         10  BL-QT-PRIOR           PIC X(01).
002140             88  BL-QT-PRIOR-YES   VALUE 'Y'.
002150         10  BL-QT-PRIOR-GROUP     PIC 9(01).
002160         10  BL-QT-PRIOR-VALUE     PIC 9(10)V99.
002170         10  BL-QT-XTR-ALL         PIC 9(05) COMP.
002175         10  BL-QT-XTR-LAST        PIC 9(05) COMP.
002180         10  BL-QT-XTR-FIRST       PIC 9(05) COMP.
002190         10  BL-QT-XTR-SINCE       PIC 9(05) COMP.
002200         10  BL-QT-XTR-DATE        PIC 9(08).
002210         10  BL-QT-ACK-ALL         PIC 9(05) COMP.
002220         10  BL-QT-REJECTS         PIC 9(05) COMP.
002230         10  BL-QT-ACKED           PIC X(01).
002240             88  BL-QT-ACKED-YES   VALUE 'Y'.
002250         10  BL-QT-REASON          PIC X(20).
002260
002270*-----------------------------------------------------------------
002280*    FIELDS UNSTRUNG FROM ONE EXTRACT OR ACKNOWLEDGEMENT LINE.
002290*    THE EXTRACT LINE IS JOB|CUST|PILLARS|UOM|RESULT|DATE; THE
002300*    ACKNOWLEDGEMENT LINE IS JOB|A, OR JOB|R|REASON.  HDR, TRL
002310*    AND REV (REVERSAL) LINES ARE PASSED OVER.
002320*-----------------------------------------------------------------
002330 77  BL-FLD-JOB-ID             PIC X(06)     VALUE SPACES.
002340 77  BL-FLD-DATE               PIC X(08)     VALUE SPACES.
002350 77  BL-FLD-STATUS             PIC X(01)     VALUE SPACE.
002360 77  BL-FLD-REASON             PIC X(20)     VALUE SPACES.
002370 77  BL-FLD-REST               PIC X(60)     VALUE SPACES.
002380 77  BL-XTR-DATE               PIC 9(08)     VALUE ZERO.
002390 01  BL-TYPE-WORK.
002400     05  BL-TYPE-3             PIC X(03).
002410     05  FILLER                PIC X(03).
002420
002430*-----------------------------------------------------------------
002440*    THE THREE BACKLOG GROUPS AND THE FOUR AGING BUCKETS, WITH
002450*    THE COUNT AND VALUE HELD FOR EACH GROUP AND BUCKET, AND
002460*    EACH GROUP'S VALUE AT THE PRIOR MONTH-END.  THE GROUP
002470*    NUMBERS MUST AGREE WITH BS-GROUP IN PILLBLS.CPY.
002480*-----------------------------------------------------------------
002490 01  BL-GROUP-VALUES.
002500     05  FILLER                PIC X(34)     VALUE
002510         "1ACCEPTED - NOT YET EXTRACTED     ".
002520     05  FILLER                PIC X(34)     VALUE
002530         "2EXTRACTED - NOT YET ACKNOWLEDGED ".
002540     05  FILLER                PIC X(34)     VALUE
002550         "3REJECTED BY BILLING - RE-QUEUED  ".
002560 01  BL-GROUP-TABLE REDEFINES BL-GROUP-VALUES.
002570     05  BL-GRP-ENTRY          OCCURS 3 TIMES
002580                               INDEXED BY BL-GRP-IX.
002590         10  BL-GRP-CODE           PIC 9(01).
002600         10  BL-GRP-DESC           PIC X(33).
002610 01  BL-BUCKET-VALUES.
002620     05  FILLER                PIC X(15)     VALUE
002630         "030  0-30 DAYS ".
002640     05  FILLER                PIC X(15)     VALUE
002650         "060 31-60 DAYS ".
002660     05  FILLER                PIC X(15)     VALUE
002670         "090 61-90 DAYS ".
002680     05  FILLER                PIC X(15)     VALUE
002690         "999 OVER 90    ".
002700 01  BL-BUCKET-TABLE REDEFINES BL-BUCKET-VALUES.
002710     05  BL-BKT-ENTRY          OCCURS 4 TIMES
002720                               INDEXED BY BL-BKT-IX.
002730         10  BL-BKT-LIMIT          PIC 9(03).
002740         10  FILLER                PIC X(01).
002750         10  BL-BKT-DESC           PIC X(11).
002760 01  BL-AGING-TOTALS.
002770     05  BL-AG-GROUP           OCCURS 3 TIMES.
002780         10  BL-AG-PRIOR-COUNT     PIC 9(07) COMP.
002790         10  BL-AG-PRIOR-VALUE     PIC 9(12)V99.
002800         10  BL-AG-GRP-COUNT       PIC 9(07) COMP.
002810         10  BL-AG-GRP-VALUE       PIC 9(12)V99.
002820         10  BL-AG-BUCKET          OCCURS 4 TIMES.
002830             15  BL-AG-COUNT           PIC 9(07) COMP.
002840             15  BL-AG-VALUE           PIC 9(12)V99.
002850 01  BL-BUCKET-TOTALS.
002860     05  BL-BT-BUCKET          OCCURS 4 TIMES.
002870         10  BL-BT-COUNT           PIC 9(07) COMP.
002880         10  BL-BT-VALUE           PIC 9(12)V99.
002890 77  BL-GRP-SUB                PIC S9(04)    VALUE ZERO COMP.
002900 77  BL-BKT-SUB                PIC S9(04)    VALUE ZERO COMP.
002910 77  BL-GROUP                  PIC 9(01)     VALUE ZERO.
002920 77  BL-AGE-DAYS               PIC 9(05)     VALUE ZERO.
002930
002940*-----------------------------------------------------------------
002950*    RUN COUNTERS AND THE MOVEMENT FROM THE PRIOR MONTH-END -
002960*    PRIOR BACKLOG, PLUS WORK NEW TO THE BACKLOG, LESS WORK
002970*    BILLED OR OTHERWISE CLEARED, PLUS THE CHANGE IN VALUE OF
002980*    WORK CARRIED (A JOB RE-ACCEPTED ON A LATER RUN), GIVES THE
002990*    BACKLOG NOW.
003000*-----------------------------------------------------------------
003010 77  BL-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
003020 77  BL-CNT-ACCEPTED           PIC 9(07)     VALUE ZERO COMP.
003030 77  BL-CNT-PRIOR-READ         PIC 9(07)     VALUE ZERO COMP.
003040 77  BL-CNT-INTF-LINES         PIC 9(07)     VALUE ZERO COMP.
003050 77  BL-CNT-ACK-LINES          PIC 9(07)     VALUE ZERO COMP.
003060 77  BL-CNT-SNAPSHOT           PIC 9(07)     VALUE ZERO COMP.
003070 77  BL-CNT-BILLED             PIC 9(07)     VALUE ZERO COMP.
003080 77  BL-VAL-BILLED             PIC 9(13)V99  VALUE ZERO.
003090 77  BL-CNT-BACKLOG            PIC 9(07)     VALUE ZERO COMP.
003100 77  BL-VAL-BACKLOG            PIC 9(13)V99  VALUE ZERO.
003110 77  BL-CNT-PRIOR              PIC 9(07)     VALUE ZERO COMP.
003120 77  BL-VAL-PRIOR              PIC 9(13)V99  VALUE ZERO.
003130 77  BL-CNT-NEW                PIC 9(07)     VALUE ZERO COMP.
003140 77  BL-VAL-NEW                PIC 9(13)V99  VALUE ZERO.
003150 77  BL-CNT-CLEARED            PIC 9(07)     VALUE ZERO COMP.
003160 77  BL-VAL-CLEARED            PIC 9(13)V99  VALUE ZERO.
003170 77  BL-CNT-CARRIED            PIC 9(07)     VALUE ZERO COMP.
003180 77  BL-VAL-CARRIED-CHG        PIC S9(13)V99 VALUE ZERO.
003190 77  BL-VAL-CHANGE             PIC S9(13)V99 VALUE ZERO.
003200 77  BL-CNT-DISPLAY            PIC Z(06)9.
003210
003220*-----------------------------------------------------------------
003230*    THE SNAPSHOT RECORD, READ INTO FROM THE PRIOR SNAPSHOT AND
003240*    WRITTEN FROM TO THE NEW ONE
003250*-----------------------------------------------------------------
003260 COPY PILLBLS.
003270
003280*-----------------------------------------------------------------
003290*    REPORT LINES
003300*-----------------------------------------------------------------
003310 01  BL-HEAD-LINE-1.
003320     05  FILLER                    PIC X(40)   VALUE
003330         "ACCEPTED WORK BACKLOG - MONTH-END       ".
003340     05  BL-HEAD-ASOF              PIC 9999/99/99.
003350     05  FILLER                    PIC X(82)   VALUE SPACES.
003360
003370 01  BL-HEAD-LINE-2.
003380     05  FILLER                    PIC X(06)   VALUE "JOB ID".
003390     05  FILLER                    PIC X(02)   VALUE SPACES.
003400     05  FILLER                    PIC X(10)   VALUE "RUN DATE".
003410     05  FILLER                    PIC X(02)   VALUE SPACES.
003420     05  FILLER                    PIC X(08)   VALUE "CUSTOMER".
003430     05  FILLER                    PIC X(02)   VALUE SPACES.
003440     05  FILLER                    PIC X(10)   VALUE "ACCEPTED".
003450     05  FILLER                    PIC X(02)   VALUE SPACES.
003460     05  FILLER                    PIC X(05)   VALUE "  AGE".
003470     05  FILLER                    PIC X(02)   VALUE SPACES.
003480     05  FILLER                    PIC X(11)   VALUE "BUCKET".
003490     05  FILLER                    PIC X(02)   VALUE SPACES.
003500     05  FILLER                    PIC X(13)   VALUE
003510         "  QUOTE VALUE".
003520     05  FILLER                    PIC X(02)   VALUE SPACES.
003530     05  FILLER                    PIC X(10)   VALUE "EXTRACTED".
003540     05  FILLER                    PIC X(02)   VALUE SPACES.
003550     05  FILLER                    PIC X(20)   VALUE
003560         "BILLING REASON".
003570     05  FILLER                    PIC X(23)   VALUE SPACES.
003580
003590 01  BL-DETAIL-LINE.
003600     05  BL-DET-JOB-ID             PIC X(06).
003610     05  FILLER                    PIC X(02)   VALUE SPACES.
003620     05  BL-DET-RUN-DATE           PIC 9999/99/99.
003630     05  FILLER                    PIC X(02)   VALUE SPACES.
003640     05  BL-DET-CUST-NO            PIC X(08).
003650     05  FILLER                    PIC X(02)   VALUE SPACES.
003660     05  BL-DET-ACCEPT-DATE        PIC 9999/99/99.
003670     05  FILLER                    PIC X(02)   VALUE SPACES.
003680     05  BL-DET-AGE                PIC ZZZZ9.
003690     05  FILLER                    PIC X(02)   VALUE SPACES.
003700     05  BL-DET-BUCKET             PIC X(11).
003710     05  FILLER                    PIC X(02)   VALUE SPACES.
003720     05  BL-DET-VALUE              PIC Z(09)9.99.
003730     05  FILLER                    PIC X(02)   VALUE SPACES.
003740     05  BL-DET-XTR-DATE           PIC X(10).
003750     05  FILLER                    PIC X(02)   VALUE SPACES.
003760     05  BL-DET-REASON             PIC X(20).
003770     05  FILLER                    PIC X(23)   VALUE SPACES.
003780
003790 01  BL-SECTION-LINE.
003800     05  BL-SEC-TEXT               PIC X(52).
003810     05  FILLER                    PIC X(80)   VALUE SPACES.
003820
003830 01  BL-GROUP-TOTAL-LINE.
003840     05  FILLER                    PIC X(08)   VALUE SPACES.
003850     05  FILLER                    PIC X(20)   VALUE
003860         "GROUP TOTAL - QUOTES".
003870     05  BL-GTL-COUNT              PIC Z(06)9.
003880     05  FILLER                    PIC X(16)   VALUE
003890         "   VALUE        ".
003900     05  BL-GTL-VALUE              PIC Z(12)9.99.
003910     05  FILLER                    PIC X(64)   VALUE SPACES.
003920
003930 01  BL-AGING-HEAD.
003940     05  FILLER                    PIC X(34)   VALUE "GROUP".
003950     05  BL-AGH-BUCKET             OCCURS 4 TIMES.
003960         10  FILLER                PIC X(05)   VALUE SPACES.
003970         10  BL-AGH-DESC           PIC X(11).
003980     05  FILLER                    PIC X(05)   VALUE SPACES.
003990     05  FILLER                    PIC X(11)   VALUE
004000         "      TOTAL".
004010     05  FILLER                    PIC X(18)   VALUE SPACES.
004020
004030 01  BL-AGING-LINE.
004040     05  BL-AGL-DESC               PIC X(34).
004050     05  BL-AGL-BUCKET             OCCURS 4 TIMES.
004060         10  BL-AGL-VALUE          PIC Z(12)9.99.
004070     05  BL-AGL-TOTAL              PIC Z(12)9.99.
004080     05  FILLER                    PIC X(18)   VALUE SPACES.
004090
004100 01  BL-MOVE-HEAD.
004110     05  FILLER                    PIC X(34)   VALUE "GROUP".
004120     05  FILLER                    PIC X(16)   VALUE
004130         "   PRIOR BACKLOG".
004140     05  FILLER                    PIC X(16)   VALUE
004150         "    THIS BACKLOG".
004160     05  FILLER                    PIC X(17)   VALUE
004170         "        MOVEMENT".
004180     05  FILLER                    PIC X(49)   VALUE SPACES.
004190
004200 01  BL-MOVE-LINE.
004210     05  BL-MVL-DESC               PIC X(34).
004220     05  BL-MVL-PRIOR              PIC Z(12)9.99.
004230     05  BL-MVL-CURRENT            PIC Z(12)9.99.
004240     05  BL-MVL-CHANGE             PIC -(13)9.99.
004250     05  FILLER                    PIC X(49)   VALUE SPACES.
004260
004270 01  BL-RECON-LINE.
004280     05  BL-RCL-TEXT               PIC X(40).
004290     05  BL-RCL-COUNT              PIC Z(06)9.
004300     05  FILLER                    PIC X(02)   VALUE SPACES.
004310     05  BL-RCL-VALUE              PIC -(13)9.99.
004320     05  FILLER                    PIC X(66)   VALUE SPACES.
004330
004340 01  BL-SPACE-LINE                 PIC X(132)  VALUE SPACES.
004350
004360*-----------------------------------------------------------------
004370*    EDITED DATE FOR THE EXTRACTED COLUMN
004380*-----------------------------------------------------------------
004390 77  BL-EDIT-DATE              PIC 9999/99/99.
004400
004410*-----------------------------------------------------------------
004420*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
004430*    THIS RUN APPENDS AT END OF JOB
004440*-----------------------------------------------------------------
004450 77  BL-REG-STATUS             PIC X(02).
004460     88  BL-REG-STATUS-OK      VALUE '00'.
004470     88  BL-REG-NOT-FOUND      VALUE '35'.
004480 77  BL-REG-DATE               PIC 9(08)     VALUE ZERO.
004490 01  BL-TIME-WORK.
004500     05  BL-TIME-HHMMSS        PIC 9(06).
004510     05  FILLER                PIC 9(02).
004520
004530 PROCEDURE DIVISION.
004540
004550 0000-MAINLINE.
004560     PERFORM 1000-INITIALIZE
004570                                  THRU 1000-INITIALIZE-EXIT.
004580     PERFORM 2000-LOAD-PRIOR
004590                                  THRU 2000-LOAD-PRIOR-EXIT.
004600     PERFORM 3000-LOAD-ACCEPTED
004610                                  THRU 3000-LOAD-ACCEPTED-EXIT.
004620     PERFORM 4000-MATCH-EXTRACT
004630                                  THRU 4000-MATCH-EXTRACT-EXIT.
004640     PERFORM 4500-MATCH-ACK
004650                                  THRU 4500-MATCH-ACK-EXIT.
004660     SORT SORT-WORK
004670         ON ASCENDING KEY BX-GROUP
004680                          BX-CUST-NO
004690                          BX-JOB-ID
004700         INPUT PROCEDURE IS 5000-RELEASE-BACKLOG
004710                                  THRU 5000-RELEASE-BACKLOG-EXIT
004720         OUTPUT PROCEDURE IS 6000-PRINT-BACKLOG
004730                                  THRU 6000-PRINT-BACKLOG-EXIT.
004740     PERFORM 7000-PRINT-AGING
004750                                  THRU 7000-PRINT-AGING-EXIT.
004760     PERFORM 7500-PRINT-MOVEMENT
004770                                  THRU 7500-PRINT-MOVEMENT-EXIT.
004780     PERFORM 9999-TERMINATE
004790                                  THRU 9999-TERMINATE-EXIT.
004800     STOP RUN.
004810
004820*-----------------------------------------------------------------
004830*    1000-INITIALIZE - PICK UP AND CHECK THE MONTH CARD, WORK
004840*    OUT THE MONTH-END DATE, CLEAR THE TOTALS, OPEN THE REPORT
004850*    AND THE NEW SNAPSHOT AND PRINT THE HEADINGS.  THE OTHER
004860*    FILES ARE OPENED BY THE PASSES THAT READ THEM.
004870*-----------------------------------------------------------------
004880 1000-INITIALIZE.
004890     ACCEPT BL-MONTH-CARD.
004900     IF BL-MONTH-X = SPACES
004910         ACCEPT BL-DATE-WORK FROM DATE YYYYMMDD
004920         MOVE BL-DATE-YYYYMM TO BL-MONTH
004930     ELSE
004940         IF BL-MONTH-X IS NUMERIC
004950             MOVE BL-MONTH-X TO BL-MONTH
004960         ELSE
004970             DISPLAY "PILLBKLG - MONTH CARD NOT NUMERIC - RUN "
004980                     "STOPPED"
004990             MOVE 8 TO RETURN-CODE
005000             GO TO 9900-ABEND-RUN
005010         END-IF
005020     END-IF.
005030     MOVE BL-MONTH TO BL-ASOF-YYYYMM.
005040     IF BL-ASOF-MM < 01 OR BL-ASOF-MM > 12
005050         DISPLAY "PILLBKLG - MONTH CARD NOT A MONTH - RUN "
005060                 "STOPPED"
005070         MOVE 8 TO RETURN-CODE
005080         GO TO 9900-ABEND-RUN
005090     END-IF.
005100     PERFORM 1100-SET-MONTH-END
005110                                  THRU 1100-SET-MONTH-END-EXIT.
005120     MOVE BL-ASOF-DATE TO BL-DAYNO-DATE.
005130     PERFORM 5200-DAY-NUMBER
005140                                  THRU 5200-DAY-NUMBER-EXIT.
005150     MOVE BL-DAYNO TO BL-DAYNO-ASOF.
005160     PERFORM 1200-CLEAR-TOTALS
005170                                  THRU 1200-CLEAR-TOTALS-EXIT
005180         VARYING BL-GRP-SUB FROM 1 BY 1
005190         UNTIL BL-GRP-SUB > 3
005200         AFTER BL-BKT-SUB FROM 1 BY 1
005210         UNTIL BL-BKT-SUB > 4.
005220     OPEN OUTPUT BACKLOG-REPORT.
005230     IF NOT BL-REPORT-STATUS-OK
005240         DISPLAY "PILLBKLG - BACKLOG-REPORT OPEN FAILED, STATUS "
005250                 BL-REPORT-STATUS
005260         GO TO 9900-ABEND-RUN
005270     END-IF.
005280     OPEN OUTPUT NEW-SNAPSHOT.
005290     IF NOT BL-NEW-STATUS-OK
005300         DISPLAY "PILLBKLG - NEW-SNAPSHOT OPEN FAILED, STATUS "
005310                 BL-NEW-STATUS
005320         GO TO 9900-ABEND-RUN
005330     END-IF.
005340     MOVE BL-ASOF-DATE TO BL-HEAD-ASOF.
005350     WRITE BL-PRINT-LINE FROM BL-HEAD-LINE-1.
005360     WRITE BL-PRINT-LINE FROM BL-SPACE-LINE.
005370     WRITE BL-PRINT-LINE FROM BL-HEAD-LINE-2.
005380 1000-INITIALIZE-EXIT.
005390     EXIT.
005400
005410*-----------------------------------------------------------------
005420*    1100-SET-MONTH-END - SET THE DAY OF BL-ASOF-DATE TO THE
005430*    LAST DAY OF ITS MONTH.  FEBRUARY GETS 29 DAYS ONLY IN A
005440*    LEAP YEAR - DIVISIBLE BY 4 AND NOT BY 100, OR BY 400.
005450*-----------------------------------------------------------------
005460 1100-SET-MONTH-END.
005470     EVALUATE BL-ASOF-MM
005480         WHEN 04
005490         WHEN 06
005500         WHEN 09
005510         WHEN 11
005520             MOVE 30 TO BL-ASOF-DD
005530         WHEN 02
005540             MOVE 28 TO BL-ASOF-DD
005550             DIVIDE BL-ASOF-YYYY BY 4 GIVING BL-LEAP-WORK
005560                 REMAINDER BL-LEAP-REM
005570             IF BL-LEAP-REM = ZERO
005580                 MOVE 29 TO BL-ASOF-DD
005590                 DIVIDE BL-ASOF-YYYY BY 100 GIVING BL-LEAP-WORK
005600                     REMAINDER BL-LEAP-REM
005610                 IF BL-LEAP-REM = ZERO
005620                     MOVE 28 TO BL-ASOF-DD
005630                     DIVIDE BL-ASOF-YYYY BY 400
005640                         GIVING BL-LEAP-WORK
005650                         REMAINDER BL-LEAP-REM
005660                     IF BL-LEAP-REM = ZERO
005670                         MOVE 29 TO BL-ASOF-DD
005680                     END-IF
005690                 END-IF
005700             END-IF
005710         WHEN OTHER
005720             MOVE 31 TO BL-ASOF-DD
005730     END-EVALUATE.
005740 1100-SET-MONTH-END-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------------
005780*    1200-CLEAR-TOTALS - ZERO ONE GROUP AND BUCKET'S COUNT AND
005790*    VALUE, AND THE GROUP AND BUCKET TOTALS WITH THEM.
005800*-----------------------------------------------------------------
005810 1200-CLEAR-TOTALS.
005820     MOVE ZERO TO BL-AG-COUNT (BL-GRP-SUB BL-BKT-SUB)
005830                  BL-AG-VALUE (BL-GRP-SUB BL-BKT-SUB)
005840                  BL-AG-PRIOR-COUNT (BL-GRP-SUB)
005850                  BL-AG-PRIOR-VALUE (BL-GRP-SUB)
005860                  BL-AG-GRP-COUNT (BL-GRP-SUB)
005870                  BL-AG-GRP-VALUE (BL-GRP-SUB)
005880                  BL-BT-COUNT (BL-BKT-SUB)
005890                  BL-BT-VALUE (BL-BKT-SUB).
005900 1200-CLEAR-TOTALS-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------------
005940*    2000-LOAD-PRIOR - PUT EVERY QUOTE ON THE PRIOR MONTH-END
005950*    SNAPSHOT ON THE TABLE WITH ITS GROUP AND VALUE.  A MISSING
005960*    SNAPSHOT MEANS THIS IS THE FIRST MONTH RUN, AND EVERY
005970*    QUOTE IN THE BACKLOG COUNTS AS NEW TO IT.  A SNAPSHOT THAT
005980*    IS NOT FROM AN EARLIER MONTH STOPS THE RUN.
005990*-----------------------------------------------------------------
006000 2000-LOAD-PRIOR.
006010     OPEN INPUT PRIOR-SNAPSHOT.
006020     IF BL-PRIOR-NOT-FOUND
006030         GO TO 2000-LOAD-PRIOR-EXIT
006040     END-IF.
006050     IF NOT BL-PRIOR-STATUS-OK
006060         DISPLAY "PILLBKLG - PRIOR-SNAPSHOT OPEN FAILED, STATUS "
006070                 BL-PRIOR-STATUS
006080         GO TO 9900-ABEND-RUN
006090     END-IF.
006100     SET BL-PRIOR-YES TO TRUE.
006110     SET BL-EOF-NO TO TRUE.
006120     PERFORM 8000-READ-PRIOR
006130                                  THRU 8000-READ-PRIOR-EXIT.
006140     PERFORM 2100-LOAD-PRIOR-ONE
006150                                  THRU 2100-LOAD-PRIOR-ONE-EXIT
006160             UNTIL BL-EOF-YES.
006170     CLOSE PRIOR-SNAPSHOT.
006180 2000-LOAD-PRIOR-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------------
006220*    2100-LOAD-PRIOR-ONE - ADD THE CURRENT SNAPSHOT RECORD TO
006230*    THE TABLE AND THE PRIOR TOTALS, AND READ THE NEXT ONE.
006240*-----------------------------------------------------------------
006250 2100-LOAD-PRIOR-ONE.
006260     ADD 1 TO BL-CNT-PRIOR-READ.
006270     IF BS-SNAP-MONTH NOT < BL-MONTH
006280         DISPLAY "PILLBKLG - PRIOR SNAPSHOT IS FOR MONTH "
006290                 BS-SNAP-MONTH " - RUN STOPPED"
006300         MOVE 8 TO RETURN-CODE
006310         GO TO 9900-ABEND-RUN
006320     END-IF.
006330     IF NOT BS-GROUP-VALID
006340         DISPLAY "PILLBKLG - PRIOR SNAPSHOT GROUP NOT VALID FOR "
006350                 "JOB " BS-JOB-ID " - RUN STOPPED"
006360         MOVE 8 TO RETURN-CODE
006370         GO TO 9900-ABEND-RUN
006380     END-IF.
006390     MOVE BS-SNAP-MONTH TO BL-PRIOR-MONTH.
006400     MOVE BS-JOB-ID TO BL-FLD-JOB-ID.
006410     PERFORM 3500-FIND-JOB
006420                                  THRU 3500-FIND-JOB-EXIT.
006430     IF BL-FOUND-NO
006440         PERFORM 3600-ADD-ENTRY
006450                                  THRU 3600-ADD-ENTRY-EXIT
006460         MOVE BS-RUN-DATE    TO BL-QT-RUN-DATE (BL-QT-IX)
006470         MOVE BS-CUST-NO     TO BL-QT-CUST-NO (BL-QT-IX)
006480         MOVE BS-ACCEPT-DATE TO BL-QT-ACCEPT-DATE (BL-QT-IX)
006490         MOVE BS-VALUE       TO BL-QT-VALUE (BL-QT-IX)
006500     END-IF.
006510     MOVE 'Y'      TO BL-QT-PRIOR (BL-QT-IX).
006520     MOVE BS-GROUP TO BL-QT-PRIOR-GROUP (BL-QT-IX).
006530     ADD BS-VALUE  TO BL-QT-PRIOR-VALUE (BL-QT-IX).
006540     ADD 1         TO BL-CNT-PRIOR
006550                      BL-AG-PRIOR-COUNT (BS-GROUP).
006560     ADD BS-VALUE  TO BL-VAL-PRIOR
006570                      BL-AG-PRIOR-VALUE (BS-GROUP).
006580     PERFORM 8000-READ-PRIOR
006590                                  THRU 8000-READ-PRIOR-EXIT.
006600 2100-LOAD-PRIOR-ONE-EXIT.
006610     EXIT.
006620
006630*-----------------------------------------------------------------
006640*    3000-LOAD-ACCEPTED - PASS THE QUOTE-STATUS MASTER AND PUT
006650*    EVERY QUOTE ACCEPTED BY THE MONTH-END ON THE TABLE.
006660*-----------------------------------------------------------------
006670 3000-LOAD-ACCEPTED.
006680     OPEN INPUT QUOTE-STATUS.
006690     IF NOT BL-MASTER-STATUS-OK
006700         DISPLAY "PILLBKLG - QUOTE-STATUS OPEN FAILED, STATUS "
006710                 BL-MASTER-STATUS
006720         GO TO 9900-ABEND-RUN
006730     END-IF.
006740     SET BL-EOF-NO TO TRUE.
006750     PERFORM 8100-READ-STATUS
006760                                  THRU 8100-READ-STATUS-EXIT.
006770     PERFORM 3100-LOAD-ACCEPTED-ONE
006780                                  THRU 3100-LOAD-ACCEPTED-ONE-EXIT
006790             UNTIL BL-EOF-YES.
006800     CLOSE QUOTE-STATUS.
006810 3000-LOAD-ACCEPTED-EXIT.
006820     EXIT.
006830
006840*-----------------------------------------------------------------
006850*    3100-LOAD-ACCEPTED-ONE - IF THE CURRENT QUOTE WAS ACCEPTED
006860*    ON OR BEFORE THE MONTH-END, PUT IT ON THE TABLE - OVER AN
006870*    ENTRY FOR AN EARLIER RUN OF THE SAME JOB, BUT NEVER OVER A
006880*    LATER ONE - AND READ THE NEXT QUOTE.
006890*-----------------------------------------------------------------
006900 3100-LOAD-ACCEPTED-ONE.
006910     ADD 1 TO BL-CNT-READ.
006920     IF NOT QS-OUTCOME-ACCEPTED
006930             OR QS-OUTCOME-DATE > BL-ASOF-DATE
006940         GO TO 3100-LOAD-ACCEPTED-ONE-READ
006950     END-IF.
006960     ADD 1 TO BL-CNT-ACCEPTED.
006970     MOVE QS-JOB-ID TO BL-FLD-JOB-ID.
006980     PERFORM 3500-FIND-JOB
006990                                  THRU 3500-FIND-JOB-EXIT.
007000     IF BL-FOUND-NO
007010         PERFORM 3600-ADD-ENTRY
007020                                  THRU 3600-ADD-ENTRY-EXIT
007030     ELSE
007040         IF BL-QT-CURRENT-YES (BL-QT-IX)
007050                 AND QS-RUN-DATE < BL-QT-RUN-DATE (BL-QT-IX)
007060             GO TO 3100-LOAD-ACCEPTED-ONE-READ
007070         END-IF
007080     END-IF.
007090     MOVE 'Y'             TO BL-QT-CURRENT (BL-QT-IX).
007100     MOVE QS-RUN-DATE     TO BL-QT-RUN-DATE (BL-QT-IX).
007110     MOVE QS-CUST-NO      TO BL-QT-CUST-NO (BL-QT-IX).
007120     MOVE QS-OUTCOME-DATE TO BL-QT-ACCEPT-DATE (BL-QT-IX).
007130     MOVE QS-TOTAL-COST   TO BL-QT-VALUE (BL-QT-IX).
007140 3100-LOAD-ACCEPTED-ONE-READ.
007150     PERFORM 8100-READ-STATUS
007160                                  THRU 8100-READ-STATUS-EXIT.
007170 3100-LOAD-ACCEPTED-ONE-EXIT.
007180     EXIT.
007190
007200*-----------------------------------------------------------------
007210*    3500-FIND-JOB - LOOK THE JOB IN BL-FLD-JOB-ID UP ON THE
007220*    TABLE, LEAVING BL-QT-IX ON IT WHEN FOUND.
007230*-----------------------------------------------------------------
007240 3500-FIND-JOB.
007250     SET BL-FOUND-NO TO TRUE.
007260     IF BL-QT-COUNT = ZERO
007270         GO TO 3500-FIND-JOB-EXIT
007280     END-IF.
007290     SET BL-QT-IX TO 1.
007300     SEARCH BL-QT-ENTRY
007310         AT END
007320             SET BL-FOUND-NO TO TRUE
007330         WHEN BL-QT-IX > BL-QT-COUNT
007340             SET BL-FOUND-NO TO TRUE
007350         WHEN BL-QT-JOB-ID (BL-QT-IX) = BL-FLD-JOB-ID
007360             SET BL-FOUND-YES TO TRUE
007370     END-SEARCH.
007380 3500-FIND-JOB-EXIT.
007390     EXIT.
007400
007410*-----------------------------------------------------------------
007420*    3600-ADD-ENTRY - START A NEW TABLE ENTRY FOR THE JOB IN
007430*    BL-FLD-JOB-ID, LEAVING BL-QT-IX ON IT.  A FULL TABLE STOPS
007440*    THE RUN.
007450*-----------------------------------------------------------------
007460 3600-ADD-ENTRY.
007470     IF BL-QT-COUNT NOT < 5000
007480         DISPLAY "PILLBKLG - QUOTE TABLE FULL - RUN STOPPED"
007490         MOVE 8 TO RETURN-CODE
007500         GO TO 9900-ABEND-RUN
007510     END-IF.
007520     ADD 1 TO BL-QT-COUNT.
007530     SET BL-QT-IX TO BL-QT-COUNT.
007540     MOVE BL-FLD-JOB-ID TO BL-QT-JOB-ID (BL-QT-IX).
007550     MOVE SPACES TO BL-QT-CUST-NO (BL-QT-IX)
007560                    BL-QT-REASON (BL-QT-IX).
007570     MOVE 'N'    TO BL-QT-CURRENT (BL-QT-IX)
007580                    BL-QT-PRIOR (BL-QT-IX)
007590                    BL-QT-ACKED (BL-QT-IX).
007600     MOVE ZERO   TO BL-QT-RUN-DATE (BL-QT-IX)
007610                    BL-QT-ACCEPT-DATE (BL-QT-IX)
007620                    BL-QT-VALUE (BL-QT-IX)
007630                    BL-QT-PRIOR-GROUP (BL-QT-IX)
007640                    BL-QT-PRIOR-VALUE (BL-QT-IX)
007650                    BL-QT-XTR-ALL (BL-QT-IX)
007655                    BL-QT-XTR-LAST (BL-QT-IX)
007660                    BL-QT-XTR-FIRST (BL-QT-IX)
007670                    BL-QT-XTR-SINCE (BL-QT-IX)
007680                    BL-QT-XTR-DATE (BL-QT-IX)
007690                    BL-QT-ACK-ALL (BL-QT-IX)
007700                    BL-QT-REJECTS (BL-QT-IX).
007710 3600-ADD-ENTRY-EXIT.
007720     EXIT.
007730
007740*-----------------------------------------------------------------
007750*    4000-MATCH-EXTRACT - PASS THE INTERFACE EXTRACTS AND COUNT
007760*    EACH DETAIL LINE AGAINST ITS JOB.  A MISSING FILE IS NOTED
007770*    ON THE JOB LOG AND LEAVES EVERY QUOTE NOT YET EXTRACTED.
007780*-----------------------------------------------------------------
007790 4000-MATCH-EXTRACT.
007800     OPEN INPUT INTERFACE-FILE.
007810     IF BL-INTF-NOT-FOUND
007820         DISPLAY "PILLBKLG - NO INTERFACE-FILE - NOTHING TAKEN "
007830                 "AS EXTRACTED"
007840         GO TO 4000-MATCH-EXTRACT-EXIT
007850     END-IF.
007860     IF NOT BL-INTF-STATUS-OK
007870         DISPLAY "PILLBKLG - INTERFACE-FILE OPEN FAILED, STATUS "
007880                 BL-INTF-STATUS
007890         GO TO 9900-ABEND-RUN
007900     END-IF.
007910     SET BL-EOF-NO TO TRUE.
007920     PERFORM 8200-READ-INTF
007930                                  THRU 8200-READ-INTF-EXIT.
007940     PERFORM 4100-MATCH-EXTRACT-ONE
007950                                  THRU 4100-MATCH-EXTRACT-ONE-EXIT
007960             UNTIL BL-EOF-YES.
007970     CLOSE INTERFACE-FILE.
007980 4000-MATCH-EXTRACT-EXIT.
007990     EXIT.
008000
008010*-----------------------------------------------------------------
008020*    4100-MATCH-EXTRACT-ONE - COUNT THE CURRENT DETAIL LINE
008030*    AGAINST ITS JOB, NOTING THE FIRST AND THE LATEST EXTRACT ON
008040*    OR AFTER THE QUOTE'S RUN DATE, AND READ THE NEXT LINE.  A
008045*    LINE EXTRACTED AFTER THE MONTH-END IS NOT COUNTED.
008050*-----------------------------------------------------------------
008060 4100-MATCH-EXTRACT-ONE.
008070     MOVE BL-INTF-LINE TO BL-TYPE-WORK.
008080     IF BL-TYPE-3 = "HDR" OR BL-TYPE-3 = "TRL"
008090             OR BL-TYPE-3 = "REV"
008100         GO TO 4100-MATCH-EXTRACT-ONE-READ
008110     END-IF.
008120     ADD 1 TO BL-CNT-INTF-LINES.
008130     MOVE SPACES TO BL-FLD-JOB-ID BL-FLD-DATE BL-FLD-REST.
008140     UNSTRING BL-INTF-LINE DELIMITED BY "|"
008150         INTO BL-FLD-JOB-ID
008160              BL-FLD-REST
008170              BL-FLD-REST
008180              BL-FLD-REST
008190              BL-FLD-REST
008200              BL-FLD-DATE.
008210     IF BL-FLD-JOB-ID = SPACES
008220         GO TO 4100-MATCH-EXTRACT-ONE-READ
008230     END-IF.
008240     PERFORM 3500-FIND-JOB
008250                                  THRU 3500-FIND-JOB-EXIT.
008260     IF BL-FOUND-NO
008270         GO TO 4100-MATCH-EXTRACT-ONE-READ
008280     END-IF.
008290     IF BL-FLD-DATE IS NUMERIC
008300         MOVE BL-FLD-DATE TO BL-XTR-DATE
008310     ELSE
008320         MOVE ZERO TO BL-XTR-DATE
008330     END-IF.
008332     IF BL-XTR-DATE > BL-ASOF-DATE
008334         GO TO 4100-MATCH-EXTRACT-ONE-READ
008336     END-IF.
008340     ADD 1 TO BL-QT-XTR-ALL (BL-QT-IX).
008345     MOVE BL-QT-XTR-ALL (BL-QT-IX) TO BL-QT-XTR-LAST (BL-QT-IX).
008350     IF BL-XTR-DATE NOT < BL-QT-RUN-DATE (BL-QT-IX)
008360         IF BL-QT-XTR-FIRST (BL-QT-IX) = ZERO
008370             MOVE BL-QT-XTR-ALL (BL-QT-IX)
008380                 TO BL-QT-XTR-FIRST (BL-QT-IX)
008390         END-IF
008400         ADD 1 TO BL-QT-XTR-SINCE (BL-QT-IX)
008410         MOVE BL-XTR-DATE TO BL-QT-XTR-DATE (BL-QT-IX)
008420     END-IF.
008430 4100-MATCH-EXTRACT-ONE-READ.
008440     PERFORM 8200-READ-INTF
008450                                  THRU 8200-READ-INTF-EXIT.
008460 4100-MATCH-EXTRACT-ONE-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------------
008500*    4500-MATCH-ACK - PASS THE ACKNOWLEDGEMENTS AND TAKE EACH
008510*    ANSWER AGAINST ITS JOB.  A MISSING FILE IS NOTED ON THE JOB
008520*    LOG AND LEAVES EVERY EXTRACTED QUOTE NOT YET ACKNOWLEDGED.
008530*-----------------------------------------------------------------
008540 4500-MATCH-ACK.
008550     OPEN INPUT ACK-FILE.
008560     IF BL-ACK-NOT-FOUND
008570         DISPLAY "PILLBKLG - NO ACK-FILE - NOTHING TAKEN AS "
008580                 "ACKNOWLEDGED"
008590         GO TO 4500-MATCH-ACK-EXIT
008600     END-IF.
008610     IF NOT BL-ACK-STATUS-OK
008620         DISPLAY "PILLBKLG - ACK-FILE OPEN FAILED, STATUS "
008630                 BL-ACK-STATUS
008640         GO TO 9900-ABEND-RUN
008650     END-IF.
008660     SET BL-EOF-NO TO TRUE.
008670     PERFORM 8300-READ-ACK
008680                                  THRU 8300-READ-ACK-EXIT.
008690     PERFORM 4600-MATCH-ACK-ONE
008700                                  THRU 4600-MATCH-ACK-ONE-EXIT
008710             UNTIL BL-EOF-YES.
008720     CLOSE ACK-FILE.
008730 4500-MATCH-ACK-EXIT.
008740     EXIT.
008750
008760*-----------------------------------------------------------------
008770*    4600-MATCH-ACK-ONE - COUNT THE CURRENT ANSWER AGAINST ITS
008780*    JOB.  AN ANSWER TO AN EXTRACT ON OR AFTER THE QUOTE'S RUN
008790*    DATE EITHER BILLS THE QUOTE OR COUNTS AS A REJECTION, WITH
008800*    THE REASON KEPT.  AN ANSWER TO A LINE EXTRACTED AFTER THE
008805*    MONTH-END IS NOT TAKEN.  READ THE NEXT LINE.
008810*-----------------------------------------------------------------
008820 4600-MATCH-ACK-ONE.
008830     MOVE BL-ACK-LINE TO BL-TYPE-WORK.
008840     IF BL-TYPE-3 = "HDR" OR BL-TYPE-3 = "TRL"
008850             OR BL-TYPE-3 = "REV"
008860         GO TO 4600-MATCH-ACK-ONE-READ
008870     END-IF.
008880     ADD 1 TO BL-CNT-ACK-LINES.
008890     MOVE SPACES TO BL-FLD-JOB-ID BL-FLD-REASON BL-FLD-REST.
008900     MOVE SPACE  TO BL-FLD-STATUS.
008910     UNSTRING BL-ACK-LINE DELIMITED BY "|"
008920         INTO BL-FLD-JOB-ID
008930              BL-FLD-STATUS
008940              BL-FLD-REASON
008950              BL-FLD-REST.
008960     IF BL-FLD-JOB-ID = SPACES
008970         GO TO 4600-MATCH-ACK-ONE-READ
008980     END-IF.
008990     PERFORM 3500-FIND-JOB
009000                                  THRU 3500-FIND-JOB-EXIT.
009010     IF BL-FOUND-NO
009020         GO TO 4600-MATCH-ACK-ONE-READ
009030     END-IF.
009040     ADD 1 TO BL-QT-ACK-ALL (BL-QT-IX).
009042     IF BL-QT-ACK-ALL (BL-QT-IX) > BL-QT-XTR-LAST (BL-QT-IX)
009044         GO TO 4600-MATCH-ACK-ONE-READ
009046     END-IF.
009050     IF BL-QT-XTR-FIRST (BL-QT-IX) = ZERO
009060             OR BL-QT-ACK-ALL (BL-QT-IX)
009070                 < BL-QT-XTR-FIRST (BL-QT-IX)
009080         GO TO 4600-MATCH-ACK-ONE-READ
009090     END-IF.
009100     EVALUATE BL-FLD-STATUS
009110         WHEN 'A'
009120             MOVE 'Y' TO BL-QT-ACKED (BL-QT-IX)
009130         WHEN 'R'
009140             ADD 1 TO BL-QT-REJECTS (BL-QT-IX)
009150             MOVE BL-FLD-REASON TO BL-QT-REASON (BL-QT-IX)
009160     END-EVALUATE.
009170 4600-MATCH-ACK-ONE-READ.
009180     PERFORM 8300-READ-ACK
009190                                  THRU 8300-READ-ACK-EXIT.
009200 4600-MATCH-ACK-ONE-EXIT.
009210     EXIT.
009220
009230*-----------------------------------------------------------------
009240*    5000-RELEASE-BACKLOG - SORT INPUT PROCEDURE.  WALKS THE
009250*    TABLE AND RELEASES EVERY QUOTE STILL IN THE BACKLOG.
009260*-----------------------------------------------------------------
009270 5000-RELEASE-BACKLOG.
009280     PERFORM 5100-RELEASE-ONE
009290                                  THRU 5100-RELEASE-ONE-EXIT
009300         VARYING BL-QT-IX FROM 1 BY 1
009310         UNTIL BL-QT-IX > BL-QT-COUNT.
009320 5000-RELEASE-BACKLOG-EXIT.
009330     EXIT.
009340
009350*-----------------------------------------------------------------
009360*    5100-RELEASE-ONE - A QUOTE STILL ACCEPTED AND NOT BILLED IS
009370*    PUT IN ITS GROUP AND AGING BUCKET AND RELEASED, AS NEW TO
009380*    THE BACKLOG OR CARRIED FROM THE PRIOR MONTH-END.  A PRIOR
009390*    BACKLOG QUOTE THAT IS BILLED, OR NO LONGER ACCEPTED, HAS
009400*    CLEARED.
009410*-----------------------------------------------------------------
009420 5100-RELEASE-ONE.
009430     IF BL-QT-CURRENT-YES (BL-QT-IX)
009440             AND BL-QT-ACKED-YES (BL-QT-IX)
009450         ADD 1 TO BL-CNT-BILLED
009460         ADD BL-QT-VALUE (BL-QT-IX) TO BL-VAL-BILLED
009470     END-IF.
009480     IF NOT BL-QT-CURRENT-YES (BL-QT-IX)
009490             OR BL-QT-ACKED-YES (BL-QT-IX)
009500         IF BL-QT-PRIOR-YES (BL-QT-IX)
009510             ADD 1 TO BL-CNT-CLEARED
009520             ADD BL-QT-PRIOR-VALUE (BL-QT-IX) TO BL-VAL-CLEARED
009530         END-IF
009540         GO TO 5100-RELEASE-ONE-EXIT
009550     END-IF.
009560     EVALUATE TRUE
009570         WHEN BL-QT-XTR-SINCE (BL-QT-IX) = ZERO
009580             MOVE 1 TO BL-GROUP
009590         WHEN BL-QT-XTR-SINCE (BL-QT-IX)
009600                 > BL-QT-REJECTS (BL-QT-IX)
009610             MOVE 2 TO BL-GROUP
009620         WHEN OTHER
009630             MOVE 3 TO BL-GROUP
009640     END-EVALUATE.
009650     MOVE ZERO TO BL-AGE-DAYS.
009660     IF BL-QT-ACCEPT-DATE (BL-QT-IX) NOT = ZERO
009670         MOVE BL-QT-ACCEPT-DATE (BL-QT-IX) TO BL-DAYNO-DATE
009680         PERFORM 5200-DAY-NUMBER
009690                                  THRU 5200-DAY-NUMBER-EXIT
009700         COMPUTE BL-AGE-DAYS = BL-DAYNO-ASOF - BL-DAYNO
009710     END-IF.
009720     SET BL-BKT-IX TO 1.
009730     SEARCH BL-BKT-ENTRY
009740         AT END
009750             SET BL-BKT-IX TO 4
009760         WHEN BL-AGE-DAYS NOT > BL-BKT-LIMIT (BL-BKT-IX)
009770             CONTINUE
009780     END-SEARCH.
009790     IF BL-QT-PRIOR-YES (BL-QT-IX)
009800         ADD 1 TO BL-CNT-CARRIED
009810         COMPUTE BL-VAL-CARRIED-CHG = BL-VAL-CARRIED-CHG
009820                 + BL-QT-VALUE (BL-QT-IX)
009830                 - BL-QT-PRIOR-VALUE (BL-QT-IX)
009840     ELSE
009850         ADD 1 TO BL-CNT-NEW
009860         ADD BL-QT-VALUE (BL-QT-IX) TO BL-VAL-NEW
009870     END-IF.
009880     MOVE BL-GROUP                     TO BX-GROUP.
009890     MOVE BL-QT-CUST-NO (BL-QT-IX)     TO BX-CUST-NO.
009900     MOVE BL-QT-JOB-ID (BL-QT-IX)      TO BX-JOB-ID.
009910     MOVE BL-QT-RUN-DATE (BL-QT-IX)    TO BX-RUN-DATE.
009920     MOVE BL-QT-ACCEPT-DATE (BL-QT-IX) TO BX-ACCEPT-DATE.
009930     MOVE BL-AGE-DAYS                  TO BX-AGE-DAYS.
009940     SET BX-BUCKET                     TO BL-BKT-IX.
009950     MOVE BL-QT-VALUE (BL-QT-IX)       TO BX-VALUE.
009960     MOVE BL-QT-XTR-DATE (BL-QT-IX)    TO BX-XTR-DATE.
009970     MOVE BL-QT-REASON (BL-QT-IX)      TO BX-REASON.
009980     RELEASE BX-SORT-RECORD.
009990 5100-RELEASE-ONE-EXIT.
010000     EXIT.
010010
010020*-----------------------------------------------------------------
010030*    5200-DAY-NUMBER - TURN THE DATE IN BL-DAYNO-DATE INTO A DAY
010040*    COUNT IN BL-DAYNO.  JANUARY AND FEBRUARY ARE COUNTED AS
010050*    MONTHS 13 AND 14 OF THE YEAR BEFORE, SO THE LEAP DAY IS THE
010060*    LAST DAY OF THE COUNTING YEAR; EACH DIVISION IS TRUNCATED
010070*    ON ITS OWN.
010080*-----------------------------------------------------------------
010090 5200-DAY-NUMBER.
010100     MOVE BL-DAYNO-YYYY TO BL-DAYNO-YEAR.
010110     MOVE BL-DAYNO-MM   TO BL-DAYNO-MONTH.
010120     IF BL-DAYNO-MONTH < 3
010130         SUBTRACT 1 FROM BL-DAYNO-YEAR
010140         ADD 12 TO BL-DAYNO-MONTH
010150     END-IF.
010160     COMPUTE BL-DAYNO = BL-DAYNO-YEAR * 365 + BL-DAYNO-DD.
010170     DIVIDE BL-DAYNO-YEAR BY 4 GIVING BL-DAYNO-WORK.
010180     ADD BL-DAYNO-WORK TO BL-DAYNO.
010190     DIVIDE BL-DAYNO-YEAR BY 100 GIVING BL-DAYNO-WORK.
010200     SUBTRACT BL-DAYNO-WORK FROM BL-DAYNO.
010210     DIVIDE BL-DAYNO-YEAR BY 400 GIVING BL-DAYNO-WORK.
010220     ADD BL-DAYNO-WORK TO BL-DAYNO.
010230     COMPUTE BL-DAYNO-WORK = BL-DAYNO-MONTH * 153 - 457.
010240     DIVIDE BL-DAYNO-WORK BY 5 GIVING BL-DAYNO-WORK.
010250     ADD BL-DAYNO-WORK TO BL-DAYNO.
010260 5200-DAY-NUMBER-EXIT.
010270     EXIT.
010280
010290*-----------------------------------------------------------------
010300*    6000-PRINT-BACKLOG - SORT OUTPUT PROCEDURE.  RETURNS THE
010310*    BACKLOG BY GROUP, CUSTOMER AND JOB AND PRINTS EACH GROUP IN
010320*    TURN, EVEN WHEN IT IS EMPTY.
010330*-----------------------------------------------------------------
010340 6000-PRINT-BACKLOG.
010350     PERFORM 8400-RETURN-BACKLOG
010360                                  THRU 8400-RETURN-BACKLOG-EXIT.
010370     PERFORM 6100-PRINT-GROUP
010380                                  THRU 6100-PRINT-GROUP-EXIT
010390         VARYING BL-GRP-SUB FROM 1 BY 1
010400         UNTIL BL-GRP-SUB > 3.
010410 6000-PRINT-BACKLOG-EXIT.
010420     EXIT.
010430
010440*-----------------------------------------------------------------
010450*    6100-PRINT-GROUP - HEADING, EVERY QUOTE IN THE GROUP AND
010460*    THE GROUP TOTAL.
010470*-----------------------------------------------------------------
010480 6100-PRINT-GROUP.
010490     SET BL-GRP-IX TO BL-GRP-SUB.
010500     WRITE BL-PRINT-LINE FROM BL-SPACE-LINE.
010510     MOVE BL-GRP-DESC (BL-GRP-IX) TO BL-SEC-TEXT.
010520     WRITE BL-PRINT-LINE FROM BL-SECTION-LINE.
010530     IF BL-SORT-EOF-YES OR BX-GROUP NOT = BL-GRP-SUB
010540         MOVE "    NONE" TO BL-SEC-TEXT
010550         WRITE BL-PRINT-LINE FROM BL-SECTION-LINE
010560     END-IF.
010570     PERFORM 6200-PRINT-ONE
010580                                  THRU 6200-PRINT-ONE-EXIT
010590             UNTIL BL-SORT-EOF-YES
010600                OR BX-GROUP NOT = BL-GRP-SUB.
010610     MOVE BL-AG-GRP-COUNT (BL-GRP-SUB) TO BL-GTL-COUNT.
010620     MOVE BL-AG-GRP-VALUE (BL-GRP-SUB) TO BL-GTL-VALUE.
010630     WRITE BL-PRINT-LINE FROM BL-GROUP-TOTAL-LINE.
010640 6100-PRINT-GROUP-EXIT.
010650     EXIT.
010660
010670*-----------------------------------------------------------------
010680*    6200-PRINT-ONE - PRINT THE CURRENT QUOTE, ADD IT TO ITS
010690*    GROUP AND BUCKET, WRITE IT TO THE NEW SNAPSHOT AND RETURN
010700*    THE NEXT.
010710*-----------------------------------------------------------------
010720 6200-PRINT-ONE.
010730     SET BL-BKT-IX TO BX-BUCKET.
010740     MOVE BX-JOB-ID      TO BL-DET-JOB-ID.
010750     MOVE BX-RUN-DATE    TO BL-DET-RUN-DATE.
010760     IF BX-CUST-NO = SPACES
010770         MOVE "(NONE)" TO BL-DET-CUST-NO
010780     ELSE
010790         MOVE BX-CUST-NO TO BL-DET-CUST-NO
010800     END-IF.
010810     MOVE BX-ACCEPT-DATE TO BL-DET-ACCEPT-DATE.
010820     MOVE BX-AGE-DAYS    TO BL-DET-AGE.
010830     MOVE BL-BKT-DESC (BL-BKT-IX) TO BL-DET-BUCKET.
010840     MOVE BX-VALUE       TO BL-DET-VALUE.
010850     IF BX-XTR-DATE = ZERO
010860         MOVE SPACES TO BL-DET-XTR-DATE
010870     ELSE
010880         MOVE BX-XTR-DATE  TO BL-EDIT-DATE
010890         MOVE BL-EDIT-DATE TO BL-DET-XTR-DATE
010900     END-IF.
010910     IF BX-GROUP = 3
010920         MOVE BX-REASON TO BL-DET-REASON
010930     ELSE
010940         MOVE SPACES    TO BL-DET-REASON
010950     END-IF.
010960     WRITE BL-PRINT-LINE FROM BL-DETAIL-LINE.
010970     ADD 1        TO BL-AG-COUNT (BX-GROUP BX-BUCKET)
010980                     BL-AG-GRP-COUNT (BX-GROUP)
010990                     BL-BT-COUNT (BX-BUCKET)
011000                     BL-CNT-BACKLOG.
011010     ADD BX-VALUE TO BL-AG-VALUE (BX-GROUP BX-BUCKET)
011020                     BL-AG-GRP-VALUE (BX-GROUP)
011030                     BL-BT-VALUE (BX-BUCKET)
011040                     BL-VAL-BACKLOG.
011050     MOVE BL-MONTH       TO BS-SNAP-MONTH.
011060     MOVE BL-ASOF-DATE   TO BS-AS-OF-DATE.
011070     MOVE BX-JOB-ID      TO BS-JOB-ID.
011080     MOVE BX-RUN-DATE    TO BS-RUN-DATE.
011090     MOVE BX-CUST-NO     TO BS-CUST-NO.
011100     MOVE BX-GROUP       TO BS-GROUP.
011110     MOVE BX-ACCEPT-DATE TO BS-ACCEPT-DATE.
011120     MOVE BX-AGE-DAYS    TO BS-AGE-DAYS.
011130     MOVE BX-VALUE       TO BS-VALUE.
011140     MOVE BX-XTR-DATE    TO BS-XTR-DATE.
011150     WRITE BL-NEW-RECORD FROM BS-SNAPSHOT-RECORD.
011160     ADD 1 TO BL-CNT-SNAPSHOT.
011170     PERFORM 8400-RETURN-BACKLOG
011180                                  THRU 8400-RETURN-BACKLOG-EXIT.
011190 6200-PRINT-ONE-EXIT.
011200     EXIT.
011210
011220*-----------------------------------------------------------------
011230*    7000-PRINT-AGING - VALUE OF EACH GROUP IN EACH AGING
011240*    BUCKET, BY AGE IN DAYS SINCE ACCEPTANCE, WITH THE BUCKET
011250*    TOTALS ACROSS ALL THREE GROUPS.
011260*-----------------------------------------------------------------
011270 7000-PRINT-AGING.
011280     WRITE BL-PRINT-LINE FROM BL-SPACE-LINE.
011290     MOVE "AGING OF THE BACKLOG BY DAYS SINCE ACCEPTANCE"
011300         TO BL-SEC-TEXT.
011310     WRITE BL-PRINT-LINE FROM BL-SECTION-LINE.
011320     PERFORM 7050-SET-AGING-HEAD
011330                                  THRU 7050-SET-AGING-HEAD-EXIT
011340         VARYING BL-BKT-SUB FROM 1 BY 1
011350         UNTIL BL-BKT-SUB > 4.
011360     WRITE BL-PRINT-LINE FROM BL-AGING-HEAD.
011370     PERFORM 7100-PRINT-AGING-GROUP
011380                                  THRU 7100-PRINT-AGING-GROUP-EXIT
011390         VARYING BL-GRP-SUB FROM 1 BY 1
011400         UNTIL BL-GRP-SUB > 3.
011410     MOVE "ALL GROUPS" TO BL-AGL-DESC.
011420     PERFORM 7200-AGING-TOTAL-BKT
011430                                  THRU 7200-AGING-TOTAL-BKT-EXIT
011440         VARYING BL-BKT-SUB FROM 1 BY 1
011450         UNTIL BL-BKT-SUB > 4.
011460     MOVE BL-VAL-BACKLOG TO BL-AGL-TOTAL.
011470     WRITE BL-PRINT-LINE FROM BL-AGING-LINE.
011480 7000-PRINT-AGING-EXIT.
011490     EXIT.
011500
011510*-----------------------------------------------------------------
011520*    7050-SET-AGING-HEAD - ONE BUCKET'S COLUMN HEADING.
011530*-----------------------------------------------------------------
011540 7050-SET-AGING-HEAD.
011550     SET BL-BKT-IX TO BL-BKT-SUB.
011560     MOVE BL-BKT-DESC (BL-BKT-IX) TO BL-AGH-DESC (BL-BKT-SUB).
011570 7050-SET-AGING-HEAD-EXIT.
011580     EXIT.
011590
011600*-----------------------------------------------------------------
011610*    7100-PRINT-AGING-GROUP - ONE GROUP'S AGING LINE.
011620*-----------------------------------------------------------------
011630 7100-PRINT-AGING-GROUP.
011640     SET BL-GRP-IX TO BL-GRP-SUB.
011650     MOVE BL-GRP-DESC (BL-GRP-IX) TO BL-AGL-DESC.
011660     PERFORM 7150-AGING-GROUP-BKT
011670                                  THRU 7150-AGING-GROUP-BKT-EXIT
011680         VARYING BL-BKT-SUB FROM 1 BY 1
011690         UNTIL BL-BKT-SUB > 4.
011700     MOVE BL-AG-GRP-VALUE (BL-GRP-SUB) TO BL-AGL-TOTAL.
011710     WRITE BL-PRINT-LINE FROM BL-AGING-LINE.
011720 7100-PRINT-AGING-GROUP-EXIT.
011730     EXIT.
011740
011750*-----------------------------------------------------------------
011760*    7150-AGING-GROUP-BKT - ONE BUCKET OF A GROUP'S LINE.
011770*-----------------------------------------------------------------
011780 7150-AGING-GROUP-BKT.
011790     MOVE BL-AG-VALUE (BL-GRP-SUB BL-BKT-SUB)
011800         TO BL-AGL-VALUE (BL-BKT-SUB).
011810 7150-AGING-GROUP-BKT-EXIT.
011820     EXIT.
011830
011840*-----------------------------------------------------------------
011850*    7200-AGING-TOTAL-BKT - ONE BUCKET OF THE ALL-GROUPS LINE.
011860*-----------------------------------------------------------------
011870 7200-AGING-TOTAL-BKT.
011880     MOVE BL-BT-VALUE (BL-BKT-SUB) TO BL-AGL-VALUE (BL-BKT-SUB).
011890 7200-AGING-TOTAL-BKT-EXIT.
011900     EXIT.
011910
011920*-----------------------------------------------------------------
011930*    7500-PRINT-MOVEMENT - EACH GROUP'S VALUE AT THE PRIOR
011940*    MONTH-END AND NOW, THEN THE PRIOR BACKLOG CARRIED FORWARD
011950*    TO THIS ONE.  WITH NO PRIOR SNAPSHOT THE WHOLE BACKLOG
011960*    SHOWS AS NEW.
011970*-----------------------------------------------------------------
011980 7500-PRINT-MOVEMENT.
011990     WRITE BL-PRINT-LINE FROM BL-SPACE-LINE.
012000     IF BL-PRIOR-YES
012010         MOVE "MOVEMENT IN BACKLOG VALUE FROM THE PRIOR MONTH-END"
012020             TO BL-SEC-TEXT
012030     ELSE
012040         MOVE "NO PRIOR SNAPSHOT - ALL OF THE BACKLOG IS NEW"
012050             TO BL-SEC-TEXT
012060     END-IF.
012070     WRITE BL-PRINT-LINE FROM BL-SECTION-LINE.
012080     WRITE BL-PRINT-LINE FROM BL-MOVE-HEAD.
012090     PERFORM 7600-PRINT-MOVE-GROUP
012100                                  THRU 7600-PRINT-MOVE-GROUP-EXIT
012110         VARYING BL-GRP-SUB FROM 1 BY 1
012120         UNTIL BL-GRP-SUB > 3.
012130     MOVE "ALL GROUPS"   TO BL-MVL-DESC.
012140     MOVE BL-VAL-PRIOR   TO BL-MVL-PRIOR.
012150     MOVE BL-VAL-BACKLOG TO BL-MVL-CURRENT.
012160     COMPUTE BL-VAL-CHANGE = BL-VAL-BACKLOG - BL-VAL-PRIOR.
012170     MOVE BL-VAL-CHANGE  TO BL-MVL-CHANGE.
012180     WRITE BL-PRINT-LINE FROM BL-MOVE-LINE.
012190     WRITE BL-PRINT-LINE FROM BL-SPACE-LINE.
012200     MOVE "BACKLOG AT THE PRIOR MONTH-END . . . . "
012210         TO BL-RCL-TEXT.
012220     MOVE BL-CNT-PRIOR  TO BL-RCL-COUNT.
012230     MOVE BL-VAL-PRIOR  TO BL-RCL-VALUE.
012240     WRITE BL-PRINT-LINE FROM BL-RECON-LINE.
012250     MOVE "ADD ACCEPTED WORK NEW TO THE BACKLOG . "
012260         TO BL-RCL-TEXT.
012270     MOVE BL-CNT-NEW    TO BL-RCL-COUNT.
012280     MOVE BL-VAL-NEW    TO BL-RCL-VALUE.
012290     WRITE BL-PRINT-LINE FROM BL-RECON-LINE.
012300     MOVE "LESS WORK BILLED OR NO LONGER ACCEPTED "
012310         TO BL-RCL-TEXT.
012320     MOVE BL-CNT-CLEARED TO BL-RCL-COUNT.
012330     COMPUTE BL-VAL-CHANGE = ZERO - BL-VAL-CLEARED.
012340     MOVE BL-VAL-CHANGE TO BL-RCL-VALUE.
012350     WRITE BL-PRINT-LINE FROM BL-RECON-LINE.
012360     MOVE "CHANGE IN VALUE OF WORK CARRIED. . . . "
012370         TO BL-RCL-TEXT.
012380     MOVE BL-CNT-CARRIED     TO BL-RCL-COUNT.
012390     MOVE BL-VAL-CARRIED-CHG TO BL-RCL-VALUE.
012400     WRITE BL-PRINT-LINE FROM BL-RECON-LINE.
012410     MOVE "BACKLOG AT THIS MONTH-END. . . . . . . "
012420         TO BL-RCL-TEXT.
012430     MOVE BL-CNT-BACKLOG TO BL-RCL-COUNT.
012440     MOVE BL-VAL-BACKLOG TO BL-RCL-VALUE.
012450     WRITE BL-PRINT-LINE FROM BL-RECON-LINE.
012460     WRITE BL-PRINT-LINE FROM BL-SPACE-LINE.
012470     MOVE "ACCEPTED WORK ALREADY BILLED . . . . . "
012480         TO BL-RCL-TEXT.
012490     MOVE BL-CNT-BILLED TO BL-RCL-COUNT.
012500     MOVE BL-VAL-BILLED TO BL-RCL-VALUE.
012510     WRITE BL-PRINT-LINE FROM BL-RECON-LINE.
012520 7500-PRINT-MOVEMENT-EXIT.
012530     EXIT.
012540
012550*-----------------------------------------------------------------
012560*    7600-PRINT-MOVE-GROUP - ONE GROUP'S PRIOR AND CURRENT
012570*    VALUE AND THE MOVEMENT BETWEEN THEM.
012580*-----------------------------------------------------------------
012590 7600-PRINT-MOVE-GROUP.
012600     SET BL-GRP-IX TO BL-GRP-SUB.
012610     MOVE BL-GRP-DESC (BL-GRP-IX)        TO BL-MVL-DESC.
012620     MOVE BL-AG-PRIOR-VALUE (BL-GRP-SUB) TO BL-MVL-PRIOR.
012630     MOVE BL-AG-GRP-VALUE (BL-GRP-SUB)   TO BL-MVL-CURRENT.
012640     COMPUTE BL-VAL-CHANGE = BL-AG-GRP-VALUE (BL-GRP-SUB)
012650                           - BL-AG-PRIOR-VALUE (BL-GRP-SUB).
012660     MOVE BL-VAL-CHANGE TO BL-MVL-CHANGE.
012670     WRITE BL-PRINT-LINE FROM BL-MOVE-LINE.
012680 7600-PRINT-MOVE-GROUP-EXIT.
012690     EXIT.
012700
012710*-----------------------------------------------------------------
012720*    8000-READ-PRIOR - READ THE NEXT PRIOR SNAPSHOT RECORD,
012730*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
012740*-----------------------------------------------------------------
012750 8000-READ-PRIOR.
012760     READ PRIOR-SNAPSHOT INTO BS-SNAPSHOT-RECORD
012770         AT END
012780             SET BL-EOF-YES TO TRUE
012790     END-READ.
012800 8000-READ-PRIOR-EXIT.
012810     EXIT.
012820
012830*-----------------------------------------------------------------
012840*    8100-READ-STATUS - READ THE NEXT QUOTE-STATUS RECORD IN KEY
012850*    ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
012860*-----------------------------------------------------------------
012870 8100-READ-STATUS.
012880     READ QUOTE-STATUS NEXT RECORD
012890         AT END
012900             SET BL-EOF-YES TO TRUE
012910     END-READ.
012920 8100-READ-STATUS-EXIT.
012930     EXIT.
012940
012950*-----------------------------------------------------------------
012960*    8200-READ-INTF - READ THE NEXT EXTRACT LINE, SETTING THE
012970*    EOF SWITCH WHEN THE FILE IS EXHAUSTED.
012980*-----------------------------------------------------------------
012990 8200-READ-INTF.
013000     READ INTERFACE-FILE
013010         AT END
013020             SET BL-EOF-YES TO TRUE
013030     END-READ.
013040 8200-READ-INTF-EXIT.
013050     EXIT.
013060
013070*-----------------------------------------------------------------
013080*    8300-READ-ACK - READ THE NEXT ACKNOWLEDGEMENT LINE, SETTING
013090*    THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
013100*-----------------------------------------------------------------
013110 8300-READ-ACK.
013120     READ ACK-FILE
013130         AT END
013140             SET BL-EOF-YES TO TRUE
013150     END-READ.
013160 8300-READ-ACK-EXIT.
013170     EXIT.
013180
013190*-----------------------------------------------------------------
013200*    8400-RETURN-BACKLOG - RETURN THE NEXT SORTED QUOTE, SETTING
013210*    THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
013220*-----------------------------------------------------------------
013230 8400-RETURN-BACKLOG.
013240     RETURN SORT-WORK
013250         AT END
013260             SET BL-SORT-EOF-YES TO TRUE
013270     END-RETURN.
013280 8400-RETURN-BACKLOG-EXIT.
013290     EXIT.
013300
013310*-----------------------------------------------------------------
013320*    9999-TERMINATE - CLOSE THE REPORT AND THE NEW SNAPSHOT, PUT
013330*    THE RUN COUNTS ON THE JOB LOG AND REGISTER THE RUN.
013340*-----------------------------------------------------------------
013350 9999-TERMINATE.
013360     CLOSE BACKLOG-REPORT
013370           NEW-SNAPSHOT.
013380     MOVE BL-CNT-ACCEPTED TO BL-CNT-DISPLAY.
013390     DISPLAY "PILLBKLG - ACCEPTED QUOTES. . . " BL-CNT-DISPLAY.
013400     MOVE BL-CNT-BACKLOG TO BL-CNT-DISPLAY.
013410     DISPLAY "PILLBKLG - IN THE BACKLOG . . . " BL-CNT-DISPLAY.
013420     MOVE BL-CNT-PRIOR-READ TO BL-CNT-DISPLAY.
013430     DISPLAY "PILLBKLG - PRIOR SNAPSHOT READ  " BL-CNT-DISPLAY.
013440     PERFORM 9500-WRITE-REGISTRY
013450                                  THRU 9500-WRITE-REGISTRY-EXIT.
013460 9999-TERMINATE-EXIT.
013470     EXIT.
013480
013490*-----------------------------------------------------------------
013500*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
013510*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
013520*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
013530*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
013540*-----------------------------------------------------------------
013550 9500-WRITE-REGISTRY.
013560     OPEN EXTEND RUN-REGISTRY.
013570     IF BL-REG-NOT-FOUND
013580         OPEN OUTPUT RUN-REGISTRY
013590     END-IF.
013600     IF NOT BL-REG-STATUS-OK
013610         DISPLAY "PILLBKLG - RUN-REGISTRY OPEN FAILED, STATUS "
013620                 BL-REG-STATUS
013630         GO TO 9500-WRITE-REGISTRY-EXIT
013640     END-IF.
013650     MOVE "PILLBKLG" TO RR-PROGRAM-ID.
013660     ACCEPT BL-REG-DATE FROM DATE YYYYMMDD.
013670     MOVE BL-REG-DATE TO RR-RUN-DATE.
013680     ACCEPT BL-TIME-WORK FROM TIME.
013690     MOVE BL-TIME-HHMMSS TO RR-RUN-TIME.
013700     COMPUTE RR-CNT-READ = BL-CNT-READ.
013710     COMPUTE RR-CNT-WRITTEN = BL-CNT-SNAPSHOT.
013720     MOVE RETURN-CODE TO RR-RETURN-CODE.
013730     MOVE 'Y' TO RR-BALANCE-FLAG.
013740     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
013750     WRITE RR-REGISTRY-RECORD.
013760     CLOSE RUN-REGISTRY.
013770 9500-WRITE-REGISTRY-EXIT.
013780     EXIT.
013790
013800*-----------------------------------------------------------------
013810*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
013820*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
013830*-----------------------------------------------------------------
013840 9900-ABEND-RUN.
013850     STOP RUN.
013860
013870 END PROGRAM PILLBKLG.
