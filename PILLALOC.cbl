000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLALOC                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-24                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - YARD ALLOCATION RUN OVER THE BILL OF MATERIALS.    *
000096*  KEEPS AN OPEN JOB-ALLOCATION FILE OF EVERY JOB MATERIAL NOT  *
000102*  YET ISSUED, WITH THE STOCK ALREADY SET ASIDE FOR IT.  EACH   *
000108*  RUN READS THE LAST RUN'S FILE, ADDS THE NEW TAKE-OFF TO IT   *
000114*  (A JOB TAKEN OFF AGAIN REPLACES ITS EARLIER LINES BUT KEEPS  *
000120*  ITS STOCK AND ITS PLACE IN THE QUEUE), AND DROPS THE LINES   *
000126*  OF JOBS CANCELLED ON THE ESTIMATE MASTER AND OF MATERIALS    *
000132*  THE YARD HAS ISSUED, RELEASING THEIR STOCK.  THE STOCK STILL *
000138*  SET ASIDE IS BOOKED BACK FIRST, AND THE FREE STOCK LEFT IS   *
000144*  THEN ALLOCATED TO THE OPEN LINES IN TAKE-OFF DATE AND JOB    *
000150*  ORDER, SO THE EARLIEST JOBS ARE COVERED FIRST AND A NEW      *
000156*  TAKE-OFF NEVER TAKES STOCK ALREADY SET ASIDE FOR AN EARLIER  *
000162*  ONE.  WHATEVER A JOB CANNOT BE GIVEN IS PRINTED ON THE       *
000168*  SHORTAGE REPORT, AND THE SHORTFALL FOR EACH MATERIAL ACROSS  *
000174*  ALL JOBS IS WRITTEN AS ONE PURCHASE REQUISITION.  A MATERIAL *
000180*  THE YARD DOES NOT STOCK AT ALL IS SHORT IN FULL.  THE RUN    *
000186*  WRITES A NEW OPEN JOB-ALLOCATION FILE AND LEAVES THE OLD ONE *
000192*  AS IT WAS, SO A RERUN FROM THE SAME FILES GIVES THE SAME     *
000198*  FIGURES.  AT THE FOOT EVERY MATERIAL WHOSE FREE STOCK HAS    *
000204*  FALLEN BELOW ITS REORDER POINT IS LISTED, WHETHER OR NOT ANY *
000210*  JOB WAS LEFT SHORT OF IT.                                    *
000220*                                                               *
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY                                         *
000250*  DATE       INIT DESCRIPTION                                  *
000260*  2026-09-24 RSM  ORIGINAL PROGRAM.                            *
000262*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000264*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000266*                  SETS.                                        *
000267*  2026-10-15 RSM  CARRIED THE OPEN ALLOCATIONS FROM RUN TO RUN *
000268*                  ON PILLJALO/PILLJALN INSTEAD OF REDERIVING   *
000269*                  THEM FROM THE LATEST TAKE-OFF ONLY, AND      *
000270*                  RELEASED THE STOCK OF CANCELLED JOBS AND     *
000271*                  ISSUED MATERIALS.                            *
000272*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PILLALOC.
000300 AUTHOR.        R S MASON.
000310 INSTALLATION.  STRUCTURAL ESTIMATING.
000320 DATE-WRITTEN.  2026-09-24.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BOM-FILE         ASSIGN TO "PILLBOMF"
000410                              ORGANIZATION IS SEQUENTIAL
000420                              FILE STATUS IS AL-BOM-STATUS.
000430     SELECT YARD-INVENTORY   ASSIGN TO "PILLINVM"
000440                              ORGANIZATION IS INDEXED
000450                              ACCESS MODE IS DYNAMIC
000460                              RECORD KEY IS IV-MATERIAL-CODE
000470                              FILE STATUS IS AL-INV-STATUS.
000471     SELECT ESTIMATE-MASTER  ASSIGN TO "PILLMSTR"
000472                              ORGANIZATION IS INDEXED
000473                              ACCESS MODE IS DYNAMIC
000474                              RECORD KEY IS PM-KEY
000475                              FILE STATUS IS AL-MASTER-STATUS.
000476     SELECT OLD-ALLOCATIONS  ASSIGN TO "PILLJALO"
000477                              ORGANIZATION IS SEQUENTIAL
000478                              FILE STATUS IS AL-OLD-STATUS.
000479     SELECT NEW-ALLOCATIONS  ASSIGN TO "PILLJALN"
000480                              ORGANIZATION IS SEQUENTIAL
000481                              FILE STATUS IS AL-NEW-STATUS.
000482     SELECT YARD-ISSUES      ASSIGN TO "PILLISSF"
000483                              ORGANIZATION IS SEQUENTIAL
000484                              FILE STATUS IS AL-ISS-STATUS.
000485     SELECT REQUISITIONS     ASSIGN TO "PILLREQF"
000490                              ORGANIZATION IS SEQUENTIAL
000500                              FILE STATUS IS AL-REQ-STATUS.
000510     SELECT SHORTAGE-REPORT  ASSIGN TO "PILLALCO"
000520                              ORGANIZATION IS SEQUENTIAL
000530                              FILE STATUS IS AL-REPORT-STATUS.
000540     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000550     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000560                              ORGANIZATION IS SEQUENTIAL
000570                              FILE STATUS IS AL-REG-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  BOM-FILE
000620     RECORDING MODE IS F.
000630     COPY PILLBOM.
000640
000650 FD  YARD-INVENTORY.
000660     COPY PILLINV.
000661
000662 FD  ESTIMATE-MASTER.
000663     COPY PILLMST.
000664
000665 FD  OLD-ALLOCATIONS
000666     RECORDING MODE IS F.
000667     COPY PILLJAL.
000668
000669*    MUST STAY THE SAME LENGTH AS JA-ALLOCATION-RECORD IN
000670*    PILLJAL.CPY.
000671 FD  NEW-ALLOCATIONS
000672     RECORDING MODE IS F.
000673 01  AL-NEW-RECORD             PIC X(49).
000674
000675 FD  YARD-ISSUES
000676     RECORDING MODE IS F.
000677     COPY PILLISS.
000678
000680 FD  REQUISITIONS
000690     RECORDING MODE IS F.
000700     COPY PILLREQ.
000710
000720 FD  SHORTAGE-REPORT
000730     RECORDING MODE IS F.
000740 01  AL-PRINT-LINE             PIC X(132).
000750
000760 FD  RUN-REGISTRY
000770     RECORDING MODE IS F.
000780     COPY PILLRUN.
000790
000800 SD  SORT-WORK.
000810 01  SB-SORT-RECORD.
000820     05  SB-JOB-ID                 PIC X(06).
000830     05  SB-CUST-NO                PIC X(05).
000840     05  SB-RUN-DATE               PIC 9(08).
000850     05  SB-MATERIAL-CODE          PIC X(04).
000860     05  SB-QUANTITY               PIC 9(09)V99.
000870     05  SB-UNIT                   PIC X(04).
000875     05  SB-ALLOCATED              PIC 9(09)V99.
000880
000890 WORKING-STORAGE SECTION.
000900*-----------------------------------------------------------------
000910*    SWITCHES
000920*-----------------------------------------------------------------
000930 77  AL-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
000940     88  AL-SORT-EOF-YES       VALUE 'Y'.
000950     88  AL-SORT-EOF-NO        VALUE 'N'.
000960 77  AL-INV-EOF-SW             PIC X(01)     VALUE 'N'.
000970     88  AL-INV-EOF-YES        VALUE 'Y'.
000980     88  AL-INV-EOF-NO         VALUE 'N'.
000990 77  AL-ON-FILE-SW             PIC X(01)     VALUE 'N'.
001000     88  AL-ON-FILE-YES        VALUE 'Y'.
001010     88  AL-ON-FILE-NO         VALUE 'N'.
001020 77  AL-FOUND-SW               PIC X(01)     VALUE 'N'.
001030     88  AL-FOUND-YES          VALUE 'Y'.
001040     88  AL-FOUND-NO           VALUE 'N'.
001041 77  AL-EOF-SW                 PIC X(01)     VALUE 'N'.
001042     88  AL-EOF-YES            VALUE 'Y'.
001043     88  AL-EOF-NO             VALUE 'N'.
001044 77  AL-MST-EOF-SW             PIC X(01)     VALUE 'N'.
001045     88  AL-MST-EOF-YES        VALUE 'Y'.
001046     88  AL-MST-EOF-NO         VALUE 'N'.
001047 77  AL-CANCEL-SW              PIC X(01)     VALUE 'N'.
001048     88  AL-CANCEL-YES         VALUE 'Y'.
001049     88  AL-CANCEL-NO          VALUE 'N'.
001050 77  AL-ISSUED-SW              PIC X(01)     VALUE 'N'.
001051     88  AL-ISSUED-YES         VALUE 'Y'.
001052     88  AL-ISSUED-NO          VALUE 'N'.
001053
001060*-----------------------------------------------------------------
001070*    FILE STATUS FOR EACH FILE
001080*-----------------------------------------------------------------
001090 77  AL-BOM-STATUS             PIC X(02).
001100     88  AL-BOM-STATUS-OK      VALUE '00'.
001105     88  AL-BOM-NOT-FOUND      VALUE '35'.
001110 77  AL-INV-STATUS             PIC X(02).
001120     88  AL-INV-STATUS-OK      VALUE '00'.
001121 77  AL-MASTER-STATUS          PIC X(02).
001122     88  AL-MASTER-STATUS-OK   VALUE '00'.
001123 77  AL-OLD-STATUS             PIC X(02).
001124     88  AL-OLD-STATUS-OK      VALUE '00'.
001125     88  AL-OLD-NOT-FOUND      VALUE '35'.
001126 77  AL-NEW-STATUS             PIC X(02).
001127     88  AL-NEW-STATUS-OK      VALUE '00'.
001128 77  AL-ISS-STATUS             PIC X(02).
001129     88  AL-ISS-STATUS-OK      VALUE '00'.
001130     88  AL-ISS-NOT-FOUND      VALUE '35'.
001131 77  AL-REQ-STATUS             PIC X(02).
001140     88  AL-REQ-STATUS-OK      VALUE '00'.
001150 77  AL-REPORT-STATUS          PIC X(02).
001160     88  AL-REPORT-STATUS-OK   VALUE '00'.
001170 77  AL-REG-STATUS             PIC X(02).
001180     88  AL-REG-STATUS-OK      VALUE '00'.
001190     88  AL-REG-NOT-FOUND      VALUE '35'.
001200
001210*-----------------------------------------------------------------
001220*    ALLOCATION WORK FIELDS - THE FREE STOCK IS WHAT IS ON HAND
001226*    LESS WHAT IS ALREADY SET ASIDE, EITHER CARRIED FROM EARLIER
001232*    RUNS OR GIVEN TO EARLIER JOBS IN THIS ONE
001240*-----------------------------------------------------------------
001250 77  AL-FREE-QTY               PIC 9(09)V99  VALUE ZERO.
001260 77  AL-GIVEN-QTY              PIC 9(09)V99  VALUE ZERO.
001265 77  AL-TOPUP-QTY              PIC 9(09)V99  VALUE ZERO.
001270 77  AL-SHORT-QTY              PIC 9(09)V99  VALUE ZERO.
001271
001272*-----------------------------------------------------------------
001273*    TABLE OF THE OPEN JOB MATERIALS - THE LINES CARRIED FROM
001274*    THE LAST RUN AND THE NEW TAKE-OFF - BUILT BEFORE ANY ARE
001275*    RELEASED TO THE SORT.  A CARRIED LINE WHOSE JOB IS TAKEN
001276*    OFF AGAIN IS FIRST MARKED SUPERSEDED, THEN TAKEN UP AGAIN
001277*    IF THE NEW TAKE-OFF STILL HAS ITS MATERIAL; ONE THE NEW
001278*    TAKE-OFF NO LONGER HAS IS DROPPED.  A RUN WITH MORE OPEN
001279*    LINES THAN THE TABLE HOLDS IS STOPPED.
001280*-----------------------------------------------------------------
001281 77  AL-OPN-COUNT              PIC S9(04)    VALUE ZERO COMP.
001282 77  AL-BOM-PREV-JOB           PIC X(06)     VALUE SPACES.
001283 77  AL-FIND-JOB-ID            PIC X(06)     VALUE SPACES.
001284 01  AL-OPN-TABLE.
001285     05  AL-OPN-ENTRY          OCCURS 5000 TIMES
001286                               INDEXED BY AL-OPN-X.
001287         10  AL-OPN-JOB-ID         PIC X(06).
001288         10  AL-OPN-CUST-NO        PIC X(05).
001289         10  AL-OPN-DATE           PIC 9(08).
001290         10  AL-OPN-CODE           PIC X(04).
001291         10  AL-OPN-NEEDED         PIC 9(09)V99.
001292         10  AL-OPN-ALLOCATED      PIC 9(09)V99.
001293         10  AL-OPN-UNIT           PIC X(04).
001294         10  AL-OPN-STATE          PIC X(01).
001295             88  AL-OPN-CARRIED    VALUE 'C'.
001296             88  AL-OPN-SUPERSEDED VALUE 'S'.
001297             88  AL-OPN-RETAKEN    VALUE 'R'.
001298             88  AL-OPN-NEW        VALUE 'N'.
001299
001300*-----------------------------------------------------------------
001301*    THE JOB LAST LOOKED UP ON THE ESTIMATE MASTER AND WHETHER
001302*    ITS LATEST RUN IS CANCELLED.  THE OPEN LINES COME IN JOB
001303*    ORDER FROM THE FILE, SO ONE LOOK-UP SERVES A JOB'S LINES.
001304*-----------------------------------------------------------------
001305 77  AL-CHK-JOB-ID             PIC X(06)     VALUE SPACES.
001306
001307*-----------------------------------------------------------------
001308*    TABLE OF THE MATERIALS THE YARD HAS ISSUED SINCE THE LAST
001309*    RUN.  A BLANK CODE STANDS FOR EVERY MATERIAL ON THE JOB.
001310*    A FILE BEYOND THE TABLE LIMIT STOPS THE RUN.
001311*-----------------------------------------------------------------
001312 77  AL-ISS-COUNT              PIC S9(04)    VALUE ZERO COMP.
001313 01  AL-ISS-TABLE.
001314     05  AL-ISS-ENTRY          OCCURS 500 TIMES
001315                               INDEXED BY AL-ISS-X.
001316         10  AL-ISS-JOB-ID         PIC X(06).
001317         10  AL-ISS-CODE           PIC X(04).
001318
001319*-----------------------------------------------------------------
001320*    TABLE OF THE MATERIALS LEFT SHORT, ONE ENTRY PER MATERIAL,
001321*    ACCUMULATING THE NET SHORTFALL FOR ITS REQUISITION.  THE
001322*    TAKE-OFF CARRIES AT MOST 50 MATERIALS, SO A RUN THAT FINDS
001330*    MORE IS STOPPED.
001340*-----------------------------------------------------------------
001350 77  AL-SHT-COUNT              PIC S9(04)    VALUE ZERO COMP.
001360 77  AL-SHT-IX                 PIC S9(04)    VALUE ZERO COMP.
001370 77  AL-FIND-CODE              PIC X(04)     VALUE SPACES.
001380 01  AL-SHT-TABLE.
001390     05  AL-SHT-ENTRY          OCCURS 50 TIMES
001400                               INDEXED BY AL-SHT-X.
001410         10  AL-SHT-CODE           PIC X(04).
001420         10  AL-SHT-DESC           PIC X(20).
001430         10  AL-SHT-UNIT           PIC X(04).
001440         10  AL-SHT-QTY            PIC 9(09)V99.
001450         10  AL-SHT-JOBS           PIC 9(05).
001460         10  AL-SHT-FIRST-JOB      PIC X(06).
001470         10  AL-SHT-FIRST-DATE     PIC 9(08).
001480
001490*-----------------------------------------------------------------
001500*    RUN DATE STAMPED ON EVERY REQUISITION
001510*-----------------------------------------------------------------
001520 01  AL-RUN-DATE                PIC 9(08).
001530
001540*-----------------------------------------------------------------
001550*    RUN COUNTERS FOR THE FOOT OF THE REPORT
001560*-----------------------------------------------------------------
001570 77  AL-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001571 77  AL-CNT-CARRIED            PIC 9(07)     VALUE ZERO COMP.
001572 77  AL-CNT-RETAKEN            PIC 9(07)     VALUE ZERO COMP.
001573 77  AL-CNT-CANCELLED          PIC 9(07)     VALUE ZERO COMP.
001574 77  AL-CNT-ISSUED             PIC 9(07)     VALUE ZERO COMP.
001575 77  AL-CNT-OPEN               PIC 9(07)     VALUE ZERO COMP.
001580 77  AL-CNT-COVERED            PIC 9(07)     VALUE ZERO COMP.
001590 77  AL-CNT-SHORT              PIC 9(07)     VALUE ZERO COMP.
001600 77  AL-CNT-REQS               PIC 9(07)     VALUE ZERO COMP.
001610 77  AL-CNT-REORDER            PIC 9(07)     VALUE ZERO COMP.
001620 77  AL-CNT-MATERIALS          PIC 9(07)     VALUE ZERO COMP.
001630
001640*-----------------------------------------------------------------
001650*    REPORT LINES
001660*-----------------------------------------------------------------
001670 01  AL-HEAD-LINE-1.
001680     05  FILLER                    PIC X(33)   VALUE
001690         "YARD ALLOCATION AND SHORTAGES FOR".
001700     05  FILLER                    PIC X(01)   VALUE SPACE.
001710     05  AL-HEAD-RUN-DATE          PIC 9999/99/99.
001720     05  FILLER                    PIC X(88)   VALUE SPACES.
001730
001740 01  AL-SECTION-LINE.
001750     05  AL-SEC-TEXT               PIC X(52).
001760     05  FILLER                    PIC X(80)   VALUE SPACES.
001770
001780 01  AL-SHORT-HEAD.
001790     05  FILLER                    PIC X(06)   VALUE "JOB ID".
001800     05  FILLER                    PIC X(02)   VALUE SPACES.
001810     05  FILLER                    PIC X(07)   VALUE "CUST NO".
001820     05  FILLER                    PIC X(02)   VALUE SPACES.
001830     05  FILLER                    PIC X(10)   VALUE "TAKEN OFF".
001840     05  FILLER                    PIC X(02)   VALUE SPACES.
001850     05  FILLER                    PIC X(04)   VALUE "MATL".
001860     05  FILLER                    PIC X(02)   VALUE SPACES.
001870     05  FILLER                    PIC X(12)   VALUE
001880         "      NEEDED".
001890     05  FILLER                    PIC X(02)   VALUE SPACES.
001900     05  FILLER                    PIC X(12)   VALUE
001910         "   ALLOCATED".
001920     05  FILLER                    PIC X(02)   VALUE SPACES.
001930     05  FILLER                    PIC X(12)   VALUE
001940         "       SHORT".
001950     05  FILLER                    PIC X(02)   VALUE SPACES.
001960     05  FILLER                    PIC X(04)   VALUE "UNIT".
001970     05  FILLER                    PIC X(51)   VALUE SPACES.
001980
001990 01  AL-SHORT-LINE.
002000     05  AL-SHT-DET-JOB-ID         PIC X(06).
002010     05  FILLER                    PIC X(02)   VALUE SPACES.
002020     05  AL-SHT-DET-CUST-NO        PIC X(05).
002030     05  FILLER                    PIC X(04)   VALUE SPACES.
002040     05  AL-SHT-DET-DATE           PIC 9999/99/99.
002050     05  FILLER                    PIC X(02)   VALUE SPACES.
002060     05  AL-SHT-DET-CODE           PIC X(04).
002070     05  FILLER                    PIC X(02)   VALUE SPACES.
002080     05  AL-SHT-DET-NEEDED         PIC Z(08)9.99.
002090     05  FILLER                    PIC X(02)   VALUE SPACES.
002100     05  AL-SHT-DET-GIVEN          PIC Z(08)9.99.
002110     05  FILLER                    PIC X(02)   VALUE SPACES.
002120     05  AL-SHT-DET-SHORT          PIC Z(08)9.99.
002130     05  FILLER                    PIC X(02)   VALUE SPACES.
002140     05  AL-SHT-DET-UNIT           PIC X(04).
002150     05  FILLER                    PIC X(02)   VALUE SPACES.
002160     05  AL-SHT-DET-NOTE           PIC X(20).
002170     05  FILLER                    PIC X(29)   VALUE SPACES.
002180
002190 01  AL-REQ-HEAD.
002200     05  FILLER                    PIC X(04)   VALUE "MATL".
002210     05  FILLER                    PIC X(02)   VALUE SPACES.
002220     05  FILLER                    PIC X(20)   VALUE
002230         "DESCRIPTION         ".
002240     05  FILLER                    PIC X(02)   VALUE SPACES.
002250     05  FILLER                    PIC X(04)   VALUE "UNIT".
002260     05  FILLER                    PIC X(02)   VALUE SPACES.
002270     05  FILLER                    PIC X(12)   VALUE
002280         " REQUISITION".
002290     05  FILLER                    PIC X(02)   VALUE SPACES.
002300     05  FILLER                    PIC X(05)   VALUE " JOBS".
002310     05  FILLER                    PIC X(02)   VALUE SPACES.
002320     05  FILLER                    PIC X(09)   VALUE "FIRST JOB".
002330     05  FILLER                    PIC X(02)   VALUE SPACES.
002340     05  FILLER                    PIC X(10)   VALUE "TAKEN OFF".
002350     05  FILLER                    PIC X(56)   VALUE SPACES.
002360
002370 01  AL-REQ-LINE.
002380     05  AL-REQ-DET-CODE           PIC X(04).
002390     05  FILLER                    PIC X(02)   VALUE SPACES.
002400     05  AL-REQ-DET-DESC           PIC X(20).
002410     05  FILLER                    PIC X(02)   VALUE SPACES.
002420     05  AL-REQ-DET-UNIT           PIC X(04).
002430     05  FILLER                    PIC X(02)   VALUE SPACES.
002440     05  AL-REQ-DET-QTY            PIC Z(08)9.99.
002450     05  FILLER                    PIC X(02)   VALUE SPACES.
002460     05  AL-REQ-DET-JOBS           PIC Z(04)9.
002470     05  FILLER                    PIC X(02)   VALUE SPACES.
002480     05  AL-REQ-DET-FIRST-JOB      PIC X(09).
002490     05  FILLER                    PIC X(02)   VALUE SPACES.
002500     05  AL-REQ-DET-FIRST-DATE     PIC 9999/99/99.
002510     05  FILLER                    PIC X(56)   VALUE SPACES.
002520
002530 01  AL-ROP-HEAD.
002540     05  FILLER                    PIC X(04)   VALUE "MATL".
002550     05  FILLER                    PIC X(02)   VALUE SPACES.
002560     05  FILLER                    PIC X(20)   VALUE
002570         "DESCRIPTION         ".
002580     05  FILLER                    PIC X(02)   VALUE SPACES.
002590     05  FILLER                    PIC X(04)   VALUE "UNIT".
002600     05  FILLER                    PIC X(02)   VALUE SPACES.
002610     05  FILLER                    PIC X(12)   VALUE
002620         "     ON HAND".
002630     05  FILLER                    PIC X(02)   VALUE SPACES.
002640     05  FILLER                    PIC X(12)   VALUE
002650         "   ALLOCATED".
002660     05  FILLER                    PIC X(02)   VALUE SPACES.
002670     05  FILLER                    PIC X(12)   VALUE
002680         "        FREE".
002690     05  FILLER                    PIC X(02)   VALUE SPACES.
002700     05  FILLER                    PIC X(12)   VALUE
002710         "  REORDER PT".
002720     05  FILLER                    PIC X(44)   VALUE SPACES.
002730
002740 01  AL-ROP-LINE.
002750     05  AL-ROP-DET-CODE           PIC X(04).
002760     05  FILLER                    PIC X(02)   VALUE SPACES.
002770     05  AL-ROP-DET-DESC           PIC X(20).
002780     05  FILLER                    PIC X(02)   VALUE SPACES.
002790     05  AL-ROP-DET-UNIT           PIC X(04).
002800     05  FILLER                    PIC X(02)   VALUE SPACES.
002810     05  AL-ROP-DET-ON-HAND        PIC Z(08)9.99.
002820     05  FILLER                    PIC X(02)   VALUE SPACES.
002830     05  AL-ROP-DET-ALLOCATED      PIC Z(08)9.99.
002840     05  FILLER                    PIC X(02)   VALUE SPACES.
002850     05  AL-ROP-DET-FREE           PIC Z(08)9.99.
002860     05  FILLER                    PIC X(02)   VALUE SPACES.
002870     05  AL-ROP-DET-REORDER        PIC Z(08)9.99.
002880     05  FILLER                    PIC X(02)   VALUE SPACES.
002890     05  AL-ROP-DET-NOTE           PIC X(20).
002900     05  FILLER                    PIC X(22)   VALUE SPACES.
002910
002920 01  AL-NONE-LINE.
002930     05  FILLER                    PIC X(04)   VALUE SPACES.
002940     05  AL-NONE-TEXT              PIC X(40).
002950     05  FILLER                    PIC X(88)   VALUE SPACES.
002960
002970 01  AL-TOTAL-LINE.
002980     05  AL-TOT-TEXT               PIC X(32).
002990     05  AL-TOT-COUNT              PIC Z(06)9.
003000     05  FILLER                    PIC X(93)   VALUE SPACES.
003010
003020*-----------------------------------------------------------------
003030*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
003040*    THIS RUN APPENDS AT END OF JOB
003050*-----------------------------------------------------------------
003060 77  AL-REG-DATE               PIC 9(08)     VALUE ZERO.
003070 01  AL-TIME-WORK.
003080     05  AL-TIME-HHMMSS        PIC 9(06).
003090     05  FILLER                PIC 9(02).
003100
003110 PROCEDURE DIVISION.
003120
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE
003150                                  THRU 1000-INITIALIZE-EXIT.
003160     SORT SORT-WORK
003170         ON ASCENDING KEY SB-RUN-DATE SB-JOB-ID SB-MATERIAL-CODE
003176         INPUT PROCEDURE IS 2000-BUILD-OPEN-LINES
003182                                  THRU 2000-BUILD-OPEN-LINES-EXIT
003190         OUTPUT PROCEDURE IS 3000-ALLOCATE-STOCK
003200                                  THRU 3000-ALLOCATE-STOCK-EXIT.
003210     PERFORM 4000-WRITE-REQUISITIONS
003220                              THRU 4000-WRITE-REQUISITIONS-EXIT.
003230     PERFORM 5000-LIST-REORDERS
003240                                  THRU 5000-LIST-REORDERS-EXIT.
003250     PERFORM 6000-PRINT-TOTALS
003260                                  THRU 6000-PRINT-TOTALS-EXIT.
003270     PERFORM 9999-TERMINATE
003280                                  THRU 9999-TERMINATE-EXIT.
003290     STOP RUN.
003300
003310*-----------------------------------------------------------------
003318*    1000-INITIALIZE - OPEN THE FILES, LOAD THE YARD ISSUES,
003326*    CLEAR LAST RUN'S ALLOCATIONS OFF THE INVENTORY AND PRINT
003334*    THE HEADINGS.  THE STOCK STILL SET ASIDE IS BOOKED BACK
003342*    FROM THE OPEN JOB-ALLOCATION FILE AS IT IS READ.
003350*-----------------------------------------------------------------
003360 1000-INITIALIZE.
003370     OPEN I-O YARD-INVENTORY.
003380     IF NOT AL-INV-STATUS-OK
003390         DISPLAY "PILLALOC - YARD-INVENTORY OPEN FAILED, STATUS "
003400                 AL-INV-STATUS
003401         GO TO 9900-ABEND-RUN
003402     END-IF.
003403     OPEN INPUT ESTIMATE-MASTER.
003404     IF NOT AL-MASTER-STATUS-OK
003405         DISPLAY "PILLALOC - ESTIMATE-MASTER OPEN FAILED, STATUS "
003406                 AL-MASTER-STATUS
003407         GO TO 9900-ABEND-RUN
003408     END-IF.
003409     OPEN OUTPUT NEW-ALLOCATIONS.
003410     IF NOT AL-NEW-STATUS-OK
003411         DISPLAY "PILLALOC - NEW-ALLOCATIONS OPEN FAILED, STATUS "
003412                 AL-NEW-STATUS
003413         GO TO 9900-ABEND-RUN
003420     END-IF.
003430     OPEN OUTPUT REQUISITIONS.
003440     IF NOT AL-REQ-STATUS-OK
003450         DISPLAY "PILLALOC - REQUISITIONS OPEN FAILED, STATUS "
003460                 AL-REQ-STATUS
003470         GO TO 9900-ABEND-RUN
003480     END-IF.
003490     OPEN OUTPUT SHORTAGE-REPORT.
003500     IF NOT AL-REPORT-STATUS-OK
003510         DISPLAY "PILLALOC - SHORTAGE-REPORT OPEN FAILED, STATUS "
003520                 AL-REPORT-STATUS
003530         GO TO 9900-ABEND-RUN
003540     END-IF.
003543     PERFORM 1200-LOAD-ISSUES
003546                                  THRU 1200-LOAD-ISSUES-EXIT.
003550     PERFORM 8100-READ-NEXT-MATERIAL
003560                              THRU 8100-READ-NEXT-MATERIAL-EXIT.
003570     PERFORM 1100-CLEAR-ALLOCATION
003580                                THRU 1100-CLEAR-ALLOCATION-EXIT
003590             UNTIL AL-INV-EOF-YES.
003600     ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
003610     MOVE AL-RUN-DATE TO AL-HEAD-RUN-DATE.
003620     WRITE AL-PRINT-LINE FROM AL-HEAD-LINE-1.
003630     MOVE SPACES TO AL-PRINT-LINE.
003640     WRITE AL-PRINT-LINE.
003650     MOVE "JOBS LEFT SHORT, IN TAKE-OFF DATE ORDER"
003660         TO AL-SEC-TEXT.
003670     WRITE AL-PRINT-LINE FROM AL-SECTION-LINE.
003680     WRITE AL-PRINT-LINE FROM AL-SHORT-HEAD.
003690 1000-INITIALIZE-EXIT.
003700     EXIT.
003710
003720*-----------------------------------------------------------------
003730*    1100-CLEAR-ALLOCATION - ZERO THE ALLOCATED QUANTITY ON THE
003740*    CURRENT MATERIAL SO IT CAN BE BUILT UP AGAIN FROM THE OPEN
003750*    LINES THIS RUN KEEPS, AND READ THE NEXT.
003760*-----------------------------------------------------------------
003770 1100-CLEAR-ALLOCATION.
003780     ADD 1 TO AL-CNT-MATERIALS.
003790     IF IV-ALLOCATED NOT = ZERO
003800         MOVE ZERO TO IV-ALLOCATED
003810         REWRITE IV-INVENTORY-RECORD
003820     END-IF.
003830     PERFORM 8100-READ-NEXT-MATERIAL
003840                              THRU 8100-READ-NEXT-MATERIAL-EXIT.
003850 1100-CLEAR-ALLOCATION-EXIT.
003860     EXIT.
003870
003880*-----------------------------------------------------------------
003881*    1200-LOAD-ISSUES - PUT EVERY JOB MATERIAL THE YARD HAS
003882*    ISSUED ON THE ISSUES TABLE.  A MISSING FILE MEANS NOTHING
003883*    HAS BEEN ISSUED SINCE THE LAST RUN.
003884*-----------------------------------------------------------------
003885 1200-LOAD-ISSUES.
003886     OPEN INPUT YARD-ISSUES.
003887     IF AL-ISS-NOT-FOUND
003888         DISPLAY "PILLALOC - NO YARD-ISSUES FILE - NO STOCK "
003889                 "RELEASED AS ISSUED"
003890         GO TO 1200-LOAD-ISSUES-EXIT
003891     END-IF.
003892     IF NOT AL-ISS-STATUS-OK
003893         DISPLAY "PILLALOC - YARD-ISSUES OPEN FAILED, STATUS "
003894                 AL-ISS-STATUS
003895         GO TO 9900-ABEND-RUN
003896     END-IF.
003897     SET AL-EOF-NO TO TRUE.
003898     PERFORM 8300-READ-ISSUE
003899                                  THRU 8300-READ-ISSUE-EXIT.
003900     PERFORM 1300-LOAD-ISSUE-ONE
003901                                  THRU 1300-LOAD-ISSUE-ONE-EXIT
003902             UNTIL AL-EOF-YES.
003903     CLOSE YARD-ISSUES.
003904 1200-LOAD-ISSUES-EXIT.
003905     EXIT.
003906
003907*-----------------------------------------------------------------
003908*    1300-LOAD-ISSUE-ONE - ADD THE CURRENT ISSUE TO THE TABLE AND
003909*    READ THE NEXT.  A FULL TABLE STOPS THE RUN.
003910*-----------------------------------------------------------------
003911 1300-LOAD-ISSUE-ONE.
003912     IF AL-ISS-COUNT NOT < 500
003913         DISPLAY "PILLALOC - MORE THAN 500 YARD ISSUES - RUN "
003914                 "STOPPED"
003915         MOVE 8 TO RETURN-CODE
003916         GO TO 9900-ABEND-RUN
003917     END-IF.
003918     ADD 1 TO AL-ISS-COUNT.
003919     SET AL-ISS-X TO AL-ISS-COUNT.
003920     MOVE YI-JOB-ID        TO AL-ISS-JOB-ID (AL-ISS-X).
003921     MOVE YI-MATERIAL-CODE TO AL-ISS-CODE (AL-ISS-X).
003922     PERFORM 8300-READ-ISSUE
003923                                  THRU 8300-READ-ISSUE-EXIT.
003924 1300-LOAD-ISSUE-ONE-EXIT.
003925     EXIT.
003926
003927*-----------------------------------------------------------------
003928*    2000-BUILD-OPEN-LINES - SORT INPUT PROCEDURE.  LOADS THE
003929*    LINES CARRIED FROM THE LAST RUN, ADDS THE NEW TAKE-OFF TO
003930*    THEM AND RELEASES EVERY LINE STILL OPEN.
003931*-----------------------------------------------------------------
003932 2000-BUILD-OPEN-LINES.
003933     PERFORM 2100-LOAD-CARRIED
003934                                  THRU 2100-LOAD-CARRIED-EXIT.
003935     PERFORM 2300-ADD-TAKE-OFF
003936                                  THRU 2300-ADD-TAKE-OFF-EXIT.
003937     PERFORM 2600-RELEASE-LINE
003938                                  THRU 2600-RELEASE-LINE-EXIT
003939         VARYING AL-OPN-X FROM 1 BY 1
003940         UNTIL AL-OPN-X > AL-OPN-COUNT.
003941 2000-BUILD-OPEN-LINES-EXIT.
003942     EXIT.
003943
003944*-----------------------------------------------------------------
003945*    2100-LOAD-CARRIED - PUT EVERY LINE ON THE LAST RUN'S OPEN
003946*    JOB-ALLOCATION FILE ON THE TABLE.  A MISSING FILE MEANS
003947*    THIS IS THE FIRST RUN AND NOTHING IS CARRIED.
003948*-----------------------------------------------------------------
003949 2100-LOAD-CARRIED.
003950     OPEN INPUT OLD-ALLOCATIONS.
003951     IF AL-OLD-NOT-FOUND
003952         DISPLAY "PILLALOC - NO OLD-ALLOCATIONS FILE - NOTHING "
003953                 "CARRIED"
003954         GO TO 2100-LOAD-CARRIED-EXIT
003955     END-IF.
003956     IF NOT AL-OLD-STATUS-OK
003957         DISPLAY "PILLALOC - OLD-ALLOCATIONS OPEN FAILED, STATUS "
003958                 AL-OLD-STATUS
003959         GO TO 9900-ABEND-RUN
003960     END-IF.
003961     SET AL-EOF-NO TO TRUE.
003962     PERFORM 8400-READ-CARRIED
003963                                  THRU 8400-READ-CARRIED-EXIT.
003964     PERFORM 2200-LOAD-CARRIED-ONE
003965                                  THRU 2200-LOAD-CARRIED-ONE-EXIT
003966             UNTIL AL-EOF-YES.
003967     CLOSE OLD-ALLOCATIONS.
003968 2100-LOAD-CARRIED-EXIT.
003969     EXIT.
003970
003971*-----------------------------------------------------------------
003972*    2200-LOAD-CARRIED-ONE - ADD THE CURRENT CARRIED LINE TO THE
003973*    TABLE AND READ THE NEXT.
003974*-----------------------------------------------------------------
003975 2200-LOAD-CARRIED-ONE.
003976     ADD 1 TO AL-CNT-CARRIED.
003977     PERFORM 2800-ADD-ENTRY
003978                                  THRU 2800-ADD-ENTRY-EXIT.
003979     MOVE JA-JOB-ID        TO AL-OPN-JOB-ID (AL-OPN-X).
003980     MOVE JA-CUST-NO       TO AL-OPN-CUST-NO (AL-OPN-X).
003981     MOVE JA-TAKEOFF-DATE  TO AL-OPN-DATE (AL-OPN-X).
003982     MOVE JA-MATERIAL-CODE TO AL-OPN-CODE (AL-OPN-X).
003983     MOVE JA-NEEDED        TO AL-OPN-NEEDED (AL-OPN-X).
003984     MOVE JA-ALLOCATED     TO AL-OPN-ALLOCATED (AL-OPN-X).
003985     MOVE JA-UNIT          TO AL-OPN-UNIT (AL-OPN-X).
003986     SET AL-OPN-CARRIED (AL-OPN-X) TO TRUE.
003987     PERFORM 8400-READ-CARRIED
003988                                  THRU 8400-READ-CARRIED-EXIT.
003989 2200-LOAD-CARRIED-ONE-EXIT.
003990     EXIT.
003991
003992*-----------------------------------------------------------------
003993*    2300-ADD-TAKE-OFF - ADD EVERY LINE OF THE LATEST TAKE-OFF
003994*    TO THE TABLE.  A MISSING FILE MEANS NOTHING NEW HAS BEEN
003995*    TAKEN OFF, AND THE CARRIED LINES ARE ALLOCATED ON THEIR OWN.
003996*-----------------------------------------------------------------
003997 2300-ADD-TAKE-OFF.
003998     OPEN INPUT BOM-FILE.
003999     IF AL-BOM-NOT-FOUND
004000         DISPLAY "PILLALOC - NO BOM-FILE - NO NEW TAKE-OFF"
004001         GO TO 2300-ADD-TAKE-OFF-EXIT
004002     END-IF.
004003     IF NOT AL-BOM-STATUS-OK
004004         DISPLAY "PILLALOC - BOM-FILE OPEN FAILED, STATUS "
004005                 AL-BOM-STATUS
004006         GO TO 9900-ABEND-RUN
004007     END-IF.
004008     SET AL-EOF-NO TO TRUE.
004009     PERFORM 8500-READ-BOM
004010                                  THRU 8500-READ-BOM-EXIT.
004011     PERFORM 2400-ADD-TAKE-OFF-ONE
004012                                  THRU 2400-ADD-TAKE-OFF-ONE-EXIT
004013             UNTIL AL-EOF-YES.
004014     CLOSE BOM-FILE.
004015 2300-ADD-TAKE-OFF-EXIT.
004016     EXIT.
004017
004018*-----------------------------------------------------------------
004019*    2400-ADD-TAKE-OFF-ONE - ON THE FIRST LINE OF A JOB, MARK
004020*    THE JOB'S CARRIED LINES SUPERSEDED.  A LINE FOR A MATERIAL
004021*    THE JOB ALREADY HAS TAKES UP THAT LINE AGAIN WITH THE NEW
004022*    QUANTITY, KEEPING ITS TAKE-OFF DATE AND ITS STOCK; ANY
004023*    OTHER LINE IS NEW.  THEN READ THE NEXT.
004024*-----------------------------------------------------------------
004025 2400-ADD-TAKE-OFF-ONE.
004026     ADD 1 TO AL-CNT-READ.
004027     IF BM-JOB-ID NOT = AL-BOM-PREV-JOB
004028         MOVE BM-JOB-ID TO AL-BOM-PREV-JOB
004029         PERFORM 2500-SUPERSEDE-LINE
004030                                  THRU 2500-SUPERSEDE-LINE-EXIT
004031             VARYING AL-OPN-X FROM 1 BY 1
004032             UNTIL AL-OPN-X > AL-OPN-COUNT
004033     END-IF.
004034     MOVE BM-JOB-ID        TO AL-FIND-JOB-ID.
004035     MOVE BM-MATERIAL-CODE TO AL-FIND-CODE.
004036     PERFORM 2700-FIND-OPEN
004037                                  THRU 2700-FIND-OPEN-EXIT.
004038     IF AL-FOUND-NO
004039         PERFORM 2800-ADD-ENTRY
004040                                  THRU 2800-ADD-ENTRY-EXIT
004041         MOVE BM-JOB-ID        TO AL-OPN-JOB-ID (AL-OPN-X)
004042         MOVE BM-RUN-DATE      TO AL-OPN-DATE (AL-OPN-X)
004043         MOVE BM-MATERIAL-CODE TO AL-OPN-CODE (AL-OPN-X)
004044         MOVE ZERO             TO AL-OPN-NEEDED (AL-OPN-X)
004045                                  AL-OPN-ALLOCATED (AL-OPN-X)
004046         SET AL-OPN-NEW (AL-OPN-X) TO TRUE
004047     END-IF.
004048     IF AL-OPN-SUPERSEDED (AL-OPN-X)
004049         SET AL-OPN-RETAKEN (AL-OPN-X) TO TRUE
004050         MOVE ZERO TO AL-OPN-NEEDED (AL-OPN-X)
004051     END-IF.
004052     MOVE BM-CUST-NO       TO AL-OPN-CUST-NO (AL-OPN-X).
004053     MOVE BM-UNIT          TO AL-OPN-UNIT (AL-OPN-X).
004054     ADD BM-QUANTITY       TO AL-OPN-NEEDED (AL-OPN-X).
004055     PERFORM 8500-READ-BOM
004056                                  THRU 8500-READ-BOM-EXIT.
004057 2400-ADD-TAKE-OFF-ONE-EXIT.
004058     EXIT.
004059
004060*-----------------------------------------------------------------
004061*    2500-SUPERSEDE-LINE - MARK ONE CARRIED LINE OF THE JOB NOW
004062*    BEING TAKEN OFF AGAIN AS SUPERSEDED.
004063*-----------------------------------------------------------------
004064 2500-SUPERSEDE-LINE.
004065     IF AL-OPN-CARRIED (AL-OPN-X)
004066             AND AL-OPN-JOB-ID (AL-OPN-X) = AL-BOM-PREV-JOB
004067         SET AL-OPN-SUPERSEDED (AL-OPN-X) TO TRUE
004068     END-IF.
004069 2500-SUPERSEDE-LINE-EXIT.
004070     EXIT.
004071
004072*-----------------------------------------------------------------
004073*    2600-RELEASE-LINE - DROP THE LINE IF THE NEW TAKE-OFF HAS
004074*    SUPERSEDED IT, ITS JOB IS CANCELLED OR THE YARD HAS ISSUED
004075*    IT; WHAT WAS SET ASIDE FOR IT IS LEFT FREE.  OTHERWISE BOOK
004076*    ITS STOCK BACK ON THE INVENTORY, NEVER MORE THAN IT NEEDS,
004077*    AND RELEASE IT TO THE SORT.
004078*-----------------------------------------------------------------
004079 2600-RELEASE-LINE.
004080     IF AL-OPN-SUPERSEDED (AL-OPN-X)
004081         ADD 1 TO AL-CNT-RETAKEN
004082         GO TO 2600-RELEASE-LINE-EXIT
004083     END-IF.
004084     PERFORM 2900-CHECK-CANCELLED
004085                                  THRU 2900-CHECK-CANCELLED-EXIT.
004086     IF AL-CANCEL-YES
004087         ADD 1 TO AL-CNT-CANCELLED
004088         GO TO 2600-RELEASE-LINE-EXIT
004089     END-IF.
004090     PERFORM 2950-CHECK-ISSUED
004091                                  THRU 2950-CHECK-ISSUED-EXIT.
004092     IF AL-ISSUED-YES
004093         ADD 1 TO AL-CNT-ISSUED
004094         GO TO 2600-RELEASE-LINE-EXIT
004095     END-IF.
004096     IF AL-OPN-ALLOCATED (AL-OPN-X) > AL-OPN-NEEDED (AL-OPN-X)
004097         MOVE AL-OPN-NEEDED (AL-OPN-X)
004098             TO AL-OPN-ALLOCATED (AL-OPN-X)
004099     END-IF.
004100     IF AL-OPN-ALLOCATED (AL-OPN-X) > ZERO
004101         MOVE AL-OPN-CODE (AL-OPN-X) TO IV-MATERIAL-CODE
004102         READ YARD-INVENTORY
004103             INVALID KEY
004104                 MOVE ZERO TO AL-OPN-ALLOCATED (AL-OPN-X)
004105             NOT INVALID KEY
004106                 ADD AL-OPN-ALLOCATED (AL-OPN-X) TO IV-ALLOCATED
004107                 REWRITE IV-INVENTORY-RECORD
004108         END-READ
004109     END-IF.
004110     MOVE AL-OPN-JOB-ID (AL-OPN-X)    TO SB-JOB-ID.
004111     MOVE AL-OPN-CUST-NO (AL-OPN-X)   TO SB-CUST-NO.
004112     MOVE AL-OPN-DATE (AL-OPN-X)      TO SB-RUN-DATE.
004113     MOVE AL-OPN-CODE (AL-OPN-X)      TO SB-MATERIAL-CODE.
004114     MOVE AL-OPN-NEEDED (AL-OPN-X)    TO SB-QUANTITY.
004115     MOVE AL-OPN-UNIT (AL-OPN-X)      TO SB-UNIT.
004116     MOVE AL-OPN-ALLOCATED (AL-OPN-X) TO SB-ALLOCATED.
004117     RELEASE SB-SORT-RECORD.
004118 2600-RELEASE-LINE-EXIT.
004119     EXIT.
004120
004121*-----------------------------------------------------------------
004122*    2700-FIND-OPEN - LOOK AL-FIND-JOB-ID AND AL-FIND-CODE UP ON
004123*    THE OPEN-LINE TABLE, LEAVING AL-OPN-X ON THE ENTRY WHEN IT
004124*    IS FOUND.
004125*-----------------------------------------------------------------
004126 2700-FIND-OPEN.
004127     SET AL-FOUND-NO TO TRUE.
004128     IF AL-OPN-COUNT > ZERO
004129         SET AL-OPN-X TO 1
004130         SEARCH AL-OPN-ENTRY
004131             AT END
004132                 SET AL-FOUND-NO TO TRUE
004133             WHEN AL-OPN-X > AL-OPN-COUNT
004134                 SET AL-FOUND-NO TO TRUE
004135             WHEN AL-OPN-JOB-ID (AL-OPN-X) = AL-FIND-JOB-ID
004136                     AND AL-OPN-CODE (AL-OPN-X) = AL-FIND-CODE
004137                 SET AL-FOUND-YES TO TRUE
004138         END-SEARCH
004139     END-IF.
004140 2700-FIND-OPEN-EXIT.
004141     EXIT.
004142
004143*-----------------------------------------------------------------
004144*    2800-ADD-ENTRY - START A NEW ENTRY ON THE OPEN-LINE TABLE,
004145*    LEAVING AL-OPN-X ON IT.  A FULL TABLE STOPS THE RUN.
004146*-----------------------------------------------------------------
004147 2800-ADD-ENTRY.
004148     IF AL-OPN-COUNT NOT < 5000
004149         DISPLAY "PILLALOC - MORE THAN 5000 OPEN JOB MATERIALS - "
004150                 "RUN STOPPED"
004151         MOVE 8 TO RETURN-CODE
004152         GO TO 9900-ABEND-RUN
004153     END-IF.
004154     ADD 1 TO AL-OPN-COUNT.
004155     SET AL-OPN-X TO AL-OPN-COUNT.
004156 2800-ADD-ENTRY-EXIT.
004157     EXIT.
004158
004159*-----------------------------------------------------------------
004160*    2900-CHECK-CANCELLED - SET THE CANCEL SWITCH FROM THE LATEST
004161*    RUN OF THE LINE'S JOB ON THE ESTIMATE MASTER, WHICH IS THE
004162*    LAST OF THE JOB'S RECORDS IN KEY ORDER.  A JOB NOT ON THE
004163*    MASTER IS TAKEN AS NOT CANCELLED.  THE ANSWER IS KEPT FOR
004164*    THE JOB'S NEXT LINE.
004165*-----------------------------------------------------------------
004166 2900-CHECK-CANCELLED.
004167     IF AL-OPN-JOB-ID (AL-OPN-X) = AL-CHK-JOB-ID
004168         GO TO 2900-CHECK-CANCELLED-EXIT
004169     END-IF.
004170     MOVE AL-OPN-JOB-ID (AL-OPN-X) TO AL-CHK-JOB-ID.
004171     SET AL-CANCEL-NO TO TRUE.
004172     MOVE AL-CHK-JOB-ID TO PM-JOB-ID.
004173     MOVE ZERO          TO PM-RUN-DATE PM-SECTION.
004174     START ESTIMATE-MASTER KEY IS NOT LESS THAN PM-KEY
004175         INVALID KEY
004176             GO TO 2900-CHECK-CANCELLED-EXIT
004177     END-START.
004178     SET AL-MST-EOF-NO TO TRUE.
004179     PERFORM 8200-READ-NEXT-MASTER
004180                              THRU 8200-READ-NEXT-MASTER-EXIT.
004181     PERFORM 2920-CHECK-MASTER-ONE
004182                                THRU 2920-CHECK-MASTER-ONE-EXIT
004183             UNTIL AL-MST-EOF-YES.
004184 2900-CHECK-CANCELLED-EXIT.
004185     EXIT.
004186
004187*-----------------------------------------------------------------
004188*    2920-CHECK-MASTER-ONE - TAKE THE CANCEL FLAG OF THE CURRENT
004189*    MASTER RECORD IF IT IS STILL THE JOB'S, AND READ THE NEXT.
004190*-----------------------------------------------------------------
004191 2920-CHECK-MASTER-ONE.
004192     IF PM-JOB-ID NOT = AL-CHK-JOB-ID
004193         SET AL-MST-EOF-YES TO TRUE
004194         GO TO 2920-CHECK-MASTER-ONE-EXIT
004195     END-IF.
004196     IF PM-CANCELLED
004197         SET AL-CANCEL-YES TO TRUE
004198     ELSE
004199         SET AL-CANCEL-NO TO TRUE
004200     END-IF.
004201     PERFORM 8200-READ-NEXT-MASTER
004202                              THRU 8200-READ-NEXT-MASTER-EXIT.
004203 2920-CHECK-MASTER-ONE-EXIT.
004204     EXIT.
004205
004206*-----------------------------------------------------------------
004207*    2950-CHECK-ISSUED - SET THE ISSUED SWITCH IF THE YARD HAS
004208*    ISSUED THE LINE'S MATERIAL, OR EVERY MATERIAL, TO ITS JOB.
004209*-----------------------------------------------------------------
004210 2950-CHECK-ISSUED.
004211     SET AL-ISSUED-NO TO TRUE.
004212     IF AL-ISS-COUNT > ZERO
004213         SET AL-ISS-X TO 1
004214         SEARCH AL-ISS-ENTRY
004215             AT END
004216                 SET AL-ISSUED-NO TO TRUE
004217             WHEN AL-ISS-X > AL-ISS-COUNT
004218                 SET AL-ISSUED-NO TO TRUE
004219             WHEN AL-ISS-JOB-ID (AL-ISS-X)
004220                         = AL-OPN-JOB-ID (AL-OPN-X)
004221                     AND (AL-ISS-CODE (AL-ISS-X) = SPACES
004222                      OR AL-ISS-CODE (AL-ISS-X)
004223                         = AL-OPN-CODE (AL-OPN-X))
004224                 SET AL-ISSUED-YES TO TRUE
004225         END-SEARCH
004226     END-IF.
004227 2950-CHECK-ISSUED-EXIT.
004228     EXIT.
004229
004230*-----------------------------------------------------------------
004231*    3000-ALLOCATE-STOCK - SORT OUTPUT PROCEDURE.  RETURNS THE
004232*    OPEN LINES IN DATE AND JOB ORDER AND ALLOCATES EACH.
004233*-----------------------------------------------------------------
004234 3000-ALLOCATE-STOCK.
004235     PERFORM 8000-RETURN-BOM
004236                                  THRU 8000-RETURN-BOM-EXIT.
004237     PERFORM 3100-ALLOCATE-LINE
004238                                  THRU 3100-ALLOCATE-LINE-EXIT
004239             UNTIL AL-SORT-EOF-YES.
004240     IF AL-CNT-SHORT = ZERO
004241         MOVE "NO JOB IS SHORT OF ANY MATERIAL" TO AL-NONE-TEXT
004242         WRITE AL-PRINT-LINE FROM AL-NONE-LINE
004243     END-IF.
004244 3000-ALLOCATE-STOCK-EXIT.
004245     EXIT.
004246
004247*-----------------------------------------------------------------
004248*    3100-ALLOCATE-LINE - TOP THE JOB'S STOCK UP FROM WHAT IS
004249*    STILL FREE, AS FAR AS IT NEEDS, AND BOOK THE REST AS SHORT.
004250*    A MATERIAL NOT ON THE INVENTORY FILE IS SHORT IN FULL.  THE
004251*    LINE GOES ON THE NEW OPEN JOB-ALLOCATION FILE WITH ALL THE
004252*    STOCK NOW SET ASIDE FOR IT.  THEN RETURN THE NEXT LINE.
004253*-----------------------------------------------------------------
004254 3100-ALLOCATE-LINE.
004255     ADD 1 TO AL-CNT-OPEN.
004256     MOVE SB-MATERIAL-CODE TO IV-MATERIAL-CODE.
004257     READ YARD-INVENTORY
004258         INVALID KEY
004259             SET AL-ON-FILE-NO TO TRUE
004260         NOT INVALID KEY
004261             SET AL-ON-FILE-YES TO TRUE
004262     END-READ.
004263     MOVE ZERO TO AL-FREE-QTY AL-TOPUP-QTY.
004264     MOVE SB-ALLOCATED TO AL-GIVEN-QTY.
004265     COMPUTE AL-SHORT-QTY = SB-QUANTITY - SB-ALLOCATED.
004266     IF AL-ON-FILE-YES
004267             AND IV-ON-HAND > IV-ALLOCATED
004268         COMPUTE AL-FREE-QTY = IV-ON-HAND - IV-ALLOCATED
004269     END-IF.
004270     IF AL-FREE-QTY < AL-SHORT-QTY
004271         MOVE AL-FREE-QTY  TO AL-TOPUP-QTY
004272     ELSE
004281         MOVE AL-SHORT-QTY TO AL-TOPUP-QTY
004290     END-IF.
004298     IF AL-TOPUP-QTY > ZERO
004306         ADD AL-TOPUP-QTY      TO IV-ALLOCATED
004314                                  AL-GIVEN-QTY
004322         SUBTRACT AL-TOPUP-QTY FROM AL-SHORT-QTY
004330         REWRITE IV-INVENTORY-RECORD
004340     END-IF.
004343     PERFORM 3400-WRITE-OPEN-LINE
004346                                  THRU 3400-WRITE-OPEN-LINE-EXIT.
004350     IF AL-SHORT-QTY = ZERO
004360         ADD 1 TO AL-CNT-COVERED
004370         GO TO 3100-ALLOCATE-LINE-READ
004380     END-IF.
004390     ADD 1 TO AL-CNT-SHORT.
004400     PERFORM 3200-BOOK-SHORTAGE
004410                                  THRU 3200-BOOK-SHORTAGE-EXIT.
004420     MOVE SB-JOB-ID        TO AL-SHT-DET-JOB-ID.
004430     MOVE SB-CUST-NO       TO AL-SHT-DET-CUST-NO.
004440     MOVE SB-RUN-DATE      TO AL-SHT-DET-DATE.
004450     MOVE SB-MATERIAL-CODE TO AL-SHT-DET-CODE.
004460     MOVE SB-QUANTITY      TO AL-SHT-DET-NEEDED.
004470     MOVE AL-GIVEN-QTY     TO AL-SHT-DET-GIVEN.
004480     MOVE AL-SHORT-QTY     TO AL-SHT-DET-SHORT.
004490     MOVE SB-UNIT          TO AL-SHT-DET-UNIT.
004500     IF AL-ON-FILE-YES
004510         MOVE SPACES TO AL-SHT-DET-NOTE
004520     ELSE
004530         MOVE "NOT STOCKED IN YARD" TO AL-SHT-DET-NOTE
004540     END-IF.
004550     WRITE AL-PRINT-LINE FROM AL-SHORT-LINE.
004560 3100-ALLOCATE-LINE-READ.
004570     PERFORM 8000-RETURN-BOM
004580                                  THRU 8000-RETURN-BOM-EXIT.
004590 3100-ALLOCATE-LINE-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630*    3200-BOOK-SHORTAGE - ADD THE SHORTFALL INTO THE MATERIAL'S
004640*    ENTRY ON THE SHORTAGE TABLE, STARTING AN ENTRY FOR THE
004650*    FIRST JOB SHORT OF IT.  LINES ARRIVE IN DATE ORDER, SO THE
004660*    FIRST JOB BOOKED IS THE EARLIEST WAITING.
004670*-----------------------------------------------------------------
004680 3200-BOOK-SHORTAGE.
004690     MOVE SB-MATERIAL-CODE TO AL-FIND-CODE.
004700     PERFORM 3300-FIND-SHORTAGE
004710                                  THRU 3300-FIND-SHORTAGE-EXIT.
004720     IF AL-FOUND-NO
004730         IF AL-SHT-COUNT NOT < 50
004740             DISPLAY "PILLALOC - MORE THAN 50 MATERIALS SHORT - "
004750                     "RUN STOPPED"
004760             MOVE 8 TO RETURN-CODE
004770             GO TO 9900-ABEND-RUN
004780         END-IF
004790         ADD 1 TO AL-SHT-COUNT
004800         MOVE AL-SHT-COUNT     TO AL-SHT-IX
004810         MOVE SB-MATERIAL-CODE TO AL-SHT-CODE (AL-SHT-IX)
004820         MOVE SB-UNIT          TO AL-SHT-UNIT (AL-SHT-IX)
004830         MOVE SB-JOB-ID        TO AL-SHT-FIRST-JOB (AL-SHT-IX)
004840         MOVE SB-RUN-DATE      TO AL-SHT-FIRST-DATE (AL-SHT-IX)
004850         MOVE ZERO             TO AL-SHT-QTY (AL-SHT-IX)
004860                                  AL-SHT-JOBS (AL-SHT-IX)
004870         IF AL-ON-FILE-YES
004880             MOVE IV-DESCRIPTION TO AL-SHT-DESC (AL-SHT-IX)
004890         ELSE
004900             MOVE "NOT STOCKED IN YARD"
004910                 TO AL-SHT-DESC (AL-SHT-IX)
004920         END-IF
004930     END-IF.
004940     ADD AL-SHORT-QTY TO AL-SHT-QTY (AL-SHT-IX).
004950     ADD 1            TO AL-SHT-JOBS (AL-SHT-IX).
004960 3200-BOOK-SHORTAGE-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000*    3300-FIND-SHORTAGE - LOOK AL-FIND-CODE UP ON THE SHORTAGE
005010*    TABLE, LEAVING AL-SHT-IX ON THE ENTRY WHEN IT IS FOUND.
005020*-----------------------------------------------------------------
005030 3300-FIND-SHORTAGE.
005040     SET AL-FOUND-NO TO TRUE.
005050     IF AL-SHT-COUNT > ZERO
005060         SET AL-SHT-X TO 1
005070         SEARCH AL-SHT-ENTRY
005080             AT END
005090                 SET AL-FOUND-NO TO TRUE
005100             WHEN AL-SHT-X > AL-SHT-COUNT
005110                 SET AL-FOUND-NO TO TRUE
005120             WHEN AL-SHT-CODE (AL-SHT-X) = AL-FIND-CODE
005130                 SET AL-FOUND-YES TO TRUE
005140                 SET AL-SHT-IX TO AL-SHT-X
005150         END-SEARCH
005160     END-IF.
005170 3300-FIND-SHORTAGE-EXIT.
005171     EXIT.
005172
005173*-----------------------------------------------------------------
005174*    3400-WRITE-OPEN-LINE - CARRY THE CURRENT LINE FORWARD ON
005175*    THE NEW OPEN JOB-ALLOCATION FILE.
005176*-----------------------------------------------------------------
005177 3400-WRITE-OPEN-LINE.
005178     MOVE SB-JOB-ID        TO JA-JOB-ID.
005179     MOVE SB-CUST-NO       TO JA-CUST-NO.
005180     MOVE SB-RUN-DATE      TO JA-TAKEOFF-DATE.
005181     MOVE SB-MATERIAL-CODE TO JA-MATERIAL-CODE.
005182     MOVE SB-QUANTITY      TO JA-NEEDED.
005183     MOVE AL-GIVEN-QTY     TO JA-ALLOCATED.
005184     MOVE SB-UNIT          TO JA-UNIT.
005185     WRITE AL-NEW-RECORD FROM JA-ALLOCATION-RECORD.
005186 3400-WRITE-OPEN-LINE-EXIT.
005187     EXIT.
005190
005200*-----------------------------------------------------------------
005210*    4000-WRITE-REQUISITIONS - ONE PURCHASE REQUISITION AND ONE
005220*    REPORT LINE PER MATERIAL LEFT SHORT, FOR THE NET SHORTFALL
005230*    OVER ALL JOBS.
005240*-----------------------------------------------------------------
005250 4000-WRITE-REQUISITIONS.
005260     MOVE SPACES TO AL-PRINT-LINE.
005270     WRITE AL-PRINT-LINE.
005280     MOVE "PURCHASE REQUISITIONS FOR THE NET SHORTFALL"
005290         TO AL-SEC-TEXT.
005300     WRITE AL-PRINT-LINE FROM AL-SECTION-LINE.
005310     WRITE AL-PRINT-LINE FROM AL-REQ-HEAD.
005320     PERFORM 4100-WRITE-ONE-REQUISITION
005330                         THRU 4100-WRITE-ONE-REQUISITION-EXIT
005340         VARYING AL-SHT-IX FROM 1 BY 1
005350         UNTIL AL-SHT-IX > AL-SHT-COUNT.
005360     IF AL-SHT-COUNT = ZERO
005370         MOVE "NO REQUISITIONS RAISED" TO AL-NONE-TEXT
005380         WRITE AL-PRINT-LINE FROM AL-NONE-LINE
005390     END-IF.
005400 4000-WRITE-REQUISITIONS-EXIT.
005410     EXIT.
005420
005430*-----------------------------------------------------------------
005440*    4100-WRITE-ONE-REQUISITION - THE REQUISITION RECORD AND ITS
005450*    REPORT LINE FOR ONE SHORTAGE TABLE ENTRY.
005460*-----------------------------------------------------------------
005470 4100-WRITE-ONE-REQUISITION.
005480     MOVE AL-RUN-DATE                    TO RQ-REQ-DATE.
005490     MOVE AL-SHT-CODE (AL-SHT-IX)        TO RQ-MATERIAL-CODE.
005500     MOVE AL-SHT-DESC (AL-SHT-IX)        TO RQ-DESCRIPTION.
005510     MOVE AL-SHT-UNIT (AL-SHT-IX)        TO RQ-UNIT.
005520     MOVE AL-SHT-QTY (AL-SHT-IX)         TO RQ-QUANTITY.
005530     MOVE AL-SHT-JOBS (AL-SHT-IX)        TO RQ-JOBS-SHORT.
005540     MOVE AL-SHT-FIRST-JOB (AL-SHT-IX)   TO RQ-FIRST-JOB-ID.
005550     MOVE AL-SHT-FIRST-DATE (AL-SHT-IX)  TO RQ-FIRST-RUN-DATE.
005560     WRITE RQ-REQUISITION-RECORD.
005570     ADD 1 TO AL-CNT-REQS.
005580     MOVE AL-SHT-CODE (AL-SHT-IX)        TO AL-REQ-DET-CODE.
005590     MOVE AL-SHT-DESC (AL-SHT-IX)        TO AL-REQ-DET-DESC.
005600     MOVE AL-SHT-UNIT (AL-SHT-IX)        TO AL-REQ-DET-UNIT.
005610     MOVE AL-SHT-QTY (AL-SHT-IX)         TO AL-REQ-DET-QTY.
005620     MOVE AL-SHT-JOBS (AL-SHT-IX)        TO AL-REQ-DET-JOBS.
005630     MOVE AL-SHT-FIRST-JOB (AL-SHT-IX)   TO AL-REQ-DET-FIRST-JOB.
005640     MOVE AL-SHT-FIRST-DATE (AL-SHT-IX)  TO AL-REQ-DET-FIRST-DATE.
005650     WRITE AL-PRINT-LINE FROM AL-REQ-LINE.
005660 4100-WRITE-ONE-REQUISITION-EXIT.
005670     EXIT.
005680
005690*-----------------------------------------------------------------
005700*    5000-LIST-REORDERS - PASS THE INVENTORY FILE FROM THE START
005710*    AND LIST EVERY MATERIAL WHOSE FREE STOCK, AFTER THIS RUN'S
005720*    ALLOCATIONS, IS BELOW ITS REORDER POINT.
005730*-----------------------------------------------------------------
005740 5000-LIST-REORDERS.
005750     MOVE SPACES TO AL-PRINT-LINE.
005760     WRITE AL-PRINT-LINE.
005770     MOVE "MATERIALS BELOW REORDER POINT AFTER ALLOCATION"
005780         TO AL-SEC-TEXT.
005790     WRITE AL-PRINT-LINE FROM AL-SECTION-LINE.
005800     WRITE AL-PRINT-LINE FROM AL-ROP-HEAD.
005810     SET AL-INV-EOF-NO TO TRUE.
005820     MOVE LOW-VALUES TO IV-MATERIAL-CODE.
005830     START YARD-INVENTORY KEY IS NOT LESS THAN IV-MATERIAL-CODE
005840         INVALID KEY
005850             SET AL-INV-EOF-YES TO TRUE
005860     END-START.
005870     IF AL-INV-EOF-NO
005880         PERFORM 8100-READ-NEXT-MATERIAL
005890                              THRU 8100-READ-NEXT-MATERIAL-EXIT
005900     END-IF.
005910     PERFORM 5100-CHECK-REORDER
005920                                  THRU 5100-CHECK-REORDER-EXIT
005930             UNTIL AL-INV-EOF-YES.
005940     IF AL-CNT-REORDER = ZERO
005950         MOVE "NO MATERIAL IS BELOW ITS REORDER POINT"
005960             TO AL-NONE-TEXT
005970         WRITE AL-PRINT-LINE FROM AL-NONE-LINE
005980     END-IF.
005990 5000-LIST-REORDERS-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030*    5100-CHECK-REORDER - LIST THE CURRENT MATERIAL IF ITS FREE
006040*    STOCK IS BELOW ITS REORDER POINT, NOTING WHETHER THIS RUN
006050*    HAS ALREADY RAISED A REQUISITION FOR IT, AND READ THE NEXT.
006060*-----------------------------------------------------------------
006070 5100-CHECK-REORDER.
006080     MOVE ZERO TO AL-FREE-QTY.
006090     IF IV-ON-HAND > IV-ALLOCATED
006100         COMPUTE AL-FREE-QTY = IV-ON-HAND - IV-ALLOCATED
006110     END-IF.
006120     IF AL-FREE-QTY NOT < IV-REORDER-POINT
006130         GO TO 5100-CHECK-REORDER-READ
006140     END-IF.
006150     ADD 1 TO AL-CNT-REORDER.
006160     MOVE IV-MATERIAL-CODE TO AL-ROP-DET-CODE.
006170     MOVE IV-DESCRIPTION   TO AL-ROP-DET-DESC.
006180     MOVE IV-UNIT          TO AL-ROP-DET-UNIT.
006190     MOVE IV-ON-HAND       TO AL-ROP-DET-ON-HAND.
006200     MOVE IV-ALLOCATED     TO AL-ROP-DET-ALLOCATED.
006210     MOVE AL-FREE-QTY      TO AL-ROP-DET-FREE.
006220     MOVE IV-REORDER-POINT TO AL-ROP-DET-REORDER.
006230     MOVE IV-MATERIAL-CODE TO AL-FIND-CODE.
006240     PERFORM 3300-FIND-SHORTAGE
006250                                  THRU 3300-FIND-SHORTAGE-EXIT.
006260     IF AL-FOUND-NO
006270         MOVE "NO JOB SHORT"       TO AL-ROP-DET-NOTE
006280     ELSE
006290         MOVE "ON REQUISITION"     TO AL-ROP-DET-NOTE
006300     END-IF.
006310     WRITE AL-PRINT-LINE FROM AL-ROP-LINE.
006320 5100-CHECK-REORDER-READ.
006330     PERFORM 8100-READ-NEXT-MATERIAL
006340                              THRU 8100-READ-NEXT-MATERIAL-EXIT.
006350 5100-CHECK-REORDER-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390*    6000-PRINT-TOTALS - RUN COUNTS AT THE FOOT OF THE REPORT.
006400*-----------------------------------------------------------------
006410 6000-PRINT-TOTALS.
006420     MOVE SPACES TO AL-PRINT-LINE.
006430     WRITE AL-PRINT-LINE.
006440     MOVE "TAKE-OFF LINES READ. . . . . . ." TO AL-TOT-TEXT.
006450     MOVE AL-CNT-READ TO AL-TOT-COUNT.
006460     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006461     MOVE "OPEN LINES CARRIED FROM LAST RUN" TO AL-TOT-TEXT.
006462     MOVE AL-CNT-CARRIED TO AL-TOT-COUNT.
006463     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006464     MOVE "DROPPED - JOB TAKEN OFF AGAIN. ." TO AL-TOT-TEXT.
006465     MOVE AL-CNT-RETAKEN TO AL-TOT-COUNT.
006466     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006467     MOVE "DROPPED - JOB CANCELLED. . . . ." TO AL-TOT-TEXT.
006468     MOVE AL-CNT-CANCELLED TO AL-TOT-COUNT.
006469     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006470     MOVE "DROPPED - ISSUED BY THE YARD . ." TO AL-TOT-TEXT.
006471     MOVE AL-CNT-ISSUED TO AL-TOT-COUNT.
006472     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006473     MOVE "OPEN LINES ALLOCATED . . . . . ." TO AL-TOT-TEXT.
006474     MOVE AL-CNT-OPEN TO AL-TOT-COUNT.
006475     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006476     MOVE "LINES COVERED FROM STOCK . . . ." TO AL-TOT-TEXT.
006480     MOVE AL-CNT-COVERED TO AL-TOT-COUNT.
006490     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006500     MOVE "LINES LEFT SHORT . . . . . . . ." TO AL-TOT-TEXT.
006510     MOVE AL-CNT-SHORT TO AL-TOT-COUNT.
006520     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006530     MOVE "REQUISITIONS WRITTEN . . . . . ." TO AL-TOT-TEXT.
006540     MOVE AL-CNT-REQS TO AL-TOT-COUNT.
006550     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006560     MOVE "MATERIALS ON INVENTORY FILE. . ." TO AL-TOT-TEXT.
006570     MOVE AL-CNT-MATERIALS TO AL-TOT-COUNT.
006580     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006590     MOVE "MATERIALS BELOW REORDER POINT. ." TO AL-TOT-TEXT.
006600     MOVE AL-CNT-REORDER TO AL-TOT-COUNT.
006610     WRITE AL-PRINT-LINE FROM AL-TOTAL-LINE.
006620 6000-PRINT-TOTALS-EXIT.
006630     EXIT.
006640
006650*-----------------------------------------------------------------
006660*    8000-RETURN-BOM - RETURN THE NEXT SORTED OPEN LINE,
006670*    SETTING THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
006680*-----------------------------------------------------------------
006690 8000-RETURN-BOM.
006700     RETURN SORT-WORK
006710         AT END
006720             SET AL-SORT-EOF-YES TO TRUE
006730     END-RETURN.
006740 8000-RETURN-BOM-EXIT.
006750     EXIT.
006760
006770*-----------------------------------------------------------------
006780*    8100-READ-NEXT-MATERIAL - READ THE NEXT INVENTORY RECORD IN
006790*    KEY ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS
006800*    EXHAUSTED.
006810*-----------------------------------------------------------------
006820 8100-READ-NEXT-MATERIAL.
006830     READ YARD-INVENTORY NEXT RECORD
006840         AT END
006850             SET AL-INV-EOF-YES TO TRUE
006860     END-READ.
006870 8100-READ-NEXT-MATERIAL-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006901*    8200-READ-NEXT-MASTER - READ THE NEXT ESTIMATE MASTER
006902*    RECORD IN KEY ORDER, SETTING THE MASTER EOF SWITCH WHEN THE
006903*    FILE IS EXHAUSTED.
006904*-----------------------------------------------------------------
006905 8200-READ-NEXT-MASTER.
006906     READ ESTIMATE-MASTER NEXT RECORD
006907         AT END
006908             SET AL-MST-EOF-YES TO TRUE
006909     END-READ.
006910 8200-READ-NEXT-MASTER-EXIT.
006911     EXIT.
006912
006913*-----------------------------------------------------------------
006914*    8300-READ-ISSUE - READ THE NEXT YARD ISSUE, SETTING THE EOF
006915*    SWITCH WHEN THE FILE IS EXHAUSTED.
006916*-----------------------------------------------------------------
006917 8300-READ-ISSUE.
006918     READ YARD-ISSUES
006919         AT END
006920             SET AL-EOF-YES TO TRUE
006921     END-READ.
006922 8300-READ-ISSUE-EXIT.
006923     EXIT.
006924
006925*-----------------------------------------------------------------
006926*    8400-READ-CARRIED - READ THE NEXT LINE CARRIED FROM THE
006927*    LAST RUN, SETTING THE EOF SWITCH WHEN THE FILE IS
006928*    EXHAUSTED.
006929*-----------------------------------------------------------------
006930 8400-READ-CARRIED.
006931     READ OLD-ALLOCATIONS
006932         AT END
006933             SET AL-EOF-YES TO TRUE
006934     END-READ.
006935 8400-READ-CARRIED-EXIT.
006936     EXIT.
006937
006938*-----------------------------------------------------------------
006939*    8500-READ-BOM - READ THE NEXT TAKE-OFF LINE, SETTING THE
006940*    EOF SWITCH WHEN THE FILE IS EXHAUSTED.
006941*-----------------------------------------------------------------
006942 8500-READ-BOM.
006943     READ BOM-FILE
006944         AT END
006945             SET AL-EOF-YES TO TRUE
006946     END-READ.
006947 8500-READ-BOM-EXIT.
006948     EXIT.
006949
006950*-----------------------------------------------------------------
006951*    9999-TERMINATE - CLOSE THE FILES AND REGISTER THE RUN.
006952*-----------------------------------------------------------------
006953 9999-TERMINATE.
006954     CLOSE YARD-INVENTORY
006955           ESTIMATE-MASTER
006956           NEW-ALLOCATIONS
006957           REQUISITIONS
006960           SHORTAGE-REPORT.
006970     PERFORM 9500-WRITE-REGISTRY
006980                                  THRU 9500-WRITE-REGISTRY-EXIT.
006990 9999-TERMINATE-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------------
007030*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
007040*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
007050*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
007060*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
007070*-----------------------------------------------------------------
007080 9500-WRITE-REGISTRY.
007090     OPEN EXTEND RUN-REGISTRY.
007100     IF AL-REG-NOT-FOUND
007110         OPEN OUTPUT RUN-REGISTRY
007120     END-IF.
007130     IF NOT AL-REG-STATUS-OK
007140         DISPLAY "PILLALOC - RUN-REGISTRY OPEN FAILED, STATUS "
007150                 AL-REG-STATUS
007160         GO TO 9500-WRITE-REGISTRY-EXIT
007170     END-IF.
007180     MOVE "PILLALOC" TO RR-PROGRAM-ID.
007190     ACCEPT AL-REG-DATE FROM DATE YYYYMMDD.
007200     MOVE AL-REG-DATE TO RR-RUN-DATE.
007210     ACCEPT AL-TIME-WORK FROM TIME.
007220     MOVE AL-TIME-HHMMSS TO RR-RUN-TIME.
007230     COMPUTE RR-CNT-READ = AL-CNT-READ.
007240     COMPUTE RR-CNT-WRITTEN = AL-CNT-REQS.
007250     MOVE RETURN-CODE TO RR-RETURN-CODE.
007260     MOVE 'Y' TO RR-BALANCE-FLAG.
007265     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
007270     WRITE RR-REGISTRY-RECORD.
007280     CLOSE RUN-REGISTRY.
007290 9500-WRITE-REGISTRY-EXIT.
007300     EXIT.
007310
007320*-----------------------------------------------------------------
007330*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
007340*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
007350*-----------------------------------------------------------------
007360 9900-ABEND-RUN.
007370     STOP RUN.
007380
007390 END PROGRAM PILLALOC.
