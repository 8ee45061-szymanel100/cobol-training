000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLKMNT                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-10                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - INTERACTIVE MAINTENANCE FOR THE CONTRACT-RATES     *
000100*  FILE THE COSTING RUN APPLIES AHEAD OF THE STANDARD RATE      *
000110*  CARD.  THE OPERATOR KEYS A CUSTOMER NUMBER AND AN ACTION -   *
000120*  LIST THAT CUSTOMER'S CONTRACTS, ADD A NEW ONE OR CORRECT AN  *
000130*  EXISTING ONE BY ITS EFFECTIVE DATE.  THE CUSTOMER MUST BE ON *
000140*  THE CUSTOMER MASTER, BOTH DATES MUST BE REAL CALENDAR DATES  *
000150*  WITH THE END NOT BEFORE THE START, A RATES CONTRACT NEEDS    *
000160*  BOTH COSTS AND A DISCOUNT CONTRACT A PERCENTAGE UNDER 100,   *
000170*  AND NO TWO CONTRACTS FOR ONE CUSTOMER MAY COVER THE SAME     *
000180*  DAY, SO THE COSTING RUN NEVER HAS TWO CONTRACTS TO CHOOSE    *
000190*  FROM.  EVERY CHANGE APPENDS ONE AUDIT RECORD SHOWING THE OLD *
000200*  AND NEW TERMS, THE SAME WAY THE RATES MAINTENANCE DOES.      *
000210*                                                               *
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY                                         *
000240*  DATE       INIT DESCRIPTION                                  *
000250*  2026-09-10 RSM  ORIGINAL PROGRAM.                            *
000252*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  ADD AND  *
000254*                  CORRECT ARE LIMITED TO THE PRICING ROLE, AND *
000256*                  EVERY CHANGE TAKEN IS WRITTEN TO THE ONLINE  *
000258*                  JOURNAL WITH BEFORE AND AFTER IMAGES.        *
000259*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000260*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000261*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    PILLKMNT.
000290 AUTHOR.        R S MASON.
000300 INSTALLATION.  STRUCTURAL ESTIMATING.
000310 DATE-WRITTEN.  2026-09-10.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CONTRACT-RATES   ASSIGN TO "PILLCRAT"
000400                              ORGANIZATION IS INDEXED
000410                              ACCESS MODE IS DYNAMIC
000420                              RECORD KEY IS CR-KEY
000430                              FILE STATUS IS KM-CONTRACT-STATUS.
000440     SELECT CUSTOMER-MASTER  ASSIGN TO "PILLCUST"
000450                              ORGANIZATION IS INDEXED
000460                              ACCESS MODE IS RANDOM
000470                              RECORD KEY IS CU-CUST-NO
000480                              FILE STATUS IS KM-CUST-STATUS.
000490     SELECT CONTRACT-AUDIT   ASSIGN TO "PILLCAUD"
000500                              ORGANIZATION IS SEQUENTIAL
000510                              FILE STATUS IS KM-AUDIT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CONTRACT-RATES.
000560     COPY PILLCRT.
000570
000580 FD  CUSTOMER-MASTER.
000590     COPY PILLCUS.
000600
000610 FD  CONTRACT-AUDIT
000620     RECORDING MODE IS F.
000630     COPY PILLCAU.
000640
000650 WORKING-STORAGE SECTION.
000660*-----------------------------------------------------------------
000670*    SWITCHES
000680*-----------------------------------------------------------------
000690 77  KM-MORE-WORK-SW           PIC X(01)     VALUE 'Y'.
000700     88  KM-MORE-WORK-YES      VALUE 'Y'.
000710     88  KM-MORE-WORK-NO       VALUE 'N'.
000720 77  KM-ON-FILE-SW             PIC X(01)     VALUE 'N'.
000730     88  KM-ON-FILE-YES        VALUE 'Y'.
000740     88  KM-ON-FILE-NO         VALUE 'N'.
000750 77  KM-DATE-OK-SW             PIC X(01)     VALUE 'N'.
000760     88  KM-DATE-OK-YES        VALUE 'Y'.
000770     88  KM-DATE-OK-NO         VALUE 'N'.
000780 77  KM-CUST-EOF-SW            PIC X(01)     VALUE 'N'.
000790     88  KM-CUST-EOF-YES       VALUE 'Y'.
000800     88  KM-CUST-EOF-NO        VALUE 'N'.
000810 77  KM-OVERLAP-SW             PIC X(01)     VALUE 'N'.
000820     88  KM-OVERLAP-YES        VALUE 'Y'.
000830     88  KM-OVERLAP-NO         VALUE 'N'.
000840
000850*-----------------------------------------------------------------
000860*    FILE STATUS FOR EACH FILE - THE CONTRACT FILE AND THE AUDIT
000870*    FILE ARE ALLOWED TO START OUT NOT FOUND SINCE
000880*    1000-INITIALIZE CREATES THEM ON THE FIRST RUN.
000890*-----------------------------------------------------------------
000900 77  KM-CONTRACT-STATUS        PIC X(02).
000910     88  KM-CONTRACT-STATUS-OK VALUE '00'.
000920     88  KM-CONTRACT-NOT-FOUND VALUE '35'.
000930 77  KM-CUST-STATUS            PIC X(02).
000940     88  KM-CUST-STATUS-OK     VALUE '00'.
000950 77  KM-AUDIT-STATUS           PIC X(02).
000960     88  KM-AUDIT-STATUS-OK    VALUE '00'.
000970     88  KM-AUDIT-NOT-FOUND    VALUE '35'.
000980
000990*-----------------------------------------------------------------
001000*    OPERATOR KEYED FIELDS, THE REPLY TO THE "ANOTHER" PROMPT,
001010*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT
001020*-----------------------------------------------------------------
001030 77  KM-INQ-ACTION             PIC X(01)     VALUE SPACE.
001035     88  KM-ACTION-VALID       VALUE 'L' 'A' 'C'.
001040 77  KM-INQ-CUST-NO            PIC X(05)     VALUE SPACES.
001050 77  KM-INQ-EFF-DATE           PIC 9(08)     VALUE ZERO.
001060 77  KM-INQ-END-DATE           PIC 9(08)     VALUE ZERO.
001070 77  KM-INQ-RATE-TYPE          PIC X(01)     VALUE SPACE.
001080 77  KM-INQ-PER-METER          PIC 9(05)V99  VALUE ZERO.
001090 77  KM-INQ-PER-PILLAR         PIC 9(05)V99  VALUE ZERO.
001100 77  KM-INQ-DISCOUNT-PCT       PIC 9(03)V99  VALUE ZERO.
001110 77  KM-ANOTHER-CHANGE         PIC X(01)     VALUE 'Y'.
001120 77  KM-RESULT-MSG             PIC X(40)     VALUE SPACES.
001130
001140*-----------------------------------------------------------------
001150*    THE TERMS ON FILE BEFORE A CORRECTION, KEPT FOR THE AUDIT
001160*    RECORD WHILE THE OVERLAP CHECK READS THROUGH THE CUSTOMER'S
001170*    OTHER CONTRACTS
001180*-----------------------------------------------------------------
001190 01  KM-OLD-TERMS.
001200     05  KM-OLD-END-DATE           PIC 9(08).
001210     05  KM-OLD-RATE-TYPE          PIC X(01).
001220     05  KM-OLD-PER-METER          PIC 9(05)V99.
001230     05  KM-OLD-PER-PILLAR         PIC 9(05)V99.
001240     05  KM-OLD-DISCOUNT-PCT       PIC 9(03)V99.
001250
001260*-----------------------------------------------------------------
001270*    DATE-EDIT WORK FIELDS - EACH KEYED DATE IS MOVED TO
001280*    KM-EDIT-DATE, PULLED APART AND CHECKED AGAINST THE CALENDAR,
001290*    INCLUDING THE LEAP YEAR RULE FOR FEBRUARY.
001300*-----------------------------------------------------------------
001310 77  KM-EDIT-DATE              PIC 9(08)     VALUE ZERO.
001320 01  KM-DATE-WORK.
001330     05  KM-DATE-YYYY          PIC 9(04).
001340     05  KM-DATE-MM            PIC 9(02).
001350     05  KM-DATE-DD            PIC 9(02).
001360 77  KM-MONTH-DAYS             PIC 9(02)     VALUE ZERO.
001370 77  KM-LEAP-WORK              PIC 9(04)     VALUE ZERO COMP.
001380 77  KM-LEAP-REM               PIC 9(04)     VALUE ZERO COMP.
001390
001400*-----------------------------------------------------------------
001410*    CHANGE DATE AND TIME STAMPED ON EVERY AUDIT RECORD
001420*-----------------------------------------------------------------
001430 01  KM-RUN-DATE                PIC 9(08).
001440 01  KM-TIME-WORK.
001450     05  KM-TIME-HHMMSS        PIC 9(06).
001460     05  FILLER                PIC 9(02).
001470
001480*-----------------------------------------------------------------
001490*    GRID LINE FOR THE LIST ACTION AND THE RUN COUNTERS
001500*-----------------------------------------------------------------
001510 01  KM-GRID-LINE.
001520     05  FILLER                    PIC X(05)   VALUE "FROM ".
001530     05  KM-GRID-EFF-DATE          PIC 9999/99/99.
001540     05  FILLER                    PIC X(04)   VALUE " TO ".
001550     05  KM-GRID-END-DATE          PIC 9999/99/99.
001560     05  FILLER                    PIC X(07)   VALUE
001570         "  TYPE ".
001580     05  KM-GRID-RATE-TYPE         PIC X(01).
001590     05  FILLER                    PIC X(06)   VALUE
001600         "  MTR ".
001610     05  KM-GRID-PER-METER         PIC ZZZZ9.99.
001620     05  FILLER                    PIC X(06)   VALUE
001630         "  PLR ".
001640     05  KM-GRID-PER-PILLAR        PIC ZZZZ9.99.
001650     05  FILLER                    PIC X(06)   VALUE
001660         "  PCT ".
001670     05  KM-GRID-DISCOUNT-PCT      PIC ZZ9.99.
001680
001690 77  KM-CNT-CHANGES            PIC 9(07)     VALUE ZERO COMP.
001700 77  KM-CNT-LISTED             PIC 9(07)     VALUE ZERO COMP.
001710 77  KM-CNT-DISPLAY            PIC Z(06)9.
001720
001721*-----------------------------------------------------------------
001722*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001723*-----------------------------------------------------------------
001724 COPY PILLSGLK.
001725
001730 SCREEN SECTION.
001740 01  KM-KEY-SCREEN.
001750     05  BLANK SCREEN.
001760     05  LINE 01 COL 01 VALUE "CONTRACT RATES MAINTENANCE".
001770     05  LINE 03 COL 01 VALUE "ACTION (L/A/C) . . . . .".
001780     05  LINE 03 COL 25 PIC X(01) USING KM-INQ-ACTION.
001790     05  LINE 04 COL 01 VALUE "CUSTOMER NUMBER. . . . .".
001800     05  LINE 04 COL 25 PIC X(05) USING KM-INQ-CUST-NO.
001810     05  LINE 05 COL 01 VALUE "EFFECTIVE DATE YYYYMMDD.".
001820     05  LINE 05 COL 25 PIC 9(08) USING KM-INQ-EFF-DATE.
001830
001840 01  KM-TERMS-SCREEN.
001850     05  LINE 07 COL 01 VALUE "END DATE YYYYMMDD. . . .".
001860     05  LINE 07 COL 25 PIC 9(08) USING KM-INQ-END-DATE.
001870     05  LINE 08 COL 01 VALUE "RATES OR DISCOUNT (R/D).".
001880     05  LINE 08 COL 25 PIC X(01) USING KM-INQ-RATE-TYPE.
001890     05  LINE 09 COL 01 VALUE "COST PER METER . . . . .".
001900     05  LINE 09 COL 25 PIC 9(05)V99 USING KM-INQ-PER-METER.
001910     05  LINE 10 COL 01 VALUE "COST PER PILLAR. . . . .".
001920     05  LINE 10 COL 25 PIC 9(05)V99 USING KM-INQ-PER-PILLAR.
001930     05  LINE 11 COL 01 VALUE "DISCOUNT PERCENT . . . .".
001940     05  LINE 11 COL 25 PIC 9(03)V99 USING KM-INQ-DISCOUNT-PCT.
001950
001960 01  KM-RESULT-SCREEN.
001970     05  LINE 13 COL 01 VALUE "MESSAGE. . . . . . . . .".
001980     05  LINE 13 COL 25 PIC X(40) USING KM-RESULT-MSG.
001990
002000 01  KM-ANOTHER-SCREEN.
002010     05  LINE 15 COL 01 VALUE "ANOTHER ACTION? (Y/N). .".
002020     05  LINE 15 COL 25 PIC X(01) USING KM-ANOTHER-CHANGE.
002030
002040 PROCEDURE DIVISION.
002050
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE
002080                                  THRU 1000-INITIALIZE-EXIT.
002090     PERFORM 2000-PROCESS-ACTION
002100                                  THRU 2000-PROCESS-ACTION-EXIT
002110             UNTIL KM-MORE-WORK-NO.
002120     PERFORM 9999-TERMINATE
002130                                  THRU 9999-TERMINATE-EXIT.
002140     STOP RUN.
002150
002160*-----------------------------------------------------------------
002170*    1000-INITIALIZE - OPEN THE CONTRACT FILE FOR UPDATE, THE
002180*    CUSTOMER MASTER FOR LOOK-UP AND THE AUDIT FILE FOR APPEND,
002190*    CREATING THE CONTRACT AND AUDIT FILES ON THE FIRST RUN.
002200*-----------------------------------------------------------------
002210 1000-INITIALIZE.
002213     PERFORM 9600-SIGN-ON
002216                                  THRU 9600-SIGN-ON-EXIT.
002220     OPEN I-O CONTRACT-RATES.
002230     IF KM-CONTRACT-NOT-FOUND
002240         OPEN OUTPUT CONTRACT-RATES
002250         CLOSE CONTRACT-RATES
002260         OPEN I-O CONTRACT-RATES
002270     END-IF.
002280     IF NOT KM-CONTRACT-STATUS-OK
002290         DISPLAY "PILLKMNT - CONTRACT-RATES OPEN FAILED, "
002300                 "STATUS " KM-CONTRACT-STATUS
002310         GO TO 9900-ABEND-RUN
002320     END-IF.
002330     OPEN INPUT CUSTOMER-MASTER.
002340     IF NOT KM-CUST-STATUS-OK
002350         DISPLAY "PILLKMNT - CUSTOMER-MASTER OPEN FAILED, "
002360                 "STATUS " KM-CUST-STATUS
002370         GO TO 9900-ABEND-RUN
002380     END-IF.
002390     OPEN EXTEND CONTRACT-AUDIT.
002400     IF KM-AUDIT-NOT-FOUND
002410         OPEN OUTPUT CONTRACT-AUDIT
002420     END-IF.
002430     IF NOT KM-AUDIT-STATUS-OK
002440         DISPLAY "PILLKMNT - CONTRACT-AUDIT OPEN FAILED, STATUS "
002450                 KM-AUDIT-STATUS
002460         GO TO 9900-ABEND-RUN
002470     END-IF.
002480     ACCEPT KM-RUN-DATE FROM DATE YYYYMMDD.
002490 1000-INITIALIZE-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------------
002530*    2000-PROCESS-ACTION - ACCEPT ONE ACTION AND CONTRACT KEY,
002540*    ROUTE IT TO THE RIGHT HANDLER, AND ASK WHETHER TO GO AROUND
002550*    AGAIN.
002560*-----------------------------------------------------------------
002570 2000-PROCESS-ACTION.
002580     PERFORM 2100-INITIALIZE-ACTION
002590                              THRU 2100-INITIALIZE-ACTION-EXIT.
002600     ACCEPT KM-KEY-SCREEN.
002610     IF KM-INQ-ACTION = 'l'
002620         MOVE 'L' TO KM-INQ-ACTION
002630     END-IF.
002640     IF KM-INQ-ACTION = 'a'
002650         MOVE 'A' TO KM-INQ-ACTION
002660     END-IF.
002670     IF KM-INQ-ACTION = 'c'
002680         MOVE 'C' TO KM-INQ-ACTION
002690     END-IF.
002700     IF KM-INQ-CUST-NO = SPACES
002710         MOVE "CUSTOMER NUMBER IS BLANK" TO KM-RESULT-MSG
002720         DISPLAY KM-RESULT-SCREEN
002730         GO TO 2000-PROCESS-ACTION-ASK
002740     END-IF.
002741     IF KM-ACTION-VALID
002742         MOVE KM-INQ-ACTION  TO SG-ACTION
002743         MOVE KM-INQ-CUST-NO TO SG-KEY
002744         PERFORM 9610-CHECK-ACTION
002745                                  THRU 9610-CHECK-ACTION-EXIT
002746         IF NOT SG-STATUS-OK
002747             DISPLAY KM-RESULT-SCREEN
002748             GO TO 2000-PROCESS-ACTION-ASK
002749         END-IF
002750     END-IF.
002751     EVALUATE KM-INQ-ACTION
002760         WHEN 'L'
002770             PERFORM 3000-LIST-CONTRACTS
002780                               THRU 3000-LIST-CONTRACTS-EXIT
002790         WHEN 'A'
002800             PERFORM 4000-ADD-CONTRACT
002810                                  THRU 4000-ADD-CONTRACT-EXIT
002820         WHEN 'C'
002830             PERFORM 5000-CORRECT-CONTRACT
002840                              THRU 5000-CORRECT-CONTRACT-EXIT
002850         WHEN OTHER
002860             MOVE "ACTION MUST BE L, A OR C" TO KM-RESULT-MSG
002870             DISPLAY KM-RESULT-SCREEN
002880     END-EVALUATE.
002890 2000-PROCESS-ACTION-ASK.
002900     ACCEPT KM-ANOTHER-SCREEN.
002910     IF KM-ANOTHER-CHANGE NOT = "Y"
002920             AND KM-ANOTHER-CHANGE NOT = "y"
002930         SET KM-MORE-WORK-NO TO TRUE
002940     END-IF.
002950 2000-PROCESS-ACTION-EXIT.
002960     EXIT.
002970
002980*-----------------------------------------------------------------
002990*    2100-INITIALIZE-ACTION - CLEAR THE FIELDS BEFORE THE NEXT
003000*    ACTION IS KEYED.
003010*-----------------------------------------------------------------
003020 2100-INITIALIZE-ACTION.
003030     MOVE SPACE  TO KM-INQ-ACTION KM-INQ-RATE-TYPE.
003040     MOVE SPACES TO KM-INQ-CUST-NO KM-RESULT-MSG.
003050     MOVE ZERO   TO KM-INQ-EFF-DATE KM-INQ-END-DATE
003060                    KM-INQ-PER-METER KM-INQ-PER-PILLAR
003070                    KM-INQ-DISCOUNT-PCT.
003080 2100-INITIALIZE-ACTION-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------------
003120*    3000-LIST-CONTRACTS - ONE GRID LINE PER CONTRACT ON FILE
003130*    FOR THE KEYED CUSTOMER, IN EFFECTIVE-DATE ORDER AS READ
003140*    FROM THE INDEX.
003150*-----------------------------------------------------------------
003160 3000-LIST-CONTRACTS.
003170     MOVE ZERO TO KM-CNT-LISTED.
003180     PERFORM 3500-START-CUSTOMER
003190                                  THRU 3500-START-CUSTOMER-EXIT.
003200     PERFORM 3100-LIST-ONE-CONTRACT
003210                             THRU 3100-LIST-ONE-CONTRACT-EXIT
003220             UNTIL KM-CUST-EOF-YES.
003230     IF KM-CNT-LISTED = ZERO
003240         MOVE "NO CONTRACTS ON FILE FOR CUSTOMER"
003250             TO KM-RESULT-MSG
003260         DISPLAY KM-RESULT-SCREEN
003270     END-IF.
003280 3000-LIST-CONTRACTS-EXIT.
003290     EXIT.
003300
003310*-----------------------------------------------------------------
003320*    3100-LIST-ONE-CONTRACT - ONE GRID LINE PER CONTRACT, THEN
003330*    READ THE NEXT.
003340*-----------------------------------------------------------------
003350 3100-LIST-ONE-CONTRACT.
003360     IF KM-CNT-LISTED = ZERO
003370         DISPLAY "CONTRACTS ON FILE FOR CUSTOMER " KM-INQ-CUST-NO
003380     END-IF.
003390     ADD 1 TO KM-CNT-LISTED.
003400     MOVE CR-EFF-DATE        TO KM-GRID-EFF-DATE.
003410     MOVE CR-END-DATE        TO KM-GRID-END-DATE.
003420     MOVE CR-RATE-TYPE       TO KM-GRID-RATE-TYPE.
003430     MOVE CR-COST-PER-METER  TO KM-GRID-PER-METER.
003440     MOVE CR-COST-PER-PILLAR TO KM-GRID-PER-PILLAR.
003450     MOVE CR-DISCOUNT-PCT    TO KM-GRID-DISCOUNT-PCT.
003460     DISPLAY KM-GRID-LINE.
003470     PERFORM 3600-READ-NEXT-CONTRACT
003480                              THRU 3600-READ-NEXT-CONTRACT-EXIT.
003490 3100-LIST-ONE-CONTRACT-EXIT.
003500     EXIT.
003510
003520*-----------------------------------------------------------------
003530*    3500-START-CUSTOMER - POSITION THE INDEX AT THE FIRST
003540*    CONTRACT FOR THE KEYED CUSTOMER AND READ IT, SETTING THE
003550*    CUSTOMER EOF SWITCH WHEN THE CUSTOMER HAS NONE.
003560*-----------------------------------------------------------------
003570 3500-START-CUSTOMER.
003580     SET KM-CUST-EOF-NO TO TRUE.
003590     MOVE KM-INQ-CUST-NO TO CR-CUST-NO.
003600     MOVE ZERO           TO CR-EFF-DATE.
003610     START CONTRACT-RATES KEY NOT < CR-KEY
003620         INVALID KEY
003630             SET KM-CUST-EOF-YES TO TRUE
003640             GO TO 3500-START-CUSTOMER-EXIT
003650     END-START.
003660     PERFORM 3600-READ-NEXT-CONTRACT
003670                              THRU 3600-READ-NEXT-CONTRACT-EXIT.
003680 3500-START-CUSTOMER-EXIT.
003690     EXIT.
003700
003710*-----------------------------------------------------------------
003720*    3600-READ-NEXT-CONTRACT - READ THE NEXT CONTRACT IN KEY
003730*    ORDER, STOPPING WHEN THE CUSTOMER CHANGES OR THE FILE ENDS.
003740*-----------------------------------------------------------------
003750 3600-READ-NEXT-CONTRACT.
003760     READ CONTRACT-RATES NEXT RECORD
003770         AT END
003780             SET KM-CUST-EOF-YES TO TRUE
003790             GO TO 3600-READ-NEXT-CONTRACT-EXIT
003800     END-READ.
003810     IF CR-CUST-NO NOT = KM-INQ-CUST-NO
003820         SET KM-CUST-EOF-YES TO TRUE
003830     END-IF.
003840 3600-READ-NEXT-CONTRACT-EXIT.
003850     EXIT.
003860
003870*-----------------------------------------------------------------
003880*    4000-ADD-CONTRACT - TAKE THE TERMS OF A NEW CONTRACT, EDIT
003890*    THEM, REFUSE A CUSTOMER NOT ON THE MASTER, A KEY ALREADY ON
003900*    FILE OR A PERIOD THAT OVERLAPS ANOTHER CONTRACT, WRITE THE
003910*    RECORD AND THE AUDIT RECORD WITH EMPTY OLD TERMS.
003920*-----------------------------------------------------------------
003930 4000-ADD-CONTRACT.
003940     MOVE KM-INQ-CUST-NO TO CU-CUST-NO.
003950     READ CUSTOMER-MASTER
003960         INVALID KEY
003970             MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
003980                 TO KM-RESULT-MSG
003990             DISPLAY KM-RESULT-SCREEN
004000             GO TO 4000-ADD-CONTRACT-EXIT
004010     END-READ.
004020     PERFORM 4100-READ-CONTRACT
004030                                  THRU 4100-READ-CONTRACT-EXIT.
004040     IF KM-ON-FILE-YES
004050         MOVE "CONTRACT ALREADY ON FILE" TO KM-RESULT-MSG
004060         DISPLAY KM-RESULT-SCREEN
004070         GO TO 4000-ADD-CONTRACT-EXIT
004080     END-IF.
004090     ACCEPT KM-TERMS-SCREEN.
004100     PERFORM 4500-EDIT-TERMS
004110                                  THRU 4500-EDIT-TERMS-EXIT.
004120     IF KM-RESULT-MSG NOT = SPACES
004130         DISPLAY KM-RESULT-SCREEN
004140         GO TO 4000-ADD-CONTRACT-EXIT
004150     END-IF.
004160     PERFORM 4300-CHECK-OVERLAP
004170                                  THRU 4300-CHECK-OVERLAP-EXIT.
004180     IF KM-OVERLAP-YES
004190         MOVE "OVERLAPS ANOTHER CONTRACT - NOT ADDED"
004200             TO KM-RESULT-MSG
004210         DISPLAY KM-RESULT-SCREEN
004220         GO TO 4000-ADD-CONTRACT-EXIT
004230     END-IF.
004240     PERFORM 4200-BUILD-CONTRACT
004250                                  THRU 4200-BUILD-CONTRACT-EXIT.
004260     WRITE CR-CONTRACT-RECORD.
004270     IF NOT KM-CONTRACT-STATUS-OK
004280         MOVE "WRITE FAILED - NOT ADDED" TO KM-RESULT-MSG
004290         DISPLAY KM-RESULT-SCREEN
004300         GO TO 4000-ADD-CONTRACT-EXIT
004310     END-IF.
004320     SET CA-ACTION-ADD TO TRUE.
004325     MOVE SPACES TO SG-BEFORE.
004330     MOVE ZERO  TO KM-OLD-END-DATE KM-OLD-PER-METER
004340                   KM-OLD-PER-PILLAR KM-OLD-DISCOUNT-PCT.
004350     MOVE SPACE TO KM-OLD-RATE-TYPE.
004360     PERFORM 6000-WRITE-AUDIT
004370                                  THRU 6000-WRITE-AUDIT-EXIT.
004380     MOVE "CONTRACT ADDED" TO KM-RESULT-MSG.
004390     DISPLAY KM-RESULT-SCREEN.
004400 4000-ADD-CONTRACT-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004440*    4100-READ-CONTRACT - LOOK THE KEYED CUSTOMER AND EFFECTIVE
004450*    DATE UP ON THE CONTRACT FILE AND SET THE ON-FILE SWITCH.
004460*-----------------------------------------------------------------
004470 4100-READ-CONTRACT.
004480     MOVE KM-INQ-CUST-NO  TO CR-CUST-NO.
004490     MOVE KM-INQ-EFF-DATE TO CR-EFF-DATE.
004500     READ CONTRACT-RATES
004510         INVALID KEY
004520             SET KM-ON-FILE-NO TO TRUE
004530         NOT INVALID KEY
004540             SET KM-ON-FILE-YES TO TRUE
004550     END-READ.
004560 4100-READ-CONTRACT-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600*    4200-BUILD-CONTRACT - MOVE THE KEYED FIGURES INTO THE
004610*    CONTRACT RECORD READY TO WRITE OR REWRITE.
004620*-----------------------------------------------------------------
004630 4200-BUILD-CONTRACT.
004640     MOVE KM-INQ-CUST-NO      TO CR-CUST-NO.
004650     MOVE KM-INQ-EFF-DATE     TO CR-EFF-DATE.
004660     MOVE KM-INQ-END-DATE     TO CR-END-DATE.
004670     MOVE KM-INQ-RATE-TYPE    TO CR-RATE-TYPE.
004680     MOVE KM-INQ-PER-METER    TO CR-COST-PER-METER.
004690     MOVE KM-INQ-PER-PILLAR   TO CR-COST-PER-PILLAR.
004700     MOVE KM-INQ-DISCOUNT-PCT TO CR-DISCOUNT-PCT.
004710 4200-BUILD-CONTRACT-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------------
004750*    4300-CHECK-OVERLAP - READ THROUGH THE CUSTOMER'S OTHER
004760*    CONTRACTS AND SET THE OVERLAP SWITCH IF ANY OF THEM COVERS
004770*    A DAY INSIDE THE KEYED PERIOD.  THE CONTRACT BEING
004780*    CORRECTED IS PASSED OVER.
004790*-----------------------------------------------------------------
004800 4300-CHECK-OVERLAP.
004810     SET KM-OVERLAP-NO TO TRUE.
004820     PERFORM 3500-START-CUSTOMER
004830                                  THRU 3500-START-CUSTOMER-EXIT.
004840     PERFORM 4310-CHECK-ONE-CONTRACT
004850                             THRU 4310-CHECK-ONE-CONTRACT-EXIT
004860             UNTIL KM-CUST-EOF-YES
004870                OR KM-OVERLAP-YES.
004880 4300-CHECK-OVERLAP-EXIT.
004890     EXIT.
004900
004910*-----------------------------------------------------------------
004920*    4310-CHECK-ONE-CONTRACT - TWO PERIODS OVERLAP WHEN EACH
004930*    STARTS ON OR BEFORE THE DAY THE OTHER ENDS.
004940*-----------------------------------------------------------------
004950 4310-CHECK-ONE-CONTRACT.
004960     IF CR-EFF-DATE NOT = KM-INQ-EFF-DATE
004970             AND CR-EFF-DATE NOT > KM-INQ-END-DATE
004980             AND KM-INQ-EFF-DATE NOT > CR-END-DATE
004990         SET KM-OVERLAP-YES TO TRUE
005000         GO TO 4310-CHECK-ONE-CONTRACT-EXIT
005010     END-IF.
005020     PERFORM 3600-READ-NEXT-CONTRACT
005030                              THRU 3600-READ-NEXT-CONTRACT-EXIT.
005040 4310-CHECK-ONE-CONTRACT-EXIT.
005050     EXIT.
005060
005070*-----------------------------------------------------------------
005080*    4500-EDIT-TERMS - BOTH DATES MUST BE REAL CALENDAR DATES
005090*    WITH THE END NOT BEFORE THE START.  A RATES CONTRACT NEEDS
005100*    BOTH COSTS AND NO DISCOUNT; A DISCOUNT CONTRACT NEEDS A
005110*    PERCENTAGE ABOVE ZERO AND UNDER 100 AND NO COSTS.  THE
005120*    FIRST ERROR FOUND GOES IN THE MESSAGE; A BLANK MESSAGE
005130*    MEANS THE TERMS PASSED.
005140*-----------------------------------------------------------------
005150 4500-EDIT-TERMS.
005160     MOVE SPACES TO KM-RESULT-MSG.
005170     IF KM-INQ-RATE-TYPE = 'r'
005180         MOVE 'R' TO KM-INQ-RATE-TYPE
005190     END-IF.
005200     IF KM-INQ-RATE-TYPE = 'd'
005210         MOVE 'D' TO KM-INQ-RATE-TYPE
005220     END-IF.
005230     MOVE KM-INQ-EFF-DATE TO KM-EDIT-DATE.
005240     PERFORM 4600-EDIT-DATE
005250                                  THRU 4600-EDIT-DATE-EXIT.
005260     IF KM-DATE-OK-NO
005270         MOVE "EFFECTIVE DATE IS NOT A REAL DATE"
005280             TO KM-RESULT-MSG
005290         GO TO 4500-EDIT-TERMS-EXIT
005300     END-IF.
005310     MOVE KM-INQ-END-DATE TO KM-EDIT-DATE.
005320     PERFORM 4600-EDIT-DATE
005330                                  THRU 4600-EDIT-DATE-EXIT.
005340     IF KM-DATE-OK-NO
005350         MOVE "END DATE IS NOT A REAL DATE" TO KM-RESULT-MSG
005360         GO TO 4500-EDIT-TERMS-EXIT
005370     END-IF.
005380     IF KM-INQ-END-DATE < KM-INQ-EFF-DATE
005390         MOVE "END DATE IS BEFORE EFFECTIVE DATE"
005400             TO KM-RESULT-MSG
005410         GO TO 4500-EDIT-TERMS-EXIT
005420     END-IF.
005430     EVALUATE KM-INQ-RATE-TYPE
005440         WHEN 'R'
005450             IF KM-INQ-PER-METER = ZERO
005460                 MOVE "COST PER METER IS ZERO" TO KM-RESULT-MSG
005470             ELSE
005480                 IF KM-INQ-PER-PILLAR = ZERO
005490                     MOVE "COST PER PILLAR IS ZERO"
005500                         TO KM-RESULT-MSG
005510                 ELSE
005520                     IF KM-INQ-DISCOUNT-PCT NOT = ZERO
005530                         MOVE "RATES CONTRACT TAKES NO DISCOUNT"
005540                             TO KM-RESULT-MSG
005550                     END-IF
005560                 END-IF
005570             END-IF
005580         WHEN 'D'
005590             IF KM-INQ-DISCOUNT-PCT = ZERO
005600                     OR KM-INQ-DISCOUNT-PCT NOT < 100
005610                 MOVE "DISCOUNT MUST BE ABOVE 0 AND UNDER 100"
005620                     TO KM-RESULT-MSG
005630             ELSE
005640                 IF KM-INQ-PER-METER NOT = ZERO
005650                         OR KM-INQ-PER-PILLAR NOT = ZERO
005660                     MOVE "DISCOUNT CONTRACT TAKES NO COSTS"
005670                         TO KM-RESULT-MSG
005680                 END-IF
005690             END-IF
005700         WHEN OTHER
005710             MOVE "CONTRACT TYPE MUST BE R OR D" TO KM-RESULT-MSG
005720     END-EVALUATE.
005730 4500-EDIT-TERMS-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------------
005770*    4600-EDIT-DATE - PULL THE DATE IN KM-EDIT-DATE APART AND
005780*    CHECK IT AGAINST THE CALENDAR.  FEBRUARY GETS 29 DAYS ONLY
005790*    IN A LEAP YEAR - DIVISIBLE BY 4 AND NOT BY 100, OR BY 400.
005800*-----------------------------------------------------------------
005810 4600-EDIT-DATE.
005820     SET KM-DATE-OK-NO TO TRUE.
005830     MOVE KM-EDIT-DATE TO KM-DATE-WORK.
005840     IF KM-DATE-YYYY < 1900 OR KM-DATE-MM < 01
005850             OR KM-DATE-MM > 12 OR KM-DATE-DD < 01
005860         GO TO 4600-EDIT-DATE-EXIT
005870     END-IF.
005880     EVALUATE KM-DATE-MM
005890         WHEN 01
005900         WHEN 03
005910         WHEN 05
005920         WHEN 07
005930         WHEN 08
005940         WHEN 10
005950         WHEN 12
005960             MOVE 31 TO KM-MONTH-DAYS
005970         WHEN 04
005980         WHEN 06
005990         WHEN 09
006000         WHEN 11
006010             MOVE 30 TO KM-MONTH-DAYS
006020         WHEN 02
006030             MOVE 28 TO KM-MONTH-DAYS
006040             DIVIDE KM-DATE-YYYY BY 4 GIVING KM-LEAP-WORK
006050                 REMAINDER KM-LEAP-REM
006060             IF KM-LEAP-REM = ZERO
006070                 MOVE 29 TO KM-MONTH-DAYS
006080                 DIVIDE KM-DATE-YYYY BY 100 GIVING KM-LEAP-WORK
006090                     REMAINDER KM-LEAP-REM
006100                 IF KM-LEAP-REM = ZERO
006110                     MOVE 28 TO KM-MONTH-DAYS
006120                     DIVIDE KM-DATE-YYYY BY 400
006130                         GIVING KM-LEAP-WORK
006140                         REMAINDER KM-LEAP-REM
006150                     IF KM-LEAP-REM = ZERO
006160                         MOVE 29 TO KM-MONTH-DAYS
006170                     END-IF
006180                 END-IF
006190             END-IF
006200     END-EVALUATE.
006210     IF KM-DATE-DD NOT > KM-MONTH-DAYS
006220         SET KM-DATE-OK-YES TO TRUE
006230     END-IF.
006240 4600-EDIT-DATE-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------------
006280*    5000-CORRECT-CONTRACT - SHOW THE TERMS ON FILE FOR THE
006290*    KEYED CUSTOMER AND EFFECTIVE DATE, TAKE THE CORRECTED ONES,
006300*    EDIT AND OVERLAP-CHECK THEM, REWRITE, AND WRITE THE AUDIT
006310*    RECORD CARRYING THE OLD AND NEW TERMS.
006320*-----------------------------------------------------------------
006330 5000-CORRECT-CONTRACT.
006340     PERFORM 4100-READ-CONTRACT
006350                                  THRU 4100-READ-CONTRACT-EXIT.
006360     IF KM-ON-FILE-NO
006370         MOVE "CONTRACT NOT ON FILE" TO KM-RESULT-MSG
006380         DISPLAY KM-RESULT-SCREEN
006390         GO TO 5000-CORRECT-CONTRACT-EXIT
006400     END-IF.
006405     MOVE CR-CONTRACT-RECORD TO SG-BEFORE.
006410     MOVE CR-END-DATE        TO KM-OLD-END-DATE.
006420     MOVE CR-RATE-TYPE       TO KM-OLD-RATE-TYPE.
006430     MOVE CR-COST-PER-METER  TO KM-OLD-PER-METER.
006440     MOVE CR-COST-PER-PILLAR TO KM-OLD-PER-PILLAR.
006450     MOVE CR-DISCOUNT-PCT    TO KM-OLD-DISCOUNT-PCT.
006460     MOVE KM-OLD-END-DATE     TO KM-INQ-END-DATE.
006470     MOVE KM-OLD-RATE-TYPE    TO KM-INQ-RATE-TYPE.
006480     MOVE KM-OLD-PER-METER    TO KM-INQ-PER-METER.
006490     MOVE KM-OLD-PER-PILLAR   TO KM-INQ-PER-PILLAR.
006500     MOVE KM-OLD-DISCOUNT-PCT TO KM-INQ-DISCOUNT-PCT.
006510     ACCEPT KM-TERMS-SCREEN.
006520     PERFORM 4500-EDIT-TERMS
006530                                  THRU 4500-EDIT-TERMS-EXIT.
006540     IF KM-RESULT-MSG NOT = SPACES
006550         DISPLAY KM-RESULT-SCREEN
006560         GO TO 5000-CORRECT-CONTRACT-EXIT
006570     END-IF.
006580     PERFORM 4300-CHECK-OVERLAP
006590                                  THRU 4300-CHECK-OVERLAP-EXIT.
006600     IF KM-OVERLAP-YES
006610         MOVE "OVERLAPS ANOTHER CONTRACT - NOT CHANGED"
006620             TO KM-RESULT-MSG
006630         DISPLAY KM-RESULT-SCREEN
006640         GO TO 5000-CORRECT-CONTRACT-EXIT
006650     END-IF.
006660     PERFORM 4200-BUILD-CONTRACT
006670                                  THRU 4200-BUILD-CONTRACT-EXIT.
006680     REWRITE CR-CONTRACT-RECORD.
006690     IF NOT KM-CONTRACT-STATUS-OK
006700         MOVE "REWRITE FAILED - NOT CHANGED" TO KM-RESULT-MSG
006710         DISPLAY KM-RESULT-SCREEN
006720         GO TO 5000-CORRECT-CONTRACT-EXIT
006730     END-IF.
006740     SET CA-ACTION-CORRECT TO TRUE.
006750     PERFORM 6000-WRITE-AUDIT
006760                                  THRU 6000-WRITE-AUDIT-EXIT.
006770     MOVE "CONTRACT CORRECTED" TO KM-RESULT-MSG.
006780     DISPLAY KM-RESULT-SCREEN.
006790 5000-CORRECT-CONTRACT-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------------
006830*    6000-WRITE-AUDIT - ONE AUDIT RECORD PER CHANGE TAKEN.  THE
006840*    ACTION AND OLD TERMS ARE SET BY THE CALLER; THE KEY, THE
006850*    NEW TERMS AND THE TIMESTAMP ARE FILLED IN HERE.
006860*-----------------------------------------------------------------
006870 6000-WRITE-AUDIT.
006880     ACCEPT KM-TIME-WORK FROM TIME.
006890     MOVE KM-RUN-DATE         TO CA-CHANGE-DATE.
006900     MOVE KM-TIME-HHMMSS      TO CA-CHANGE-TIME.
006910     MOVE KM-INQ-CUST-NO      TO CA-CUST-NO.
006920     MOVE KM-INQ-EFF-DATE     TO CA-EFF-DATE.
006930     MOVE KM-OLD-END-DATE     TO CA-OLD-END-DATE.
006940     MOVE KM-OLD-RATE-TYPE    TO CA-OLD-RATE-TYPE.
006950     MOVE KM-OLD-PER-METER    TO CA-OLD-PER-METER.
006960     MOVE KM-OLD-PER-PILLAR   TO CA-OLD-PER-PILLAR.
006970     MOVE KM-OLD-DISCOUNT-PCT TO CA-OLD-DISCOUNT-PCT.
006980     MOVE KM-INQ-END-DATE     TO CA-NEW-END-DATE.
006990     MOVE KM-INQ-RATE-TYPE    TO CA-NEW-RATE-TYPE.
007000     MOVE KM-INQ-PER-METER    TO CA-NEW-PER-METER.
007010     MOVE KM-INQ-PER-PILLAR   TO CA-NEW-PER-PILLAR.
007020     MOVE KM-INQ-DISCOUNT-PCT TO CA-NEW-DISCOUNT-PCT.
007030     WRITE CA-AUDIT-RECORD.
007040     ADD 1 TO KM-CNT-CHANGES.
007041     MOVE CA-ACTION          TO SG-ACTION.
007042     MOVE CR-KEY             TO SG-KEY.
007043     MOVE CR-CONTRACT-RECORD TO SG-AFTER.
007044     PERFORM 9620-JOURNAL-CHANGE
007045                                  THRU 9620-JOURNAL-CHANGE-EXIT.
007050 6000-WRITE-AUDIT-EXIT.
007060     EXIT.
007070
007071*-----------------------------------------------------------------
007072*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
007073*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
007074*    OPENED.
007075*-----------------------------------------------------------------
007076 9600-SIGN-ON.
007077     MOVE "PILLKMNT" TO SG-PROGRAM.
007078     SET SG-FUNC-SIGN-ON TO TRUE.
007079     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
007080                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
007081                           SG-STATUS.
007082     IF NOT SG-STATUS-OK
007083         DISPLAY "PILLKMNT - OPERATOR NOT SIGNED ON - RUN STOPPED"
007084         GO TO 9900-ABEND-RUN
007085     END-IF.
007086 9600-SIGN-ON-EXIT.
007087     EXIT.
007088
007089*-----------------------------------------------------------------
007090*    9610-CHECK-ACTION - ASK PILLSIGN WHETHER THE OPERATOR'S ROLE
007091*    MAY TAKE THE ACTION IN SG-ACTION ON THE KEY IN SG-KEY.  A
007092*    REFUSAL LEAVES THE MESSAGE FOR THE CALLER TO SHOW.
007093*-----------------------------------------------------------------
007094 9610-CHECK-ACTION.
007095     SET SG-FUNC-CHECK-ACTION TO TRUE.
007096     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
007097                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
007098                           SG-STATUS.
007099     IF NOT SG-STATUS-OK
007100         MOVE "ACTION NOT ALLOWED FOR YOUR ROLE"
007101             TO KM-RESULT-MSG
007102     END-IF.
007103 9610-CHECK-ACTION-EXIT.
007104     EXIT.
007105
007106*-----------------------------------------------------------------
007107*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
007108*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
007109*-----------------------------------------------------------------
007110 9620-JOURNAL-CHANGE.
007111     SET SG-FUNC-JOURNAL TO TRUE.
007112     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
007113                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
007114                           SG-STATUS.
007115 9620-JOURNAL-CHANGE-EXIT.
007116     EXIT.
007117
007118*-----------------------------------------------------------------
007119*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
007120*-----------------------------------------------------------------
007121 9630-SIGN-OFF.
007122     SET SG-FUNC-SIGN-OFF TO TRUE.
007123     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
007124                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
007125                           SG-STATUS.
007126 9630-SIGN-OFF-EXIT.
007127     EXIT.
007128
007129*-----------------------------------------------------------------
007130*    9999-TERMINATE - CLOSE THE FILES AND PUT THE CHANGE COUNT
007131*    ON THE JOB LOG.
007132*-----------------------------------------------------------------
007133 9999-TERMINATE.
007134     CLOSE CONTRACT-RATES
007140           CUSTOMER-MASTER
007150           CONTRACT-AUDIT.
007153     PERFORM 9630-SIGN-OFF
007156                                  THRU 9630-SIGN-OFF-EXIT.
007160     MOVE KM-CNT-CHANGES TO KM-CNT-DISPLAY.
007170     DISPLAY "PILLKMNT - CHANGES TAKEN. . " KM-CNT-DISPLAY.
007180 9999-TERMINATE-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------------
007220*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
007230*    ALREADY BEEN DISPLAYED BY THE CALLER.
007235*    SIGN THE OPERATOR OFF AND STOP THE JOB.
007240*-----------------------------------------------------------------
007250 9900-ABEND-RUN.
007253     PERFORM 9630-SIGN-OFF
007256                                  THRU 9630-SIGN-OFF-EXIT.
007260     STOP RUN.
007270
007280 END PROGRAM PILLKMNT.
