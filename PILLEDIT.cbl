000140*  A REJECTS FILE CARRYING THE ORIGINAL RECORD PLUS A REASON   *
000150*  CODE PER ERROR, SO A MIS-KEYED BATCH IS CAUGHT BEFORE THE    *
000160*  RUN INSTEAD OF ONE DISPLAY AT A TIME AFTER IT.               *
000162*  EACH DETAIL IS ALSO CHECKED AGAINST THE ENGINEERING DESIGN   *
000164*  LIMITS IN EFFECT FOR ITS UNIT ON THE BATCH DATE - A HARD     *
000166*  LIMIT BROKEN REJECTS IT, A SOFT LIMIT BROKEN LETS IT THROUGH *
000168*  AND LOGS IT ON THE SOFT-WARNINGS FILE.                       *
000170*                                                               *
000180*-----------------------------------------------------------------
000190*  MODIFICATION HISTORY                                         *
000324*                  CUSTOMER MASTER (REASON 18) SO A JOB CAN NO   *
000326*                  LONGER REACH THE DRIVER WITHOUT A KNOWN       *
000328*                  OWNER, AND WIDENED THE RECORD IMAGES FOR IT.  *
000329*  2026-10-08 RSM  CHECKED SPACING, WIDTH, WIDTH-TO-SPACING      *
000330*                  RATIO AND PILLARS PER SECTION AGAINST THE     *
000331*                  DATED DESIGN-LIMITS FILE (REASONS 19 TO 23    *
000332*                  FOR A HARD LIMIT) AND LOGGED JOBS LET THROUGH *
000333*                  ON A SOFT LIMIT TO THE NEW SOFT-WARNINGS FILE.*
000334*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    PILLEDIT.
000360 AUTHOR.        R S MASON.
000546                              ACCESS MODE IS RANDOM
000548                              RECORD KEY IS CU-CUST-NO
000549                              FILE STATUS IS ED-CUST-STATUS.
000550     SELECT DESIGN-LIMITS    ASSIGN TO "PILLDLIM"
000551                              ORGANIZATION IS INDEXED
000552                              ACCESS MODE IS SEQUENTIAL
000553                              RECORD KEY IS DL-KEY
000554                              FILE STATUS IS ED-LIM-STATUS.
000555     SELECT SOFT-WARNINGS    ASSIGN TO "PILLSWRN"
000556                              ORGANIZATION IS SEQUENTIAL
000557                              FILE STATUS IS ED-WARN-STATUS.
000558
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RAW-JOBS
000682
000684 FD  CUSTOMER-MASTER.
000686     COPY PILLCUS.
000687 FD  DESIGN-LIMITS.
000688     COPY PILLDLM.
000689
000690 FD  SOFT-WARNINGS
000691     RECORDING MODE IS F.
000692     COPY PILLSWN.
000693
000700 WORKING-STORAGE SECTION.
000710*-----------------------------------------------------------------
000720*    SWITCHES
000912 77  ED-CUST-FOUND-SW          PIC X(01)     VALUE 'N'.
000914     88  ED-CUST-FOUND-YES     VALUE 'Y'.
000916     88  ED-CUST-FOUND-NO      VALUE 'N'.
000917 77  ED-LIM-EOF-SW             PIC X(01)     VALUE 'N'.
000918     88  ED-LIM-EOF-YES        VALUE 'Y'.
000919     88  ED-LIM-EOF-NO         VALUE 'N'.
000920
000930*-----------------------------------------------------------------
000940*    FILE STATUS FOR EACH FILE
001010     88  ED-REJECT-STATUS-OK   VALUE '00'.
001012 77  ED-CUST-STATUS            PIC X(02).
001014     88  ED-CUST-STATUS-OK     VALUE '00'.
001015 77  ED-LIM-STATUS             PIC X(02).
001016     88  ED-LIM-STATUS-OK      VALUE '00'.
001017     88  ED-LIM-NOT-FOUND      VALUE '35'.
001018 77  ED-WARN-STATUS            PIC X(02).
001019     88  ED-WARN-STATUS-OK     VALUE '00'.
001020     88  ED-WARN-NOT-FOUND     VALUE '35'.
001021
001030*-----------------------------------------------------------------
001040*    RUN COUNTERS FOR THE END-OF-JOB SUMMARY
001050*-----------------------------------------------------------------
001070 77  ED-CNT-DETAIL             PIC 9(07)     VALUE ZERO COMP.
001080 77  ED-CNT-CLEAN              PIC 9(07)     VALUE ZERO COMP.
001090 77  ED-CNT-REJECT             PIC 9(07)     VALUE ZERO COMP.
001095 77  ED-CNT-WARNED             PIC 9(07)     VALUE ZERO COMP.
001100 77  ED-CNT-DISPLAY            PIC Z(06)9.
001110 77  ED-TRL-EXPECTED           PIC 9(07)     VALUE ZERO.
001120
001352*    RE-READING THE MASTER FOR EVERY RECORD.
001354*-----------------------------------------------------------------
001356 77  ED-PREV-CUST              PIC X(05)     VALUE LOW-VALUES.
001357*-----------------------------------------------------------------
001358*    DESIGN LIMITS IN EFFECT ON THE BATCH DATE - ENTRY 1 FOR
001359*    METRES, ENTRY 2 FOR FEET.  EACH ENTRY IS THE LIMIT SET WITH
001360*    THE LATEST EFFECTIVE DATE NOT AFTER THE BATCH DATE; A UNIT
001361*    WITH NO SET IN EFFECT KEEPS ZERO LIMITS, WHICH ARE NOT
001362*    APPLIED.  THE LIMITS GROUP MUST STAY THE SAME LAYOUT AS
001363*    DL-LIMITS IN PILLDLM.CPY.
001364*-----------------------------------------------------------------
001365 77  ED-LIM-DATE               PIC 9(08)     VALUE ZERO.
001366 77  ED-LIM-SUB                PIC S9(04)    VALUE ZERO COMP.
001367 01  ED-LIMIT-TABLE.
001368     05  ED-LIM-ENTRY          OCCURS 2 TIMES.
001369         10  ED-LIM-EFF-DATE       PIC 9(08).
001370         10  ED-LIM-LIMITS.
001371             15  ED-LIM-MIN-DIST       PIC 9(02)V99.
001372             15  ED-LIM-MIN-DIST-SEV   PIC X(01).
001373             15  ED-LIM-MAX-DIST       PIC 9(02)V99.
001374             15  ED-LIM-MAX-DIST-SEV   PIC X(01).
001375             15  ED-LIM-MAX-WIDTH      PIC 9(02)V99.
001376             15  ED-LIM-MAX-WIDTH-SEV  PIC X(01).
001377             15  ED-LIM-MAX-RATIO      PIC 9(03)V999.
001378             15  ED-LIM-MAX-RATIO-SEV  PIC X(01).
001379             15  ED-LIM-MAX-PILLARS    PIC 9(04).
001380             15  ED-LIM-MAX-PILL-SEV   PIC X(01).
001381
001382*-----------------------------------------------------------------
001383*    WORK FIELDS FOR ONE RECORD'S LIMIT CHECK - THE RATIO OF
001384*    WIDTH TO SPACING AS KEYED, THE CODE AND SEVERITY OF A LIMIT
001385*    JUST BROKEN, AND THE SOFT LIMITS BROKEN SO FAR, WHICH ARE
001386*    ONLY LOGGED IF THE RECORD GOES ON TO THE CLEAN FILE.
001387*-----------------------------------------------------------------
001388 77  ED-RATIO                  PIC 9(05)V999 VALUE ZERO.
001389 77  ED-BREACH-CODE            PIC X(02)     VALUE SPACES.
001390 77  ED-BREACH-SEV             PIC X(01)     VALUE SPACE.
001391     88  ED-BREACH-SOFT        VALUE 'S'.
001392 77  ED-WARN-COUNT             PIC 9(01)     VALUE ZERO.
001393 01  ED-WARN-TABLE.
001394     05  ED-WARN-CODE          OCCURS 5 TIMES
001395                               PIC X(02).
001396
001397*-----------------------------------------------------------------
001398*    RUN DATE AND THE BATCH HEADER'S DATE AND ID, STAMPED ON
001399*    EVERY SOFT-WARNING RECORD
001400*-----------------------------------------------------------------
001401 77  ED-RUN-DATE               PIC 9(08)     VALUE ZERO.
001402 77  ED-BATCH-DATE             PIC 9(08)     VALUE ZERO.
001403 77  ED-BATCH-ID               PIC X(08)     VALUE SPACES.
001404
001405 PROCEDURE DIVISION.
001406
001407 0000-MAINLINE.
001408     PERFORM 1000-INITIALIZE
001416                                  THRU 1000-INITIALIZE-EXIT.
001426     PERFORM 2000-EDIT-JOB
001436                                  THRU 2000-EDIT-JOB-EXIT
001476     STOP RUN.
001486
001496*-----------------------------------------------------------------
001506*    1000-INITIALIZE - OPEN THE FILES, PRIME THE READ AND LOAD
001507*    THE DESIGN LIMITS IN EFFECT ON THE BATCH HEADER'S DATE.
001516*-----------------------------------------------------------------
001526 1000-INITIALIZE.
001536     OPEN INPUT RAW-JOBS.
001766     END-IF.
001776     PERFORM 8000-READ-JOB
001786                                  THRU 8000-READ-JOB-EXIT.
001787     OPEN EXTEND SOFT-WARNINGS.
001788     IF ED-WARN-NOT-FOUND
001789         OPEN OUTPUT SOFT-WARNINGS
001790     END-IF.
001791     IF NOT ED-WARN-STATUS-OK
001792         DISPLAY "PILLEDIT - SOFT-WARNINGS OPEN FAILED, STATUS "
001793                 ED-WARN-STATUS
001794         GO TO 9900-ABEND-RUN
001795     END-IF.
001796     ACCEPT ED-RUN-DATE FROM DATE YYYYMMDD.
001797     MOVE ED-RUN-DATE TO ED-LIM-DATE.
001798     IF PJ-REC-HEADER AND PJ-HDR-BATCH-DATE IS NUMERIC
001799             AND PJ-HDR-BATCH-DATE > ZERO
001800         MOVE PJ-HDR-BATCH-DATE TO ED-LIM-DATE
001801     END-IF.
001802     PERFORM 1200-LOAD-LIMITS
001803                                  THRU 1200-LOAD-LIMITS-EXIT.
001804 1000-INITIALIZE-EXIT.
001806     EXIT.
001816
001817*-----------------------------------------------------------------
001818*    1200-LOAD-LIMITS - PASS THE DESIGN-LIMITS FILE AND KEEP, FOR
001819*    EACH UNIT, THE LIMIT SET IN EFFECT ON THE BATCH DATE.  A
001820*    MISSING FILE, OR A UNIT WITH NO SET IN EFFECT, IS NOTED ON
001821*    THE JOB LOG AND THE EDIT RUNS WITHOUT THOSE LIMITS.
001822*-----------------------------------------------------------------
001823 1200-LOAD-LIMITS.
001824     MOVE ZEROS TO ED-LIMIT-TABLE.
001825     OPEN INPUT DESIGN-LIMITS.
001826     IF ED-LIM-NOT-FOUND
001827         DISPLAY "PILLEDIT - DESIGN-LIMITS FILE NOT FOUND - "
001828                 "LIMITS NOT APPLIED"
001829         GO TO 1200-LOAD-LIMITS-EXIT
001830     END-IF.
001831     IF NOT ED-LIM-STATUS-OK
001832         DISPLAY "PILLEDIT - DESIGN-LIMITS OPEN FAILED, STATUS "
001833                 ED-LIM-STATUS
001834         GO TO 9900-ABEND-RUN
001835     END-IF.
001836     PERFORM 8200-READ-LIMIT
001837                                  THRU 8200-READ-LIMIT-EXIT.
001838     PERFORM 1210-LOAD-ONE-LIMIT
001839                                  THRU 1210-LOAD-ONE-LIMIT-EXIT
001840             UNTIL ED-LIM-EOF-YES.
001841     CLOSE DESIGN-LIMITS.
001842     IF ED-LIM-EFF-DATE (1) = ZERO
001843         DISPLAY "PILLEDIT - NO DESIGN LIMITS IN EFFECT FOR "
001844                 "METRES"
001845     END-IF.
001846     IF ED-LIM-EFF-DATE (2) = ZERO
001847         DISPLAY "PILLEDIT - NO DESIGN LIMITS IN EFFECT FOR "
001848                 "FEET"
001849     END-IF.
001850 1200-LOAD-LIMITS-EXIT.
001851     EXIT.
001852
001853*-----------------------------------------------------------------
001854*    1210-LOAD-ONE-LIMIT - KEEP THE CURRENT LIMIT SET IF IT IS IN
001855*    EFFECT ON THE BATCH DATE AND LATER THAN THE ONE ALREADY HELD
001856*    FOR ITS UNIT, AND READ THE NEXT.
001857*-----------------------------------------------------------------
001858 1210-LOAD-ONE-LIMIT.
001859     EVALUATE TRUE
001860         WHEN DL-UOM-METERS
001861             MOVE 1 TO ED-LIM-SUB
001862         WHEN DL-UOM-FEET
001863             MOVE 2 TO ED-LIM-SUB
001864         WHEN OTHER
001865             GO TO 1210-LOAD-ONE-LIMIT-READ
001866     END-EVALUATE.
001867     IF DL-EFF-DATE NOT > ED-LIM-DATE
001868             AND DL-EFF-DATE NOT < ED-LIM-EFF-DATE (ED-LIM-SUB)
001869         MOVE DL-EFF-DATE TO ED-LIM-EFF-DATE (ED-LIM-SUB)
001870         MOVE DL-LIMITS   TO ED-LIM-LIMITS (ED-LIM-SUB)
001871     END-IF.
001872 1210-LOAD-ONE-LIMIT-READ.
001873     PERFORM 8200-READ-LIMIT
001874                                  THRU 8200-READ-LIMIT-EXIT.
001875 1210-LOAD-ONE-LIMIT-EXIT.
001876     EXIT.
001877
001878*-----------------------------------------------------------------
001879*    2000-EDIT-JOB - PASS THE BATCH HEADER THROUGH, CAPTURE THE
001880*    TRAILER COUNT, AND CHECK EVERY FIELD OF A DETAIL RECORD,
001881*    COLLECTING ONE REASON CODE PER ERROR, TO SPLIT IT TO THE
001882*    CLEAN FILE OR THE REJECTS FILE ACCORDINGLY.
001883*-----------------------------------------------------------------
001886 2000-EDIT-JOB.
001896     ADD 1 TO ED-CNT-READ.
001906     IF PJ-REC-HEADER
001916         SET ED-HDR-SEEN-YES TO TRUE
001926         MOVE PJ-JOB-RECORD TO ED-CLEAN-RECORD
001936         WRITE ED-CLEAN-RECORD
001939         MOVE PJ-HDR-BATCH-DATE TO ED-BATCH-DATE
001942         MOVE PJ-HDR-BATCH-ID   TO ED-BATCH-ID
001946         GO TO 2000-EDIT-JOB-READ
001956     END-IF.
001966     IF PJ-REC-TRAILER
002386         ADD 1 TO RJ-REASON-COUNT
002396         MOVE '18' TO RJ-REASON-CODE (RJ-REASON-COUNT)
002406     END-IF.
002407     MOVE ZERO   TO ED-WARN-COUNT.
002408     MOVE SPACES TO ED-WARN-TABLE.
002409     IF PJ-NUM-PILL IS NUMERIC AND PJ-DIST IS NUMERIC
002410             AND PJ-WIDTH IS NUMERIC
002411             AND (PJ-UOM = 'M' OR PJ-UOM = 'F')
002412         PERFORM 3700-CHECK-LIMITS
002413                                  THRU 3700-CHECK-LIMITS-EXIT
002414     END-IF.
002416     IF RJ-REASON-COUNT = ZERO
002426         PERFORM 3000-CHECK-DUPLICATE
002436                                  THRU 3000-CHECK-DUPLICATE-EXIT
002506         MOVE PJ-JOB-RECORD TO ED-CLEAN-RECORD
002516         WRITE ED-CLEAN-RECORD
002526         ADD 1 TO ED-CNT-CLEAN
002528         IF ED-WARN-COUNT > ZERO
002530             PERFORM 3800-WRITE-WARNING
002532                                  THRU 3800-WRITE-WARNING-EXIT
002534         END-IF
002536     ELSE
002546         MOVE PJ-JOB-RECORD TO RJ-JOB-RECORD
002556         WRITE RJ-REJECT-RECORD
003246 3500-CHECK-CUSTOMER-EXIT.
003256     EXIT.
003266
003267*-----------------------------------------------------------------
003268*    3700-CHECK-LIMITS - CHECK THE RECORD AGAINST THE DESIGN
003269*    LIMITS IN EFFECT FOR ITS UNIT.  A ZERO LIMIT IS NOT APPLIED.
003270*    THE RATIO IS ONLY CHECKED WHEN THE SPACING IS NON-ZERO.
003271*-----------------------------------------------------------------
003272 3700-CHECK-LIMITS.
003273     IF PJ-UOM = 'M'
003274         MOVE 1 TO ED-LIM-SUB
003275     ELSE
003276         MOVE 2 TO ED-LIM-SUB
003277     END-IF.
003278     IF ED-LIM-MIN-DIST (ED-LIM-SUB) > ZERO
003279             AND PJ-DIST < ED-LIM-MIN-DIST (ED-LIM-SUB)
003280         MOVE '19' TO ED-BREACH-CODE
003281         MOVE ED-LIM-MIN-DIST-SEV (ED-LIM-SUB) TO ED-BREACH-SEV
003282         PERFORM 3750-RECORD-BREACH
003283                                  THRU 3750-RECORD-BREACH-EXIT
003284     END-IF.
003285     IF ED-LIM-MAX-DIST (ED-LIM-SUB) > ZERO
003286             AND PJ-DIST > ED-LIM-MAX-DIST (ED-LIM-SUB)
003287         MOVE '20' TO ED-BREACH-CODE
003288         MOVE ED-LIM-MAX-DIST-SEV (ED-LIM-SUB) TO ED-BREACH-SEV
003289         PERFORM 3750-RECORD-BREACH
003290                                  THRU 3750-RECORD-BREACH-EXIT
003291     END-IF.
003292     IF ED-LIM-MAX-WIDTH (ED-LIM-SUB) > ZERO
003293             AND PJ-WIDTH > ED-LIM-MAX-WIDTH (ED-LIM-SUB)
003294         MOVE '21' TO ED-BREACH-CODE
003295         MOVE ED-LIM-MAX-WIDTH-SEV (ED-LIM-SUB) TO ED-BREACH-SEV
003296         PERFORM 3750-RECORD-BREACH
003297                                  THRU 3750-RECORD-BREACH-EXIT
003298     END-IF.
003299     IF ED-LIM-MAX-RATIO (ED-LIM-SUB) > ZERO AND PJ-DIST > ZERO
003300         COMPUTE ED-RATIO ROUNDED = PJ-WIDTH / PJ-DIST
003301         IF ED-RATIO > ED-LIM-MAX-RATIO (ED-LIM-SUB)
003302             MOVE '22' TO ED-BREACH-CODE
003303             MOVE ED-LIM-MAX-RATIO-SEV (ED-LIM-SUB)
003304               TO ED-BREACH-SEV
003305             PERFORM 3750-RECORD-BREACH
003306                                  THRU 3750-RECORD-BREACH-EXIT
003307         END-IF
003308     END-IF.
003309     IF ED-LIM-MAX-PILLARS (ED-LIM-SUB) > ZERO
003310             AND PJ-NUM-PILL > ED-LIM-MAX-PILLARS (ED-LIM-SUB)
003311         MOVE '23' TO ED-BREACH-CODE
003312         MOVE ED-LIM-MAX-PILL-SEV (ED-LIM-SUB) TO ED-BREACH-SEV
003313         PERFORM 3750-RECORD-BREACH
003314                                  THRU 3750-RECORD-BREACH-EXIT
003315     END-IF.
003316 3700-CHECK-LIMITS-EXIT.
003317     EXIT.
003318
003319*-----------------------------------------------------------------
003320*    3750-RECORD-BREACH - A HARD LIMIT BROKEN ADDS ITS CODE TO THE
003321*    REJECT REASONS; A SOFT ONE IS HELD FOR THE SOFT-WARNINGS
003322*    FILE.  ANY SEVERITY OTHER THAN SOFT IS TAKEN AS HARD.
003323*-----------------------------------------------------------------
003324 3750-RECORD-BREACH.
003325     IF ED-BREACH-SOFT
003326         ADD 1 TO ED-WARN-COUNT
003327         MOVE ED-BREACH-CODE TO ED-WARN-CODE (ED-WARN-COUNT)
003328     ELSE
003329         ADD 1 TO RJ-REASON-COUNT
003330         MOVE ED-BREACH-CODE TO RJ-REASON-CODE (RJ-REASON-COUNT)
003331     END-IF.
003332 3750-RECORD-BREACH-EXIT.
003333     EXIT.
003334
003335*-----------------------------------------------------------------
003336*    3800-WRITE-WARNING - LOG A RECORD LET THROUGH TO THE CLEAN
003337*    FILE ON ONE OR MORE SOFT LIMITS.
003338*-----------------------------------------------------------------
003339 3800-WRITE-WARNING.
003340     MOVE ED-RUN-DATE    TO SW-EDIT-DATE.
003341     MOVE ED-BATCH-DATE  TO SW-BATCH-DATE.
003342     MOVE ED-BATCH-ID    TO SW-BATCH-ID.
003343     MOVE PJ-JOB-ID      TO SW-JOB-ID.
003344     MOVE PJ-SECTION     TO SW-SECTION.
003345     MOVE PJ-CUST-NO     TO SW-CUST-NO.
003346     MOVE PJ-NUM-PILL    TO SW-NUM-PILL.
003347     MOVE PJ-DIST        TO SW-DIST.
003348     MOVE PJ-WIDTH       TO SW-WIDTH.
003349     MOVE PJ-UOM         TO SW-UOM.
003350     MOVE ED-LIM-EFF-DATE (ED-LIM-SUB) TO SW-LIM-EFF-DATE.
003351     MOVE ED-WARN-COUNT  TO SW-WARN-COUNT.
003352     MOVE ED-WARN-CODE (1) TO SW-WARN-CODE (1).
003353     MOVE ED-WARN-CODE (2) TO SW-WARN-CODE (2).
003354     MOVE ED-WARN-CODE (3) TO SW-WARN-CODE (3).
003355     MOVE ED-WARN-CODE (4) TO SW-WARN-CODE (4).
003356     MOVE ED-WARN-CODE (5) TO SW-WARN-CODE (5).
003357     WRITE SW-WARN-RECORD.
003358     ADD 1 TO ED-CNT-WARNED.
003359 3800-WRITE-WARNING-EXIT.
003360     EXIT.
003361
003362*-----------------------------------------------------------------
003363*    8000-READ-JOB - READ THE NEXT RAW RECORD, SETTING THE EOF
003364*    SWITCH WHEN THE FILE IS EXHAUSTED.
003365*-----------------------------------------------------------------
003366 8000-READ-JOB.
003367     READ RAW-JOBS
003368         AT END
003369             SET ED-EOF-YES TO TRUE
003370     END-READ.
003371 8000-READ-JOB-EXIT.
003376     EXIT.
003386
003387*-----------------------------------------------------------------
003388*    8200-READ-LIMIT - READ THE NEXT DESIGN-LIMIT SET IN KEY
003389*    ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
003390*-----------------------------------------------------------------
003391 8200-READ-LIMIT.
003392     READ DESIGN-LIMITS NEXT RECORD
003393         AT END
003394             SET ED-LIM-EOF-YES TO TRUE
003395     END-READ.
003396 8200-READ-LIMIT-EXIT.
003397     EXIT.
003398
003399*-----------------------------------------------------------------
003406*    9999-TERMINATE - WRITE THE CLEAN FILE'S TRAILER, CLOSE THE
003416*    FILES, PUT THE RUN COUNTS ON THE JOB LOG, AND FLAG A RAW
003426*    BATCH WHOSE ENVELOPE IS MISSING OR OUT OF STEP WITH THE
003496     CLOSE RAW-JOBS
003506           CLEAN-JOBS
003516           REJECT-JOBS
003526           CUSTOMER-MASTER
003531           SOFT-WARNINGS.
003536     IF ED-HDR-SEEN-NO
003546         DISPLAY "PILLEDIT - BATCH HEADER RECORD MISSING"
003556         SET ED-OUT-OF-BALANCE TO TRUE
003726     DISPLAY "PILLEDIT - RECORDS CLEAN. . " ED-CNT-DISPLAY.
003736     MOVE ED-CNT-REJECT TO ED-CNT-DISPLAY.
003746     DISPLAY "PILLEDIT - RECORDS REJECT . " ED-CNT-DISPLAY.
003749     MOVE ED-CNT-WARNED TO ED-CNT-DISPLAY.
003752     DISPLAY "PILLEDIT - RECORDS WARNED . " ED-CNT-DISPLAY.
003756     IF ED-OUT-OF-BALANCE
003766         DISPLAY "PILLEDIT - RAW BATCH OUT OF BALANCE"
003776         MOVE 8 TO RETURN-CODE
