000299*  2026-09-03 RSM  REGISTERED THE RUN ON THE SHARED RUN-         *
000309*                  REGISTRY FILE AT END OF JOB FOR THE DAILY     *
000319*                  OPERATIONS REPORT.                            *
000320*  2026-09-10 RSM  APPLIED A CUSTOMER'S CONTRACT RATE OR         *
000321*                  CONTRACT DISCOUNT FROM THE NEW CONTRACT-RATES *
000322*                  FILE WHEN ONE IS IN FORCE ON THE RUN DATE,    *
000323*                  FALLING BACK TO THE STANDARD RATE CARD, AND   *
000324*                  STAMPED THE RATE BASIS ON EACH QUOTE AND      *
000325*                  REPORT LINE.                                  *
000326*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000327*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000328*                  SETS.                                         *
000329*****************************************************************
000339 IDENTIFICATION DIVISION.
000349 PROGRAM-ID.    PILLCOST.
000489     SELECT RATES-FILE       ASSIGN TO "PILLRATE"
000499                              ORGANIZATION IS SEQUENTIAL
000509                              FILE STATUS IS CS-RATES-STATUS.
000510     SELECT CONTRACT-RATES   ASSIGN TO "PILLCRAT"
000511                              ORGANIZATION IS INDEXED
000512                              ACCESS MODE IS DYNAMIC
000513                              RECORD KEY IS CR-KEY
000514                              FILE STATUS IS CS-CONTRACT-STATUS.
000519     SELECT PRICED-QUOTES    ASSIGN TO "PILLQUOT"
000529                              ORGANIZATION IS SEQUENTIAL
000539                              FILE STATUS IS CS-QUOTES-STATUS.
000689     RECORDING MODE IS F.
000699     COPY PILLRATE.
000709
000711 FD  CONTRACT-RATES.
000713     COPY PILLCRT.
000715
000719 FD  PRICED-QUOTES
000729     RECORDING MODE IS F.
000739     COPY PILLQUO.
000999 77  CS-CUST-FULL-SW           PIC X(01)     VALUE 'N'.
001009     88  CS-CUST-FULL-YES      VALUE 'Y'.
001019     88  CS-CUST-FULL-NO       VALUE 'N'.
001020 77  CS-CONTRACTS-SW           PIC X(01)     VALUE 'N'.
001021     88  CS-CONTRACTS-YES      VALUE 'Y'.
001022     88  CS-CONTRACTS-NO       VALUE 'N'.
001023 77  CS-CONTRACT-EOF-SW        PIC X(01)     VALUE 'N'.
001024     88  CS-CONTRACT-EOF-YES   VALUE 'Y'.
001025     88  CS-CONTRACT-EOF-NO    VALUE 'N'.
001029
001039*-----------------------------------------------------------------
001049*    FILE STATUS FOR EACH FILE
001119     88  CS-QUOTES-STATUS-OK   VALUE '00'.
001129 77  CS-REPORT-STATUS          PIC X(02).
001139     88  CS-REPORT-STATUS-OK   VALUE '00'.
001141 77  CS-CONTRACT-STATUS        PIC X(02).
001143     88  CS-CONTRACT-STATUS-OK VALUE '00'.
001145     88  CS-CONTRACT-NOT-FOUND VALUE '35'.
001149
001159*-----------------------------------------------------------------
001169*    RUN DATE AND THE RATE SET PICKED FOR IT - THE RATE WITH
001209 77  CS-BEST-EFF-DATE          PIC 9(08)     VALUE ZERO.
001219 77  CS-BEST-PER-METER         PIC 9(05)V99  VALUE ZERO.
001229 77  CS-BEST-PER-PILLAR        PIC 9(05)V99  VALUE ZERO.
001230
001231*-----------------------------------------------------------------
001232*    RATES APPLIED TO THE JOB BEING PRICED - THE CUSTOMER'S
001233*    CONTRACT WHEN ONE IS IN FORCE ON THE RUN DATE, OTHERWISE THE
001234*    STANDARD SET ABOVE.  A DISCOUNT CONTRACT KEEPS THE STANDARD
001235*    RATES AND TAKES ITS PERCENTAGE OFF THROUGH THE FACTOR.
001236*-----------------------------------------------------------------
001237 77  CS-JOB-EFF-DATE           PIC 9(08)     VALUE ZERO.
001238 77  CS-JOB-PER-METER          PIC 9(05)V99  VALUE ZERO.
001239 77  CS-JOB-PER-PILLAR         PIC 9(05)V99  VALUE ZERO.
001240 77  CS-JOB-FACTOR             PIC 9(01)V9(04) VALUE ZERO.
001241 77  CS-JOB-BASIS              PIC X(01)     VALUE SPACE.
001242     88  CS-JOB-BASIS-STANDARD VALUE 'S'.
001243     88  CS-JOB-BASIS-CONTRACT VALUE 'C'.
001244     88  CS-JOB-BASIS-DISCOUNT VALUE 'D'.
001245
001249*-----------------------------------------------------------------
001259*    COSTING WORK FIELDS - THE ESTIMATE LENGTH IS IN
001269*    CENTIMETRES, SO IT IS TAKEN DOWN TO METRES BEFORE THE
001379 77  CS-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001389 77  CS-CNT-PRICED             PIC 9(07)     VALUE ZERO COMP.
001399 77  CS-CNT-SKIPPED            PIC 9(07)     VALUE ZERO COMP.
001404 77  CS-CNT-CONTRACT           PIC 9(07)     VALUE ZERO COMP.
001409 77  CS-GRAND-TOTAL            PIC 9(12)V99  VALUE ZERO.
001419
001429*-----------------------------------------------------------------
001839     05  FILLER                    PIC X(02)   VALUE SPACES.
001849     05  FILLER                    PIC X(15)   VALUE
001859         "    QUOTE TOTAL".
001869     05  FILLER                    PIC X(02)   VALUE SPACES.
001872     05  FILLER                    PIC X(08)   VALUE "BASIS".
001875     05  FILLER                    PIC X(35)   VALUE SPACES.
001879
001889 01  CS-DETAIL-LINE.
001899     05  CS-DET-JOB-ID             PIC X(06).
001999     05  CS-DET-PILLAR-COST        PIC Z(08)9.99.
002009     05  FILLER                    PIC X(02)   VALUE SPACES.
002019     05  CS-DET-TOTAL-COST         PIC Z(09)9.99.
002029     05  FILLER                    PIC X(02)   VALUE SPACES.
002032     05  CS-DET-BASIS              PIC X(08).
002035     05  FILLER                    PIC X(42)   VALUE SPACES.
002039
002049 01  CS-SKIP-LINE.
002059     05  CS-SKP-JOB-ID             PIC X(06).
002359     05  CS-TOT-SKIPPED            PIC Z(06)9.
002369     05  FILLER                    PIC X(93)   VALUE SPACES.
002379
002380 01  CS-TOTAL-LINE-4.
002381     05  FILLER                    PIC X(32)   VALUE
002382         "JOBS PRICED ON CONTRACT . . . . ".
002383     05  CS-TOT-CONTRACT           PIC Z(06)9.
002384     05  FILLER                    PIC X(93)   VALUE SPACES.
002385
002389 01  CS-TOTAL-LINE-3.
002399     05  FILLER                    PIC X(28)   VALUE
002409         "TOTAL OF ALL QUOTES . . . . ".
002909*    1000-INITIALIZE - OPEN THE FILES, PICK THE RATE SET
002919*    EFFECTIVE ON THE RUN DATE, AND PRINT THE HEADINGS.  A RUN
002929*    WITH NO RATE IN EFFECT CANNOT PRICE ANYTHING AND ENDS
002939*    WITH RETURN CODE 8 BEFORE ANY ESTIMATE IS READ.  A MISSING
002944*    CONTRACT-RATES FILE JUST MEANS NO CUSTOMER HAS A CONTRACT.
002949*-----------------------------------------------------------------
002959 1000-INITIALIZE.
002969     OPEN INPUT ESTIMATE-RESULTS.
003249                                  THRU 1100-PICK-RATE-EXIT
003259             UNTIL CS-RATE-EOF-YES.
003269     CLOSE RATES-FILE.
003270     OPEN INPUT CONTRACT-RATES.
003271     IF CS-CONTRACT-STATUS-OK
003272         SET CS-CONTRACTS-YES TO TRUE
003273     ELSE
003274         IF NOT CS-CONTRACT-NOT-FOUND
003275             DISPLAY "PILLCOST - CONTRACT-RATES OPEN FAILED, "
003276                     "STATUS " CS-CONTRACT-STATUS
003277             GO TO 9900-ABEND-RUN
003278         END-IF
003279     END-IF.
003280     IF CS-RATE-FOUND-NO
003289         DISPLAY "PILLCOST - NO RATE SET IN EFFECT FOR RUN "
003299                 "DATE " CS-RUN-DATE
003309         MOVE 8 TO RETURN-CODE
003789         ADD 1 TO CS-CNT-SKIPPED
003799         GO TO 2000-PRICE-JOB-READ
003809     END-IF.
003819     PERFORM 2100-PICK-CONTRACT
003829                                  THRU 2100-PICK-CONTRACT-EXIT.
003839     COMPUTE CS-LENGTH-METERS = PR-RESULT / 100.
003849     SET CS-SIZE-ERR-NO TO TRUE.
003852     COMPUTE CS-SPAN-COST ROUNDED =
003855             CS-LENGTH-METERS * CS-JOB-PER-METER * CS-JOB-FACTOR
003859         ON SIZE ERROR
003869             SET CS-SIZE-ERR-YES TO TRUE
003879     END-COMPUTE.
003889     COMPUTE CS-PILLAR-COST ROUNDED =
003899             PR-NUM-PILL * CS-JOB-PER-PILLAR * CS-JOB-FACTOR
003909         ON SIZE ERROR
003919             SET CS-SIZE-ERR-YES TO TRUE
003929     END-COMPUTE.
004029     END-IF.
004039     ADD CS-TOTAL-COST TO CS-GRAND-TOTAL.
004049     ADD 1 TO CS-CNT-PRICED.
004051     IF NOT CS-JOB-BASIS-STANDARD
004053         ADD 1 TO CS-CNT-CONTRACT
004055     END-IF.
004059     PERFORM 2600-TALLY-CUSTOMER
004069                                  THRU 2600-TALLY-CUSTOMER-EXIT.
004079     MOVE PR-JOB-ID        TO QT-JOB-ID.
004099     MOVE CS-RUN-DATE      TO QT-RUN-DATE.
004109     MOVE PR-NUM-PILL      TO QT-NUM-PILL.
004119     MOVE PR-RESULT        TO QT-RESULT.
004129     MOVE CS-JOB-EFF-DATE  TO QT-RATE-EFF-DATE.
004139     MOVE CS-SPAN-COST     TO QT-SPAN-COST.
004149     MOVE CS-PILLAR-COST   TO QT-PILLAR-COST.
004159     MOVE CS-TOTAL-COST    TO QT-TOTAL-COST.
004164     MOVE CS-JOB-BASIS     TO QT-RATE-BASIS.
004169     WRITE QT-QUOTE-RECORD.
004179     MOVE PR-JOB-ID        TO CS-DET-JOB-ID.
004189     MOVE PR-CUST-NO       TO CS-DET-CUST-NO.
004219     MOVE CS-SPAN-COST     TO CS-DET-SPAN-COST.
004229     MOVE CS-PILLAR-COST   TO CS-DET-PILLAR-COST.
004239     MOVE CS-TOTAL-COST    TO CS-DET-TOTAL-COST.
004240     EVALUATE TRUE
004241         WHEN CS-JOB-BASIS-CONTRACT
004242             MOVE "CONTRACT" TO CS-DET-BASIS
004243         WHEN CS-JOB-BASIS-DISCOUNT
004244             MOVE "DISCOUNT" TO CS-DET-BASIS
004245         WHEN OTHER
004246             MOVE "STANDARD" TO CS-DET-BASIS
004247     END-EVALUATE.
004249     WRITE CS-PRINT-LINE FROM CS-DETAIL-LINE.
004259 2000-PRICE-JOB-READ.
004269     PERFORM 8000-READ-RESULT
004299     EXIT.
004309
004319*-----------------------------------------------------------------
004320*    2100-PICK-CONTRACT - SET THE RATES FOR THE JOB BEING PRICED.
004321*    THE STANDARD SET APPLIES UNLESS THE CUSTOMER HAS A CONTRACT
004322*    WHOSE EFFECTIVE AND END DATES SPAN THE RUN DATE.  THE
004323*    MAINTENANCE SCREEN REFUSES OVERLAPPING CONTRACTS, SO THE
004324*    FIRST ONE FOUND IS THE ONLY ONE.
004325*-----------------------------------------------------------------
004326 2100-PICK-CONTRACT.
004327     SET CS-JOB-BASIS-STANDARD TO TRUE.
004328     MOVE CS-BEST-EFF-DATE   TO CS-JOB-EFF-DATE.
004329     MOVE CS-BEST-PER-METER  TO CS-JOB-PER-METER.
004330     MOVE CS-BEST-PER-PILLAR TO CS-JOB-PER-PILLAR.
004331     MOVE 1                  TO CS-JOB-FACTOR.
004332     IF CS-CONTRACTS-NO
004333         GO TO 2100-PICK-CONTRACT-EXIT
004334     END-IF.
004335     SET CS-CONTRACT-EOF-NO TO TRUE.
004336     MOVE PR-CUST-NO TO CR-CUST-NO.
004337     MOVE ZERO       TO CR-EFF-DATE.
004338     START CONTRACT-RATES KEY NOT < CR-KEY
004339         INVALID KEY
004340             GO TO 2100-PICK-CONTRACT-EXIT
004341     END-START.
004342     PERFORM 8200-READ-CONTRACT
004343                                  THRU 8200-READ-CONTRACT-EXIT.
004344     PERFORM 2110-CHECK-CONTRACT
004345                                  THRU 2110-CHECK-CONTRACT-EXIT
004346             UNTIL CS-CONTRACT-EOF-YES.
004347 2100-PICK-CONTRACT-EXIT.
004348     EXIT.
004349
004350*-----------------------------------------------------------------
004351*    2110-CHECK-CONTRACT - TAKE THE CURRENT CONTRACT IF IT IS IN
004352*    FORCE ON THE RUN DATE, OTHERWISE READ THE NEXT.  CONTRACTS
004353*    COME IN EFFECTIVE-DATE ORDER, SO ONE THAT STARTS AFTER THE
004354*    RUN DATE ENDS THE SEARCH.
004355*-----------------------------------------------------------------
004356 2110-CHECK-CONTRACT.
004357     IF CR-EFF-DATE > CS-RUN-DATE
004358         SET CS-CONTRACT-EOF-YES TO TRUE
004359         GO TO 2110-CHECK-CONTRACT-EXIT
004360     END-IF.
004361     IF CR-END-DATE NOT < CS-RUN-DATE
004362         SET CS-CONTRACT-EOF-YES TO TRUE
004363         IF CR-TYPE-DISCOUNT
004364             SET CS-JOB-BASIS-DISCOUNT TO TRUE
004365             COMPUTE CS-JOB-FACTOR = (100 - CR-DISCOUNT-PCT) / 100
004366         ELSE
004367             SET CS-JOB-BASIS-CONTRACT TO TRUE
004368             MOVE CR-EFF-DATE        TO CS-JOB-EFF-DATE
004369             MOVE CR-COST-PER-METER  TO CS-JOB-PER-METER
004370             MOVE CR-COST-PER-PILLAR TO CS-JOB-PER-PILLAR
004371         END-IF
004372         GO TO 2110-CHECK-CONTRACT-EXIT
004373     END-IF.
004374     PERFORM 8200-READ-CONTRACT
004375                                  THRU 8200-READ-CONTRACT-EXIT.
004376 2110-CHECK-CONTRACT-EXIT.
004377     EXIT.
004378
004379*-----------------------------------------------------------------
004380*    2600-TALLY-CUSTOMER - ROLL THE QUOTE JUST PRICED INTO ITS
004381*    CUSTOMER'S SUBTOTAL, ADDING THE CUSTOMER TO THE TABLE THE
004382*    FIRST TIME IT IS SEEN THIS RUN.
004383*-----------------------------------------------------------------
004384 2600-TALLY-CUSTOMER.
004385     IF CS-CUST-COUNT = ZERO
004389         GO TO 2600-TALLY-CUSTOMER-ADD
004399     END-IF.
004409     SET CS-CUST-IX TO 1.
005069     WRITE CS-PRINT-LINE FROM CS-TOTAL-LINE.
005079     MOVE CS-CNT-SKIPPED TO CS-TOT-SKIPPED.
005089     WRITE CS-PRINT-LINE FROM CS-TOTAL-LINE-2.
005092     MOVE CS-CNT-CONTRACT TO CS-TOT-CONTRACT.
005095     WRITE CS-PRINT-LINE FROM CS-TOTAL-LINE-4.
005099     MOVE CS-GRAND-TOTAL TO CS-TOT-AMOUNT.
005109     WRITE CS-PRINT-LINE FROM CS-TOTAL-LINE-3.
005119 6000-PRINT-TOTALS-EXIT.
005369     EXIT.
005379
005389*-----------------------------------------------------------------
005390*    8200-READ-CONTRACT - READ THE NEXT CONTRACT IN KEY ORDER,
005391*    SETTING THE CONTRACT EOF SWITCH WHEN THE FILE ENDS OR THE
005392*    CUSTOMER CHANGES.
005393*-----------------------------------------------------------------
005394 8200-READ-CONTRACT.
005395     READ CONTRACT-RATES NEXT RECORD
005396         AT END
005397             SET CS-CONTRACT-EOF-YES TO TRUE
005398             GO TO 8200-READ-CONTRACT-EXIT
005399     END-READ.
005400     IF CR-CUST-NO NOT = PR-CUST-NO
005401         SET CS-CONTRACT-EOF-YES TO TRUE
005402     END-IF.
005403 8200-READ-CONTRACT-EXIT.
005404     EXIT.
005405
005406*-----------------------------------------------------------------
005407*    9999-TERMINATE - CLOSE THE FILES
005409*-----------------------------------------------------------------
005419 9999-TERMINATE.
005429     CLOSE ESTIMATE-RESULTS
005439           PRICED-QUOTES
005449           QUOTE-REPORT.
005451     IF CS-CONTRACTS-YES
005453         CLOSE CONTRACT-RATES
005455     END-IF.
005459     PERFORM 9500-WRITE-REGISTRY
005469                                  THRU 9500-WRITE-REGISTRY-EXIT.
005479 9999-TERMINATE-EXIT.
005729     COMPUTE RR-CNT-WRITTEN = CS-CNT-PRICED.
005739     MOVE RETURN-CODE TO RR-RETURN-CODE.
005749     MOVE 'Y' TO RR-BALANCE-FLAG.
005754     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005759     WRITE RR-REGISTRY-RECORD.
005769     CLOSE RUN-REGISTRY.
005779 9500-WRITE-REGISTRY-EXIT.
