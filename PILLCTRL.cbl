000204*  EXTRACT EVEN THOUGH THEY WERE ESTIMATED ON AN EARLIER RUN    *
000206*  DATE, SO A NIGHT THAT FOLLOWS A BILLING REJECT STILL         *
000208*  BALANCES.                                                    *
000209*  CANCELLED JOBS ARE EXPECTED REVERSALS, NOT EXCEPTIONS - A    *
000210*  JOB CANCELLED FOR THE RUN DATE NEED NOT BE PRICED OR         *
000211*  EXTRACTED, AND THE EXTRACT'S REVERSAL LINES ARE MATCHED TO   *
000212*  THE CANCELLATION FILE BOTH WAYS.                             *
000213*                                                               *
000220*-----------------------------------------------------------------
000230*  MODIFICATION HISTORY                                         *
000240*  DATE       INIT DESCRIPTION                                  *
000258*                  RECORD ON THE NIGHT'S RESULTS FILE.  ALSO    *
000259*                  CARRIED THE BALANCE FLAG ONTO THE RUN-       *
000261*                  REGISTRY RECORD INSTEAD OF A HARDCODED 'Y'.  *
000262*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000263*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000264*                  SETS.                                        *
000265*  2026-10-05 RSM  TREATED CANCELLED JOBS AS EXPECTED: A JOB    *
000266*                  CANCELLED FOR THE RUN DATE IS NOT AN         *
000267*                  EXCEPTION IN SECTIONS ONE AND TWO, AND THE   *
000268*                  EXTRACT'S 'REV' LINES ARE MATCHED TO THE     *
000269*                  CANCELLATION FILE IN THREE NEW SECTIONS.     *
000270*****************************************************************
000271 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    PILLCTRL.
000290 AUTHOR.        R S MASON.
000300 INSTALLATION.  STRUCTURAL ESTIMATING.
000472     SELECT REQUEUE-FILE     ASSIGN TO "PILLRQUE"
000474                              ORGANIZATION IS SEQUENTIAL
000476                              FILE STATUS IS CT-RQUE-STATUS.
000477     SELECT CANCEL-FILE      ASSIGN TO "PILLCANM"
000478                              ORGANIZATION IS INDEXED
000479                              ACCESS MODE IS SEQUENTIAL
000480                              RECORD KEY IS CN-KEY
000481                              FILE STATUS IS CT-CAN-STATUS.
000482     SELECT CONTROL-REPORT   ASSIGN TO "PILLCTLO"
000490                              ORGANIZATION IS SEQUENTIAL
000500                              FILE STATUS IS CT-REPORT-STATUS.
000510     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000683     05  CT-RQUE-JOB-ID            PIC X(06).
000684     05  FILLER                    PIC X(31).
000685
000686 FD  CANCEL-FILE.
000687     COPY PILLCAN.
000688
000690 FD  CONTROL-REPORT
000700     RECORDING MODE IS F.
000710 01  CT-PRINT-LINE             PIC X(132).
000922 77  CT-RQUE-EOF-SW            PIC X(01)     VALUE 'N'.
000924     88  CT-RQUE-EOF-YES       VALUE 'Y'.
000926     88  CT-RQUE-EOF-NO        VALUE 'N'.
000927 77  CT-CAN-EOF-SW             PIC X(01)     VALUE 'N'.
000928     88  CT-CAN-EOF-YES        VALUE 'Y'.
000929     88  CT-CAN-EOF-NO         VALUE 'N'.
000930 77  CT-BALANCE-SW             PIC X(01)     VALUE 'Y'.
000931     88  CT-IN-BALANCE         VALUE 'Y'.
000932     88  CT-OUT-OF-BALANCE     VALUE 'N'.
000941
000951*-----------------------------------------------------------------
000961*    FILE STATUS FOR EACH FILE
001061 77  CT-RQUE-STATUS            PIC X(02).
001071     88  CT-RQUE-STATUS-OK     VALUE '00'.
001081     88  CT-RQUE-NOT-FOUND     VALUE '35'.
001083 77  CT-CAN-STATUS             PIC X(02).
001085     88  CT-CAN-STATUS-OK      VALUE '00'.
001087     88  CT-CAN-NOT-FOUND      VALUE '35'.
001091
001101*-----------------------------------------------------------------
001111*    RUN DATE UNDER RECONCILIATION - ACCEPTED FROM SYSIN AS
001441     05  CT-RQU-ENTRY          OCCURS 5000 TIMES
001451                               INDEXED BY CT-RQU-IX.
001461         10  CT-RQU-JOB-ID         PIC X(06).
001462
001463*-----------------------------------------------------------------
001464*    REVERSAL LINES ON THE EXTRACT, AND THE CANCELLATIONS THAT
001465*    BEAR ON THE RUN DATE - CANCELLED FOR IT, REVERSED ON IT, OR
001466*    STILL WAITING FROM AN EARLIER DAY.
001467*-----------------------------------------------------------------
001468 77  CT-REV-COUNT              PIC S9(04)    VALUE ZERO COMP.
001469 01  CT-REV-TABLE.
001470     05  CT-REV-ENTRY          OCCURS 5000 TIMES
001471                               INDEXED BY CT-REV-IX.
001472         10  CT-REV-JOB-ID         PIC X(06).
001473
001474 77  CT-CAN-COUNT              PIC S9(04)    VALUE ZERO COMP.
001475 01  CT-CAN-TABLE.
001476     05  CT-CAN-ENTRY          OCCURS 5000 TIMES
001477                               INDEXED BY CT-CAN-IX.
001478         10  CT-CAN-JOB-ID         PIC X(06).
001479         10  CT-CAN-RUN-DATE       PIC 9(08).
001480         10  CT-CAN-CANCEL-DATE    PIC 9(08).
001481         10  CT-CAN-XTR-DATE       PIC 9(08).
001482 77  CT-CHECK-JOB-ID           PIC X(06)     VALUE SPACES.
001483
001484*-----------------------------------------------------------------
001491*    FIELDS UNSTRUNG FROM ONE INTERFACE LINE - THE LINE FORMAT
001501*    IS JOB|CUST|PILLARS|UOM|RESULT|DATE, WRAPPED IN HDR AND
001511*    TRL LINES THAT ARE SKIPPED HERE.  A REVERSAL LINE CARRIES A
001516*    LEADING REV| AHEAD OF THE JOB ID.
001521*-----------------------------------------------------------------
001531 77  CT-INTF-JOB-ID            PIC X(06)     VALUE SPACES.
001541 77  CT-INTF-CUST-NO           PIC X(05)     VALUE SPACES.
001546 77  CT-INTF-KIND              PIC X(03)     VALUE SPACES.
001551 77  CT-INTF-REST              PIC X(60)     VALUE SPACES.
001561 01  CT-INTF-TYPE-WORK.
001571     05  CT-INTF-TYPE-3        PIC X(03).
001581     05  FILLER                PIC X(03).
001591
001601*-----------------------------------------------------------------
001611*    EXCEPTION COUNTERS - ALL MUST BE ZERO BEFORE OPERATIONS
001621*    CERTIFIES THE NIGHT.  THE REVERSED COUNT IS FOR INFORMATION.
001631*-----------------------------------------------------------------
001641 77  CT-CNT-NOT-PRICED         PIC 9(07)     VALUE ZERO COMP.
001651 77  CT-CNT-NOT-XTRACT         PIC 9(07)     VALUE ZERO COMP.
001661 77  CT-CNT-NO-EST             PIC 9(07)     VALUE ZERO COMP.
001663 77  CT-CNT-REV-MISSING        PIC 9(07)     VALUE ZERO COMP.
001665 77  CT-CNT-REV-NO-CAN         PIC 9(07)     VALUE ZERO COMP.
001667 77  CT-CNT-REVERSED           PIC 9(07)     VALUE ZERO COMP.
001671
001681*-----------------------------------------------------------------
001691*    REPORT LINES
002151             UNTIL CT-INTF-EOF-YES.
002161     PERFORM 3500-LOAD-REQUEUE
002171                                  THRU 3500-LOAD-REQUEUE-EXIT.
002174     PERFORM 3600-LOAD-CANCEL
002177                                  THRU 3600-LOAD-CANCEL-EXIT.
002181     PERFORM 4000-MATCH-EST-TO-QUOTE
002191                              THRU 4000-MATCH-EST-TO-QUOTE-EXIT.
002201     PERFORM 5000-MATCH-QUOTE-TO-XTR
002211                              THRU 5000-MATCH-QUOTE-TO-XTR-EXIT.
002221     PERFORM 6000-MATCH-XTR-TO-EST
002231                              THRU 6000-MATCH-XTR-TO-EST-EXIT.
002232     PERFORM 6500-LIST-REVERSALS
002233                                  THRU 6500-LIST-REVERSALS-EXIT.
002234     PERFORM 6600-MATCH-CAN-TO-REV
002235                              THRU 6600-MATCH-CAN-TO-REV-EXIT.
002236     PERFORM 6700-MATCH-REV-TO-CAN
002237                              THRU 6700-MATCH-REV-TO-CAN-EXIT.
002241     PERFORM 7000-PRINT-TOTALS
002251                                  THRU 7000-PRINT-TOTALS-EXIT.
002261     PERFORM 9999-TERMINATE
003331
003341*-----------------------------------------------------------------
003351*    3000-LOAD-EXTRACT - PUT EACH INTERFACE DETAIL LINE'S JOB
003361*    ID ON THE EXTRACT TABLE, OR A REVERSAL LINE'S ON THE
003371*    REVERSAL TABLE, AND READ THE NEXT.  THE HDR AND TRL ENVELOPE
003376*    LINES ARE SKIPPED.
003381*-----------------------------------------------------------------
003391 3000-LOAD-EXTRACT.
003401     MOVE CT-INTF-LINE TO CT-INTF-TYPE-WORK.
003411     IF CT-INTF-TYPE-3 = "HDR" OR CT-INTF-TYPE-3 = "TRL"
003421         GO TO 3000-LOAD-EXTRACT-READ
003431     END-IF.
003441     MOVE SPACES TO CT-INTF-JOB-ID CT-INTF-CUST-NO CT-INTF-REST
003451                    CT-INTF-KIND.
003461     IF CT-INTF-TYPE-3 = "REV"
003471         UNSTRING CT-INTF-LINE DELIMITED BY "|"
003481             INTO CT-INTF-KIND
003491                  CT-INTF-JOB-ID
003492                  CT-INTF-CUST-NO
003493                  CT-INTF-REST
003494     ELSE
003495         UNSTRING CT-INTF-LINE DELIMITED BY "|"
003496             INTO CT-INTF-JOB-ID
003497                  CT-INTF-CUST-NO
003498                  CT-INTF-REST
003499     END-IF.
003500     IF CT-INTF-JOB-ID = SPACES
003501         GO TO 3000-LOAD-EXTRACT-READ
003502     END-IF.
003503     IF CT-INTF-KIND = "REV"
003504         PERFORM 3050-LOAD-ONE-REV
003505                                  THRU 3050-LOAD-ONE-REV-EXIT
003506         GO TO 3000-LOAD-EXTRACT-READ
003511     END-IF.
003521     IF CT-XTR-COUNT NOT < 5000
003531         DISPLAY "PILLCTRL - EXTRACT TABLE FULL - RUN STOPPED"
003621                                  THRU 8200-READ-INTF-EXIT.
003631 3000-LOAD-EXTRACT-EXIT.
003641     EXIT.
003642
003643*-----------------------------------------------------------------
003644*    3050-LOAD-ONE-REV - PUT ONE REVERSAL LINE'S JOB ID ON THE
003645*    REVERSAL TABLE.
003646*-----------------------------------------------------------------
003647 3050-LOAD-ONE-REV.
003648     IF CT-REV-COUNT NOT < 5000
003649         DISPLAY "PILLCTRL - REVERSAL TABLE FULL - RUN STOPPED"
003650         MOVE 8 TO RETURN-CODE
003651         GO TO 9900-ABEND-RUN
003652     END-IF.
003653     ADD 1 TO CT-REV-COUNT.
003654     SET CT-REV-IX TO CT-REV-COUNT.
003655     MOVE CT-INTF-JOB-ID TO CT-REV-JOB-ID (CT-REV-IX).
003656 3050-LOAD-ONE-REV-EXIT.
003657     EXIT.
003658
003661*-----------------------------------------------------------------
003671*    3500-LOAD-REQUEUE - PUT THE JOBS THE ACKNOWLEDGEMENT RUN
003681*    RE-QUEUED ON THE RE-QUEUE TABLE.  THEY APPEAR ON THE
004061                                  THRU 8300-READ-RQUE-EXIT.
004071 3510-LOAD-ONE-RQUE-EXIT.
004081     EXIT.
004082
004083*-----------------------------------------------------------------
004084*    3600-LOAD-CANCEL - PUT THE CANCELLATIONS THAT BEAR ON THE
004085*    RUN DATE ON THE CANCELLATION TABLE.  A MISSING CANCELLATION
004086*    FILE JUST MEANS NO JOB HAS EVER BEEN CANCELLED.
004087*-----------------------------------------------------------------
004088 3600-LOAD-CANCEL.
004089     OPEN INPUT CANCEL-FILE.
004090     IF CT-CAN-NOT-FOUND
004091         GO TO 3600-LOAD-CANCEL-EXIT
004092     END-IF.
004093     IF NOT CT-CAN-STATUS-OK
004094         DISPLAY "PILLCTRL - CANCEL-FILE OPEN FAILED, STATUS "
004095                 CT-CAN-STATUS
004096         GO TO 9900-ABEND-RUN
004097     END-IF.
004098     PERFORM 8400-READ-CANCEL
004099                                  THRU 8400-READ-CANCEL-EXIT.
004100     PERFORM 3610-LOAD-ONE-CAN
004101                                  THRU 3610-LOAD-ONE-CAN-EXIT
004102             UNTIL CT-CAN-EOF-YES.
004103     CLOSE CANCEL-FILE.
004104 3600-LOAD-CANCEL-EXIT.
004105     EXIT.
004106
004107*-----------------------------------------------------------------
004108*    3610-LOAD-ONE-CAN - KEEP A CANCELLATION OF AN ESTIMATE RUN ON
004109*    THE RUN DATE, ONE WHOSE REVERSAL WENT OUT ON THE RUN DATE, OR
004110*    ONE KEYED BEFORE THE RUN DATE WHOSE REVERSAL IS STILL QUEUED,
004111*    AND READ THE NEXT.
004112*-----------------------------------------------------------------
004113 3610-LOAD-ONE-CAN.
004114     IF CN-RUN-DATE NOT = CT-RUN-DATE
004115             AND CN-XTR-DATE NOT = CT-RUN-DATE
004116         IF NOT CN-REVERSAL-QUEUED
004117                 OR CN-CANCEL-DATE NOT < CT-RUN-DATE
004118             GO TO 3610-LOAD-ONE-CAN-READ
004119         END-IF
004120     END-IF.
004121     IF CT-CAN-COUNT NOT < 5000
004122         DISPLAY "PILLCTRL - CANCEL TABLE FULL - RUN STOPPED"
004123         MOVE 8 TO RETURN-CODE
004124         GO TO 9900-ABEND-RUN
004125     END-IF.
004126     ADD 1 TO CT-CAN-COUNT.
004127     SET CT-CAN-IX TO CT-CAN-COUNT.
004128     MOVE CN-JOB-ID      TO CT-CAN-JOB-ID (CT-CAN-IX).
004129     MOVE CN-RUN-DATE    TO CT-CAN-RUN-DATE (CT-CAN-IX).
004130     MOVE CN-CANCEL-DATE TO CT-CAN-CANCEL-DATE (CT-CAN-IX).
004131     MOVE CN-XTR-DATE    TO CT-CAN-XTR-DATE (CT-CAN-IX).
004132 3610-LOAD-ONE-CAN-READ.
004133     PERFORM 8400-READ-CANCEL
004134                                  THRU 8400-READ-CANCEL-EXIT.
004135 3610-LOAD-ONE-CAN-EXIT.
004136     EXIT.
004137
004138*-----------------------------------------------------------------
004139*    4000-MATCH-EST-TO-QUOTE - SECTION ONE.  EVERY VALID
004140*    ESTIMATE MUST HAVE A PRICED QUOTE FOR THE RUN DATE.
004141*-----------------------------------------------------------------
004142 4000-MATCH-EST-TO-QUOTE.
004151     MOVE "ESTIMATED BUT NEVER PRICED" TO CT-SEC-TEXT.
004161     WRITE CT-PRINT-LINE FROM CT-SECTION-LINE.
004171     PERFORM 4100-CHECK-ONE-EST
004231
004241*-----------------------------------------------------------------
004251*    4100-CHECK-ONE-EST - LOOK ONE ESTIMATED JOB UP IN THE
004261*    QUOTE TABLE AND PRINT IT WHEN IT IS MISSING, UNLESS THE JOB
004266*    HAS SINCE BEEN CANCELLED.
004271*-----------------------------------------------------------------
004281 4100-CHECK-ONE-EST.
004291     SET CT-FOUND-NO TO TRUE.
004391                 SET CT-FOUND-YES TO TRUE
004401         END-SEARCH
004411     END-IF.
004412     IF CT-FOUND-NO
004413         MOVE CT-EST-JOB-ID (CT-EST-IX) TO CT-CHECK-JOB-ID
004414         PERFORM 6200-CHECK-CANCELLED
004415                                  THRU 6200-CHECK-CANCELLED-EXIT
004416     END-IF.
004421     IF CT-FOUND-NO
004431         MOVE CT-EST-JOB-ID (CT-EST-IX) TO CT-JOB-JOB-ID
004441         WRITE CT-PRINT-LINE FROM CT-JOB-LINE
004651
004661*-----------------------------------------------------------------
004671*    5100-CHECK-ONE-QUOTE - LOOK ONE PRICED JOB UP IN THE
004681*    EXTRACT TABLE AND PRINT IT WHEN IT IS MISSING, UNLESS THE
004686*    JOB HAS SINCE BEEN CANCELLED.
004691*-----------------------------------------------------------------
004701 5100-CHECK-ONE-QUOTE.
004711     SET CT-FOUND-NO TO TRUE.
004811                 SET CT-FOUND-YES TO TRUE
004821         END-SEARCH
004831     END-IF.
004832     IF CT-FOUND-NO
004833         MOVE CT-QUO-JOB-ID (CT-QUO-IX) TO CT-CHECK-JOB-ID
004834         PERFORM 6200-CHECK-CANCELLED
004835                                  THRU 6200-CHECK-CANCELLED-EXIT
004836     END-IF.
004841     IF CT-FOUND-NO
004851         MOVE CT-QUO-JOB-ID (CT-QUO-IX) TO CT-JOB-JOB-ID
004861         WRITE CT-PRINT-LINE FROM CT-JOB-LINE
005561     END-IF.
005571 6150-CHECK-REQUEUED-EXIT.
005581     EXIT.
005582
005583*-----------------------------------------------------------------
005584*    6200-CHECK-CANCELLED - A JOB ESTIMATED ON THE RUN DATE THAT
005585*    THE CUSTOMER HAS SINCE CANCELLED IS NOT EXPECTED FURTHER
005586*    DOWN THE PIPELINE.
005587*-----------------------------------------------------------------
005588 6200-CHECK-CANCELLED.
005589     IF CT-CAN-COUNT > ZERO
005590         SET CT-CAN-IX TO 1
005591         SEARCH CT-CAN-ENTRY
005592             AT END
005593                 SET CT-FOUND-NO TO TRUE
005594             WHEN CT-CAN-IX > CT-CAN-COUNT
005595                 SET CT-FOUND-NO TO TRUE
005596             WHEN CT-CAN-JOB-ID (CT-CAN-IX) = CT-CHECK-JOB-ID
005597                 AND CT-CAN-RUN-DATE (CT-CAN-IX) = CT-RUN-DATE
005598                 SET CT-FOUND-YES TO TRUE
005599         END-SEARCH
005600     END-IF.
005601 6200-CHECK-CANCELLED-EXIT.
005602     EXIT.
005603
005604*-----------------------------------------------------------------
005605*    6500-LIST-REVERSALS - SECTION FOUR, FOR INFORMATION.  THE
005606*    CANCELLED JOBS WHOSE REVERSAL WENT TO BILLING ON THE RUN
005607*    DATE AND IS ON THE EXTRACT - THE EXPECTED REVERSALS.
005608*-----------------------------------------------------------------
005609 6500-LIST-REVERSALS.
005610     MOVE SPACES TO CT-PRINT-LINE.
005611     WRITE CT-PRINT-LINE.
005612     MOVE "CANCELLED JOBS - EXPECTED REVERSALS" TO CT-SEC-TEXT.
005613     WRITE CT-PRINT-LINE FROM CT-SECTION-LINE.
005614     PERFORM 6510-LIST-ONE-REVERSAL
005615                              THRU 6510-LIST-ONE-REVERSAL-EXIT
005616         VARYING CT-CAN-IX FROM 1 BY 1
005617         UNTIL CT-CAN-IX > CT-CAN-COUNT.
005618 6500-LIST-REVERSALS-EXIT.
005619     EXIT.
005620
005621*-----------------------------------------------------------------
005622*    6510-LIST-ONE-REVERSAL - PRINT ONE CANCELLATION REVERSED ON
005623*    THE RUN DATE WHEN ITS REVERSAL LINE IS ON THE EXTRACT.
005624*-----------------------------------------------------------------
005625 6510-LIST-ONE-REVERSAL.
005626     IF CT-CAN-XTR-DATE (CT-CAN-IX) NOT = CT-RUN-DATE
005627         GO TO 6510-LIST-ONE-REVERSAL-EXIT
005628     END-IF.
005629     PERFORM 6800-FIND-REVERSAL
005630                                  THRU 6800-FIND-REVERSAL-EXIT.
005631     IF CT-FOUND-YES
005632         MOVE CT-CAN-JOB-ID (CT-CAN-IX) TO CT-JOB-JOB-ID
005633         WRITE CT-PRINT-LINE FROM CT-JOB-LINE
005634         ADD 1 TO CT-CNT-REVERSED
005635     END-IF.
005636 6510-LIST-ONE-REVERSAL-EXIT.
005637     EXIT.
005638
005639*-----------------------------------------------------------------
005640*    6600-MATCH-CAN-TO-REV - SECTION FIVE.  A CANCELLATION STAMPED
005641*    AS REVERSED ON THE RUN DATE MUST BE ON THE EXTRACT, AND ONE
005642*    KEYED BEFORE THE RUN DATE MUST NOT STILL BE WAITING.
005643*-----------------------------------------------------------------
005644 6600-MATCH-CAN-TO-REV.
005645     MOVE SPACES TO CT-PRINT-LINE.
005646     WRITE CT-PRINT-LINE.
005647     MOVE "CANCELLED BUT REVERSAL NOT EXTRACTED" TO CT-SEC-TEXT.
005648     WRITE CT-PRINT-LINE FROM CT-SECTION-LINE.
005649     PERFORM 6610-CHECK-ONE-CAN
005650                                  THRU 6610-CHECK-ONE-CAN-EXIT
005651         VARYING CT-CAN-IX FROM 1 BY 1
005652         UNTIL CT-CAN-IX > CT-CAN-COUNT.
005653 6600-MATCH-CAN-TO-REV-EXIT.
005654     EXIT.
005655
005656*-----------------------------------------------------------------
005657*    6610-CHECK-ONE-CAN - PRINT ONE CANCELLATION WHOSE REVERSAL
005658*    SHOULD HAVE BEEN ON THE EXTRACT AND IS NOT.
005659*-----------------------------------------------------------------
005660 6610-CHECK-ONE-CAN.
005661     SET CT-FOUND-YES TO TRUE.
005662     IF CT-CAN-XTR-DATE (CT-CAN-IX) = CT-RUN-DATE
005663         PERFORM 6800-FIND-REVERSAL
005664                                  THRU 6800-FIND-REVERSAL-EXIT
005665     END-IF.
005666     IF CT-CAN-XTR-DATE (CT-CAN-IX) = ZERO
005667             AND CT-CAN-CANCEL-DATE (CT-CAN-IX) < CT-RUN-DATE
005668         SET CT-FOUND-NO TO TRUE
005669     END-IF.
005670     IF CT-FOUND-NO
005671         MOVE CT-CAN-JOB-ID (CT-CAN-IX) TO CT-JOB-JOB-ID
005672         WRITE CT-PRINT-LINE FROM CT-JOB-LINE
005673         ADD 1 TO CT-CNT-REV-MISSING
005674     END-IF.
005675 6610-CHECK-ONE-CAN-EXIT.
005676     EXIT.
005677
005678*-----------------------------------------------------------------
005679*    6700-MATCH-REV-TO-CAN - SECTION SIX.  EVERY REVERSAL ON THE
005680*    EXTRACT MUST TRACE BACK TO A CANCELLATION REVERSED ON THE
005681*    RUN DATE.
005682*-----------------------------------------------------------------
005683 6700-MATCH-REV-TO-CAN.
005684     MOVE SPACES TO CT-PRINT-LINE.
005685     WRITE CT-PRINT-LINE.
005686     MOVE "REVERSED WITH NO CANCELLATION" TO CT-SEC-TEXT.
005687     WRITE CT-PRINT-LINE FROM CT-SECTION-LINE.
005688     PERFORM 6710-CHECK-ONE-REV
005689                                  THRU 6710-CHECK-ONE-REV-EXIT
005690         VARYING CT-REV-IX FROM 1 BY 1
005691         UNTIL CT-REV-IX > CT-REV-COUNT.
005692 6700-MATCH-REV-TO-CAN-EXIT.
005693     EXIT.
005694
005695*-----------------------------------------------------------------
005696*    6710-CHECK-ONE-REV - LOOK ONE REVERSED JOB UP IN THE
005697*    CANCELLATION TABLE AND PRINT IT WHEN IT IS MISSING.
005698*-----------------------------------------------------------------
005699 6710-CHECK-ONE-REV.
005700     SET CT-FOUND-NO TO TRUE.
005701     IF CT-CAN-COUNT > ZERO
005702         SET CT-CAN-IX TO 1
005703         SEARCH CT-CAN-ENTRY
005704             AT END
005705                 SET CT-FOUND-NO TO TRUE
005706             WHEN CT-CAN-IX > CT-CAN-COUNT
005707                 SET CT-FOUND-NO TO TRUE
005708             WHEN CT-CAN-JOB-ID (CT-CAN-IX) =
005709                     CT-REV-JOB-ID (CT-REV-IX)
005710                 AND CT-CAN-XTR-DATE (CT-CAN-IX) = CT-RUN-DATE
005711                 SET CT-FOUND-YES TO TRUE
005712         END-SEARCH
005713     END-IF.
005714     IF CT-FOUND-NO
005715         MOVE CT-REV-JOB-ID (CT-REV-IX) TO CT-JOB-JOB-ID
005716         WRITE CT-PRINT-LINE FROM CT-JOB-LINE
005717         ADD 1 TO CT-CNT-REV-NO-CAN
005718     END-IF.
005719 6710-CHECK-ONE-REV-EXIT.
005720     EXIT.
005721
005722*-----------------------------------------------------------------
005723*    6800-FIND-REVERSAL - LOOK THE CANCELLATION IN HAND UP IN THE
005724*    REVERSAL TABLE.
005725*-----------------------------------------------------------------
005726 6800-FIND-REVERSAL.
005727     SET CT-FOUND-NO TO TRUE.
005728     IF CT-REV-COUNT > ZERO
005729         SET CT-REV-IX TO 1
005730         SEARCH CT-REV-ENTRY
005731             AT END
005732                 SET CT-FOUND-NO TO TRUE
005733             WHEN CT-REV-IX > CT-REV-COUNT
005734                 SET CT-FOUND-NO TO TRUE
005735             WHEN CT-REV-JOB-ID (CT-REV-IX) =
005736                     CT-CAN-JOB-ID (CT-CAN-IX)
005737                 SET CT-FOUND-YES TO TRUE
005738         END-SEARCH
005739     END-IF.
005740 6800-FIND-REVERSAL-EXIT.
005741     EXIT.
005742
005743*-----------------------------------------------------------------
005744*    7000-PRINT-TOTALS - THE EXCEPTION COUNTS AND THE REVERSALS
005745*    EXPECTED.  ANY NON-ZERO EXCEPTION COUNT FAILS THE RUN WITH
005746*    RETURN CODE 8.
005747*-----------------------------------------------------------------
005748 7000-PRINT-TOTALS.
005749     MOVE SPACES TO CT-PRINT-LINE.
005750     WRITE CT-PRINT-LINE.
005751     MOVE "ESTIMATED BUT NEVER PRICED. . . . . . . "
005752         TO CT-TOT-TEXT.
005753     MOVE CT-CNT-NOT-PRICED TO CT-TOT-COUNT.
005754     WRITE CT-PRINT-LINE FROM CT-TOTAL-LINE.
005755     MOVE "PRICED BUT NEVER EXTRACTED. . . . . . . "
005756         TO CT-TOT-TEXT.
005757     MOVE CT-CNT-NOT-XTRACT TO CT-TOT-COUNT.
005758     WRITE CT-PRINT-LINE FROM CT-TOTAL-LINE.
005759     MOVE "EXTRACTED WITH NO MATCHING ESTIMATE . . "
005761         TO CT-TOT-TEXT.
005771     MOVE CT-CNT-NO-EST TO CT-TOT-COUNT.
005781     WRITE CT-PRINT-LINE FROM CT-TOTAL-LINE.
005782     MOVE "CANCELLED - EXPECTED REVERSALS. . . . . "
005783         TO CT-TOT-TEXT.
005784     MOVE CT-CNT-REVERSED TO CT-TOT-COUNT.
005785     WRITE CT-PRINT-LINE FROM CT-TOTAL-LINE.
005786     MOVE "CANCELLED BUT REVERSAL NOT EXTRACTED. . "
005787         TO CT-TOT-TEXT.
005788     MOVE CT-CNT-REV-MISSING TO CT-TOT-COUNT.
005789     WRITE CT-PRINT-LINE FROM CT-TOTAL-LINE.
005790     MOVE "REVERSED WITH NO CANCELLATION . . . . . "
005791         TO CT-TOT-TEXT.
005792     MOVE CT-CNT-REV-NO-CAN TO CT-TOT-COUNT.
005793     WRITE CT-PRINT-LINE FROM CT-TOTAL-LINE.
005794     IF CT-CNT-NOT-PRICED > ZERO
005801             OR CT-CNT-NOT-XTRACT > ZERO
005811             OR CT-CNT-NO-EST > ZERO
005814             OR CT-CNT-REV-MISSING > ZERO
005817             OR CT-CNT-REV-NO-CAN > ZERO
005821         SET CT-OUT-OF-BALANCE TO TRUE
005831         DISPLAY "PILLCTRL - PIPELINE OUT OF BALANCE"
005841         MOVE 8 TO RETURN-CODE
006331     END-READ.
006341 8300-READ-RQUE-EXIT.
006351     EXIT.
006352
006353*-----------------------------------------------------------------
006354*    8400-READ-CANCEL - READ THE NEXT CANCELLATION IN KEY ORDER,
006355*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
006356*-----------------------------------------------------------------
006357 8400-READ-CANCEL.
006358     READ CANCEL-FILE NEXT RECORD
006359         AT END
006360             SET CT-CAN-EOF-YES TO TRUE
006361     END-READ.
006362 8400-READ-CANCEL-EXIT.
006363     EXIT.
006364
006371*-----------------------------------------------------------------
006381*    9999-TERMINATE - CLOSE THE FILES
006391*-----------------------------------------------------------------
006721     COMPUTE RR-CNT-WRITTEN = ZERO.
006731     MOVE RETURN-CODE TO RR-RETURN-CODE.
006741     MOVE CT-BALANCE-SW TO RR-BALANCE-FLAG.
006746     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
006751     WRITE RR-REGISTRY-RECORD.
006761     CLOSE RUN-REGISTRY.
006771 9500-WRITE-REGISTRY-EXIT.
