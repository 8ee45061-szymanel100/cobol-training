000515*                  OVERRIDE CARD IS SUPPLIED, IN WHICH CASE      *
000516*                  THE EARLIER RUN'S HISTORY RECORDS ARE         *
000517*                  MARKED SUPERSEDED BEFORE THE RERUN.           *
000518*  2026-10-01 RSM  TOOK A CHECKPOINT EVERY N JOBS, N FROM THE    *
000519*                  CONTROL CARD, AND ADDED A RESTART RUN THAT    *
000520*                  PICKS UP AFTER THE LAST CHECKPOINT.  THE      *
000521*                  FAILED RUN'S RESULTS AND HISTORY RECORDS PAST *
000522*                  THE CHECKPOINT ARE DROPPED AND THE COUNTS     *
000523*                  RESTORED, SO NOTHING IS WRITTEN TWICE AND THE *
000524*                  RUN BALANCES AS A CLEAN RUN WOULD.  THE RUN   *
000525*                  REGISTRY SHOWS THE RESTART AND THE JOB IT     *
000526*                  RESTARTED AFTER.                              *
000527*  2026-10-05 RSM  STARTED EVERY ESTIMATE-MASTER RECORD WRITTEN  *
000528*                  OUT NOT CANCELLED NOW THE MASTER CARRIES THE  *
000529*                  CANCELLATION FIELDS.                          *
000530*****************************************************************
000531 IDENTIFICATION DIVISION.
000536 PROGRAM-ID.    PILLDRV.
000546 AUTHOR.        R S MASON.
000556 INSTALLATION.  STRUCTURAL ESTIMATING.
000812                              ACCESS MODE IS RANDOM
000814                              RECORD KEY IS BR-BATCH-ID
000815                              FILE STATUS IS PD-BREG-STATUS.
000816     SELECT CHECKPOINT-FILE  ASSIGN TO "PILLCKPT"
000817                              ORGANIZATION IS SEQUENTIAL
000818                              FILE STATUS IS PD-CKPT-STATUS.
000819     SELECT RESULTS-WORK     ASSIGN TO "PILLRSWK"
000820                              ORGANIZATION IS SEQUENTIAL
000821                              FILE STATUS IS PD-RWK-STATUS.
000822     SELECT HISTORY-WORK     ASSIGN TO "PILLHSWK"
000823                              ORGANIZATION IS SEQUENTIAL
000824                              FILE STATUS IS PD-HWK-STATUS.
000825
000826 DATA DIVISION.
000836 FILE SECTION.
000846 FD  PILLAR-JOBS
001018
001020 FD  BATCH-REGISTRY.
001022     COPY PILLBRG.
001023
001024 FD  CHECKPOINT-FILE
001025     RECORDING MODE IS F.
001026     COPY PILLCKP.
001027
001028*-----------------------------------------------------------------
001029*    RESTART WORK FILES - THE SAME LENGTH AS THE PILLRSLT AND
001030*    PILLHIST RECORDS THEY HOLD WHILE THOSE FILES ARE TRIMMED
001031*    BACK TO THE CHECKPOINT.
001032*-----------------------------------------------------------------
001033 FD  RESULTS-WORK
001034     RECORDING MODE IS F.
001035 01  PD-RWK-RECORD             PIC X(38).
001036
001037 FD  HISTORY-WORK
001038     RECORDING MODE IS F.
001039 01  PD-HWK-RECORD             PIC X(49).
001040
001041 WORKING-STORAGE SECTION.
001046*-----------------------------------------------------------------
001056*    SWITCHES
001066*-----------------------------------------------------------------
001254 77  PD-SUP-EOF-SW             PIC X(01)     VALUE 'N'.
001255     88  PD-SUP-EOF-YES        VALUE 'Y'.
001257     88  PD-SUP-EOF-NO         VALUE 'N'.
001259 77  PD-WORK-EOF-SW           PIC X(01)     VALUE 'N'.
001261     88  PD-WORK-EOF-YES       VALUE 'Y'.
001263     88  PD-WORK-EOF-NO        VALUE 'N'.
001267
001277*-----------------------------------------------------------------
001287*    FILE STATUS FOR EACH FILE - PILLARS-HISTORY IS ALLOWED TO
001467 77  PD-BREG-STATUS            PIC X(02).
001477     88  PD-BREG-STATUS-OK     VALUE '00'.
001487     88  PD-BREG-NOT-FOUND     VALUE '35'.
001488 77  PD-CKPT-STATUS            PIC X(02).
001489     88  PD-CKPT-STATUS-OK     VALUE '00'.
001490     88  PD-CKPT-NOT-FOUND     VALUE '35'.
001491 77  PD-RWK-STATUS             PIC X(02).
001492     88  PD-RWK-STATUS-OK      VALUE '00'.
001493 77  PD-HWK-STATUS             PIC X(02).
001494     88  PD-HWK-STATUS-OK      VALUE '00'.
001497
001507*-----------------------------------------------------------------
001517*    PARAMETERS PASSED TO THE PILLARS SUBPROGRAM
001537 COPY PILLARLK.
001547
001557*-----------------------------------------------------------------
001567*    TODAY'S DATE, USED ON EVERY PILLARS-HISTORY RECORD.  A
001577*    RESTART CARRIES ON WITH THE RUN DATE THE FAILED RUN WROTE,
001587*    SO PD-TODAY KEEPS THE REAL DATE FOR THE RUN REGISTRY.
001589*-----------------------------------------------------------------
001591 01  PD-RUN-DATE                PIC 9(08).
001593 77  PD-TODAY                  PIC 9(08)     VALUE ZERO.
001597
001607*-----------------------------------------------------------------
001617*    RUN-BALANCING FIELDS - THE BATCH DATE AND EXPECTED DETAIL
001867 77  PD-JOB-UOM                PIC X(01)     VALUE SPACE.
001877 77  PD-JOB-CUST               PIC X(05)     VALUE SPACES.
001887 77  PD-JOB-STATUS             PIC X(02)     VALUE '00'.
001892 77  PD-LAST-SECTION           PIC 9(02)     VALUE ZERO.
001897
001907*-----------------------------------------------------------------
001917*    RUN-REGISTRY WORK FIELDS - THE TIME OF DAY THE RUN
001977 77  PD-REG-WRITTEN            PIC 9(07)     VALUE ZERO COMP.
001987
001997*-----------------------------------------------------------------
002007*    CONTROL CARD FROM SYSIN - THE OPERATOR OVERRIDE IN COLUMNS
002017*    1-8, THE RESTART REQUEST IN COLUMNS 9-16 AND THE CHECKPOINT
002027*    INTERVAL IN JOBS, ZERO-FILLED, IN COLUMNS 17-21 (BLANK OR
002037*    ZERO TAKES NO CHECKPOINTS) - AND THE COUNT OF EARLIER
002047*    HISTORY RECORDS MARKED SUPERSEDED ON AN OVERRIDDEN RERUN
002057*-----------------------------------------------------------------
002058 01  PD-CONTROL-CARD           VALUE SPACES.
002059     05  PD-OVERRIDE-IN        PIC X(08).
002060         88  PD-OVERRIDE-ON    VALUE 'OVERRIDE'.
002061     05  PD-RESTART-IN         PIC X(08).
002062         88  PD-RESTART-ON     VALUE 'RESTART '.
002063     05  PD-CKPT-EVERY-IN      PIC X(05).
002064     05  FILLER                PIC X(59).
002067 77  PD-CNT-SUPERSEDED         PIC 9(07)     VALUE ZERO COMP.
002068
002069*-----------------------------------------------------------------
002070*    CHECKPOINT AND RESTART FIELDS - THE INTERVAL AND THE JOBS
002071*    COMPLETED SINCE THE LAST CHECKPOINT, THE STATE AND LAST JOB
002072*    FOR THE NEXT CHECKPOINT RECORD, AND ON A RESTART WHAT THE
002073*    CHECKPOINT SAYS WAS DONE AND HOW MANY RESULTS AND HISTORY
002074*    RECORDS OF THE BATCH TO KEEP FROM THE FAILED RUN
002075*-----------------------------------------------------------------
002076 77  PD-CKPT-EVERY             PIC 9(05)     VALUE ZERO.
002077 77  PD-CKPT-DUE               PIC 9(05)     VALUE ZERO COMP.
002078 77  PD-CKPT-STATE             PIC X(01)     VALUE 'A'.
002079     88  PD-CKPT-ACTIVE        VALUE 'A'.
002080     88  PD-CKPT-COMPLETE      VALUE 'C'.
002081 77  PD-CKPT-JOB               PIC X(06)     VALUE SPACES.
002082 77  PD-CKPT-SECTION           PIC 9(02)     VALUE ZERO.
002083 77  PD-CNT-CHECKPOINTS        PIC 9(07)     VALUE ZERO COMP.
002084 77  PD-RESTART-JOB            PIC X(06)     VALUE SPACES.
002085 77  PD-RESTART-SECTION        PIC 9(02)     VALUE ZERO.
002086 77  PD-RESTART-DETAIL         PIC 9(07)     VALUE ZERO COMP.
002087 77  PD-KEEP-RESULTS           PIC 9(07)     VALUE ZERO COMP.
002088 77  PD-KEEP-HISTORY           PIC 9(07)     VALUE ZERO COMP.
002089 77  PD-CNT-KEPT               PIC 9(07)     VALUE ZERO COMP.
002090 77  PD-CNT-DROPPED            PIC 9(07)     VALUE ZERO COMP.
002091
002092 PROCEDURE DIVISION.
002097
002107 0000-MAINLINE.
002117     PERFORM 1000-INITIALIZE
002227*    PILLARS-HISTORY IS OPENED EXTEND SO AN EXISTING AUDIT TRAIL
002237*    IS APPENDED TO, BUT OPEN EXTEND FAILS WITH STATUS 35 WHEN
002247*    THE FILE DOES NOT EXIST YET, SO THE FIRST RUN IN A NEW
002257*    LOCATION FALLS BACK TO OPEN OUTPUT TO CREATE IT.  A RESTART
002259*    SKIPS THE INPUT TO THE CHECKPOINT AND TRIMS THE RESULTS AND
002261*    HISTORY FILES BACK TO IT INSTEAD; A RUN TAKING CHECKPOINTS
002263*    WRITES ITS FIRST ONE BEFORE ANY JOB IS PROCESSED.
002267*-----------------------------------------------------------------
002277 1000-INITIALIZE.
002287     OPEN INPUT PILLAR-JOBS.
002327         GO TO 9900-ABEND-RUN
002337     END-IF.
002347     ACCEPT PD-RUN-DATE FROM DATE YYYYMMDD.
002357     MOVE PD-RUN-DATE TO PD-TODAY.
002359     ACCEPT PD-CONTROL-CARD.
002361     PERFORM 1100-CHECK-CARD
002363                                  THRU 1100-CHECK-CARD-EXIT.
002367     PERFORM 8000-READ-JOB
002377                                  THRU 8000-READ-JOB-EXIT.
002387     PERFORM 1200-CHECK-BATCH
002397                                  THRU 1200-CHECK-BATCH-EXIT.
002398     IF PD-RESTART-ON
002399         PERFORM 1500-SKIP-TO-CHECKPOINT
002400                              THRU 1500-SKIP-TO-CHECKPOINT-EXIT
002401         PERFORM 1600-TRIM-RESULTS
002402                                  THRU 1600-TRIM-RESULTS-EXIT
002403         PERFORM 1700-TRIM-HISTORY
002404                                  THRU 1700-TRIM-HISTORY-EXIT
002405         GO TO 1000-INITIALIZE-MASTER
002406     END-IF.
002407     OPEN OUTPUT ESTIMATE-RESULTS.
002417     IF NOT PD-RESULTS-STATUS-OK
002427         DISPLAY "PILLDRV - ESTIMATE-RESULTS OPEN FAILED, STATUS "
002527                 PD-HISTORY-STATUS
002537         GO TO 9900-ABEND-RUN
002547     END-IF.
002552 1000-INITIALIZE-MASTER.
002557     OPEN I-O ESTIMATE-MASTER.
002567     IF PD-MASTER-NOT-FOUND
002577         OPEN OUTPUT ESTIMATE-MASTER
002637                 PD-MASTER-STATUS
002647         GO TO 9900-ABEND-RUN
002657     END-IF.
002658     IF PD-CKPT-EVERY > ZERO AND NOT PD-RESTART-ON
002659         MOVE SPACES TO PD-CKPT-JOB
002660         MOVE ZERO   TO PD-CKPT-SECTION
002661         SET PD-CKPT-ACTIVE TO TRUE
002662         PERFORM 2800-WRITE-CHECKPOINT
002663                                  THRU 2800-WRITE-CHECKPOINT-EXIT
002664     END-IF.
002667 1000-INITIALIZE-EXIT.
002677     EXIT.
002687
002697*-----------------------------------------------------------------
002698*    1100-CHECK-CARD - THE CHECKPOINT INTERVAL MUST BE BLANK OR
002699*    NUMERIC, AND A RESTART CANNOT ALSO BE AN OVERRIDDEN RERUN -
002700*    ONE PICKS UP THE FAILED RUN, THE OTHER STARTS AGAIN.
002701*-----------------------------------------------------------------
002702 1100-CHECK-CARD.
002703     IF PD-CKPT-EVERY-IN = SPACES
002704         MOVE ZERO TO PD-CKPT-EVERY
002705     ELSE
002706         IF PD-CKPT-EVERY-IN IS NUMERIC
002707             MOVE PD-CKPT-EVERY-IN TO PD-CKPT-EVERY
002708         ELSE
002709             DISPLAY "PILLDRV - CHECKPOINT INTERVAL NOT NUMERIC "
002710                     "- RUN STOPPED"
002711             MOVE 8 TO RETURN-CODE
002712             GO TO 9900-ABEND-RUN
002713         END-IF
002714     END-IF.
002715     IF PD-OVERRIDE-ON AND PD-RESTART-ON
002716         DISPLAY "PILLDRV - OVERRIDE AND RESTART ON THE SAME "
002717                 "CARD - RUN STOPPED"
002718         MOVE 8 TO RETURN-CODE
002719         GO TO 9900-ABEND-RUN
002720     END-IF.
002721 1100-CHECK-CARD-EXIT.
002722     EXIT.
002723
002724*-----------------------------------------------------------------
002725*    1200-CHECK-BATCH - REFUSE A BATCH THE REGISTRY ALREADY
002726*    KNOWS UNLESS THE OPERATOR OVERRIDE CARD WAS SUPPLIED.  AN
002727*    OVERRIDDEN RERUN MARKS THE EARLIER RUN'S HISTORY RECORDS
002737*    SUPERSEDED FIRST, SO THE SUMMARY AND RECONCILIATION RUNS
002747*    DO NOT DOUBLE-COUNT THEM.  THE REGISTRY IS CREATED ON THE
002757*    FIRST RUN.  A RESTART MUST FIND ITS BATCH ON THE REGISTRY
002760*    AND LEAVES THE ENTRY AS THE FAILED RUN WROTE IT, EXACTLY AS
002763*    A CLEAN RUN WOULD HAVE LEFT IT.
002767*-----------------------------------------------------------------
002777 1200-CHECK-BATCH.
002787     IF PD-HDR-SEEN-NO OR PD-BATCH-ID = SPACES
002817         MOVE 8 TO RETURN-CODE
002827         GO TO 9900-ABEND-RUN
002837     END-IF.
002839     IF PD-RESTART-ON
002841         PERFORM 1400-LOAD-CHECKPOINT
002843                                  THRU 1400-LOAD-CHECKPOINT-EXIT
002845     END-IF.
002847     OPEN I-O BATCH-REGISTRY.
002857     IF PD-BREG-NOT-FOUND
002867         OPEN OUTPUT BATCH-REGISTRY
002997         NOT INVALID KEY
003007             SET PD-BATCH-KNOWN-YES TO TRUE
003017     END-READ.
003018     IF PD-RESTART-ON
003019         IF PD-BATCH-KNOWN-NO
003020             DISPLAY "PILLDRV - BATCH " PD-BATCH-ID " NOT ON THE "
003021                     "BATCH REGISTRY - RESTART REFUSED"
003022             MOVE 8 TO RETURN-CODE
003023             GO TO 9900-ABEND-RUN
003024         END-IF
003025         CLOSE BATCH-REGISTRY
003026         GO TO 1200-CHECK-BATCH-EXIT
003027     END-IF.
003028     IF PD-BATCH-KNOWN-YES AND NOT PD-OVERRIDE-ON
003037         DISPLAY "PILLDRV - BATCH " PD-BATCH-ID " ALREADY "
003047                 "PROCESSED ON " BR-RUN-DATE " - RUN STOPPED"
003057         MOVE 8 TO RETURN-CODE
003717     EXIT.
003727
003737*-----------------------------------------------------------------
003738*    1400-LOAD-CHECKPOINT - READ THE CHECKPOINT A RESTART PICKS
003739*    UP FROM.  IT MUST BE FOR THIS BATCH AND STILL ACTIVE - A
003740*    BATCH THAT REACHED END OF JOB IS NOT RESTARTED.  THE RUN
003741*    DATE, THE COUNTS AND THE NUMBER OF RESULTS AND HISTORY
003742*    RECORDS TO KEEP ARE TAKEN FROM IT.
003743*-----------------------------------------------------------------
003744 1400-LOAD-CHECKPOINT.
003745     OPEN INPUT CHECKPOINT-FILE.
003746     IF PD-CKPT-NOT-FOUND
003747         DISPLAY "PILLDRV - NO CHECKPOINT ON FILE - RESTART "
003748                 "REFUSED"
003749         MOVE 8 TO RETURN-CODE
003750         GO TO 9900-ABEND-RUN
003751     END-IF.
003752     IF NOT PD-CKPT-STATUS-OK
003753         DISPLAY "PILLDRV - CHECKPOINT-FILE OPEN FAILED, STATUS "
003754                 PD-CKPT-STATUS
003755         GO TO 9900-ABEND-RUN
003756     END-IF.
003757     READ CHECKPOINT-FILE
003758         AT END
003759             DISPLAY "PILLDRV - CHECKPOINT FILE EMPTY - RESTART "
003760                     "REFUSED"
003761             MOVE 8 TO RETURN-CODE
003762             GO TO 9900-ABEND-RUN
003763     END-READ.
003764     IF CK-BATCH-ID NOT = PD-BATCH-ID
003765         DISPLAY "PILLDRV - CHECKPOINT IS FOR BATCH " CK-BATCH-ID
003766                 " - RESTART REFUSED"
003767         MOVE 8 TO RETURN-CODE
003768         GO TO 9900-ABEND-RUN
003769     END-IF.
003770     IF NOT CK-STATE-ACTIVE
003771         DISPLAY "PILLDRV - BATCH " PD-BATCH-ID " RAN TO END OF "
003772                 "JOB - RESTART REFUSED"
003773         MOVE 8 TO RETURN-CODE
003774         GO TO 9900-ABEND-RUN
003775     END-IF.
003776     MOVE CK-RUN-DATE     TO PD-RUN-DATE.
003777     MOVE CK-LAST-JOB-ID  TO PD-RESTART-JOB.
003778     MOVE CK-LAST-SECTION TO PD-RESTART-SECTION.
003779     MOVE CK-CNT-DETAIL   TO PD-RESTART-DETAIL.
003780     MOVE CK-CNT-RESULTS  TO PD-CNT-RESULTS.
003781     MOVE CK-CNT-HISTORY  TO PD-CNT-HISTORY.
003782     MOVE CK-CNT-TOTALS   TO PD-CNT-TOTALS.
003783     COMPUTE PD-KEEP-RESULTS = CK-CNT-RESULTS + CK-CNT-TOTALS.
003784     COMPUTE PD-KEEP-HISTORY = CK-CNT-HISTORY + CK-CNT-TOTALS.
003785     IF PD-RESTART-JOB = SPACES
003786         DISPLAY "PILLDRV - RESTARTING BATCH " PD-BATCH-ID
003787                 " FROM THE START"
003788     ELSE
003789         DISPLAY "PILLDRV - RESTARTING BATCH " PD-BATCH-ID
003790                 " AFTER JOB " PD-RESTART-JOB
003791                 " SECTION " PD-RESTART-SECTION
003792         MOVE CK-JOB-SECTIONS TO PD-CNT-DISPLAY
003793         DISPLAY "PILLDRV - LAST JOB SECTIONS " PD-CNT-DISPLAY
003794         MOVE CK-JOB-PILLARS TO PD-CNT-DISPLAY
003795         DISPLAY "PILLDRV - LAST JOB PILLARS. " PD-CNT-DISPLAY
003796         DISPLAY "PILLDRV - LAST JOB TOTAL. . " CK-JOB-TOTAL
003797     END-IF.
003798     CLOSE CHECKPOINT-FILE.
003799 1400-LOAD-CHECKPOINT-EXIT.
003800     EXIT.
003801
003802*-----------------------------------------------------------------
003803*    1500-SKIP-TO-CHECKPOINT - READ PAST THE DETAILS THE FAILED
003804*    RUN COMPLETED.  THE LAST ONE SKIPPED MUST BE THE JOB AND
003805*    SECTION THE CHECKPOINT NAMES, OR THE INPUT IS NOT THE BATCH
003806*    THAT FAILED AND THE RESTART IS REFUSED BEFORE ANY FILE IS
003807*    TOUCHED.  THE DETAIL COUNT CARRIES ON FROM THE SKIPPED
003808*    RECORDS, SO IT BALANCES AGAINST THE TRAILER AS USUAL.
003809*-----------------------------------------------------------------
003810 1500-SKIP-TO-CHECKPOINT.
003811     IF PD-RESTART-DETAIL = ZERO
003812         GO TO 1500-SKIP-TO-CHECKPOINT-EXIT
003813     END-IF.
003814     PERFORM 8000-READ-JOB
003815                                  THRU 8000-READ-JOB-EXIT
003816             UNTIL PD-EOF-YES
003817                OR PD-CNT-DETAIL NOT < PD-RESTART-DETAIL.
003818     IF PD-EOF-YES
003819             OR PJ-JOB-ID  NOT = PD-RESTART-JOB
003820             OR PJ-SECTION NOT = PD-RESTART-SECTION
003821         DISPLAY "PILLDRV - PILLAR-JOBS DOES NOT MATCH THE "
003822                 "CHECKPOINT - RESTART REFUSED"
003823         MOVE 8 TO RETURN-CODE
003824         GO TO 9900-ABEND-RUN
003825     END-IF.
003826     PERFORM 8000-READ-JOB
003827                                  THRU 8000-READ-JOB-EXIT.
003828 1500-SKIP-TO-CHECKPOINT-EXIT.
003829     EXIT.
003830
003831*-----------------------------------------------------------------
003832*    1600-TRIM-RESULTS - KEEP THE RESULTS RECORDS THE FAILED RUN
003833*    WROTE UP TO THE CHECKPOINT AND DROP THE REST.  THEY ARE
003834*    COPIED TO THE WORK FILE AND BACK, LEAVING ESTIMATE-RESULTS
003835*    OPEN TO CARRY ON WRITING.  A FILE HOLDING FEWER RECORDS THAN
003836*    THE CHECKPOINT COUNTED IS REFUSED BEFORE IT IS REPLACED.
003837*-----------------------------------------------------------------
003838 1600-TRIM-RESULTS.
003839     MOVE ZERO TO PD-CNT-KEPT.
003840     OPEN OUTPUT RESULTS-WORK.
003841     IF NOT PD-RWK-STATUS-OK
003842         DISPLAY "PILLDRV - RESULTS-WORK OPEN FAILED, STATUS "
003843                 PD-RWK-STATUS
003844         GO TO 9900-ABEND-RUN
003845     END-IF.
003846     IF PD-KEEP-RESULTS = ZERO
003847         GO TO 1600-TRIM-RESULTS-BACK
003848     END-IF.
003849     OPEN INPUT ESTIMATE-RESULTS.
003850     IF NOT PD-RESULTS-STATUS-OK
003851         DISPLAY "PILLDRV - ESTIMATE-RESULTS OPEN FOR RESTART "
003852                 "FAILED, STATUS " PD-RESULTS-STATUS
003853         GO TO 9900-ABEND-RUN
003854     END-IF.
003855     SET PD-WORK-EOF-NO TO TRUE.
003856     PERFORM 8200-READ-OLD-RESULT
003857                                  THRU 8200-READ-OLD-RESULT-EXIT.
003858     PERFORM 1610-KEEP-RESULT
003859                                  THRU 1610-KEEP-RESULT-EXIT
003860             UNTIL PD-WORK-EOF-YES
003861                OR PD-CNT-KEPT NOT < PD-KEEP-RESULTS.
003862     CLOSE ESTIMATE-RESULTS.
003863     IF PD-CNT-KEPT < PD-KEEP-RESULTS
003864         DISPLAY "PILLDRV - ESTIMATE-RESULTS SHORTER THAN THE "
003865                 "CHECKPOINT - RESTART REFUSED"
003866         MOVE 8 TO RETURN-CODE
003867         GO TO 9900-ABEND-RUN
003868     END-IF.
003869 1600-TRIM-RESULTS-BACK.
003870     CLOSE RESULTS-WORK.
003871     OPEN INPUT RESULTS-WORK.
003872     IF NOT PD-RWK-STATUS-OK
003873         DISPLAY "PILLDRV - RESULTS-WORK REOPEN FAILED, STATUS "
003874                 PD-RWK-STATUS
003875         GO TO 9900-ABEND-RUN
003876     END-IF.
003877     OPEN OUTPUT ESTIMATE-RESULTS.
003878     IF NOT PD-RESULTS-STATUS-OK
003879         DISPLAY "PILLDRV - ESTIMATE-RESULTS OPEN FAILED, STATUS "
003880                 PD-RESULTS-STATUS
003881         GO TO 9900-ABEND-RUN
003882     END-IF.
003883     SET PD-WORK-EOF-NO TO TRUE.
003884     PERFORM 8400-READ-RESULT-WORK
003885                                  THRU 8400-READ-RESULT-WORK-EXIT.
003886     PERFORM 1620-RESTORE-RESULT
003887                                  THRU 1620-RESTORE-RESULT-EXIT
003888             UNTIL PD-WORK-EOF-YES.
003889     CLOSE RESULTS-WORK.
003890     MOVE PD-CNT-KEPT TO PD-CNT-DISPLAY.
003891     DISPLAY "PILLDRV - RESULTS KEPT. . . " PD-CNT-DISPLAY.
003892 1600-TRIM-RESULTS-EXIT.
003893     EXIT.
003894
003895*-----------------------------------------------------------------
003896*    1610-KEEP-RESULT - COPY ONE RESULTS RECORD TO THE WORK FILE
003897*    AND READ THE NEXT.
003898*-----------------------------------------------------------------
003899 1610-KEEP-RESULT.
003900     WRITE PD-RWK-RECORD FROM PR-RESULT-RECORD.
003901     ADD 1 TO PD-CNT-KEPT.
003902     PERFORM 8200-READ-OLD-RESULT
003903                                  THRU 8200-READ-OLD-RESULT-EXIT.
003904 1610-KEEP-RESULT-EXIT.
003905     EXIT.
003906
003907*-----------------------------------------------------------------
003908*    1620-RESTORE-RESULT - COPY ONE KEPT RECORD BACK TO THE
003909*    RESULTS FILE AND READ THE NEXT.
003910*-----------------------------------------------------------------
003911 1620-RESTORE-RESULT.
003912     WRITE PR-RESULT-RECORD FROM PD-RWK-RECORD.
003913     PERFORM 8400-READ-RESULT-WORK
003914                                  THRU 8400-READ-RESULT-WORK-EXIT.
003915 1620-RESTORE-RESULT-EXIT.
003916     EXIT.
003917
003918*-----------------------------------------------------------------
003919*    1700-TRIM-HISTORY - THE SAME FOR PILLARS-HISTORY, WHICH ALSO
003920*    HOLDS EVERY EARLIER BATCH.  ONLY THIS BATCH'S LIVE RECORDS
003921*    ARE COUNTED - AN OVERRIDDEN RUN'S EARLIER RECORDS ARE
003922*    ALREADY SUPERSEDED - AND THOSE PAST THE CHECKPOINT ARE
003923*    DROPPED.  EVERYTHING ELSE IS KEPT AS IT STANDS, AND
003924*    PILLARS-HISTORY IS LEFT OPEN TO CARRY ON WRITING.
003925*-----------------------------------------------------------------
003926 1700-TRIM-HISTORY.
003927     MOVE ZERO TO PD-CNT-KEPT PD-CNT-DROPPED.
003928     OPEN OUTPUT HISTORY-WORK.
003929     IF NOT PD-HWK-STATUS-OK
003930         DISPLAY "PILLDRV - HISTORY-WORK OPEN FAILED, STATUS "
003931                 PD-HWK-STATUS
003932         GO TO 9900-ABEND-RUN
003933     END-IF.
003934     OPEN INPUT PILLARS-HISTORY.
003935     IF PD-HISTORY-NOT-FOUND
003936         GO TO 1700-TRIM-HISTORY-BACK
003937     END-IF.
003938     IF NOT PD-HISTORY-STATUS-OK
003939         DISPLAY "PILLDRV - PILLARS-HISTORY OPEN FOR RESTART "
003940                 "FAILED, STATUS " PD-HISTORY-STATUS
003941         GO TO 9900-ABEND-RUN
003942     END-IF.
003943     SET PD-WORK-EOF-NO TO TRUE.
003944     PERFORM 8300-READ-OLD-HISTORY
003945                                  THRU 8300-READ-OLD-HISTORY-EXIT.
003946     PERFORM 1710-KEEP-HISTORY
003947                                  THRU 1710-KEEP-HISTORY-EXIT
003948             UNTIL PD-WORK-EOF-YES.
003949     CLOSE PILLARS-HISTORY.
003950 1700-TRIM-HISTORY-BACK.
003951     IF PD-CNT-KEPT < PD-KEEP-HISTORY
003952         DISPLAY "PILLDRV - PILLARS-HISTORY SHORTER THAN THE "
003953                 "CHECKPOINT - RESTART REFUSED"
003954         MOVE 8 TO RETURN-CODE
003955         GO TO 9900-ABEND-RUN
003956     END-IF.
003957     CLOSE HISTORY-WORK.
003958     OPEN INPUT HISTORY-WORK.
003959     IF NOT PD-HWK-STATUS-OK
003960         DISPLAY "PILLDRV - HISTORY-WORK REOPEN FAILED, STATUS "
003961                 PD-HWK-STATUS
003962         GO TO 9900-ABEND-RUN
003963     END-IF.
003964     OPEN OUTPUT PILLARS-HISTORY.
003965     IF NOT PD-HISTORY-STATUS-OK
003966         DISPLAY "PILLDRV - PILLARS-HISTORY OPEN FAILED, STATUS "
003967                 PD-HISTORY-STATUS
003968         GO TO 9900-ABEND-RUN
003969     END-IF.
003970     SET PD-WORK-EOF-NO TO TRUE.
003971     PERFORM 8500-READ-HISTORY-WORK
003972                              THRU 8500-READ-HISTORY-WORK-EXIT.
003973     PERFORM 1720-RESTORE-HISTORY
003974                                  THRU 1720-RESTORE-HISTORY-EXIT
003975             UNTIL PD-WORK-EOF-YES.
003976     CLOSE HISTORY-WORK.
003977     MOVE PD-CNT-KEPT TO PD-CNT-DISPLAY.
003978     DISPLAY "PILLDRV - HISTORY KEPT. . . " PD-CNT-DISPLAY.
003979     MOVE PD-CNT-DROPPED TO PD-CNT-DISPLAY.
003980     DISPLAY "PILLDRV - HISTORY DROPPED . " PD-CNT-DISPLAY.
003981 1700-TRIM-HISTORY-EXIT.
003982     EXIT.
003983
003984*-----------------------------------------------------------------
003985*    1710-KEEP-HISTORY - COPY ONE HISTORY RECORD TO THE WORK
003986*    FILE UNLESS IT IS ONE OF THIS BATCH'S RECORDS PAST THE
003987*    CHECKPOINT, AND READ THE NEXT.
003988*-----------------------------------------------------------------
003989 1710-KEEP-HISTORY.
003990     IF PH-BATCH-ID = PD-BATCH-ID
003991             AND NOT PH-SUPERSEDED-YES
003992         IF PD-CNT-KEPT NOT < PD-KEEP-HISTORY
003993             ADD 1 TO PD-CNT-DROPPED
003994             GO TO 1710-KEEP-HISTORY-READ
003995         END-IF
003996         ADD 1 TO PD-CNT-KEPT
003997     END-IF.
003998     WRITE PD-HWK-RECORD FROM PH-HISTORY-RECORD.
003999 1710-KEEP-HISTORY-READ.
004000     PERFORM 8300-READ-OLD-HISTORY
004001                                  THRU 8300-READ-OLD-HISTORY-EXIT.
004002 1710-KEEP-HISTORY-EXIT.
004003     EXIT.
004004
004005*-----------------------------------------------------------------
004006*    1720-RESTORE-HISTORY - COPY ONE KEPT RECORD BACK TO THE
004007*    HISTORY FILE AND READ THE NEXT.
004008*-----------------------------------------------------------------
004009 1720-RESTORE-HISTORY.
004010     WRITE PH-HISTORY-RECORD FROM PD-HWK-RECORD.
004011     PERFORM 8500-READ-HISTORY-WORK
004012                              THRU 8500-READ-HISTORY-WORK-EXIT.
004013 1720-RESTORE-HISTORY-EXIT.
004014     EXIT.
004015
004016*-----------------------------------------------------------------
004017*    2000-PROCESS-JOB - BREAK ON A CHANGE OF JOB ID, CALL
004018*    PILLARS FOR THE CURRENT SECTION, WRITE ITS 'S' RECORDS,
004019*    ROLL IT INTO THE JOB ACCUMULATORS, AND READ THE NEXT
004020*    RECORD.  A CHECKPOINT, WHEN ONE IS DUE, IS TAKEN AT THE
004021*    BREAK, ONCE THE FINISHED JOB'S TOTAL HAS BEEN WRITTEN.
004022*-----------------------------------------------------------------
004023 2000-PROCESS-JOB.
004024     IF PD-JOB-OPEN-YES AND PJ-JOB-ID NOT = PD-PREV-JOB
004025         PERFORM 2500-WRITE-JOB-TOTAL
004026                                  THRU 2500-WRITE-JOB-TOTAL-EXIT
004027         PERFORM 2600-CHECKPOINT-DUE
004028                                  THRU 2600-CHECKPOINT-DUE-EXIT
004029     END-IF.
004030     IF PD-JOB-OPEN-NO
004031         SET PD-JOB-OPEN-YES TO TRUE
004032         MOVE PJ-JOB-ID TO PD-PREV-JOB
004033         MOVE PJ-UOM    TO PD-JOB-UOM
004034         MOVE PJ-CUST-NO TO PD-JOB-CUST
004035         MOVE '00'      TO PD-JOB-STATUS
004036         MOVE ZERO      TO PD-JOB-SECTIONS PD-JOB-PILLARS
004037                           PD-JOB-TOTAL
004038         SET PD-JOB-OVFL-NO TO TRUE
004039     END-IF.
004040     MOVE PJ-NUM-PILL TO PIL-NUM-PILL.
004041     MOVE PJ-DIST     TO PIL-DIST.
004042     MOVE PJ-WIDTH    TO PIL-WIDTH.
004043     MOVE PJ-UOM      TO PIL-UOM.
004044     CALL "PILLARS" USING PIL-NUM-PILL PIL-DIST PIL-WIDTH
004045                          PIL-UOM
004046                          PIL-RESULT PIL-STATUS PIL-OVERFLOW.
004047     SET PR-REC-SECTION TO TRUE.
004048     MOVE PJ-JOB-ID    TO PR-JOB-ID.
004049     MOVE PJ-SECTION   TO PR-SECTION.
004050     MOVE PJ-CUST-NO   TO PR-CUST-NO.
004057     MOVE PIL-NUM-PILL TO PR-NUM-PILL.
004067     MOVE PIL-DIST     TO PR-DIST.
004077     MOVE PIL-WIDTH    TO PR-WIDTH.
004277     ADD 1 TO PD-CNT-HISTORY.
004287     PERFORM 7000-PUT-MASTER
004297                                  THRU 7000-PUT-MASTER-EXIT.
004302     MOVE PJ-SECTION TO PD-LAST-SECTION.
004307     ADD 1 TO PD-JOB-SECTIONS.
004317     ADD PIL-NUM-PILL TO PD-JOB-PILLARS.
004327     IF PIL-STATUS-VALID
004997     SET PD-JOB-OPEN-NO TO TRUE.
005007 2500-WRITE-JOB-TOTAL-EXIT.
005017     EXIT.
005018
005019*-----------------------------------------------------------------
005020*    2600-CHECKPOINT-DUE - COUNT THE JOB JUST FINISHED AND TAKE A
005021*    CHECKPOINT EVERY PD-CKPT-EVERY JOBS.  THE OUTPUT FILES ARE
005022*    CLOSED AND REOPENED FIRST SO EVERYTHING THE CHECKPOINT
005023*    COUNTS IS ON THE FILES BEFORE THE CHECKPOINT IS WRITTEN.
005024*-----------------------------------------------------------------
005025 2600-CHECKPOINT-DUE.
005026     IF PD-CKPT-EVERY = ZERO
005027         GO TO 2600-CHECKPOINT-DUE-EXIT
005028     END-IF.
005029     ADD 1 TO PD-CKPT-DUE.
005030     IF PD-CKPT-DUE < PD-CKPT-EVERY
005031         GO TO 2600-CHECKPOINT-DUE-EXIT
005032     END-IF.
005033     MOVE ZERO TO PD-CKPT-DUE.
005034     CLOSE ESTIMATE-RESULTS
005035           PILLARS-HISTORY
005036           ESTIMATE-MASTER.
005037     OPEN EXTEND ESTIMATE-RESULTS.
005038     IF NOT PD-RESULTS-STATUS-OK
005039         DISPLAY "PILLDRV - ESTIMATE-RESULTS REOPEN FAILED, "
005040                 "STATUS " PD-RESULTS-STATUS
005041         GO TO 9900-ABEND-RUN
005042     END-IF.
005043     OPEN EXTEND PILLARS-HISTORY.
005044     IF NOT PD-HISTORY-STATUS-OK
005045         DISPLAY "PILLDRV - PILLARS-HISTORY REOPEN FAILED, "
005046                 "STATUS " PD-HISTORY-STATUS
005047         GO TO 9900-ABEND-RUN
005048     END-IF.
005049     OPEN I-O ESTIMATE-MASTER.
005050     IF NOT PD-MASTER-STATUS-OK
005051         DISPLAY "PILLDRV - ESTIMATE-MASTER REOPEN FAILED, "
005052                 "STATUS " PD-MASTER-STATUS
005053         GO TO 9900-ABEND-RUN
005054     END-IF.
005055     MOVE PD-PREV-JOB     TO PD-CKPT-JOB.
005056     MOVE PD-LAST-SECTION TO PD-CKPT-SECTION.
005057     SET PD-CKPT-ACTIVE TO TRUE.
005058     PERFORM 2800-WRITE-CHECKPOINT
005059                                  THRU 2800-WRITE-CHECKPOINT-EXIT.
005060     ADD 1 TO PD-CNT-CHECKPOINTS.
005061     DISPLAY "PILLDRV - CHECKPOINT TAKEN AFTER JOB " PD-CKPT-JOB.
005062 2600-CHECKPOINT-DUE-EXIT.
005063     EXIT.
005064
005065*-----------------------------------------------------------------
005066*    2800-WRITE-CHECKPOINT - REPLACE THE CHECKPOINT FILE WITH ONE
005067*    RECORD FOR THE RUN AS IT STANDS.  THE JOB-GROUP TOTALS STILL
005068*    HOLD THE LAST JOB FINISHED, SINCE THEY ARE ONLY CLEARED WHEN
005069*    THE NEXT JOB OPENS, AND THE DETAILS COMPLETED ARE THE SECTION
005070*    RESULTS WRITTEN, SINCE THE NEXT JOB'S FIRST DETAIL HAS
005071*    ALREADY BEEN READ AND COUNTED.
005072*-----------------------------------------------------------------
005073 2800-WRITE-CHECKPOINT.
005074     OPEN OUTPUT CHECKPOINT-FILE.
005075     IF NOT PD-CKPT-STATUS-OK
005076         DISPLAY "PILLDRV - CHECKPOINT-FILE OPEN FAILED, STATUS "
005077                 PD-CKPT-STATUS
005078         GO TO 9900-ABEND-RUN
005079     END-IF.
005080     MOVE PD-BATCH-ID     TO CK-BATCH-ID.
005081     MOVE PD-RUN-DATE     TO CK-RUN-DATE.
005082     MOVE PD-CKPT-STATE   TO CK-STATE.
005083     MOVE PD-CKPT-JOB     TO CK-LAST-JOB-ID.
005084     MOVE PD-CKPT-SECTION TO CK-LAST-SECTION.
005085     MOVE PD-CNT-RESULTS  TO CK-CNT-DETAIL.
005086     MOVE PD-CNT-RESULTS  TO CK-CNT-RESULTS.
005087     MOVE PD-CNT-HISTORY  TO CK-CNT-HISTORY.
005088     MOVE PD-CNT-TOTALS   TO CK-CNT-TOTALS.
005089     MOVE PD-JOB-SECTIONS TO CK-JOB-SECTIONS.
005090     MOVE PD-JOB-PILLARS  TO CK-JOB-PILLARS.
005091     MOVE PD-JOB-TOTAL    TO CK-JOB-TOTAL.
005092     ACCEPT CK-TAKEN-DATE FROM DATE YYYYMMDD.
005093     ACCEPT PD-TIME-WORK FROM TIME.
005094     MOVE PD-TIME-HHMMSS  TO CK-TAKEN-TIME.
005095     WRITE CK-CHECKPOINT-RECORD.
005096     CLOSE CHECKPOINT-FILE.
005097 2800-WRITE-CHECKPOINT-EXIT.
005098     EXIT.
005099
005100*-----------------------------------------------------------------
005101*    7000-PUT-MASTER - KEEP THE ESTIMATE-MASTER IN STEP WITH THE
005102*    HISTORY RECORD JUST WRITTEN.  A SECOND RUN OF THE SAME JOB
005103*    ON THE SAME DATE REWRITES THE EXISTING MASTER RECORD, SO
005104*    THE MASTER ALWAYS CARRIES THE LATEST FIGURES FOR THAT KEY.
005105*-----------------------------------------------------------------
005106 7000-PUT-MASTER.
005107     MOVE PH-JOB-ID    TO PM-JOB-ID.
005117     MOVE PH-RUN-DATE  TO PM-RUN-DATE.
005127     MOVE PH-SECTION   TO PM-SECTION.
005177     MOVE PH-UOM       TO PM-UOM.
005187     MOVE PH-RESULT    TO PM-RESULT.
005197     MOVE PH-STATUS    TO PM-STATUS.
005207     SET PM-NOT-CANCELLED TO TRUE.
005209     MOVE ZERO         TO PM-CANCEL-DATE.
005211     MOVE SPACES       TO PM-CANCEL-REASON.
005213     WRITE PM-MASTER-RECORD
005217         INVALID KEY
005227             REWRITE PM-MASTER-RECORD
005237     END-WRITE.
005657     EXIT.
005667
005677*-----------------------------------------------------------------
005678*    8200-READ-OLD-RESULT - READ THE NEXT RESULTS RECORD THE
005679*    FAILED RUN WROTE, SETTING THE WORK EOF SWITCH AT THE END.
005680*-----------------------------------------------------------------
005681 8200-READ-OLD-RESULT.
005682     READ ESTIMATE-RESULTS
005683         AT END
005684             SET PD-WORK-EOF-YES TO TRUE
005685     END-READ.
005686 8200-READ-OLD-RESULT-EXIT.
005687     EXIT.
005688
005689*-----------------------------------------------------------------
005690*    8300-READ-OLD-HISTORY - READ THE NEXT HISTORY RECORD ON THE
005691*    RESTART TRIM, SETTING THE WORK EOF SWITCH AT THE END.
005692*-----------------------------------------------------------------
005693 8300-READ-OLD-HISTORY.
005694     READ PILLARS-HISTORY
005695         AT END
005696             SET PD-WORK-EOF-YES TO TRUE
005697     END-READ.
005698 8300-READ-OLD-HISTORY-EXIT.
005699     EXIT.
005700
005701*-----------------------------------------------------------------
005702*    8400-READ-RESULT-WORK - READ THE NEXT KEPT RESULTS RECORD,
005703*    SETTING THE WORK EOF SWITCH AT THE END.
005704*-----------------------------------------------------------------
005705 8400-READ-RESULT-WORK.
005706     READ RESULTS-WORK
005707         AT END
005708             SET PD-WORK-EOF-YES TO TRUE
005709     END-READ.
005710 8400-READ-RESULT-WORK-EXIT.
005711     EXIT.
005712
005713*-----------------------------------------------------------------
005714*    8500-READ-HISTORY-WORK - READ THE NEXT KEPT HISTORY RECORD,
005715*    SETTING THE WORK EOF SWITCH AT THE END.
005716*-----------------------------------------------------------------
005717 8500-READ-HISTORY-WORK.
005718     READ HISTORY-WORK
005719         AT END
005720             SET PD-WORK-EOF-YES TO TRUE
005721     END-READ.
005722 8500-READ-HISTORY-WORK-EXIT.
005723     EXIT.
005724
005725*-----------------------------------------------------------------
005726*    9999-TERMINATE - CLOSE THE FILES AND BALANCE THE RUN.  THE
005727*    DETAILS READ MUST MATCH THE TRAILER COUNT, AND THE RESULTS
005728*    AND HISTORY RECORDS WRITTEN MUST MATCH THE DETAILS READ.
005729*    ANYTHING OUT OF STEP PUTS THE RUN-CONTROL SUMMARY ON THE
005730*    JOB LOG AND ENDS THE JOB WITH RETURN CODE 8 SO OPERATIONS
005737*    CANNOT CERTIFY A SHORT RUN.  A RUN TAKING CHECKPOINTS, OR A
005740*    RESTART, MARKS THE CHECKPOINT COMPLETE SO THE FINISHED BATCH
005743*    CANNOT BE RESTARTED.
005747*-----------------------------------------------------------------
005757 9999-TERMINATE.
005767     IF PD-JOB-OPEN-YES
005817           ESTIMATE-RESULTS
005827           PILLARS-HISTORY
005837           ESTIMATE-MASTER.
005838     IF PD-CKPT-EVERY > ZERO OR PD-RESTART-ON
005839         MOVE PD-PREV-JOB     TO PD-CKPT-JOB
005840         MOVE PD-LAST-SECTION TO PD-CKPT-SECTION
005841         SET PD-CKPT-COMPLETE TO TRUE
005842         PERFORM 2800-WRITE-CHECKPOINT
005843                                  THRU 2800-WRITE-CHECKPOINT-EXIT
005844     END-IF.
005847     IF PD-HDR-SEEN-NO
005857         DISPLAY "PILLDRV - BATCH HEADER RECORD MISSING"
005867         SET PD-OUT-OF-BALANCE TO TRUE
006327     DISPLAY "PILLDRV - HISTORY WRITTEN . " PD-CNT-DISPLAY.
006337     MOVE PD-CNT-TOTALS TO PD-CNT-DISPLAY.
006347     DISPLAY "PILLDRV - JOB TOTALS. . . . " PD-CNT-DISPLAY.
006348     MOVE PD-CNT-CHECKPOINTS TO PD-CNT-DISPLAY.
006349     DISPLAY "PILLDRV - CHECKPOINTS . . . " PD-CNT-DISPLAY.
006350     IF PD-RESTART-ON
006351         DISPLAY "PILLDRV - RESTARTED AFTER JOB " PD-RESTART-JOB
006352     END-IF.
006357 9100-RUN-CONTROL-EXIT.
006367     EXIT.
006377
006397*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
006407*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
006417*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
006427*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.  A RESTART
006430*    IS FLAGGED WITH THE LAST JOB THE FAILED RUN COMPLETED, AND
006433*    IS REGISTERED ON THE DAY IT RAN.
006437*-----------------------------------------------------------------
006447 9500-WRITE-REGISTRY.
006457     OPEN EXTEND RUN-REGISTRY.
006527         GO TO 9500-WRITE-REGISTRY-EXIT
006537     END-IF.
006547     MOVE "PILLDRV " TO RR-PROGRAM-ID.
006557     MOVE PD-TODAY TO RR-RUN-DATE.
006567     ACCEPT PD-TIME-WORK FROM TIME.
006577     MOVE PD-TIME-HHMMSS TO RR-RUN-TIME.
006587     MOVE PD-CNT-DETAIL TO RR-CNT-READ.
006607     MOVE PD-REG-WRITTEN TO RR-CNT-WRITTEN.
006617     MOVE RETURN-CODE    TO RR-RETURN-CODE.
006627     MOVE PD-BALANCE-SW  TO RR-BALANCE-FLAG.
006628     IF PD-RESTART-ON
006629         SET RR-RESTARTED    TO TRUE
006630         MOVE PD-RESTART-JOB TO RR-RESTART-JOB
006631     ELSE
006632         MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB
006633     END-IF.
006637     WRITE RR-REGISTRY-RECORD.
006647     CLOSE RUN-REGISTRY.
006657 9500-WRITE-REGISTRY-EXIT.
