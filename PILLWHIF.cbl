000150*  RATES ARE OPENED INPUT ONLY AND THE LIVE RATES FILE IS NOT   *
000160*  TOUCHED AT ALL.  THE DATE RANGE COMES FROM SYSIN AS          *
000170*  FROMYYYYMMDD/TOYYYYMMDD ON ONE CARD; A BLANK CARD REPRICES   *
000180*  EVERY QUOTE ON FILE.  A CUSTOMER NUMBER KEYED AFTER THE TWO  *
000181*  DATES TURNS THE RUN INTO A PROPOSED-CONTRACT ANALYSIS FOR    *
000182*  THAT CUSTOMER ALONE - ONLY ITS QUOTES ARE REPRICED, UNDER    *
000183*  THE PROPOSED CONTRACT TERMS SUPPLIED ON THEIR OWN FILE IN    *
000184*  THE CONTRACT-RATES LAYOUT, FALLING BACK TO THE PROPOSED      *
000185*  RATES CARD ON DATES NO PROPOSED CONTRACT COVERS, THE SAME    *
000186*  WAY THE COSTING RUN FALLS BACK TO THE STANDARD CARD.         *
000190*                                                               *
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY                                         *
000220*  DATE       INIT DESCRIPTION                                  *
000230*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000232*  2026-09-10 RSM  ADDED THE SINGLE-CUSTOMER PROPOSED-CONTRACT  *
000234*                  MODE, SELECTED BY A CUSTOMER NUMBER ON THE    *
000236*                  SYSIN CARD, AND THE RATE BASIS COLUMN.        *
000237*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000238*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000239*                  SETS.                                         *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    PILLWHIF.
000400     SELECT PROPOSED-RATES   ASSIGN TO "PILLPRAT"
000410                              ORGANIZATION IS SEQUENTIAL
000420                              FILE STATUS IS WF-RATES-STATUS.
000422     SELECT PROPOSED-CONTRACTS ASSIGN TO "PILLPCON"
000424                              ORGANIZATION IS SEQUENTIAL
000426                              FILE STATUS IS WF-CON-STATUS.
000430     SELECT IMPACT-REPORT    ASSIGN TO "PILLWHFO"
000440                              ORGANIZATION IS SEQUENTIAL
000450                              FILE STATUS IS WF-REPORT-STATUS.
000570     RECORDING MODE IS F.
000580     COPY PILLRATE.
000590
000591*    THE PROPOSED CONTRACT TERMS ARE KEYED IN THE SAME LAYOUT AS
000592*    THE LIVE CONTRACT-RATES FILE SO THEY CAN BE LOADED FROM IT
000593*    ONCE AGREED.
000594 FD  PROPOSED-CONTRACTS
000595     RECORDING MODE IS F.
000596     COPY PILLCRT.
000597
000600 FD  IMPACT-REPORT
000610     RECORDING MODE IS F.
000620 01  WF-PRINT-LINE             PIC X(132).
000810 77  WF-SIZE-ERR-SW            PIC X(01)     VALUE 'N'.
000820     88  WF-SIZE-ERR-YES       VALUE 'Y'.
000830     88  WF-SIZE-ERR-NO        VALUE 'N'.
000831 77  WF-CON-EOF-SW             PIC X(01)     VALUE 'N'.
000832     88  WF-CON-EOF-YES        VALUE 'Y'.
000833     88  WF-CON-EOF-NO         VALUE 'N'.
000834 77  WF-CONTRACT-MODE-SW       PIC X(01)     VALUE 'N'.
000835     88  WF-CONTRACT-MODE-YES  VALUE 'Y'.
000836     88  WF-CONTRACT-MODE-NO   VALUE 'N'.
000840
000850*-----------------------------------------------------------------
000860*    FILE STATUS FOR EACH FILE
000910     88  WF-RATES-STATUS-OK    VALUE '00'.
000920 77  WF-REPORT-STATUS          PIC X(02).
000930     88  WF-REPORT-STATUS-OK   VALUE '00'.
000933 77  WF-CON-STATUS             PIC X(02).
000936     88  WF-CON-STATUS-OK      VALUE '00'.
000940 77  WF-REG-STATUS             PIC X(02).
000950     88  WF-REG-STATUS-OK      VALUE '00'.
000960     88  WF-REG-NOT-FOUND      VALUE '35'.
000980*-----------------------------------------------------------------
000990*    RUN-DATE RANGE - ACCEPTED FROM SYSIN AS ONE CARD OF TWO
001000*    YYYYMMDD DATES.  A BLANK CARD REPRICES EVERY QUOTE; A
001010*    KEYED CARD THAT IS NOT NUMERIC STOPS THE RUN.  A CUSTOMER
001015*    NUMBER IN COLUMNS 17-21 SELECTS THE PROPOSED-CONTRACT MODE.
001020*-----------------------------------------------------------------
001030 01  WF-RANGE-CARD.
001040     05  WF-RANGE-FROM-X       PIC X(08)     VALUE SPACES.
001050     05  WF-RANGE-TO-X         PIC X(08)     VALUE SPACES.
001055     05  WF-RANGE-CUST-NO      PIC X(05)     VALUE SPACES.
001060 77  WF-RANGE-FROM             PIC 9(08)     VALUE ZERO.
001070 77  WF-RANGE-TO               PIC 9(08)     VALUE 99999999.
001080
001190         10  WF-TAB-PER-METER      PIC 9(05)V99.
001200         10  WF-TAB-PER-PILLAR     PIC 9(05)V99.
001210
001211*-----------------------------------------------------------------
001212*    TABLE OF THE PROPOSED CONTRACTS FOR THE SELECTED CUSTOMER.
001213*    THE CONTRACT APPLIED TO A QUOTE IS THE ONE WHOSE EFFECTIVE
001214*    AND END DATES SPAN THE QUOTE'S RUN DATE.
001215*-----------------------------------------------------------------
001216 77  WF-CON-COUNT              PIC S9(04)    VALUE ZERO COMP.
001217 77  WF-CON-IX                 PIC S9(04)    VALUE ZERO COMP.
001218 01  WF-CON-TABLE.
001219     05  WF-CON-ENTRY          OCCURS 50 TIMES.
001220         10  WF-CON-EFF-DATE       PIC 9(08).
001221         10  WF-CON-END-DATE       PIC 9(08).
001222         10  WF-CON-RATE-TYPE      PIC X(01).
001223         10  WF-CON-PER-METER      PIC 9(05)V99.
001224         10  WF-CON-PER-PILLAR     PIC 9(05)V99.
001225         10  WF-CON-DISCOUNT-PCT   PIC 9(03)V99.
001226
001227*-----------------------------------------------------------------
001230*    THE PROPOSED RATE PICKED FOR THE CURRENT QUOTE
001240*-----------------------------------------------------------------
001250 77  WF-BEST-EFF-DATE          PIC 9(08)     VALUE ZERO.
001260 77  WF-BEST-PER-METER         PIC 9(05)V99  VALUE ZERO.
001270 77  WF-BEST-PER-PILLAR        PIC 9(05)V99  VALUE ZERO.
001271 77  WF-FACTOR                 PIC 9(01)V9(04) VALUE ZERO.
001272 77  WF-NEW-BASIS              PIC X(01)     VALUE SPACE.
001273     88  WF-NEW-BASIS-STANDARD VALUE 'S'.
001274     88  WF-NEW-BASIS-CONTRACT VALUE 'C'.
001275     88  WF-NEW-BASIS-DISCOUNT VALUE 'D'.
001280
001290*-----------------------------------------------------------------
001300*    REPRICING WORK FIELDS - THE QUOTE LENGTH IS IN CENTIMETRES
001790     05  FILLER                    PIC X(02)   VALUE SPACES.
001800     05  FILLER                    PIC X(10)   VALUE
001810         "PCT CHANGE".
001820     05  FILLER                    PIC X(02)   VALUE SPACES.
001823     05  FILLER                    PIC X(08)   VALUE "BASIS".
001826     05  FILLER                    PIC X(60)   VALUE SPACES.
001830
001840 01  WF-DETAIL-LINE.
001850     05  WF-DET-JOB-ID             PIC X(06).
001910     05  WF-DET-NEW-TOTAL          PIC Z(09)9.99.
001920     05  FILLER                    PIC X(02)   VALUE SPACES.
001930     05  WF-DET-PCT                PIC -(04)9.99.
001940     05  FILLER                    PIC X(04)   VALUE SPACES.
001943     05  WF-DET-BASIS              PIC X(08).
001946     05  FILLER                    PIC X(60)   VALUE SPACES.
001950
001951 01  WF-CON-HEAD-LINE.
001952     05  FILLER                    PIC X(41)   VALUE
001953         "PROPOSED CONTRACT TERMS FOR CUSTOMER ONLY".
001954     05  FILLER                    PIC X(01)   VALUE SPACE.
001955     05  WF-CON-HEAD-CUST-NO       PIC X(05).
001956     05  FILLER                    PIC X(85)   VALUE SPACES.
001957
001960 01  WF-SKIP-LINE.
001970     05  WF-SKP-JOB-ID             PIC X(06).
001980     05  FILLER                    PIC X(02)   VALUE SPACES.
002690                 WF-RATES-STATUS
002700         GO TO 9900-ABEND-RUN
002710     END-IF.
002711     IF WF-RANGE-CUST-NO NOT = SPACES
002712         SET WF-CONTRACT-MODE-YES TO TRUE
002713         PERFORM 1200-LOAD-CONTRACTS
002714                                  THRU 1200-LOAD-CONTRACTS-EXIT
002715     END-IF.
002720     OPEN OUTPUT IMPACT-REPORT.
002730     IF NOT WF-REPORT-STATUS-OK
002740         DISPLAY "PILLWHIF - IMPACT-REPORT OPEN FAILED, STATUS "
002810                                  THRU 1100-LOAD-RATE-EXIT
002820             UNTIL WF-RATE-EOF-YES.
002830     CLOSE PROPOSED-RATES.
002840     IF WF-RATE-COUNT = ZERO AND WF-CONTRACT-MODE-NO
002850         DISPLAY "PILLWHIF - NO PROPOSED RATES ON FILE - RUN "
002860                 "STOPPED"
002870         MOVE 8 TO RETURN-CODE
002900     MOVE WF-RANGE-FROM TO WF-HEAD-FROM.
002910     MOVE WF-RANGE-TO   TO WF-HEAD-TO.
002920     WRITE WF-PRINT-LINE FROM WF-HEAD-LINE-1.
002922     IF WF-CONTRACT-MODE-YES
002924         MOVE WF-RANGE-CUST-NO TO WF-CON-HEAD-CUST-NO
002926         WRITE WF-PRINT-LINE FROM WF-CON-HEAD-LINE
002928     END-IF.
002930     WRITE WF-PRINT-LINE FROM WF-HEAD-LINE-2.
002940     PERFORM 8000-READ-QUOTE
002950                                  THRU 8000-READ-QUOTE-EXIT.
003190     EXIT.
003200
003210*-----------------------------------------------------------------
003211*    1200-LOAD-CONTRACTS - LOAD THE SELECTED CUSTOMER'S PROPOSED
003212*    CONTRACTS ONTO THE TABLE.  TERMS FOR OTHER CUSTOMERS ON THE
003213*    FILE ARE PASSED OVER; A FILE BEYOND THE TABLE LIMIT STOPS
003214*    THE RUN.
003215*-----------------------------------------------------------------
003216 1200-LOAD-CONTRACTS.
003217     OPEN INPUT PROPOSED-CONTRACTS.
003218     IF NOT WF-CON-STATUS-OK
003219         DISPLAY "PILLWHIF - PROPOSED-CONTRACTS OPEN FAILED, "
003220                 "STATUS " WF-CON-STATUS
003221         GO TO 9900-ABEND-RUN
003222     END-IF.
003223     PERFORM 8200-READ-CONTRACT
003224                                  THRU 8200-READ-CONTRACT-EXIT.
003225     PERFORM 1210-LOAD-ONE-CONTRACT
003226                                THRU 1210-LOAD-ONE-CONTRACT-EXIT
003227             UNTIL WF-CON-EOF-YES.
003228     CLOSE PROPOSED-CONTRACTS.
003229 1200-LOAD-CONTRACTS-EXIT.
003230     EXIT.
003231
003232*-----------------------------------------------------------------
003233*    1210-LOAD-ONE-CONTRACT - PUT THE CURRENT PROPOSED CONTRACT ON
003234*    THE TABLE IF IT IS FOR THE SELECTED CUSTOMER, AND READ THE
003235*    NEXT.
003236*-----------------------------------------------------------------
003237 1210-LOAD-ONE-CONTRACT.
003238     IF CR-CUST-NO NOT = WF-RANGE-CUST-NO
003239         GO TO 1210-LOAD-ONE-CONTRACT-READ
003240     END-IF.
003241     IF WF-CON-COUNT NOT < 50
003242         DISPLAY "PILLWHIF - MORE THAN 50 PROPOSED CONTRACTS "
003243                 "- RUN STOPPED"
003244         MOVE 8 TO RETURN-CODE
003245         GO TO 9900-ABEND-RUN
003246     END-IF.
003247     ADD 1 TO WF-CON-COUNT.
003248     MOVE WF-CON-COUNT TO WF-CON-IX.
003249     MOVE CR-EFF-DATE        TO WF-CON-EFF-DATE (WF-CON-IX).
003250     MOVE CR-END-DATE        TO WF-CON-END-DATE (WF-CON-IX).
003251     MOVE CR-RATE-TYPE       TO WF-CON-RATE-TYPE (WF-CON-IX).
003252     MOVE CR-COST-PER-METER  TO WF-CON-PER-METER (WF-CON-IX).
003253     MOVE CR-COST-PER-PILLAR TO WF-CON-PER-PILLAR (WF-CON-IX).
003254     MOVE CR-DISCOUNT-PCT    TO WF-CON-DISCOUNT-PCT (WF-CON-IX).
003255 1210-LOAD-ONE-CONTRACT-READ.
003256     PERFORM 8200-READ-CONTRACT
003257                                  THRU 8200-READ-CONTRACT-EXIT.
003258 1210-LOAD-ONE-CONTRACT-EXIT.
003259     EXIT.
003260
003261*-----------------------------------------------------------------
003262*    2000-REPRICE-QUOTE - REPRICE THE CURRENT QUOTE UNDER THE
003263*    PROPOSED FIGURES, OR NOTE WHY IT COULD NOT BE, AND READ
003264*    THE NEXT ONE.  QUOTES OUTSIDE THE DATE RANGE PASS
003265*    STRAIGHT THROUGH, AS DO OTHER CUSTOMERS' QUOTES IN THE
003266*    PROPOSED-CONTRACT MODE.
003270*-----------------------------------------------------------------
003280 2000-REPRICE-QUOTE.
003290     ADD 1 TO WF-CNT-READ.
003300     IF QT-RUN-DATE < WF-RANGE-FROM
003310             OR QT-RUN-DATE > WF-RANGE-TO
003320         GO TO 2000-REPRICE-QUOTE-READ
003330     END-IF.
003340     IF WF-CONTRACT-MODE-YES
003341             AND QT-CUST-NO NOT = WF-RANGE-CUST-NO
003342         GO TO 2000-REPRICE-QUOTE-READ
003343     END-IF.
003344     PERFORM 2100-PICK-RATE
003345                                  THRU 2100-PICK-RATE-EXIT.
003346     SET WF-NEW-BASIS-STANDARD TO TRUE.
003347     MOVE 1 TO WF-FACTOR.
003348     IF WF-CONTRACT-MODE-YES
003349         PERFORM 2200-PICK-CONTRACT
003350                                  THRU 2200-PICK-CONTRACT-EXIT
003351     END-IF.
003352     IF WF-RATE-FOUND-NO
003360         MOVE QT-JOB-ID TO WF-SKP-JOB-ID
003370         MOVE "NOT REPRICED - NO PROPOSED RATE IN EFFECT"
003380             TO WF-SKP-TEXT
003430     COMPUTE WF-LENGTH-METERS = QT-RESULT / 100.
003440     SET WF-SIZE-ERR-NO TO TRUE.
003450     COMPUTE WF-NEW-SPAN-COST ROUNDED =
003460             WF-LENGTH-METERS * WF-BEST-PER-METER * WF-FACTOR
003470         ON SIZE ERROR
003480             SET WF-SIZE-ERR-YES TO TRUE
003490     END-COMPUTE.
003500     COMPUTE WF-NEW-PILLAR-COST ROUNDED =
003510             QT-NUM-PILL * WF-BEST-PER-PILLAR * WF-FACTOR
003520         ON SIZE ERROR
003530             SET WF-SIZE-ERR-YES TO TRUE
003540     END-COMPUTE.
003870     MOVE QT-TOTAL-COST     TO WF-DET-OLD-TOTAL.
003880     MOVE WF-NEW-TOTAL-COST TO WF-DET-NEW-TOTAL.
003890     MOVE WF-PCT-CHANGE     TO WF-DET-PCT.
003891     EVALUATE TRUE
003892         WHEN WF-NEW-BASIS-CONTRACT
003893             MOVE "CONTRACT" TO WF-DET-BASIS
003894         WHEN WF-NEW-BASIS-DISCOUNT
003895             MOVE "DISCOUNT" TO WF-DET-BASIS
003896         WHEN OTHER
003897             MOVE "STANDARD" TO WF-DET-BASIS
003898     END-EVALUATE.
003900     WRITE WF-PRINT-LINE FROM WF-DETAIL-LINE.
003910 2000-REPRICE-QUOTE-READ.
003920     PERFORM 8000-READ-QUOTE
004300     EXIT.
004310
004320*-----------------------------------------------------------------
004321*    2200-PICK-CONTRACT - APPLY THE PROPOSED CONTRACT IN FORCE ON
004322*    THE QUOTE'S RUN DATE, IF ANY.  A RATES CONTRACT REPLACES THE
004323*    PROPOSED CARD'S FIGURES; A DISCOUNT CONTRACT KEEPS THEM AND
004324*    TAKES ITS PERCENTAGE OFF THROUGH THE FACTOR.
004325*-----------------------------------------------------------------
004326 2200-PICK-CONTRACT.
004327     PERFORM 2210-PICK-CONTRACT-STEP
004328                              THRU 2210-PICK-CONTRACT-STEP-EXIT
004329         VARYING WF-CON-IX FROM 1 BY 1
004330         UNTIL WF-CON-IX > WF-CON-COUNT
004331            OR NOT WF-NEW-BASIS-STANDARD.
004332 2200-PICK-CONTRACT-EXIT.
004333     EXIT.
004334
004335*-----------------------------------------------------------------
004336*    2210-PICK-CONTRACT-STEP - TAKE THE TABLE ENTRY IF ITS DATES
004337*    SPAN THE QUOTE'S RUN DATE.
004338*-----------------------------------------------------------------
004339 2210-PICK-CONTRACT-STEP.
004340     IF WF-CON-EFF-DATE (WF-CON-IX) > QT-RUN-DATE
004341             OR WF-CON-END-DATE (WF-CON-IX) < QT-RUN-DATE
004342         GO TO 2210-PICK-CONTRACT-STEP-EXIT
004343     END-IF.
004344     IF WF-CON-RATE-TYPE (WF-CON-IX) = 'D'
004345         SET WF-NEW-BASIS-DISCOUNT TO TRUE
004346         COMPUTE WF-FACTOR =
004347                 (100 - WF-CON-DISCOUNT-PCT (WF-CON-IX)) / 100
004348     ELSE
004349         SET WF-NEW-BASIS-CONTRACT TO TRUE
004350         SET WF-RATE-FOUND-YES TO TRUE
004351         MOVE WF-CON-EFF-DATE (WF-CON-IX)
004352           TO WF-BEST-EFF-DATE
004353         MOVE WF-CON-PER-METER (WF-CON-IX)
004354           TO WF-BEST-PER-METER
004355         MOVE WF-CON-PER-PILLAR (WF-CON-IX)
004356           TO WF-BEST-PER-PILLAR
004357     END-IF.
004358 2210-PICK-CONTRACT-STEP-EXIT.
004359     EXIT.
004360
004361*-----------------------------------------------------------------
004362*    6000-PRINT-TOTALS - THE GRAND-TOTAL IMPACT LINE AND THE
004363*    RUN COUNTS AT THE FOOT OF THE REPORT.
004364*-----------------------------------------------------------------
004365 6000-PRINT-TOTALS.
004370     MOVE SPACES TO WF-PRINT-LINE.
004380     WRITE WF-PRINT-LINE.
004390     IF WF-OLD-GRAND = ZERO
004890 8100-READ-RATE-EXIT.
004900     EXIT.
004910
004911*-----------------------------------------------------------------
004912*    8200-READ-CONTRACT - READ THE NEXT PROPOSED CONTRACT, SETTING
004913*    THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
004914*-----------------------------------------------------------------
004915 8200-READ-CONTRACT.
004916     READ PROPOSED-CONTRACTS
004917         AT END
004918             SET WF-CON-EOF-YES TO TRUE
004919     END-READ.
004920 8200-READ-CONTRACT-EXIT.
004921     EXIT.
004922
004923*-----------------------------------------------------------------
004930*    9999-TERMINATE - CLOSE THE FILES AND REGISTER THE RUN.
004940*-----------------------------------------------------------------
004950 9999-TERMINATE.
005250     COMPUTE RR-CNT-WRITTEN = WF-CNT-REPRICED.
005260     MOVE RETURN-CODE TO RR-RETURN-CODE.
005270     MOVE 'Y' TO RR-BALANCE-FLAG.
005275     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005280     WRITE RR-REGISTRY-RECORD.
005290     CLOSE RUN-REGISTRY.
005300 9500-WRITE-REGISTRY-EXIT.
