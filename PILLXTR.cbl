000170*  INSTEAD, SO BILLING NEVER KEYS FROM A BAD ESTIMATE.          *
000180*  SECTION ('S') RECORDS ARE COMPONENTS OF THEIR JOB TOTAL AND  *
000190*  ARE NOT EXTRACTED.                                           *
000192*  JOBS CANCELLED SINCE THE LAST EXTRACT FOLLOW THE DETAIL      *
000194*  LINES AS 'REV' REVERSAL LINES, COUNTED IN THE TRAILER LINE   *
000196*  COUNT AND HASH TOTAL THE SAME AS ANY OTHER LINE.             *
000200*                                                               *
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY                                         *
000269*  2026-09-03 RSM  REGISTERED THE RUN ON THE SHARED RUN-         *
000279*                  REGISTRY FILE AT END OF JOB FOR THE DAILY     *
000289*                  OPERATIONS REPORT.                            *
000291*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-    *
000293*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER  *
000295*                  SETS.                                         *
000296*  2026-10-05 RSM  SENT EACH CANCELLATION STILL QUEUED ON THE    *
000297*                  CANCELLATION FILE AS A 'REV' LINE AHEAD OF    *
000298*                  THE TRAILER, IN THE LINE COUNT AND HASH       *
000299*                  TOTAL, AND STAMPED IT WITH THE EXTRACT DATE.  *
000300*****************************************************************
000309 IDENTIFICATION DIVISION.
000319 PROGRAM-ID.    PILLXTR.
000329 AUTHOR.        R S MASON.
000519     SELECT REQUEUE-FILE     ASSIGN TO "PILLRQUE"
000529                              ORGANIZATION IS SEQUENTIAL
000539                              FILE STATUS IS XT-RQUE-STATUS.
000540     SELECT CANCEL-FILE      ASSIGN TO "PILLCANM"
000541                              ORGANIZATION IS INDEXED
000542                              ACCESS MODE IS SEQUENTIAL
000543                              RECORD KEY IS CN-KEY
000544                              FILE STATUS IS XT-CAN-STATUS.
000549     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000559                              ORGANIZATION IS SEQUENTIAL
000569                              FILE STATUS IS XT-REG-STATUS.
000749 FD  REQUEUE-FILE
000759     RECORDING MODE IS F.
000769 01  XT-RQUE-RECORD            PIC X(38).
000771
000773 FD  CANCEL-FILE.
000775     COPY PILLCAN.
000779
000789 FD  RUN-REGISTRY
000799     RECORDING MODE IS F.
000899 77  XT-RQUE-EOF-SW            PIC X(01)     VALUE 'N'.
000909     88  XT-RQUE-EOF-YES       VALUE 'Y'.
000919     88  XT-RQUE-EOF-NO        VALUE 'N'.
000921 77  XT-CAN-EOF-SW             PIC X(01)     VALUE 'N'.
000923     88  XT-CAN-EOF-YES        VALUE 'Y'.
000925     88  XT-CAN-EOF-NO         VALUE 'N'.
000929
000939*-----------------------------------------------------------------
000949*    FILE STATUS FOR EACH FILE
001029 77  XT-RQUE-STATUS            PIC X(02).
001039     88  XT-RQUE-STATUS-OK     VALUE '00'.
001049     88  XT-RQUE-NOT-FOUND     VALUE '35'.
001051 77  XT-CAN-STATUS             PIC X(02).
001053     88  XT-CAN-STATUS-OK      VALUE '00'.
001055     88  XT-CAN-NOT-FOUND      VALUE '35'.
001059
001069*-----------------------------------------------------------------
001079*    RUN DATE CARRIED ON EVERY INTERFACE LINE
001159 77  XT-CNT-EXTRACTED          PIC 9(07)     VALUE ZERO COMP.
001169 77  XT-CNT-HELD               PIC 9(07)     VALUE ZERO COMP.
001179 77  XT-CNT-REQUEUED           PIC 9(07)     VALUE ZERO COMP.
001184 77  XT-CNT-REVERSED           PIC 9(07)     VALUE ZERO COMP.
001189 77  XT-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001199 77  XT-HASH-TOTAL             PIC 9(15)     VALUE ZERO.
001209 77  XT-CNT-DISPLAY            PIC Z(06)9.
001269 77  XT-NUM-PILL-X             PIC 9(04).
001279 77  XT-RESULT-X               PIC 9(08).
001289 77  XT-DATE-X                 PIC 9(08).
001294 77  XT-EST-DATE-X             PIC 9(08).
001299 77  XT-COUNT-X                PIC 9(07).
001309 77  XT-HASH-X                 PIC 9(15).
001319
001729     PERFORM 2000-EXTRACT-RECORD
001739                                  THRU 2000-EXTRACT-RECORD-EXIT
001749             UNTIL XT-EOF-YES.
001752     PERFORM 5000-EXTRACT-REVERSALS
001755                              THRU 5000-EXTRACT-REVERSALS-EXIT.
001759     PERFORM 6000-WRITE-TRAILER
001769                                  THRU 6000-WRITE-TRAILER-EXIT.
001779     PERFORM 9999-TERMINATE
003049     ADD PR-RESULT TO XT-HASH-TOTAL.
003059 2100-PUT-RECORD-EXIT.
003069     EXIT.
003070
003071*-----------------------------------------------------------------
003072*    5000-EXTRACT-REVERSALS - PUT EVERY CANCELLATION NOT YET SENT
003073*    ON THE INTERFACE FILE AS A REVERSAL LINE, SO BILLING UNDOES
003074*    THE JOB IN THE SAME TRANSFER.  A MISSING CANCELLATION FILE
003075*    JUST MEANS NO JOB HAS EVER BEEN CANCELLED.
003076*-----------------------------------------------------------------
003077 5000-EXTRACT-REVERSALS.
003078     OPEN I-O CANCEL-FILE.
003079     IF XT-CAN-NOT-FOUND
003080         GO TO 5000-EXTRACT-REVERSALS-EXIT
003081     END-IF.
003082     IF NOT XT-CAN-STATUS-OK
003083         DISPLAY "PILLXTR - CANCEL-FILE OPEN FAILED, STATUS "
003084                 XT-CAN-STATUS
003085         GO TO 9900-ABEND-RUN
003086     END-IF.
003087     PERFORM 8400-READ-CANCEL
003088                                  THRU 8400-READ-CANCEL-EXIT.
003089     PERFORM 5100-REVERSE-ONE
003090                                  THRU 5100-REVERSE-ONE-EXIT
003091             UNTIL XT-CAN-EOF-YES.
003092     CLOSE CANCEL-FILE.
003093 5000-EXTRACT-REVERSALS-EXIT.
003094     EXIT.
003095
003096*-----------------------------------------------------------------
003097*    5100-REVERSE-ONE - WRITE THE REVERSAL LINE FOR A QUEUED
003098*    CANCELLATION, COUNT IT INTO THE TRAILER, STAMP THE RECORD
003099*    SENT, AND READ THE NEXT.  THE LINE CARRIES THE FIGURES
003100*    BILLING WAS ORIGINALLY SENT, THEN THE ESTIMATE'S OWN RUN DATE
003101*    AND THE REASON CODE.
003102*-----------------------------------------------------------------
003103 5100-REVERSE-ONE.
003104     IF NOT CN-REVERSAL-QUEUED
003105         GO TO 5100-REVERSE-ONE-READ
003106     END-IF.
003107     MOVE CN-NUM-PILL TO XT-NUM-PILL-X.
003108     MOVE CN-RESULT   TO XT-RESULT-X.
003109     MOVE CN-RUN-DATE TO XT-EST-DATE-X.
003110     MOVE SPACES TO XT-INTF-LINE.
003111     STRING "REV|"        DELIMITED BY SIZE
003112            CN-JOB-ID     DELIMITED BY SIZE
003113            "|"           DELIMITED BY SIZE
003114            CN-CUST-NO    DELIMITED BY SIZE
003115            "|"           DELIMITED BY SIZE
003116            XT-NUM-PILL-X DELIMITED BY SIZE
003117            "|"           DELIMITED BY SIZE
003118            CN-UOM        DELIMITED BY SIZE
003119            "|"           DELIMITED BY SIZE
003120            XT-RESULT-X   DELIMITED BY SIZE
003121            "|"           DELIMITED BY SIZE
003122            XT-DATE-X     DELIMITED BY SIZE
003123            "|"           DELIMITED BY SIZE
003124            XT-EST-DATE-X DELIMITED BY SIZE
003125            "|"           DELIMITED BY SIZE
003126            CN-REASON     DELIMITED BY SIZE
003127         INTO XT-INTF-LINE.
003128     WRITE XT-INTF-LINE.
003129     ADD 1 TO XT-CNT-EXTRACTED.
003130     ADD 1 TO XT-CNT-REVERSED.
003131     ADD CN-RESULT TO XT-HASH-TOTAL.
003132     MOVE XT-RUN-DATE TO CN-XTR-DATE.
003133     REWRITE CN-CANCEL-RECORD.
003134 5100-REVERSE-ONE-READ.
003135     PERFORM 8400-READ-CANCEL
003136                                  THRU 8400-READ-CANCEL-EXIT.
003137 5100-REVERSE-ONE-EXIT.
003138     EXIT.
003139
003140*-----------------------------------------------------------------
003141*    6000-WRITE-TRAILER - TRAILER LINE WITH THE LINE COUNT AND
003142*    THE HASH TOTAL, PLUS THE RUN COUNTS ON THE JOB LOG.
003143*-----------------------------------------------------------------
003144 6000-WRITE-TRAILER.
003145     MOVE XT-CNT-EXTRACTED TO XT-COUNT-X.
003149     MOVE XT-HASH-TOTAL    TO XT-HASH-X.
003159     MOVE SPACES TO XT-INTF-LINE.
003169     STRING "TRL|"    DELIMITED BY SIZE
003259     DISPLAY "PILLXTR - RECORDS HELD. . . " XT-CNT-DISPLAY.
003269     MOVE XT-CNT-REQUEUED TO XT-CNT-DISPLAY.
003279     DISPLAY "PILLXTR - RE-QUEUED SENT. . " XT-CNT-DISPLAY.
003282     MOVE XT-CNT-REVERSED TO XT-CNT-DISPLAY.
003285     DISPLAY "PILLXTR - REVERSALS SENT. . " XT-CNT-DISPLAY.
003289 6000-WRITE-TRAILER-EXIT.
003299     EXIT.
003309
003519     END-READ.
003529 8300-READ-RQUE-EXIT.
003539     EXIT.
003540
003541*-----------------------------------------------------------------
003542*    8400-READ-CANCEL - READ THE NEXT CANCELLATION IN KEY ORDER,
003543*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
003544*-----------------------------------------------------------------
003545 8400-READ-CANCEL.
003546     READ CANCEL-FILE NEXT RECORD
003547         AT END
003548             SET XT-CAN-EOF-YES TO TRUE
003549     END-READ.
003550 8400-READ-CANCEL-EXIT.
003551     EXIT.
003552
003559*-----------------------------------------------------------------
003569*    9999-TERMINATE - CLOSE THE FILES
003579*-----------------------------------------------------------------
003899     COMPUTE RR-CNT-WRITTEN = XT-CNT-EXTRACTED.
003909     MOVE RETURN-CODE TO RR-RETURN-CODE.
003919     MOVE 'Y' TO RR-BALANCE-FLAG.
003924     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
003929     WRITE RR-REGISTRY-RECORD.
003939     CLOSE RUN-REGISTRY.
003949 9500-WRITE-REGISTRY-EXIT.
