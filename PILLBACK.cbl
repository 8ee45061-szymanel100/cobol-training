000190*  EXTRACT RUN PICKS THEM UP AUTOMATICALLY INSTEAD OF THEM      *
000200*  DISAPPEARING UNTIL MONTH-END.  ANY EXCEPTION OR TRAILER      *
000210*  MISMATCH ENDS THE JOB WITH RETURN CODE 8.                    *
000212*  REVERSAL ('REV') LINES FOR CANCELLED JOBS ARE MATCHED THE    *
000214*  SAME WAY; A REJECTED REVERSAL IS PUT BACK IN THE QUEUE ON    *
000216*  THE CANCELLATION FILE FOR THE NEXT EXTRACT.                  *
000220*                                                               *
000230*-----------------------------------------------------------------
000240*  MODIFICATION HISTORY                                         *
000250*  DATE       INIT DESCRIPTION                                  *
000260*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000262*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000264*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000266*                  SETS.                                        *
000267*  2026-10-05 RSM  TOOK THE NEW 'REV' REVERSAL LINES ON THE     *
000268*                  EXTRACT AND ACKNOWLEDGEMENT, MATCHED ON JOB  *
000269*                  AND LINE TYPE.  A REJECTED REVERSAL IS PUT   *
000270*                  BACK IN THE CANCELLATION FILE'S QUEUE RATHER *
000271*                  THAN ON THE RE-QUEUE FILE.                   *
000272*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PILLBACK.
000300 AUTHOR.        R S MASON.
000460     SELECT REQUEUE-FILE     ASSIGN TO "PILLRQUE"
000470                              ORGANIZATION IS SEQUENTIAL
000480                              FILE STATUS IS BK-RQUE-STATUS.
000481     SELECT CANCEL-FILE      ASSIGN TO "PILLCANM"
000482                              ORGANIZATION IS INDEXED
000483                              ACCESS MODE IS RANDOM
000484                              RECORD KEY IS CN-KEY
000485                              FILE STATUS IS BK-CAN-STATUS.
000490     SELECT ACK-REPORT       ASSIGN TO "PILLBAKO"
000500                              ORGANIZATION IS SEQUENTIAL
000510                              FILE STATUS IS BK-REPORT-STATUS.
000660 FD  REQUEUE-FILE
000670     RECORDING MODE IS F.
000680     COPY PILLRSLT.
000682
000684 FD  CANCEL-FILE.
000686     COPY PILLCAN.
000690
000700 FD  ACK-REPORT
000710     RECORDING MODE IS F.
000940 77  BK-FOUND-SW               PIC X(01)     VALUE 'N'.
000950     88  BK-FOUND-YES          VALUE 'Y'.
000960     88  BK-FOUND-NO           VALUE 'N'.
000962 77  BK-CAN-OPEN-SW            PIC X(01)     VALUE 'N'.
000964     88  BK-CAN-OPEN-YES       VALUE 'Y'.
000966     88  BK-CAN-OPEN-NO        VALUE 'N'.
000970
000980*-----------------------------------------------------------------
000990*    FILE STATUS FOR EACH FILE
001060     88  BK-RQUE-STATUS-OK     VALUE '00'.
001070 77  BK-REPORT-STATUS          PIC X(02).
001080     88  BK-REPORT-STATUS-OK   VALUE '00'.
001082 77  BK-CAN-STATUS             PIC X(02).
001084     88  BK-CAN-STATUS-OK      VALUE '00'.
001086     88  BK-CAN-NOT-FOUND      VALUE '35'.
001090
001100*-----------------------------------------------------------------
001110*    TABLE OF THE DETAIL LINES WE SENT, WITH AN ACKNOWLEDGED
001120*    MARK PER JOB.  THE EXTRACT FIGURES ARE KEPT SO A REJECTED
001130*    JOB CAN BE REBUILT INTO A RE-QUEUE RECORD.  A REVERSAL LINE
001133*    IS TYPE 'R' AND KEEPS THE ESTIMATE RUN DATE IT CARRIED, WHICH
001136*    WITH THE JOB ID KEYS THE CANCELLATION FILE.
001140*-----------------------------------------------------------------
001150 77  BK-SENT-COUNT             PIC S9(04)    VALUE ZERO COMP.
001160 01  BK-SENT-TABLE.
001170     05  BK-SENT-ENTRY         OCCURS 5000 TIMES
001180                               INDEXED BY BK-SENT-IX.
001190         10  BK-SENT-JOB-ID        PIC X(06).
001193         10  BK-SENT-TYPE          PIC X(01).
001196             88  BK-SENT-REVERSAL  VALUE 'R'.
001200         10  BK-SENT-CUST-NO       PIC X(05).
001210         10  BK-SENT-NUM-PILL      PIC 9(04).
001220         10  BK-SENT-UOM           PIC X(01).
001230         10  BK-SENT-RESULT        PIC 9(08).
001240         10  BK-SENT-ACKED         PIC X(01).
001245         10  BK-SENT-RUN-DATE      PIC 9(08).
001250
001260*-----------------------------------------------------------------
001270*    FIELDS UNSTRUNG FROM ONE EXTRACT OR ACKNOWLEDGEMENT LINE.
001280*    THE EXTRACT LINE IS JOB|CUST|PILLARS|UOM|RESULT|DATE; THE
001290*    ACKNOWLEDGEMENT LINE IS JOB|A, OR JOB|R|REASON.  BOTH ARE
001300*    WRAPPED IN HDR AND TRL|COUNT|HASH LINES.  A REVERSAL LINE
001303*    CARRIES A LEADING REV| ON BOTH FILES, AND ITS EXTRACT LINE
001306*    ENDS WITH THE ESTIMATE RUN DATE AND THE REASON CODE.
001310*-----------------------------------------------------------------
001313 77  BK-FLD-KIND               PIC X(03)     VALUE SPACES.
001316 77  BK-FLD-TYPE               PIC X(01)     VALUE SPACE.
001320 77  BK-FLD-JOB-ID             PIC X(06)     VALUE SPACES.
001330 77  BK-FLD-CUST-NO            PIC X(05)     VALUE SPACES.
001340 77  BK-FLD-NUM-PILL           PIC X(04)     VALUE SPACES.
001350 77  BK-FLD-UOM                PIC X(01)     VALUE SPACE.
001360 77  BK-FLD-RESULT             PIC X(08)     VALUE SPACES.
001365 77  BK-FLD-RUN-DATE           PIC X(08)     VALUE SPACES.
001370 77  BK-FLD-STATUS             PIC X(01)     VALUE SPACE.
001380 77  BK-FLD-REASON             PIC X(20)     VALUE SPACES.
001390 77  BK-FLD-COUNT              PIC X(07)     VALUE SPACES.
001580*-----------------------------------------------------------------
001590 01  BK-RUN-DATE                PIC 9(08).
001600 77  BK-CNT-SENT               PIC 9(07)     VALUE ZERO COMP.
001605 77  BK-CNT-REVERSALS          PIC 9(07)     VALUE ZERO COMP.
001610 77  BK-CNT-ACKED              PIC 9(07)     VALUE ZERO COMP.
001620 77  BK-CNT-REJECTED           PIC 9(07)     VALUE ZERO COMP.
001625 77  BK-CNT-REV-REJECTED       PIC 9(07)     VALUE ZERO COMP.
001630 77  BK-CNT-UNACKED            PIC 9(07)     VALUE ZERO COMP.
001640 77  BK-CNT-UNKNOWN            PIC 9(07)     VALUE ZERO COMP.
001650 77  BK-CNT-DISPLAY            PIC Z(06)9.
001820     05  FILLER                    PIC X(02)   VALUE SPACES.
001830     05  FILLER                    PIC X(07)   VALUE "REASON ".
001840     05  BK-REJ-REASON             PIC X(20).
001850     05  FILLER                    PIC X(02)   VALUE SPACES.
001853     05  BK-REJ-KIND               PIC X(08).
001856     05  FILLER                    PIC X(87)   VALUE SPACES.
001860
001870 01  BK-JOB-LINE.
001880     05  BK-JOB-JOB-ID             PIC X(06).
001890     05  FILLER                    PIC X(02)   VALUE SPACES.
001893     05  BK-JOB-KIND               PIC X(08).
001896     05  FILLER                    PIC X(116)  VALUE SPACES.
001900
001910 01  BK-TOTAL-LINE.
001920     05  BK-TOT-TEXT               PIC X(40).
002500                 BK-RQUE-STATUS
002510         GO TO 9900-ABEND-RUN
002520     END-IF.
002521     OPEN I-O CANCEL-FILE.
002522     IF BK-CAN-STATUS-OK
002523         SET BK-CAN-OPEN-YES TO TRUE
002524     ELSE
002525         IF NOT BK-CAN-NOT-FOUND
002526             DISPLAY "PILLBACK - CANCEL-FILE OPEN FAILED, STATUS "
002527                     BK-CAN-STATUS
002528             GO TO 9900-ABEND-RUN
002529         END-IF
002530     END-IF.
002531     OPEN OUTPUT ACK-REPORT.
002540     IF NOT BK-REPORT-STATUS-OK
002550         DISPLAY "PILLBACK - ACK-REPORT OPEN FAILED, STATUS "
002560                 BK-REPORT-STATUS
002700     EXIT.
002710
002720*-----------------------------------------------------------------
002730*    2000-LOAD-EXTRACT - PUT EACH DETAIL OR REVERSAL LINE WE
002740*    SENT ON THE TABLE, CAPTURE THE TRAILER COUNT AND HASH, AND
002750*    READ THE NEXT LINE.
002760*-----------------------------------------------------------------
002770 2000-LOAD-EXTRACT.
002780     MOVE BK-INTF-LINE TO BK-TYPE-WORK.
002990         GO TO 9900-ABEND-RUN
003000     END-IF.
003010     MOVE SPACES TO BK-FLD-JOB-ID BK-FLD-CUST-NO BK-FLD-NUM-PILL
003020                    BK-FLD-UOM BK-FLD-RESULT BK-FLD-REST
003030                    BK-FLD-KIND BK-FLD-RUN-DATE.
003040     IF BK-TYPE-3 = "REV"
003050         UNSTRING BK-INTF-LINE DELIMITED BY "|"
003060             INTO BK-FLD-KIND
003070                  BK-FLD-JOB-ID
003080                  BK-FLD-CUST-NO
003090                  BK-FLD-NUM-PILL
003091                  BK-FLD-UOM
003092                  BK-FLD-RESULT
003093                  BK-FLD-REST
003094                  BK-FLD-RUN-DATE
003095     ELSE
003096         UNSTRING BK-INTF-LINE DELIMITED BY "|"
003097             INTO BK-FLD-JOB-ID
003098                  BK-FLD-CUST-NO
003099                  BK-FLD-NUM-PILL
003100                  BK-FLD-UOM
003101                  BK-FLD-RESULT
003102                  BK-FLD-REST
003103     END-IF.
003104     IF BK-FLD-JOB-ID = SPACES
003110         GO TO 2000-LOAD-EXTRACT-READ
003120     END-IF.
003130     ADD 1 TO BK-SENT-COUNT.
003140     ADD 1 TO BK-CNT-SENT.
003150     SET BK-SENT-IX TO BK-SENT-COUNT.
003151     IF BK-FLD-KIND = "REV"
003152         MOVE 'R' TO BK-SENT-TYPE (BK-SENT-IX)
003153         ADD 1 TO BK-CNT-REVERSALS
003154     ELSE
003155         MOVE 'D' TO BK-SENT-TYPE (BK-SENT-IX)
003156     END-IF.
003157     IF BK-FLD-RUN-DATE IS NUMERIC
003158         MOVE BK-FLD-RUN-DATE TO BK-SENT-RUN-DATE (BK-SENT-IX)
003159     ELSE
003160         MOVE ZERO TO BK-SENT-RUN-DATE (BK-SENT-IX)
003161     END-IF.
003162     MOVE BK-FLD-JOB-ID  TO BK-SENT-JOB-ID (BK-SENT-IX).
003170     MOVE BK-FLD-CUST-NO TO BK-SENT-CUST-NO (BK-SENT-IX).
003180     IF BK-FLD-NUM-PILL IS NUMERIC
003190         MOVE BK-FLD-NUM-PILL TO BK-SENT-NUM-PILL (BK-SENT-IX)
003590         END-IF
003600         GO TO 3000-PROCESS-ACK-READ
003610     END-IF.
003620     MOVE SPACES TO BK-FLD-JOB-ID BK-FLD-REASON BK-FLD-REST
003630                    BK-FLD-KIND.
003640     MOVE SPACE  TO BK-FLD-STATUS.
003650     IF BK-TYPE-3 = "REV"
003660         MOVE 'R' TO BK-FLD-TYPE
003670         UNSTRING BK-ACK-LINE DELIMITED BY "|"
003680             INTO BK-FLD-KIND
003681                  BK-FLD-JOB-ID
003682                  BK-FLD-STATUS
003683                  BK-FLD-REASON
003684                  BK-FLD-REST
003685     ELSE
003686         MOVE 'D' TO BK-FLD-TYPE
003687         UNSTRING BK-ACK-LINE DELIMITED BY "|"
003688             INTO BK-FLD-JOB-ID
003689                  BK-FLD-STATUS
003690                  BK-FLD-REASON
003691                  BK-FLD-REST
003692     END-IF.
003693     IF BK-FLD-JOB-ID = SPACES
003700         GO TO 3000-PROCESS-ACK-READ
003710     END-IF.
003720     PERFORM 3100-FIND-SENT-JOB
003770     MOVE 'Y' TO BK-SENT-ACKED (BK-SENT-IX).
003780     ADD 1 TO BK-CNT-ACKED.
003790     IF BK-FLD-STATUS = 'R'
003800         IF BK-SENT-REVERSAL (BK-SENT-IX)
003810             PERFORM 3300-REQUEUE-REVERSAL
003811                              THRU 3300-REQUEUE-REVERSAL-EXIT
003812         ELSE
003813             PERFORM 3200-REQUEUE-JOB
003814                                  THRU 3200-REQUEUE-JOB-EXIT
003815         END-IF
003820     END-IF.
003830 3000-PROCESS-ACK-READ.
003840     PERFORM 8100-READ-ACK
003880
003890*-----------------------------------------------------------------
003900*    3100-FIND-SENT-JOB - LOOK THE ACKNOWLEDGED JOB UP IN THE
003910*    EXTRACT TABLE BY JOB AND LINE TYPE, SO A JOB SENT AGAIN AND
003920*    REVERSED ON THE SAME EXTRACT IS ANSWERED LINE FOR LINE.  AN
003923*    ACKNOWLEDGEMENT FOR A JOB WE NEVER SENT IS COUNTED AND NOTED
003926*    ON THE JOB LOG.
003930*-----------------------------------------------------------------
003940 3100-FIND-SENT-JOB.
003950     SET BK-FOUND-NO TO TRUE.
004010             WHEN BK-SENT-IX > BK-SENT-COUNT
004020                 SET BK-FOUND-NO TO TRUE
004030             WHEN BK-SENT-JOB-ID (BK-SENT-IX) = BK-FLD-JOB-ID
004035                 AND BK-SENT-TYPE (BK-SENT-IX) = BK-FLD-TYPE
004040                 SET BK-FOUND-YES TO TRUE
004050         END-SEARCH
004060     END-IF.
004230     ADD 1 TO BK-CNT-REJECTED.
004240     MOVE BK-FLD-JOB-ID TO BK-REJ-JOB-ID.
004250     MOVE BK-FLD-REASON TO BK-REJ-REASON.
004255     MOVE SPACES        TO BK-REJ-KIND.
004260     WRITE BK-PRINT-LINE FROM BK-REJECT-LINE.
004270     SET PR-REC-JOB-TOTAL TO TRUE.
004280     MOVE BK-SENT-JOB-ID (BK-SENT-IX)   TO PR-JOB-ID.
004370     WRITE PR-RESULT-RECORD.
004380 3200-REQUEUE-JOB-EXIT.
004390     EXIT.
004391
004392*-----------------------------------------------------------------
004393*    3300-REQUEUE-REVERSAL - PRINT THE REJECTED REVERSAL WITH
004394*    BILLING'S REASON AND PUT THE CANCELLATION BACK IN THE QUEUE
004395*    BY CLEARING ITS EXTRACT DATE, SO THE NEXT EXTRACT SENDS THE
004396*    REVERSAL AGAIN.
004397*-----------------------------------------------------------------
004398 3300-REQUEUE-REVERSAL.
004399     ADD 1 TO BK-CNT-REJECTED.
004400     ADD 1 TO BK-CNT-REV-REJECTED.
004401     MOVE BK-FLD-JOB-ID TO BK-REJ-JOB-ID.
004402     MOVE BK-FLD-REASON TO BK-REJ-REASON.
004403     MOVE "REVERSAL"    TO BK-REJ-KIND.
004404     WRITE BK-PRINT-LINE FROM BK-REJECT-LINE.
004405     IF BK-CAN-OPEN-NO
004406         DISPLAY "PILLBACK - NO CANCELLATION FILE TO RE-QUEUE "
004407                 "REVERSAL: " BK-FLD-JOB-ID
004408         GO TO 3300-REQUEUE-REVERSAL-EXIT
004409     END-IF.
004410     MOVE BK-SENT-JOB-ID (BK-SENT-IX)   TO CN-JOB-ID.
004411     MOVE BK-SENT-RUN-DATE (BK-SENT-IX) TO CN-RUN-DATE.
004412     READ CANCEL-FILE.
004413     IF NOT BK-CAN-STATUS-OK
004414         DISPLAY "PILLBACK - REVERSAL NOT ON THE CANCELLATION "
004415                 "FILE: " BK-FLD-JOB-ID
004416         GO TO 3300-REQUEUE-REVERSAL-EXIT
004417     END-IF.
004418     MOVE ZERO TO CN-XTR-DATE.
004419     REWRITE CN-CANCEL-RECORD.
004420 3300-REQUEUE-REVERSAL-EXIT.
004421     EXIT.
004422
004423*-----------------------------------------------------------------
004424*    4000-CHECK-TRAILER - THE ACKNOWLEDGEMENT TRAILER MUST BE
004430*    PRESENT AND MUST ECHO THE COUNT AND HASH THE EXTRACT
004440*    CARRIED.
004450*-----------------------------------------------------------------
004850 5100-PRINT-ONE-UNACKED.
004860     IF BK-SENT-ACKED (BK-SENT-IX) = 'N'
004870         MOVE BK-SENT-JOB-ID (BK-SENT-IX) TO BK-JOB-JOB-ID
004871         IF BK-SENT-REVERSAL (BK-SENT-IX)
004872             MOVE "REVERSAL" TO BK-JOB-KIND
004873         ELSE
004874             MOVE SPACES     TO BK-JOB-KIND
004875         END-IF
004880         WRITE BK-PRINT-LINE FROM BK-JOB-LINE
004890         ADD 1 TO BK-CNT-UNACKED
004900     END-IF.
005030         TO BK-TOT-TEXT.
005040     MOVE BK-CNT-SENT TO BK-TOT-COUNT.
005050     WRITE BK-PRINT-LINE FROM BK-TOTAL-LINE.
005052     MOVE "  OF WHICH REVERSALS. . . . . . . . . . "
005054         TO BK-TOT-TEXT.
005056     MOVE BK-CNT-REVERSALS TO BK-TOT-COUNT.
005058     WRITE BK-PRINT-LINE FROM BK-TOTAL-LINE.
005060     MOVE "JOBS ACKNOWLEDGED . . . . . . . . . . . "
005070         TO BK-TOT-TEXT.
005080     MOVE BK-CNT-ACKED TO BK-TOT-COUNT.
005110         TO BK-TOT-TEXT.
005120     MOVE BK-CNT-REJECTED TO BK-TOT-COUNT.
005130     WRITE BK-PRINT-LINE FROM BK-TOTAL-LINE.
005132     MOVE "  OF WHICH REVERSALS. . . . . . . . . . "
005134         TO BK-TOT-TEXT.
005136     MOVE BK-CNT-REV-REJECTED TO BK-TOT-COUNT.
005138     WRITE BK-PRINT-LINE FROM BK-TOTAL-LINE.
005140     MOVE "JOBS NEVER ACKNOWLEDGED . . . . . . . . "
005150         TO BK-TOT-TEXT.
005160     MOVE BK-CNT-UNACKED TO BK-TOT-COUNT.
005600           ACK-FILE
005610           REQUEUE-FILE
005620           ACK-REPORT.
005622     IF BK-CAN-OPEN-YES
005624         CLOSE CANCEL-FILE
005626     END-IF.
005630     MOVE BK-CNT-SENT TO BK-CNT-DISPLAY.
005640     DISPLAY "PILLBACK - JOBS SENT. . . . " BK-CNT-DISPLAY.
005650     MOVE BK-CNT-ACKED TO BK-CNT-DISPLAY.
005980     COMPUTE RR-CNT-WRITTEN = BK-CNT-REJECTED.
005990     MOVE RETURN-CODE TO RR-RETURN-CODE.
006000     MOVE BK-BALANCE-SW TO RR-BALANCE-FLAG.
006005     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
006010     WRITE RR-REGISTRY-RECORD.
006020     CLOSE RUN-REGISTRY.
006030 9500-WRITE-REGISTRY-EXIT.
