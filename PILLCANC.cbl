000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLCANC                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-05                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - INTERACTIVE JOB CANCELLATION.  THE OPERATOR KEYS   *
000100*  THE JOB ID AND RUN DATE OF AN ESTIMATE THE CUSTOMER HAS      *
000110*  CANCELLED.  THE SCREEN SHOWS THE ESTIMATE AND QUOTE FIGURES  *
000120*  SO THE OPERATOR CAN SEE THEY HAVE THE RIGHT JOB, THEN TAKES  *
000130*  A REASON CODE.  THE CANCELLATION IS WRITTEN TO THE           *
000140*  CANCELLATION FILE, WHERE IT STAYS QUEUED UNTIL THE BILLING   *
000150*  EXTRACT SENDS THE REVERSAL; EVERY ESTIMATE-MASTER RECORD OF  *
000160*  THE RUN IS MARKED CANCELLED; AND THE QUOTE-STATUS RECORD IS  *
000170*  CLOSED WITH THE CANCELLED OUTCOME.  AN ESTIMATE OR QUOTE     *
000180*  NOT ON FILE, A JOB ALREADY CANCELLED, OR A REASON CODE NOT   *
000190*  ON THE LIST IS REFUSED.                                      *
000200*                                                               *
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY                                         *
000230*  DATE       INIT DESCRIPTION                                  *
000240*  2026-10-05 RSM  ORIGINAL PROGRAM.                            *
000242*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  EVERY    *
000244*                  CANCELLATION TAKEN IS WRITTEN TO THE ONLINE  *
000246*                  JOURNAL WITH THE QUOTE STATUS BEFORE AND     *
000248*                  AFTER.                                       *
000249*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000250*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000251*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    PILLCANC.
000280 AUTHOR.        R S MASON.
000290 INSTALLATION.  STRUCTURAL ESTIMATING.
000300 DATE-WRITTEN.  2026-10-05.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ESTIMATE-MASTER  ASSIGN TO "PILLMSTR"
000390                              ORGANIZATION IS INDEXED
000400                              ACCESS MODE IS DYNAMIC
000410                              RECORD KEY IS PM-KEY
000420                              FILE STATUS IS JC-MASTER-STATUS.
000430     SELECT QUOTE-STATUS     ASSIGN TO "PILLQSTM"
000440                              ORGANIZATION IS INDEXED
000450                              ACCESS MODE IS RANDOM
000460                              RECORD KEY IS QS-KEY
000470                              FILE STATUS IS JC-QSTAT-STATUS.
000480     SELECT CANCEL-FILE      ASSIGN TO "PILLCANM"
000490                              ORGANIZATION IS INDEXED
000500                              ACCESS MODE IS RANDOM
000510                              RECORD KEY IS CN-KEY
000520                              FILE STATUS IS JC-CANCEL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ESTIMATE-MASTER.
000570     COPY PILLMST.
000580
000590 FD  QUOTE-STATUS.
000600     COPY PILLQSM.
000610
000620 FD  CANCEL-FILE.
000630     COPY PILLCAN.
000640
000650 WORKING-STORAGE SECTION.
000660*-----------------------------------------------------------------
000670*    SWITCHES
000680*-----------------------------------------------------------------
000690 77  JC-MORE-WORK-SW           PIC X(01)     VALUE 'Y'.
000700     88  JC-MORE-WORK-YES      VALUE 'Y'.
000710     88  JC-MORE-WORK-NO       VALUE 'N'.
000720 77  JC-RUN-EOF-SW             PIC X(01)     VALUE 'N'.
000730     88  JC-RUN-EOF-YES        VALUE 'Y'.
000740     88  JC-RUN-EOF-NO         VALUE 'N'.
000750
000760*-----------------------------------------------------------------
000770*    FILE STATUS FOR EACH FILE - THE CANCELLATION FILE IS
000780*    ALLOWED TO START OUT NOT FOUND SINCE 1000-INITIALIZE
000790*    CREATES IT ON THE FIRST RUN.
000800*-----------------------------------------------------------------
000810 77  JC-MASTER-STATUS          PIC X(02).
000820     88  JC-MASTER-STATUS-OK   VALUE '00'.
000830 77  JC-QSTAT-STATUS           PIC X(02).
000840     88  JC-QSTAT-STATUS-OK    VALUE '00'.
000850 77  JC-CANCEL-STATUS          PIC X(02).
000860     88  JC-CANCEL-STATUS-OK   VALUE '00'.
000870     88  JC-CANCEL-NOT-FOUND   VALUE '35'.
000880
000890*-----------------------------------------------------------------
000900*    OPERATOR KEYED FIELDS, THE REPLY TO THE "ANOTHER" PROMPT,
000910*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT
000920*-----------------------------------------------------------------
000930 77  JC-INQ-JOB-ID             PIC X(06)     VALUE SPACES.
000940 77  JC-INQ-RUN-DATE           PIC 9(08)     VALUE ZERO.
000950 77  JC-INQ-REASON             PIC X(02)     VALUE SPACES.
000960 77  JC-ANOTHER-JOB            PIC X(01)     VALUE 'Y'.
000970 77  JC-RESULT-MSG             PIC X(40)     VALUE SPACES.
000980
000990*-----------------------------------------------------------------
001000*    DISPLAY-ONLY IMAGES OF THE ESTIMATE AND QUOTE FIGURES
001010*    SHOWN BEFORE THE REASON IS TAKEN
001020*-----------------------------------------------------------------
001030 77  JC-SHOW-CUST-NO           PIC X(05)     VALUE SPACES.
001040 77  JC-SHOW-PILLARS           PIC ZZZ9      VALUE ZERO.
001050 77  JC-SHOW-RESULT            PIC Z(07)9    VALUE ZERO.
001060 77  JC-SHOW-UOM               PIC X(01)     VALUE SPACE.
001070 77  JC-SHOW-TOTAL             PIC Z(09)9.99 VALUE ZERO.
001080 77  JC-SHOW-OUTCOME           PIC X(08)     VALUE SPACES.
001090
001100*-----------------------------------------------------------------
001110*    TODAY'S DATE AND THE TIME, STAMPED ON EVERY CANCELLATION
001120*-----------------------------------------------------------------
001130 01  JC-RUN-DATE                PIC 9(08).
001140 01  JC-TIME-WORK.
001150     05  JC-TIME-HHMMSS        PIC 9(06).
001160     05  FILLER                PIC 9(02).
001170
001180 77  JC-CNT-CANCELLED          PIC 9(07)     VALUE ZERO COMP.
001190 77  JC-CNT-DISPLAY            PIC Z(06)9.
001200
001201*-----------------------------------------------------------------
001202*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001203*-----------------------------------------------------------------
001204 COPY PILLSGLK.
001205
001210 SCREEN SECTION.
001220 01  JC-KEY-SCREEN.
001230     05  BLANK SCREEN.
001240     05  LINE 01 COL 01 VALUE "PILLARS JOB CANCELLATION".
001250     05  LINE 03 COL 01 VALUE "JOB ID . . . . . . . . .".
001260     05  LINE 03 COL 25 PIC X(06) USING JC-INQ-JOB-ID.
001270     05  LINE 04 COL 01 VALUE "RUN DATE YYYYMMDD. . . .".
001280     05  LINE 04 COL 25 PIC 9(08) USING JC-INQ-RUN-DATE.
001290
001300 01  JC-JOB-SCREEN.
001310     05  LINE 06 COL 01 VALUE "CUSTOMER . . . . . . . .".
001320     05  LINE 06 COL 25 PIC X(05) FROM JC-SHOW-CUST-NO.
001330     05  LINE 07 COL 01 VALUE "PILLARS. . . . . . . . .".
001340     05  LINE 07 COL 25 PIC ZZZ9 FROM JC-SHOW-PILLARS.
001350     05  LINE 08 COL 01 VALUE "RESULT . . . . . . . . .".
001360     05  LINE 08 COL 25 PIC Z(07)9 FROM JC-SHOW-RESULT.
001370     05  LINE 08 COL 34 PIC X(01) FROM JC-SHOW-UOM.
001380     05  LINE 09 COL 01 VALUE "QUOTE TOTAL. . . . . . .".
001390     05  LINE 09 COL 25 PIC Z(09)9.99 FROM JC-SHOW-TOTAL.
001400     05  LINE 10 COL 01 VALUE "OUTCOME NOW. . . . . . .".
001410     05  LINE 10 COL 25 PIC X(08) FROM JC-SHOW-OUTCOME.
001420
001430 01  JC-REASON-SCREEN.
001440     05  LINE 12 COL 01 VALUE "REASON CODE. . . . . . .".
001450     05  LINE 12 COL 25 PIC X(02) USING JC-INQ-REASON.
001460     05  LINE 13 COL 01 VALUE
001470         "CW WITHDREW  FP FUNDING/PERMIT  RQ TO BE REQUOTED".
001480     05  LINE 14 COL 01 VALUE
001490         "DP DUPLICATE JOB  KE KEYED IN ERROR  OT OTHER".
001500
001510 01  JC-RESULT-SCREEN.
001520     05  LINE 16 COL 01 VALUE "MESSAGE. . . . . . . . .".
001530     05  LINE 16 COL 25 PIC X(40) USING JC-RESULT-MSG.
001540
001550 01  JC-ANOTHER-SCREEN.
001560     05  LINE 18 COL 01 VALUE "ANOTHER JOB? (Y/N) . . .".
001570     05  LINE 18 COL 25 PIC X(01) USING JC-ANOTHER-JOB.
001580
001590 PROCEDURE DIVISION.
001600
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE
001630                                  THRU 1000-INITIALIZE-EXIT.
001640     PERFORM 2000-PROCESS-CANCEL
001650                                  THRU 2000-PROCESS-CANCEL-EXIT
001660             UNTIL JC-MORE-WORK-NO.
001670     PERFORM 9999-TERMINATE
001680                                  THRU 9999-TERMINATE-EXIT.
001690     STOP RUN.
001700
001710*-----------------------------------------------------------------
001720*    1000-INITIALIZE - OPEN BOTH MASTERS FOR UPDATE AND THE
001730*    CANCELLATION FILE FOR UPDATE, CREATING THE CANCELLATION
001740*    FILE ON THE FIRST RUN.
001750*-----------------------------------------------------------------
001760 1000-INITIALIZE.
001763     PERFORM 9600-SIGN-ON
001766                                  THRU 9600-SIGN-ON-EXIT.
001770     OPEN I-O ESTIMATE-MASTER.
001780     IF NOT JC-MASTER-STATUS-OK
001790         DISPLAY "PILLCANC - ESTIMATE-MASTER OPEN FAILED, "
001800                 "STATUS " JC-MASTER-STATUS
001810         GO TO 9900-ABEND-RUN
001820     END-IF.
001830     OPEN I-O QUOTE-STATUS.
001840     IF NOT JC-QSTAT-STATUS-OK
001850         DISPLAY "PILLCANC - QUOTE-STATUS OPEN FAILED, STATUS "
001860                 JC-QSTAT-STATUS
001870         GO TO 9900-ABEND-RUN
001880     END-IF.
001890     OPEN I-O CANCEL-FILE.
001900     IF JC-CANCEL-NOT-FOUND
001910         OPEN OUTPUT CANCEL-FILE
001920         CLOSE CANCEL-FILE
001930         OPEN I-O CANCEL-FILE
001940     END-IF.
001950     IF NOT JC-CANCEL-STATUS-OK
001960         DISPLAY "PILLCANC - CANCEL-FILE OPEN FAILED, STATUS "
001970                 JC-CANCEL-STATUS
001980         GO TO 9900-ABEND-RUN
001990     END-IF.
002000     ACCEPT JC-RUN-DATE FROM DATE YYYYMMDD.
002010 1000-INITIALIZE-EXIT.
002020     EXIT.
002030
002040*-----------------------------------------------------------------
002050*    2000-PROCESS-CANCEL - ACCEPT A JOB KEY, CHECK THE ESTIMATE
002060*    AND QUOTE ARE ON FILE AND NOT ALREADY CANCELLED, SHOW THEIR
002070*    FIGURES, TAKE THE REASON, RECORD THE CANCELLATION, AND ASK
002080*    WHETHER TO GO AROUND AGAIN.
002090*-----------------------------------------------------------------
002100 2000-PROCESS-CANCEL.
002110     PERFORM 2100-INITIALIZE-CANCEL
002120                              THRU 2100-INITIALIZE-CANCEL-EXIT.
002130     ACCEPT JC-KEY-SCREEN.
002140     IF JC-INQ-JOB-ID = SPACES
002150         MOVE "JOB ID IS BLANK" TO JC-RESULT-MSG
002160         DISPLAY JC-RESULT-SCREEN
002170         GO TO 2000-PROCESS-CANCEL-ASK
002180     END-IF.
002190     MOVE JC-INQ-JOB-ID   TO PM-JOB-ID.
002200     MOVE JC-INQ-RUN-DATE TO PM-RUN-DATE.
002210     MOVE ZERO            TO PM-SECTION.
002220     READ ESTIMATE-MASTER
002230         INVALID KEY
002240             MOVE "ESTIMATE NOT ON THE MASTER" TO JC-RESULT-MSG
002250             DISPLAY JC-RESULT-SCREEN
002260             GO TO 2000-PROCESS-CANCEL-ASK
002270     END-READ.
002280     IF PM-CANCELLED
002290         MOVE "JOB ALREADY CANCELLED" TO JC-RESULT-MSG
002300         DISPLAY JC-RESULT-SCREEN
002310         GO TO 2000-PROCESS-CANCEL-ASK
002320     END-IF.
002330     MOVE JC-INQ-JOB-ID   TO QS-JOB-ID.
002340     MOVE JC-INQ-RUN-DATE TO QS-RUN-DATE.
002350     READ QUOTE-STATUS
002360         INVALID KEY
002370             MOVE "QUOTE NOT ON THE STATUS MASTER"
002380                 TO JC-RESULT-MSG
002390             DISPLAY JC-RESULT-SCREEN
002400             GO TO 2000-PROCESS-CANCEL-ASK
002410     END-READ.
002420     MOVE QS-CUST-NO    TO JC-SHOW-CUST-NO.
002430     MOVE QS-NUM-PILL   TO JC-SHOW-PILLARS.
002440     MOVE QS-RESULT     TO JC-SHOW-RESULT.
002450     MOVE PM-UOM        TO JC-SHOW-UOM.
002460     MOVE QS-TOTAL-COST TO JC-SHOW-TOTAL.
002470     PERFORM 2200-SHOW-OUTCOME
002480                                  THRU 2200-SHOW-OUTCOME-EXIT.
002490     DISPLAY JC-JOB-SCREEN.
002500     ACCEPT JC-REASON-SCREEN.
002510     MOVE JC-INQ-REASON TO CN-REASON.
002520     IF NOT CN-REASON-VALID
002530         MOVE "REASON CODE NOT ON THE LIST - NOT TAKEN"
002540             TO JC-RESULT-MSG
002550         DISPLAY JC-RESULT-SCREEN
002560         GO TO 2000-PROCESS-CANCEL-ASK
002570     END-IF.
002580     PERFORM 3000-WRITE-CANCEL
002590                                  THRU 3000-WRITE-CANCEL-EXIT.
002600     IF JC-RESULT-MSG NOT = SPACES
002610         DISPLAY JC-RESULT-SCREEN
002620         GO TO 2000-PROCESS-CANCEL-ASK
002630     END-IF.
002640     PERFORM 4000-CLOSE-QUOTE
002650                                  THRU 4000-CLOSE-QUOTE-EXIT.
002660     PERFORM 5000-MARK-ESTIMATE
002670                                  THRU 5000-MARK-ESTIMATE-EXIT.
002680     IF JC-RESULT-MSG = SPACES
002690         MOVE "JOB CANCELLED - REVERSAL QUEUED" TO JC-RESULT-MSG
002700     END-IF.
002710     MOVE "CANCELLD" TO JC-SHOW-OUTCOME.
002720     DISPLAY JC-JOB-SCREEN.
002730     DISPLAY JC-RESULT-SCREEN.
002740 2000-PROCESS-CANCEL-ASK.
002750     ACCEPT JC-ANOTHER-SCREEN.
002760     IF JC-ANOTHER-JOB NOT = "Y" AND JC-ANOTHER-JOB NOT = "y"
002770         SET JC-MORE-WORK-NO TO TRUE
002780     END-IF.
002790 2000-PROCESS-CANCEL-EXIT.
002800     EXIT.
002810
002820*-----------------------------------------------------------------
002830*    2100-INITIALIZE-CANCEL - CLEAR THE FIELDS BEFORE THE NEXT
002840*    JOB KEY IS KEYED.
002850*-----------------------------------------------------------------
002860 2100-INITIALIZE-CANCEL.
002870     MOVE SPACES TO JC-INQ-JOB-ID JC-INQ-REASON JC-RESULT-MSG
002880                    JC-SHOW-CUST-NO JC-SHOW-OUTCOME.
002890     MOVE SPACE  TO JC-SHOW-UOM.
002900     MOVE ZERO   TO JC-INQ-RUN-DATE JC-SHOW-PILLARS
002910                    JC-SHOW-RESULT JC-SHOW-TOTAL.
002920     SET JC-RUN-EOF-NO TO TRUE.
002930 2100-INITIALIZE-CANCEL-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------------
002970*    2200-SHOW-OUTCOME - TRANSLATE THE OUTCOME CODE ON FILE INTO
002980*    A WORD THE OPERATOR CAN READ DIRECTLY.
002990*-----------------------------------------------------------------
003000 2200-SHOW-OUTCOME.
003010     EVALUATE TRUE
003020         WHEN QS-OUTCOME-OPEN
003030             MOVE "OPEN"     TO JC-SHOW-OUTCOME
003040         WHEN QS-OUTCOME-ACCEPTED
003050             MOVE "ACCEPTED" TO JC-SHOW-OUTCOME
003060         WHEN QS-OUTCOME-DECLINED
003070             MOVE "DECLINED" TO JC-SHOW-OUTCOME
003080         WHEN QS-OUTCOME-EXPIRED
003090             MOVE "EXPIRED"  TO JC-SHOW-OUTCOME
003100         WHEN QS-OUTCOME-CANCELLED
003110             MOVE "CANCELLD" TO JC-SHOW-OUTCOME
003120         WHEN OTHER
003130             MOVE "UNKNOWN"  TO JC-SHOW-OUTCOME
003140     END-EVALUATE.
003150 2200-SHOW-OUTCOME-EXIT.
003160     EXIT.
003170
003180*-----------------------------------------------------------------
003190*    3000-WRITE-CANCEL - WRITE THE CANCELLATION RECORD WITH THE
003200*    FIGURES BILLING WAS SENT, QUEUED FOR THE NEXT EXTRACT.  IT
003210*    IS WRITTEN FIRST SO A JOB IS NEVER MARKED CANCELLED ON THE
003220*    MASTERS WITHOUT A REVERSAL TO GO WITH IT.  A RECORD ALREADY
003230*    ON FILE FOR THE KEY IS REFUSED.
003240*-----------------------------------------------------------------
003250 3000-WRITE-CANCEL.
003260     ACCEPT JC-TIME-WORK FROM TIME.
003270     MOVE JC-INQ-JOB-ID   TO CN-JOB-ID.
003280     MOVE JC-INQ-RUN-DATE TO CN-RUN-DATE.
003290     MOVE JC-INQ-REASON   TO CN-REASON.
003300     MOVE JC-RUN-DATE     TO CN-CANCEL-DATE.
003310     MOVE JC-TIME-HHMMSS  TO CN-CANCEL-TIME.
003320     MOVE QS-OUTCOME      TO CN-PRIOR-OUTCOME.
003330     MOVE QS-CUST-NO      TO CN-CUST-NO.
003340     MOVE QS-NUM-PILL     TO CN-NUM-PILL.
003350     MOVE PM-UOM          TO CN-UOM.
003360     MOVE QS-RESULT       TO CN-RESULT.
003370     MOVE QS-TOTAL-COST   TO CN-TOTAL-COST.
003380     MOVE ZERO            TO CN-XTR-DATE.
003390     WRITE CN-CANCEL-RECORD
003400         INVALID KEY
003410             MOVE "ALREADY ON THE CANCELLATION FILE"
003420                 TO JC-RESULT-MSG
003430             GO TO 3000-WRITE-CANCEL-EXIT
003440     END-WRITE.
003450     IF NOT JC-CANCEL-STATUS-OK
003460         MOVE "WRITE FAILED - NOT CANCELLED" TO JC-RESULT-MSG
003470         GO TO 3000-WRITE-CANCEL-EXIT
003480     END-IF.
003490     ADD 1 TO JC-CNT-CANCELLED.
003500 3000-WRITE-CANCEL-EXIT.
003510     EXIT.
003520
003530*-----------------------------------------------------------------
003540*    4000-CLOSE-QUOTE - CLOSE THE QUOTE-STATUS RECORD WITH THE
003550*    CANCELLED OUTCOME AND TODAY'S DATE.
003560*-----------------------------------------------------------------
003570 4000-CLOSE-QUOTE.
003575     MOVE QS-STATUS-RECORD TO SG-BEFORE.
003580     SET QS-OUTCOME-CANCELLED TO TRUE.
003590     MOVE JC-RUN-DATE TO QS-OUTCOME-DATE.
003600     REWRITE QS-STATUS-RECORD.
003610     IF NOT JC-QSTAT-STATUS-OK
003620         MOVE "QUOTE REWRITE FAILED - SEE SUPERVISOR"
003630             TO JC-RESULT-MSG
003640         GO TO 4000-CLOSE-QUOTE-EXIT
003641     END-IF.
003642     MOVE 'X'              TO SG-ACTION.
003643     MOVE QS-KEY           TO SG-KEY.
003644     MOVE QS-STATUS-RECORD TO SG-AFTER.
003645     PERFORM 9620-JOURNAL-CHANGE
003646                                  THRU 9620-JOURNAL-CHANGE-EXIT.
003650 4000-CLOSE-QUOTE-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------------
003690*    5000-MARK-ESTIMATE - MARK THE JOB-TOTAL RECORD ALREADY READ
003700*    AND THEN EVERY SECTION RECORD OF THE SAME RUN, WHICH
003710*    FOLLOW IT IN KEY ORDER.
003720*-----------------------------------------------------------------
003730 5000-MARK-ESTIMATE.
003740     PERFORM 5100-MARK-ONE
003750                                  THRU 5100-MARK-ONE-EXIT.
003760     PERFORM 8000-READ-NEXT-SECTION
003770                              THRU 8000-READ-NEXT-SECTION-EXIT.
003780     PERFORM 5200-MARK-SECTION
003790                                  THRU 5200-MARK-SECTION-EXIT
003800             UNTIL JC-RUN-EOF-YES.
003810 5000-MARK-ESTIMATE-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------------
003850*    5100-MARK-ONE - STAMP THE CANCELLATION ON THE MASTER RECORD
003860*    IN HAND AND REWRITE IT.
003870*-----------------------------------------------------------------
003880 5100-MARK-ONE.
003890     SET PM-CANCELLED TO TRUE.
003900     MOVE JC-RUN-DATE   TO PM-CANCEL-DATE.
003910     MOVE JC-INQ-REASON TO PM-CANCEL-REASON.
003920     REWRITE PM-MASTER-RECORD.
003930     IF NOT JC-MASTER-STATUS-OK
003940         MOVE "MASTER REWRITE FAILED - SEE SUPERVISOR"
003950             TO JC-RESULT-MSG
003960     END-IF.
003970 5100-MARK-ONE-EXIT.
003980     EXIT.
003990
004000*-----------------------------------------------------------------
004010*    5200-MARK-SECTION - MARK ONE SECTION RECORD AND READ THE
004020*    NEXT.
004030*-----------------------------------------------------------------
004040 5200-MARK-SECTION.
004050     PERFORM 5100-MARK-ONE
004060                                  THRU 5100-MARK-ONE-EXIT.
004070     PERFORM 8000-READ-NEXT-SECTION
004080                              THRU 8000-READ-NEXT-SECTION-EXIT.
004090 5200-MARK-SECTION-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130*    8000-READ-NEXT-SECTION - READ THE NEXT MASTER RECORD IN KEY
004140*    ORDER, SETTING THE EOF SWITCH WHEN THE FILE ENDS OR THE JOB
004150*    OR RUN DATE CHANGES.
004160*-----------------------------------------------------------------
004170 8000-READ-NEXT-SECTION.
004180     READ ESTIMATE-MASTER NEXT RECORD
004190         AT END
004200             SET JC-RUN-EOF-YES TO TRUE
004210             GO TO 8000-READ-NEXT-SECTION-EXIT
004220     END-READ.
004230     IF PM-JOB-ID NOT = JC-INQ-JOB-ID
004240             OR PM-RUN-DATE NOT = JC-INQ-RUN-DATE
004250         SET JC-RUN-EOF-YES TO TRUE
004260     END-IF.
004270 8000-READ-NEXT-SECTION-EXIT.
004280     EXIT.
004290
004291*-----------------------------------------------------------------
004292*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
004293*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
004294*    OPENED.
004295*-----------------------------------------------------------------
004296 9600-SIGN-ON.
004297     MOVE "PILLCANC" TO SG-PROGRAM.
004298     SET SG-FUNC-SIGN-ON TO TRUE.
004299     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
004300                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
004301                           SG-STATUS.
004302     IF NOT SG-STATUS-OK
004303         DISPLAY "PILLCANC - OPERATOR NOT SIGNED ON - RUN STOPPED"
004304         GO TO 9900-ABEND-RUN
004305     END-IF.
004306 9600-SIGN-ON-EXIT.
004307     EXIT.
004308
004309*-----------------------------------------------------------------
004310*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
004311*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
004312*-----------------------------------------------------------------
004313 9620-JOURNAL-CHANGE.
004314     SET SG-FUNC-JOURNAL TO TRUE.
004315     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
004316                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
004317                           SG-STATUS.
004318 9620-JOURNAL-CHANGE-EXIT.
004319     EXIT.
004320
004321*-----------------------------------------------------------------
004322*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
004323*-----------------------------------------------------------------
004324 9630-SIGN-OFF.
004325     SET SG-FUNC-SIGN-OFF TO TRUE.
004326     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
004327                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
004328                           SG-STATUS.
004329 9630-SIGN-OFF-EXIT.
004330     EXIT.
004331
004332*-----------------------------------------------------------------
004333*    9999-TERMINATE - CLOSE THE FILES AND PUT THE CANCELLATION
004334*    COUNT ON THE JOB LOG.
004335*-----------------------------------------------------------------
004340 9999-TERMINATE.
004350     CLOSE ESTIMATE-MASTER
004360           QUOTE-STATUS
004370           CANCEL-FILE.
004373     PERFORM 9630-SIGN-OFF
004376                                  THRU 9630-SIGN-OFF-EXIT.
004380     MOVE JC-CNT-CANCELLED TO JC-CNT-DISPLAY.
004390     DISPLAY "PILLCANC - CANCELLATIONS. . " JC-CNT-DISPLAY.
004400 9999-TERMINATE-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------------
004440*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
004450*    ALREADY BEEN DISPLAYED BY THE CALLER.
004455*    SIGN THE OPERATOR OFF AND STOP THE JOB.
004460*-----------------------------------------------------------------
004470 9900-ABEND-RUN.
004473     PERFORM 9630-SIGN-OFF
004476                                  THRU 9630-SIGN-OFF-EXIT.
004480     STOP RUN.
004490
004500 END PROGRAM PILLCANC.
