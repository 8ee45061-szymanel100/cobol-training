000190*  MODIFICATION HISTORY                                         *
000200*  DATE       INIT DESCRIPTION                                  *
000210*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000212*  2026-10-05 RSM  SHOWED THE NEW CANCELLED OUTCOME AND REFUSED *
000214*                  TO CHANGE IT - A CANCELLED JOB HAS ALREADY   *
000216*                  HAD ITS BILLING REVERSED.                    *
000217*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN, AND EVERY *
000218*                  OUTCOME RECORDED IS WRITTEN TO THE ONLINE    *
000219*                  JOURNAL WITH BEFORE AND AFTER IMAGES.        *
000220*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000221*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000222*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    PILLQSTS.
000250 AUTHOR.        R S MASON.
000820*-----------------------------------------------------------------
000830 01  QU-RUN-DATE                PIC 9(08).
000840
000841*-----------------------------------------------------------------
000842*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
000843*-----------------------------------------------------------------
000844 COPY PILLSGLK.
000845
000850 SCREEN SECTION.
000860 01  QU-KEY-SCREEN.
000870     05  BLANK SCREEN.
001120 PROCEDURE DIVISION.
001130
001140 0000-MAINLINE.
001143     PERFORM 9600-SIGN-ON
001146                                  THRU 9600-SIGN-ON-EXIT.
001150     OPEN I-O QUOTE-STATUS.
001160     IF NOT QU-MASTER-STATUS-OK
001170         DISPLAY "PILLQSTS - QUOTE-STATUS OPEN FAILED, STATUS "
001230                                  THRU 2000-PROCESS-QUOTE-EXIT
001240             UNTIL QU-MORE-WORK-NO.
001250     CLOSE QUOTE-STATUS.
001253     PERFORM 9630-SIGN-OFF
001256                                  THRU 9630-SIGN-OFF-EXIT.
001260     STOP RUN.
001270
001280*-----------------------------------------------------------------
001460     MOVE QS-NUM-PILL   TO QU-SHOW-PILLARS.
001470     PERFORM 2200-SHOW-OUTCOME
001480                                  THRU 2200-SHOW-OUTCOME-EXIT.
001481     IF QS-OUTCOME-CANCELLED
001482         DISPLAY QU-QUOTE-SCREEN
001483         MOVE "QUOTE CANCELLED - OUTCOME NOT CHANGED"
001484             TO QU-RESULT-MSG
001485         DISPLAY QU-RESULT-SCREEN
001486         GO TO 2000-PROCESS-QUOTE-ASK
001487     END-IF.
001490     ACCEPT QU-QUOTE-SCREEN.
001500     IF QU-INQ-OUTCOME = 'a'
001510         MOVE 'A' TO QU-INQ-OUTCOME
001630         DISPLAY QU-RESULT-SCREEN
001640         GO TO 2000-PROCESS-QUOTE-ASK
001650     END-IF.
001660     MOVE QS-STATUS-RECORD TO SG-BEFORE.
001670     MOVE QU-INQ-OUTCOME TO QS-OUTCOME.
001680     MOVE QU-RUN-DATE    TO QS-OUTCOME-DATE.
001690     REWRITE QS-STATUS-RECORD.
001700     IF QU-MASTER-STATUS-OK
001701         MOVE "OUTCOME RECORDED" TO QU-RESULT-MSG
001702         MOVE 'O'              TO SG-ACTION
001703         MOVE QS-KEY           TO SG-KEY
001704         MOVE QS-STATUS-RECORD TO SG-AFTER
001705         PERFORM 9620-JOURNAL-CHANGE
001706                                  THRU 9620-JOURNAL-CHANGE-EXIT
001710     ELSE
001720         MOVE "REWRITE FAILED - OUTCOME NOT RECORDED"
001730             TO QU-RESULT-MSG
002070             MOVE "DECLINED" TO QU-SHOW-OUTCOME
002080         WHEN QS-OUTCOME-EXPIRED
002090             MOVE "EXPIRED"  TO QU-SHOW-OUTCOME
002093         WHEN QS-OUTCOME-CANCELLED
002096             MOVE "CANCELLD" TO QU-SHOW-OUTCOME
002100         WHEN OTHER
002110             MOVE "UNKNOWN"  TO QU-SHOW-OUTCOME
002120     END-EVALUATE.
002130 2200-SHOW-OUTCOME-EXIT.
002140     EXIT.
002150
002151*-----------------------------------------------------------------
002152*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
002153*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
002154*    OPENED.
002155*-----------------------------------------------------------------
002156 9600-SIGN-ON.
002157     MOVE "PILLQSTS" TO SG-PROGRAM.
002158     SET SG-FUNC-SIGN-ON TO TRUE.
002159     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002160                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002161                           SG-STATUS.
002162     IF NOT SG-STATUS-OK
002163         DISPLAY "PILLQSTS - OPERATOR NOT SIGNED ON - RUN STOPPED"
002164         GO TO 9900-ABEND-RUN
002165     END-IF.
002166 9600-SIGN-ON-EXIT.
002167     EXIT.
002168
002169*-----------------------------------------------------------------
002170*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
002171*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
002172*-----------------------------------------------------------------
002173 9620-JOURNAL-CHANGE.
002174     SET SG-FUNC-JOURNAL TO TRUE.
002175     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002176                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002177                           SG-STATUS.
002178 9620-JOURNAL-CHANGE-EXIT.
002179     EXIT.
002180
002181*-----------------------------------------------------------------
002182*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
002183*-----------------------------------------------------------------
002184 9630-SIGN-OFF.
002185     SET SG-FUNC-SIGN-OFF TO TRUE.
002186     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002187                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002188                           SG-STATUS.
002189 9630-SIGN-OFF-EXIT.
002190     EXIT.
002191
002192*-----------------------------------------------------------------
002193*    9900-ABEND-RUN - A FILE COULD NOT BE OPENED.  THE MESSAGE
002194*    HAS ALREADY BEEN DISPLAYED BY THE CALLER.
002195*    SIGN THE OPERATOR OFF AND STOP THE JOB.
002196*-----------------------------------------------------------------
002200 9900-ABEND-RUN.
002203     PERFORM 9630-SIGN-OFF
002206                                  THRU 9630-SIGN-OFF-EXIT.
002210     STOP RUN.
002220
002230 END PROGRAM PILLQSTS.
