000186*                  PER-SECTION RECORDS ON THE MASTER.            *
000187*  2026-08-22 RSM  CARRIED TWO DECIMAL PLACES ON THE SPACING     *
000188*                  AND WIDTH FIELDS TO MATCH THE MASTER LAYOUT.  *
000189*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN SO EVERY    *
000190*                  INQUIRY SESSION IS JOURNALED.                 *
000191*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A  *
000192*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.    *
000193*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID.    PILLINQ.
000220 AUTHOR.        R S MASON.
001110         "  STATUS ".
001120     05  PQ-PRIOR-STATUS           PIC X(02).
001130
001131*-----------------------------------------------------------------
001132*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001133*-----------------------------------------------------------------
001134 COPY PILLSGLK.
001135
001140 SCREEN SECTION.
001150 01  PQ-JOB-SCREEN.
001160     05  BLANK SCREEN.
001410 PROCEDURE DIVISION.
001420
001430 0000-MAINLINE.
001433     PERFORM 9600-SIGN-ON
001436                                  THRU 9600-SIGN-ON-EXIT.
001440     OPEN INPUT ESTIMATE-MASTER.
001450     IF NOT PQ-MASTER-STATUS-OK
001460         DISPLAY "PILLINQ - ESTIMATE-MASTER OPEN FAILED, STATUS "
001510                                  THRU 2000-PROCESS-INQUIRY-EXIT
001520             UNTIL PQ-MORE-INQ-NO.
001530     CLOSE ESTIMATE-MASTER.
001533     PERFORM 9630-SIGN-OFF
001536                                  THRU 9630-SIGN-OFF-EXIT.
001540     STOP RUN.
001550
001560*-----------------------------------------------------------------
002920 3500-READ-NEXT-RUN-EXIT.
002930     EXIT.
002940
002941*-----------------------------------------------------------------
002942*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
002943*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
002944*    OPENED.
002945*-----------------------------------------------------------------
002946 9600-SIGN-ON.
002947     MOVE "PILLINQ" TO SG-PROGRAM.
002948     SET SG-FUNC-SIGN-ON TO TRUE.
002949     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002950                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002951                           SG-STATUS.
002952     IF NOT SG-STATUS-OK
002953         DISPLAY "PILLINQ - OPERATOR NOT SIGNED ON - RUN STOPPED"
002954         GO TO 9900-ABEND-RUN
002955     END-IF.
002956 9600-SIGN-ON-EXIT.
002957     EXIT.
002958
002959*-----------------------------------------------------------------
002960*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
002961*-----------------------------------------------------------------
002962 9630-SIGN-OFF.
002963     SET SG-FUNC-SIGN-OFF TO TRUE.
002964     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002965                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002966                           SG-STATUS.
002967 9630-SIGN-OFF-EXIT.
002968     EXIT.
002969
002970*-----------------------------------------------------------------
002971*    9900-ABEND-RUN - A FILE COULD NOT BE OPENED.  THE MESSAGE
002972*    HAS ALREADY BEEN DISPLAYED BY THE CALLER.
002976*    SIGN THE OPERATOR OFF AND STOP THE JOB.
002980*-----------------------------------------------------------------
002990 9900-ABEND-RUN.
002993     PERFORM 9630-SIGN-OFF
002996                                  THRU 9630-SIGN-OFF-EXIT.
003000     STOP RUN.
003010
003020 END PROGRAM PILLINQ.
