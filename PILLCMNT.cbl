000180*  MODIFICATION HISTORY                                         *
000190*  DATE       INIT DESCRIPTION                                  *
000200*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000201*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  ADD AND  *
000202*                  CHANGE ARE CHECKED AGAINST THE OPERATOR'S    *
000203*                  ROLE, AND EVERY ADD OR CHANGE TAKEN IS       *
000204*                  WRITTEN TO THE ONLINE JOURNAL WITH BEFORE    *
000205*                  AND AFTER IMAGES.                            *
000206*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000207*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    PILLCMNT.
000660*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT
000670*-----------------------------------------------------------------
000680 77  CM-INQ-ACTION             PIC X(01)     VALUE SPACE.
000685     88  CM-ACTION-VALID       VALUE 'A' 'C' 'I'.
000690 77  CM-INQ-CUST-NO            PIC X(05)     VALUE SPACES.
000700 77  CM-INQ-NAME               PIC X(30)     VALUE SPACES.
000710 77  CM-INQ-BILL-REF           PIC X(10)     VALUE SPACES.
000720 77  CM-ANOTHER-CUST           PIC X(01)     VALUE 'Y'.
000730 77  CM-RESULT-MSG             PIC X(40)     VALUE SPACES.
000740
000741*-----------------------------------------------------------------
000742*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
000743*-----------------------------------------------------------------
000744 COPY PILLSGLK.
000745
000750 SCREEN SECTION.
000760 01  CM-KEY-SCREEN.
000770     05  BLANK SCREEN.
000980 PROCEDURE DIVISION.
000990
001000 0000-MAINLINE.
001003     PERFORM 9600-SIGN-ON
001006                                  THRU 9600-SIGN-ON-EXIT.
001010     OPEN I-O CUSTOMER-MASTER.
001020     IF CM-MASTER-NOT-FOUND
001030         OPEN OUTPUT CUSTOMER-MASTER
001130                                THRU 2000-PROCESS-CUSTOMER-EXIT
001140             UNTIL CM-MORE-WORK-NO.
001150     CLOSE CUSTOMER-MASTER.
001153     PERFORM 9630-SIGN-OFF
001156                                  THRU 9630-SIGN-OFF-EXIT.
001160     STOP RUN.
001170
001180*-----------------------------------------------------------------
001380         DISPLAY CM-RESULT-SCREEN
001390         GO TO 2000-PROCESS-CUSTOMER-ASK
001400     END-IF.
001401     IF CM-ACTION-VALID
001402         MOVE CM-INQ-ACTION  TO SG-ACTION
001403         MOVE CM-INQ-CUST-NO TO SG-KEY
001404         PERFORM 9610-CHECK-ACTION
001405                                  THRU 9610-CHECK-ACTION-EXIT
001406         IF NOT SG-STATUS-OK
001407             DISPLAY CM-RESULT-SCREEN
001408             GO TO 2000-PROCESS-CUSTOMER-ASK
001409         END-IF
001410     END-IF.
001411     PERFORM 3000-READ-CUSTOMER
001420                                  THRU 3000-READ-CUSTOMER-EXIT.
001430     EVALUATE CM-INQ-ACTION
001440         WHEN 'A'
002110     WRITE CU-CUSTOMER-RECORD.
002120     IF CM-MASTER-STATUS-OK
002130         MOVE "CUSTOMER ADDED" TO CM-RESULT-MSG
002132         MOVE SPACES             TO SG-BEFORE
002134         MOVE CU-CUSTOMER-RECORD TO SG-AFTER
002136         PERFORM 9620-JOURNAL-CHANGE
002138                                  THRU 9620-JOURNAL-CHANGE-EXIT
002140     ELSE
002150         MOVE "WRITE FAILED - NOT ADDED" TO CM-RESULT-MSG
002160     END-IF.
002370         DISPLAY CM-RESULT-SCREEN
002380         GO TO 5000-CHANGE-CUSTOMER-EXIT
002390     END-IF.
002400     MOVE CU-CUSTOMER-RECORD TO SG-BEFORE.
002410     MOVE CM-INQ-NAME     TO CU-NAME.
002420     MOVE CM-INQ-BILL-REF TO CU-BILL-REF.
002430     REWRITE CU-CUSTOMER-RECORD.
002440     IF CM-MASTER-STATUS-OK
002442         MOVE "CUSTOMER CHANGED" TO CM-RESULT-MSG
002444         MOVE CU-CUSTOMER-RECORD TO SG-AFTER
002446         PERFORM 9620-JOURNAL-CHANGE
002448                                  THRU 9620-JOURNAL-CHANGE-EXIT
002450     ELSE
002460         MOVE "REWRITE FAILED - NOT CHANGED" TO CM-RESULT-MSG
002470     END-IF.
002660 6000-INQUIRE-CUSTOMER-EXIT.
002670     EXIT.
002680
002681*-----------------------------------------------------------------
002682*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
002683*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
002684*    OPENED.
002685*-----------------------------------------------------------------
002686 9600-SIGN-ON.
002687     MOVE "PILLCMNT" TO SG-PROGRAM.
002688     SET SG-FUNC-SIGN-ON TO TRUE.
002689     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002690                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002691                           SG-STATUS.
002692     IF NOT SG-STATUS-OK
002693         DISPLAY "PILLCMNT - OPERATOR NOT SIGNED ON - RUN STOPPED"
002694         GO TO 9900-ABEND-RUN
002695     END-IF.
002696 9600-SIGN-ON-EXIT.
002697     EXIT.
002698
002699*-----------------------------------------------------------------
002700*    9610-CHECK-ACTION - ASK PILLSIGN WHETHER THE OPERATOR'S ROLE
002701*    MAY TAKE THE ACTION IN SG-ACTION ON THE KEY IN SG-KEY.  A
002702*    REFUSAL LEAVES THE MESSAGE FOR THE CALLER TO SHOW.
002703*-----------------------------------------------------------------
002704 9610-CHECK-ACTION.
002705     SET SG-FUNC-CHECK-ACTION TO TRUE.
002706     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002707                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002708                           SG-STATUS.
002709     IF NOT SG-STATUS-OK
002710         MOVE "ACTION NOT ALLOWED FOR YOUR ROLE"
002711             TO CM-RESULT-MSG
002712     END-IF.
002713 9610-CHECK-ACTION-EXIT.
002714     EXIT.
002715
002716*-----------------------------------------------------------------
002717*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
002718*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
002719*-----------------------------------------------------------------
002720 9620-JOURNAL-CHANGE.
002721     SET SG-FUNC-JOURNAL TO TRUE.
002722     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002723                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002724                           SG-STATUS.
002725 9620-JOURNAL-CHANGE-EXIT.
002726     EXIT.
002727
002728*-----------------------------------------------------------------
002729*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
002730*-----------------------------------------------------------------
002731 9630-SIGN-OFF.
002732     SET SG-FUNC-SIGN-OFF TO TRUE.
002733     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002734                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
002735                           SG-STATUS.
002736 9630-SIGN-OFF-EXIT.
002737     EXIT.
002738
002739*-----------------------------------------------------------------
002740*    9900-ABEND-RUN - A FILE COULD NOT BE OPENED.  THE MESSAGE
002741*    HAS ALREADY BEEN DISPLAYED BY THE CALLER.
002742*    SIGN THE OPERATOR OFF AND STOP THE JOB.
002743*-----------------------------------------------------------------
002744 9900-ABEND-RUN.
002745     PERFORM 9630-SIGN-OFF
002746                                  THRU 9630-SIGN-OFF-EXIT.
002747     STOP RUN.
002750
002760 END PROGRAM PILLCMNT.
