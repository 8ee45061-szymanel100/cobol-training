000240*  MODIFICATION HISTORY                                         *
000250*  DATE       INIT DESCRIPTION                                  *
000260*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000262*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  ADD AND  *
000264*                  CORRECT ARE LIMITED TO THE PRICING ROLE, AND *
000266*                  EVERY CHANGE TAKEN IS WRITTEN TO THE ONLINE  *
000268*                  JOURNAL WITH BEFORE AND AFTER IMAGES.        *
000269*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000270*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000271*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    PILLRMNT.
000300 AUTHOR.        R S MASON.
001220*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT
001230*-----------------------------------------------------------------
001240 77  RM-INQ-ACTION             PIC X(01)     VALUE SPACE.
001245     88  RM-ACTION-VALID       VALUE 'L' 'A' 'C'.
001250 77  RM-INQ-EFF-DATE           PIC 9(08)     VALUE ZERO.
001260 77  RM-INQ-PER-METER          PIC 9(05)V99  VALUE ZERO.
001270 77  RM-INQ-PER-PILLAR         PIC 9(05)V99  VALUE ZERO.
001480 01  RM-TIME-WORK.
001490     05  RM-TIME-HHMMSS        PIC 9(06).
001500     05  FILLER                PIC 9(02).
001501
001502*-----------------------------------------------------------------
001503*    RATE SET AS JOURNALED - THE SAME LAYOUT AS RT-RATE-RECORD IN
001504*    PILLRATE.CPY, BUILT FROM THE AUDIT RECORD'S OLD AND NEW
001505*    FIGURES FOR THE BEFORE AND AFTER IMAGES.
001506*-----------------------------------------------------------------
001507 01  RM-JOURNAL-IMAGE.
001508     05  RM-JI-EFF-DATE            PIC 9(08).
001509     05  RM-JI-PER-METER           PIC 9(05)V99.
001510     05  RM-JI-PER-PILLAR          PIC 9(05)V99.
001511
001520*-----------------------------------------------------------------
001530*    GRID LINE FOR THE LIST ACTION AND THE RUN COUNTERS
001540*-----------------------------------------------------------------
001940
001950 77  RM-FWD-NEXT-DATE          PIC 9999/99/99.
001960
001961*-----------------------------------------------------------------
001962*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001963*-----------------------------------------------------------------
001964 COPY PILLSGLK.
001965
001970 SCREEN SECTION.
001980 01  RM-ACTION-SCREEN.
001990     05  BLANK SCREEN.
002400*    CREATES THE HISTORY FILE.
002410*-----------------------------------------------------------------
002420 1000-INITIALIZE.
002423     PERFORM 9600-SIGN-ON
002426                                  THRU 9600-SIGN-ON-EXIT.
002430     OPEN INPUT RATES-FILE.
002440     IF NOT RM-RATES-STATUS-OK
002450         DISPLAY "PILLRMNT - RATES-FILE OPEN FAILED, STATUS "
003070     IF RM-INQ-ACTION = 'c'
003080         MOVE 'C' TO RM-INQ-ACTION
003090     END-IF.
003091     IF RM-ACTION-VALID
003092         MOVE RM-INQ-ACTION TO SG-ACTION
003093         MOVE SPACES        TO SG-KEY
003094         PERFORM 9610-CHECK-ACTION
003095                                  THRU 9610-CHECK-ACTION-EXIT
003096         IF NOT SG-STATUS-OK
003097             DISPLAY RM-RESULT-SCREEN
003098             GO TO 2000-PROCESS-ACTION-ASK
003099         END-IF
003100     END-IF.
003101     EVALUATE RM-INQ-ACTION
003110         WHEN 'L'
003120             PERFORM 3000-LIST-RATES
003130                                  THRU 3000-LIST-RATES-EXIT
003210             MOVE "ACTION MUST BE L, A OR C" TO RM-RESULT-MSG
003220             DISPLAY RM-RESULT-SCREEN
003230     END-EVALUATE.
003235 2000-PROCESS-ACTION-ASK.
003240     ACCEPT RM-ANOTHER-SCREEN.
003250     IF RM-ANOTHER-CHANGE NOT = "Y"
003260             AND RM-ANOTHER-CHANGE NOT = "y"
005870     MOVE RM-INQ-PER-PILLAR TO RA-NEW-PER-PILLAR.
005880     WRITE RA-AUDIT-RECORD.
005890     ADD 1 TO RM-CNT-CHANGES.
005891     MOVE SPACES            TO SG-BEFORE.
005892     MOVE RA-EFF-DATE       TO RM-JI-EFF-DATE.
005893     IF RA-ACTION-CORRECT
005894         MOVE RA-OLD-PER-METER  TO RM-JI-PER-METER
005895         MOVE RA-OLD-PER-PILLAR TO RM-JI-PER-PILLAR
005896         MOVE RM-JOURNAL-IMAGE  TO SG-BEFORE
005897     END-IF.
005898     MOVE RA-NEW-PER-METER  TO RM-JI-PER-METER.
005899     MOVE RA-NEW-PER-PILLAR TO RM-JI-PER-PILLAR.
005900     MOVE RM-JOURNAL-IMAGE  TO SG-AFTER.
005901     MOVE RA-ACTION         TO SG-ACTION.
005902     MOVE RA-EFF-DATE       TO SG-KEY.
005903     PERFORM 9620-JOURNAL-CHANGE
005904                                  THRU 9620-JOURNAL-CHANGE-EXIT.
005905 6000-WRITE-AUDIT-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------------
006750 8000-READ-RATE-EXIT.
006760     EXIT.
006770
006771*-----------------------------------------------------------------
006772*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
006773*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
006774*    OPENED.
006775*-----------------------------------------------------------------
006776 9600-SIGN-ON.
006777     MOVE "PILLRMNT" TO SG-PROGRAM.
006778     SET SG-FUNC-SIGN-ON TO TRUE.
006779     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006780                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006781                           SG-STATUS.
006782     IF NOT SG-STATUS-OK
006783         DISPLAY "PILLRMNT - OPERATOR NOT SIGNED ON - RUN STOPPED"
006784         GO TO 9900-ABEND-RUN
006785     END-IF.
006786 9600-SIGN-ON-EXIT.
006787     EXIT.
006788
006789*-----------------------------------------------------------------
006790*    9610-CHECK-ACTION - ASK PILLSIGN WHETHER THE OPERATOR'S ROLE
006791*    MAY TAKE THE ACTION IN SG-ACTION ON THE KEY IN SG-KEY.  A
006792*    REFUSAL LEAVES THE MESSAGE FOR THE CALLER TO SHOW.
006793*-----------------------------------------------------------------
006794 9610-CHECK-ACTION.
006795     SET SG-FUNC-CHECK-ACTION TO TRUE.
006796     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006797                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006798                           SG-STATUS.
006799     IF NOT SG-STATUS-OK
006800         MOVE "ACTION NOT ALLOWED FOR YOUR ROLE"
006801             TO RM-RESULT-MSG
006802     END-IF.
006803 9610-CHECK-ACTION-EXIT.
006804     EXIT.
006805
006806*-----------------------------------------------------------------
006807*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
006808*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
006809*-----------------------------------------------------------------
006810 9620-JOURNAL-CHANGE.
006811     SET SG-FUNC-JOURNAL TO TRUE.
006812     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006813                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006814                           SG-STATUS.
006815 9620-JOURNAL-CHANGE-EXIT.
006816     EXIT.
006817
006818*-----------------------------------------------------------------
006819*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
006820*-----------------------------------------------------------------
006821 9630-SIGN-OFF.
006822     SET SG-FUNC-SIGN-OFF TO TRUE.
006823     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
006824                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
006825                           SG-STATUS.
006826 9630-SIGN-OFF-EXIT.
006827     EXIT.
006828
006829*-----------------------------------------------------------------
006830*    9999-TERMINATE - CLOSE THE AUDIT FILE AND PUT THE CHANGE
006831*    COUNT ON THE JOB LOG.
006832*-----------------------------------------------------------------
006833 9999-TERMINATE.
006834     CLOSE RATES-AUDIT.
006836     PERFORM 9630-SIGN-OFF
006838                                  THRU 9630-SIGN-OFF-EXIT.
006840     MOVE RM-CNT-CHANGES TO RM-CNT-DISPLAY.
006850     DISPLAY "PILLRMNT - CHANGES TAKEN. . " RM-CNT-DISPLAY.
006860 9999-TERMINATE-EXIT.
006880
006890*-----------------------------------------------------------------
006900*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
006910*    ALREADY BEEN DISPLAYED BY THE CALLER.
006915*    SIGN THE OPERATOR OFF AND STOP THE JOB.
006920*-----------------------------------------------------------------
006930 9900-ABEND-RUN.
006933     PERFORM 9630-SIGN-OFF
006936                                  THRU 9630-SIGN-OFF-EXIT.
006940     STOP RUN.
006950
006960 END PROGRAM PILLRMNT.
