000190*  MODIFICATION HISTORY                                         *
000200*  DATE       INIT DESCRIPTION                                  *
000210*  2026-09-03 RSM  ORIGINAL PROGRAM.                            *
000212*  2026-10-01 RSM  SHOWED A RESTARTED BATCH DRIVER RUN AND THE  *
000214*                  JOB IT RESTARTED AFTER, AND COUNTED THE      *
000216*                  RESTARTS AT THE FOOT OF THE REPORT.          *
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.    PILLRUNR.
001020 77  RN-CNT-RUNS               PIC 9(07)     VALUE ZERO COMP.
001030 77  RN-CNT-FLAGGED            PIC 9(07)     VALUE ZERO COMP.
001040 77  RN-CNT-MISSING            PIC 9(07)     VALUE ZERO COMP.
001045 77  RN-CNT-RESTARTED          PIC 9(07)     VALUE ZERO COMP.
001050
001060*-----------------------------------------------------------------
001070*    REPORT LINES
001260     05  FILLER                    PIC X(07)   VALUE "BALANCE".
001270     05  FILLER                    PIC X(02)   VALUE SPACES.
001280     05  FILLER                    PIC X(05)   VALUE "FLAG ".
001290     05  FILLER                    PIC X(02)   VALUE SPACES.
001293     05  FILLER                    PIC X(26)   VALUE "RESTART".
001296     05  FILLER                    PIC X(54)   VALUE SPACES.
001300
001310 01  RN-DETAIL-LINE.
001320     05  RN-DET-PROGRAM            PIC X(08).
001420     05  RN-DET-BALANCE            PIC X(07).
001430     05  FILLER                    PIC X(02)   VALUE SPACES.
001440     05  RN-DET-FLAG               PIC X(05).
001450     05  FILLER                    PIC X(02)   VALUE SPACES.
001452     05  RN-DET-RESTART-TEXT       PIC X(20).
001454     05  RN-DET-RESTART-JOB        PIC X(06).
001456     05  FILLER                    PIC X(53)   VALUE SPACES.
001460
001470 01  RN-SECTION-LINE.
001480     05  RN-SEC-TEXT               PIC X(52).
002380*-----------------------------------------------------------------
002390*    2000-REPORT-RUN - PRINT ONE REGISTRY RECORD FOR THE REPORT
002400*    DATE, FLAG A NON-ZERO RETURN CODE OR AN OUT-OF-BALANCE
002410*    RUN, SHOW A RESTARTED RUN WITH THE JOB IT RESTARTED AFTER,
002415*    MARK THE PROGRAM SEEN, AND READ THE NEXT RECORD.
002420*-----------------------------------------------------------------
002430 2000-REPORT-RUN.
002440     IF RR-RUN-DATE NOT = RN-RUN-DATE
002610     ELSE
002620         MOVE SPACES TO RN-DET-FLAG
002630     END-IF.
002631     MOVE SPACES TO RN-DET-RESTART-TEXT RN-DET-RESTART-JOB.
002632     IF RR-RESTARTED
002633         ADD 1 TO RN-CNT-RESTARTED
002634         IF RR-RESTART-JOB = SPACES
002635             MOVE "RESTARTED FROM START" TO RN-DET-RESTART-TEXT
002636         ELSE
002637             MOVE "RESTARTED AFTER JOB " TO RN-DET-RESTART-TEXT
002638             MOVE RR-RESTART-JOB         TO RN-DET-RESTART-JOB
002639         END-IF
002640     END-IF.
002641     WRITE RN-PRINT-LINE FROM RN-DETAIL-LINE.
002650     PERFORM 2100-MARK-SEEN
002660                                  THRU 2100-MARK-SEEN-EXIT
002670         VARYING RN-EXP-IX FROM 1 BY 1
003320         TO RN-TOT-TEXT.
003330     MOVE RN-CNT-MISSING TO RN-TOT-COUNT.
003340     WRITE RN-PRINT-LINE FROM RN-TOTAL-LINE.
003342     MOVE "RUNS RESTARTED. . . . . . . . . "
003344         TO RN-TOT-TEXT.
003346     MOVE RN-CNT-RESTARTED TO RN-TOT-COUNT.
003348     WRITE RN-PRINT-LINE FROM RN-TOTAL-LINE.
003350     IF RN-CNT-FLAGGED > ZERO OR RN-CNT-MISSING > ZERO
003360         SET RN-TROUBLE-YES TO TRUE
003370         DISPLAY "PILLRUNR - RUNS FLAGGED OR MISSING"
