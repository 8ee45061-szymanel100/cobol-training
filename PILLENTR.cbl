000110*  AND SEE THE PILLARS RESULT RIGHT AWAY, WITHOUT WRITING A     *
000120*  ONE-OFF CALLER PROGRAM OR RUNNING IT THROUGH THE BATCH        *
000130*  DRIVER FOR A SINGLE JOB.                                     *
000132*  THE KEYED FIGURES ARE CHECKED AGAINST THE ENGINEERING DESIGN *
000134*  LIMITS IN EFFECT TODAY FOR THE UNIT AND ANY LIMIT BROKEN IS  *
000136*  SHOWN AS A WARNING, MARKED HARD (THE BATCH EDIT WOULD REJECT *
000138*  THE JOB) OR SOFT.  THE ESTIMATE IS STILL WORKED OUT.         *
000140*                                                               *
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY                                         *
000372*  2026-09-03 RSM  CARRIED THE NEW PH-BATCH-ID (BLANK - SCREEN   *
000374*                  ENTRIES BELONG TO NO BATCH) AND MARKED THE    *
000376*                  RECORD NOT SUPERSEDED.                        *
000377*  2026-10-08 RSM  CHECKED THE KEYED JOB AGAINST THE DESIGN-     *
000378*                  LIMITS FILE AND SHOWED EACH LIMIT BROKEN AS A *
000379*                  HARD OR SOFT WARNING, WITH A LIMIT FLAG ON    *
000380*                  EVERY SCENARIO GRID LINE.                     *
000381*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  EVERY     *
000382*                  HISTORY RECORD WRITTEN IS ALSO WRITTEN TO     *
000383*                  THE ONLINE JOURNAL AS AN AFTER IMAGE.         *
000384*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A  *
000385*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.    *
000386*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    PILLENTR.
000410 AUTHOR.        R S MASON.
000510     SELECT PILLARS-HISTORY  ASSIGN TO "PILLHIST"
000520                              ORGANIZATION IS SEQUENTIAL
000530                              FILE STATUS IS PE-HISTORY-STATUS.
000531     SELECT DESIGN-LIMITS    ASSIGN TO "PILLDLIM"
000532                              ORGANIZATION IS INDEXED
000533                              ACCESS MODE IS SEQUENTIAL
000534                              RECORD KEY IS DL-KEY
000535                              FILE STATUS IS PE-LIM-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PILLARS-HISTORY
000580     RECORDING MODE IS F.
000590     COPY PILLHIST.
000593 FD  DESIGN-LIMITS.
000596     COPY PILLDLM.
000600
000610 WORKING-STORAGE SECTION.
000620*-----------------------------------------------------------------
000650 77  PE-MORE-JOBS-SW           PIC X(01)     VALUE 'Y'.
000660     88  PE-MORE-JOBS-YES      VALUE 'Y'.
000670     88  PE-MORE-JOBS-NO       VALUE 'N'.
000671 77  PE-LIM-EOF-SW             PIC X(01)     VALUE 'N'.
000672     88  PE-LIM-EOF-YES        VALUE 'Y'.
000673     88  PE-LIM-EOF-NO         VALUE 'N'.
000674 77  PE-FOUND-SW               PIC X(01)     VALUE 'N'.
000675     88  PE-FOUND-YES          VALUE 'Y'.
000676     88  PE-FOUND-NO           VALUE 'N'.
000680
000690*-----------------------------------------------------------------
000700*    OPERATOR REPLY TO THE "ANOTHER JOB" PROMPT AND A
000910         "  RESULT ".
000920     05  PE-GRID-RESULT            PIC ZZZZZZZ9.
000930     05  FILLER                    PIC X(02)   VALUE SPACES.
000933     05  PE-GRID-LIMIT             PIC X(04).
000936     05  FILLER                    PIC X(01)   VALUE SPACE.
000940     05  PE-GRID-MSG               PIC X(40).
000950
000960*-----------------------------------------------------------------
001000 77  PE-HISTORY-STATUS         PIC X(02).
001010     88  PE-HISTORY-STATUS-OK  VALUE '00'.
001020     88  PE-HISTORY-NOT-FOUND  VALUE '35'.
001021 77  PE-LIM-STATUS             PIC X(02).
001022     88  PE-LIM-STATUS-OK      VALUE '00'.
001023     88  PE-LIM-NOT-FOUND      VALUE '35'.
001024
001025*-----------------------------------------------------------------
001026*    DESIGN LIMITS IN EFFECT TODAY - ENTRY 1 FOR METRES, ENTRY 2
001027*    FOR FEET, PICKED THE SAME WAY THE BATCH EDIT PICKS THEM.  A
001028*    UNIT WITH NO SET IN EFFECT KEEPS ZERO LIMITS, WHICH ARE NOT
001029*    APPLIED.  THE LIMITS GROUP MUST STAY THE SAME LAYOUT AS
001030*    DL-LIMITS IN PILLDLM.CPY.
001031*-----------------------------------------------------------------
001032 77  PE-LIM-SUB                PIC S9(04)    VALUE ZERO COMP.
001033 01  PE-LIMIT-TABLE.
001034     05  PE-LIM-ENTRY          OCCURS 2 TIMES.
001035         10  PE-LIM-EFF-DATE       PIC 9(08).
001036         10  PE-LIM-LIMITS.
001037             15  PE-LIM-MIN-DIST       PIC 9(02)V99.
001038             15  PE-LIM-MIN-DIST-SEV   PIC X(01).
001039             15  PE-LIM-MAX-DIST       PIC 9(02)V99.
001040             15  PE-LIM-MAX-DIST-SEV   PIC X(01).
001041             15  PE-LIM-MAX-WIDTH      PIC 9(02)V99.
001042             15  PE-LIM-MAX-WIDTH-SEV  PIC X(01).
001043             15  PE-LIM-MAX-RATIO      PIC 9(03)V999.
001044             15  PE-LIM-MAX-RATIO-SEV  PIC X(01).
001045             15  PE-LIM-MAX-PILLARS    PIC 9(04).
001046             15  PE-LIM-MAX-PILL-SEV   PIC X(01).
001047
001048*-----------------------------------------------------------------
001049*    THE WARNING TEXT FOR EACH DESIGN-LIMIT CODE.  THE CODES ARE
001050*    THE DESIGN-LIMIT REASON CODES IN PILLREJ.CPY.
001051*-----------------------------------------------------------------
001052 01  PE-LIMIT-TEXT-VALUES.
001053     05  FILLER                PIC X(32)     VALUE
001054         "19SPACING BELOW DESIGN MINIMUM  ".
001055     05  FILLER                PIC X(32)     VALUE
001056         "20SPACING ABOVE DESIGN MAXIMUM  ".
001057     05  FILLER                PIC X(32)     VALUE
001058         "21WIDTH ABOVE DESIGN MAXIMUM    ".
001059     05  FILLER                PIC X(32)     VALUE
001060         "22WIDTH TO SPACING RATIO TOO BIG".
001061     05  FILLER                PIC X(32)     VALUE
001062         "23PILLARS ABOVE SECTION MAXIMUM ".
001063 01  PE-LIMIT-TEXT-TABLE REDEFINES PE-LIMIT-TEXT-VALUES.
001064     05  PE-LTX-ENTRY          OCCURS 5 TIMES
001065                               INDEXED BY PE-LTX-IX.
001066         10  PE-LTX-CODE           PIC X(02).
001067         10  PE-LTX-TEXT           PIC X(30).
001068
001069*-----------------------------------------------------------------
001070*    WORK FIELDS FOR ONE LIMIT CHECK AND THE WARNING LINES SHOWN
001071*    ON THE SCREEN - ONE LINE PER LIMIT BROKEN.  PE-WORST-SEV IS
001072*    'H' IF ANY HARD LIMIT WAS BROKEN, ELSE 'S' IF ANY SOFT ONE
001073*    WAS, FOR THE SCENARIO GRID'S LIMIT FLAG.
001074*-----------------------------------------------------------------
001075 77  PE-RATIO                  PIC 9(05)V999 VALUE ZERO.
001076 77  PE-BREACH-CODE            PIC X(02)     VALUE SPACES.
001077 77  PE-BREACH-SEV             PIC X(01)     VALUE SPACE.
001078     88  PE-BREACH-SOFT        VALUE 'S'.
001079 77  PE-WORST-SEV              PIC X(01)     VALUE SPACE.
001080 77  PE-WARN-COUNT             PIC 9(01)     VALUE ZERO.
001081 01  PE-WARN-LINES.
001082     05  PE-WARN-1             PIC X(50).
001083     05  PE-WARN-2             PIC X(50).
001084     05  PE-WARN-3             PIC X(50).
001085     05  PE-WARN-4             PIC X(50).
001086     05  PE-WARN-5             PIC X(50).
001087 01  PE-WARN-TABLE REDEFINES PE-WARN-LINES.
001088     05  PE-WARN-LINE          OCCURS 5 TIMES.
001089         10  PE-WARN-TEXT          PIC X(30).
001090         10  PE-WARN-SEV-TEXT      PIC X(20).
001091
001092*-----------------------------------------------------------------
001093*    TODAY'S DATE, USED ON EVERY PILLARS-HISTORY RECORD
001094*-----------------------------------------------------------------
001095 01  PE-RUN-DATE                PIC 9(08).
001096
001097*-----------------------------------------------------------------
001100*    PARAMETERS PASSED TO THE PILLARS SUBPROGRAM
001110*-----------------------------------------------------------------
001120 COPY PILLARLK.
001130
001131*-----------------------------------------------------------------
001132*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001133*-----------------------------------------------------------------
001134 COPY PILLSGLK.
001135
001140 SCREEN SECTION.
001150 01  PE-JOB-SCREEN.
001160     05  BLANK SCREEN.
001410 01  PE-ANOTHER-SCREEN.
001420     05  LINE 13 COL 01 VALUE "ANOTHER JOB? (Y/N) . . .".
001430     05  LINE 13 COL 25 PIC X(01) USING PE-ANOTHER-JOB.
001431 01  PE-LIMIT-SCREEN.
001432     05  LINE 15 COL 01 VALUE "DESIGN LIMITS. . . . . .".
001433     05  LINE 15 COL 25 PIC X(50) FROM PE-WARN-1.
001434     05  LINE 16 COL 25 PIC X(50) FROM PE-WARN-2.
001435     05  LINE 17 COL 25 PIC X(50) FROM PE-WARN-3.
001436     05  LINE 18 COL 25 PIC X(50) FROM PE-WARN-4.
001437     05  LINE 19 COL 25 PIC X(50) FROM PE-WARN-5.
001440
001450 PROCEDURE DIVISION.
001460
001470 0000-MAINLINE.
001473     PERFORM 9600-SIGN-ON
001476                                  THRU 9600-SIGN-ON-EXIT.
001480     OPEN EXTEND PILLARS-HISTORY.
001490     IF PE-HISTORY-NOT-FOUND
001500         OPEN OUTPUT PILLARS-HISTORY
001550         GO TO 9900-ABEND-RUN
001560     END-IF.
001570     ACCEPT PE-RUN-DATE FROM DATE YYYYMMDD.
001573     PERFORM 1200-LOAD-LIMITS
001576                                  THRU 1200-LOAD-LIMITS-EXIT.
001580     PERFORM 2000-PROCESS-JOB
001590                                  THRU 2000-PROCESS-JOB-EXIT
001600             UNTIL PE-MORE-JOBS-NO.
001610     CLOSE PILLARS-HISTORY.
001613     PERFORM 9630-SIGN-OFF
001616                                  THRU 9630-SIGN-OFF-EXIT.
001620     STOP RUN.
001630
001631*-----------------------------------------------------------------
001632*    1200-LOAD-LIMITS - PASS THE DESIGN-LIMITS FILE AND KEEP, FOR
001633*    EACH UNIT, THE LIMIT SET IN EFFECT TODAY.  A MISSING FILE
001634*    LEAVES EVERY LIMIT AT ZERO, AND EACH JOB THEN SAYS SO.
001635*-----------------------------------------------------------------
001636 1200-LOAD-LIMITS.
001637     MOVE ZEROS TO PE-LIMIT-TABLE.
001638     OPEN INPUT DESIGN-LIMITS.
001639     IF PE-LIM-NOT-FOUND
001640         GO TO 1200-LOAD-LIMITS-EXIT
001641     END-IF.
001642     IF NOT PE-LIM-STATUS-OK
001643         DISPLAY "PILLENTR - DESIGN-LIMITS OPEN FAILED, STATUS "
001644                 PE-LIM-STATUS
001645         GO TO 9900-ABEND-RUN
001646     END-IF.
001647     PERFORM 8200-READ-LIMIT
001648                                  THRU 8200-READ-LIMIT-EXIT.
001649     PERFORM 1210-LOAD-ONE-LIMIT
001650                                  THRU 1210-LOAD-ONE-LIMIT-EXIT
001651             UNTIL PE-LIM-EOF-YES.
001652     CLOSE DESIGN-LIMITS.
001653 1200-LOAD-LIMITS-EXIT.
001654     EXIT.
001655
001656*-----------------------------------------------------------------
001657*    1210-LOAD-ONE-LIMIT - KEEP THE CURRENT LIMIT SET IF IT IS IN
001658*    EFFECT TODAY AND LATER THAN THE ONE ALREADY HELD FOR ITS
001659*    UNIT, AND READ THE NEXT.
001660*-----------------------------------------------------------------
001661 1210-LOAD-ONE-LIMIT.
001662     EVALUATE TRUE
001663         WHEN DL-UOM-METERS
001664             MOVE 1 TO PE-LIM-SUB
001665         WHEN DL-UOM-FEET
001666             MOVE 2 TO PE-LIM-SUB
001667         WHEN OTHER
001668             GO TO 1210-LOAD-ONE-LIMIT-READ
001669     END-EVALUATE.
001670     IF DL-EFF-DATE NOT > PE-RUN-DATE
001671             AND DL-EFF-DATE NOT < PE-LIM-EFF-DATE (PE-LIM-SUB)
001672         MOVE DL-EFF-DATE TO PE-LIM-EFF-DATE (PE-LIM-SUB)
001673         MOVE DL-LIMITS   TO PE-LIM-LIMITS (PE-LIM-SUB)
001674     END-IF.
001675 1210-LOAD-ONE-LIMIT-READ.
001676     PERFORM 8200-READ-LIMIT
001677                                  THRU 8200-READ-LIMIT-EXIT.
001678 1210-LOAD-ONE-LIMIT-EXIT.
001679     EXIT.
001680
001681*-----------------------------------------------------------------
001682*    2000-PROCESS-JOB - ACCEPT ONE JOB SPEC, CALL PILLARS, SHOW
001683*    THE RESULT, AND ASK WHETHER TO GO AROUND AGAIN.
001684*-----------------------------------------------------------------
001685 2000-PROCESS-JOB.
001690     PERFORM 2100-INITIALIZE-JOB
001700                                  THRU 2100-INITIALIZE-JOB-EXIT.
001710     ACCEPT PE-JOB-SCREEN.
001850     PERFORM 2300-WRITE-HISTORY
001860                                  THRU 2300-WRITE-HISTORY-EXIT.
001870     DISPLAY PE-RESULT-SCREEN.
001871     PERFORM 2500-CHECK-LIMITS
001872                                  THRU 2500-CHECK-LIMITS-EXIT.
001873     IF PE-WARN-COUNT > ZERO
001874         DISPLAY PE-LIMIT-SCREEN
001875     END-IF.
001880 2000-PROCESS-JOB-ASK.
001890     ACCEPT PE-ANOTHER-SCREEN.
001900     IF PE-ANOTHER-JOB NOT = "Y" AND PE-ANOTHER-JOB NOT = "y"
002522     MOVE SPACES       TO PH-BATCH-ID.
002524     SET PH-SUPERSEDED-NO TO TRUE.
002530     WRITE PH-HISTORY-RECORD.
002531     IF PE-HISTORY-STATUS-OK
002532         MOVE 'E'               TO SG-ACTION
002533         MOVE PH-RUN-DATE       TO SG-KEY
002534         MOVE SPACES            TO SG-BEFORE
002535         MOVE PH-HISTORY-RECORD TO SG-AFTER
002536         PERFORM 9620-JOURNAL-CHANGE
002537                                  THRU 9620-JOURNAL-CHANGE-EXIT
002538     END-IF.
002540 2300-WRITE-HISTORY-EXIT.
002550     EXIT.
002560
002770         PERFORM 2300-WRITE-HISTORY
002780                                  THRU 2300-WRITE-HISTORY-EXIT
002790         DISPLAY PE-RESULT-SCREEN
002791         PERFORM 2500-CHECK-LIMITS
002792                                  THRU 2500-CHECK-LIMITS-EXIT
002793         IF PE-WARN-COUNT > ZERO
002794             DISPLAY PE-LIMIT-SCREEN
002795         END-IF
002800     END-IF.
002810 2400-RUN-SCENARIOS-EXIT.
002820     EXIT.
002950     MOVE PIL-DIST    TO PE-GRID-DIST.
002960     MOVE PIL-RESULT  TO PE-GRID-RESULT.
002970     MOVE PE-RESULT-MSG TO PE-GRID-MSG.
002971     PERFORM 2500-CHECK-LIMITS
002972                                  THRU 2500-CHECK-LIMITS-EXIT.
002973     EVALUATE PE-WORST-SEV
002974         WHEN 'H'
002975             MOVE "HARD" TO PE-GRID-LIMIT
002976         WHEN 'S'
002977             MOVE "SOFT" TO PE-GRID-LIMIT
002978         WHEN OTHER
002979             MOVE SPACES TO PE-GRID-LIMIT
002980     END-EVALUATE.
002981     DISPLAY PE-GRID-LINE.
002990 2450-SCENARIO-LINE-EXIT.
003000     EXIT.
003010
003011*-----------------------------------------------------------------
003012*    2500-CHECK-LIMITS - CHECK THE CURRENT FIGURES AGAINST THE
003013*    DESIGN LIMITS IN EFFECT FOR THE UNIT AND BUILD ONE WARNING
003014*    LINE PER LIMIT BROKEN.  A ZERO LIMIT IS NOT APPLIED, AND A
003015*    BAD UNIT IS LEFT TO THE PILLARS RESULT MESSAGE.
003016*-----------------------------------------------------------------
003017 2500-CHECK-LIMITS.
003018     MOVE ZERO   TO PE-WARN-COUNT.
003019     MOVE SPACE  TO PE-WORST-SEV.
003020     MOVE SPACES TO PE-WARN-LINES.
003021     EVALUATE TRUE
003022         WHEN PIL-UOM-METERS
003023             MOVE 1 TO PE-LIM-SUB
003024         WHEN PIL-UOM-FEET
003025             MOVE 2 TO PE-LIM-SUB
003026         WHEN OTHER
003027             GO TO 2500-CHECK-LIMITS-EXIT
003028     END-EVALUATE.
003029     IF PE-LIM-EFF-DATE (PE-LIM-SUB) = ZERO
003030         MOVE 1 TO PE-WARN-COUNT
003031         MOVE "NO DESIGN LIMITS IN EFFECT FOR THIS UNIT"
003032             TO PE-WARN-1
003033         GO TO 2500-CHECK-LIMITS-EXIT
003034     END-IF.
003035     IF PE-LIM-MIN-DIST (PE-LIM-SUB) > ZERO
003036             AND PIL-DIST < PE-LIM-MIN-DIST (PE-LIM-SUB)
003037         MOVE '19' TO PE-BREACH-CODE
003038         MOVE PE-LIM-MIN-DIST-SEV (PE-LIM-SUB) TO PE-BREACH-SEV
003039         PERFORM 2550-RECORD-BREACH
003040                                  THRU 2550-RECORD-BREACH-EXIT
003041     END-IF.
003042     IF PE-LIM-MAX-DIST (PE-LIM-SUB) > ZERO
003043             AND PIL-DIST > PE-LIM-MAX-DIST (PE-LIM-SUB)
003044         MOVE '20' TO PE-BREACH-CODE
003045         MOVE PE-LIM-MAX-DIST-SEV (PE-LIM-SUB) TO PE-BREACH-SEV
003046         PERFORM 2550-RECORD-BREACH
003047                                  THRU 2550-RECORD-BREACH-EXIT
003048     END-IF.
003049     IF PE-LIM-MAX-WIDTH (PE-LIM-SUB) > ZERO
003050             AND PIL-WIDTH > PE-LIM-MAX-WIDTH (PE-LIM-SUB)
003051         MOVE '21' TO PE-BREACH-CODE
003052         MOVE PE-LIM-MAX-WIDTH-SEV (PE-LIM-SUB) TO PE-BREACH-SEV
003053         PERFORM 2550-RECORD-BREACH
003054                                  THRU 2550-RECORD-BREACH-EXIT
003055     END-IF.
003056     IF PE-LIM-MAX-RATIO (PE-LIM-SUB) > ZERO AND PIL-DIST > ZERO
003057         COMPUTE PE-RATIO ROUNDED = PIL-WIDTH / PIL-DIST
003058         IF PE-RATIO > PE-LIM-MAX-RATIO (PE-LIM-SUB)
003059             MOVE '22' TO PE-BREACH-CODE
003060             MOVE PE-LIM-MAX-RATIO-SEV (PE-LIM-SUB)
003061               TO PE-BREACH-SEV
003062             PERFORM 2550-RECORD-BREACH
003063                                  THRU 2550-RECORD-BREACH-EXIT
003064         END-IF
003065     END-IF.
003066     IF PE-LIM-MAX-PILLARS (PE-LIM-SUB) > ZERO
003067             AND PIL-NUM-PILL > PE-LIM-MAX-PILLARS (PE-LIM-SUB)
003068         MOVE '23' TO PE-BREACH-CODE
003069         MOVE PE-LIM-MAX-PILL-SEV (PE-LIM-SUB) TO PE-BREACH-SEV
003070         PERFORM 2550-RECORD-BREACH
003071                                  THRU 2550-RECORD-BREACH-EXIT
003072     END-IF.
003073 2500-CHECK-LIMITS-EXIT.
003074     EXIT.
003075
003076*-----------------------------------------------------------------
003077*    2550-RECORD-BREACH - ADD ONE WARNING LINE FOR THE LIMIT JUST
003078*    BROKEN, MARKED HARD OR SOFT THE WAY THE BATCH EDIT WILL
003079*    TREAT IT - ANY SEVERITY OTHER THAN SOFT IS TAKEN AS HARD.
003080*-----------------------------------------------------------------
003081 2550-RECORD-BREACH.
003082     ADD 1 TO PE-WARN-COUNT.
003083     SET PE-LTX-IX TO 1.
003084     SEARCH PE-LTX-ENTRY
003085         AT END
003086             MOVE PE-BREACH-CODE TO PE-WARN-TEXT (PE-WARN-COUNT)
003087         WHEN PE-LTX-CODE (PE-LTX-IX) = PE-BREACH-CODE
003088             MOVE PE-LTX-TEXT (PE-LTX-IX)
003089               TO PE-WARN-TEXT (PE-WARN-COUNT)
003090     END-SEARCH.
003091     IF PE-BREACH-SOFT
003092         MOVE "- SOFT, WARNING ONLY"
003093             TO PE-WARN-SEV-TEXT (PE-WARN-COUNT)
003094         IF PE-WORST-SEV NOT = 'H'
003095             MOVE 'S' TO PE-WORST-SEV
003096         END-IF
003097     ELSE
003098         MOVE "- HARD, WILL REJECT"
003099             TO PE-WARN-SEV-TEXT (PE-WARN-COUNT)
003100         MOVE 'H' TO PE-WORST-SEV
003101     END-IF.
003102 2550-RECORD-BREACH-EXIT.
003103     EXIT.
003104
003105*-----------------------------------------------------------------
003106*    8200-READ-LIMIT - READ THE NEXT DESIGN-LIMIT SET IN KEY
003107*    ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
003108*-----------------------------------------------------------------
003109 8200-READ-LIMIT.
003110     READ DESIGN-LIMITS NEXT RECORD
003111         AT END
003112             SET PE-LIM-EOF-YES TO TRUE
003113     END-READ.
003114 8200-READ-LIMIT-EXIT.
003115     EXIT.
003116
003117*-----------------------------------------------------------------
003118*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
003119*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
003120*    OPENED.
003121*-----------------------------------------------------------------
003122 9600-SIGN-ON.
003123     MOVE "PILLENTR" TO SG-PROGRAM.
003124     SET SG-FUNC-SIGN-ON TO TRUE.
003125     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
003126                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
003127                           SG-STATUS.
003128     IF NOT SG-STATUS-OK
003129         DISPLAY "PILLENTR - OPERATOR NOT SIGNED ON - RUN STOPPED"
003130         GO TO 9900-ABEND-RUN
003131     END-IF.
003132 9600-SIGN-ON-EXIT.
003133     EXIT.
003134
003135*-----------------------------------------------------------------
003136*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
003137*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
003138*-----------------------------------------------------------------
003139 9620-JOURNAL-CHANGE.
003140     SET SG-FUNC-JOURNAL TO TRUE.
003141     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
003142                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
003143                           SG-STATUS.
003144 9620-JOURNAL-CHANGE-EXIT.
003145     EXIT.
003146
003147*-----------------------------------------------------------------
003148*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
003149*-----------------------------------------------------------------
003150 9630-SIGN-OFF.
003151     SET SG-FUNC-SIGN-OFF TO TRUE.
003152     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
003153                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
003154                           SG-STATUS.
003155 9630-SIGN-OFF-EXIT.
003156     EXIT.
003157
003158*-----------------------------------------------------------------
003159*    9900-ABEND-RUN - A FILE COULD NOT BE OPENED.  THE MESSAGE
003160*    HAS ALREADY BEEN DISPLAYED BY THE CALLER.
003161*    SIGN THE OPERATOR OFF AND STOP THE JOB.
003162*-----------------------------------------------------------------
003163 9900-ABEND-RUN.
003164     PERFORM 9630-SIGN-OFF
003165                                  THRU 9630-SIGN-OFF-EXIT.
003166     STOP RUN.
003167
003168 END PROGRAM PILLENTR.
