000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLJRPT                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-12                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - DAILY ONLINE-ACTIVITY REPORT OVER THE COMMON       *
000100*  ONLINE JOURNAL.  TAKES A JOURNAL DATE (YYYYMMDD) FROM SYSIN  *
000110*  - A BLANK CARD TAKES TODAY - AND LISTS EVERY SIGN-ON,        *
000120*  SIGN-OFF AND CHANGE JOURNALLED THAT DAY, OPERATOR BY         *
000130*  OPERATOR IN THE ORDER IT HAPPENED, WITH THE BEFORE AND       *
000140*  AFTER IMAGES OF EACH CHANGE.  A SEPARATE SECTION LISTS THE   *
000150*  REFUSED ACCESS ATTEMPTS - SIGN-ONS TURNED AWAY AND ACTIONS   *
000160*  NOT ALLOWED FOR THE OPERATOR'S ROLE - WITH THE REASON.  THE  *
000170*  FOOT CARRIES THE COUNT OF EACH KIND OF ENTRY.  A MISSING     *
000180*  JOURNAL PRINTS AN EMPTY REPORT.                              *
000190*                                                               *
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY                                         *
000220*  DATE       INIT DESCRIPTION                                  *
000230*  2026-10-12 RSM  ORIGINAL PROGRAM.                            *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    PILLJRPT.
000270 AUTHOR.        R S MASON.
000280 INSTALLATION.  STRUCTURAL ESTIMATING.
000290 DATE-WRITTEN.  2026-10-12.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ONLINE-JOURNAL   ASSIGN TO "PILLJRNL"
000380                              ORGANIZATION IS SEQUENTIAL
000390                              FILE STATUS IS OJ-JOURNAL-STATUS.
000400     SELECT ACTIVITY-REPORT  ASSIGN TO "PILLJRPO"
000410                              ORGANIZATION IS SEQUENTIAL
000420                              FILE STATUS IS OJ-REPORT-STATUS.
000430     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000440     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000450                              ORGANIZATION IS SEQUENTIAL
000460                              FILE STATUS IS OJ-REG-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ONLINE-JOURNAL
000510     RECORDING MODE IS F.
000520     COPY PILLJRN.
000530
000540 FD  ACTIVITY-REPORT
000550     RECORDING MODE IS F.
000560 01  OJ-PRINT-LINE             PIC X(132).
000570
000580 FD  RUN-REGISTRY
000590     RECORDING MODE IS F.
000600     COPY PILLRUN.
000610
000620*-----------------------------------------------------------------
000630*    SORT RECORD - SECTION 1 IS THE ACTIVITY, SECTION 2 THE
000640*    REFUSED ATTEMPTS.  THE JOURNAL SEQUENCE KEEPS ENTRIES MADE
000650*    IN THE SAME SECOND IN THE ORDER THEY WERE WRITTEN.
000660*-----------------------------------------------------------------
000670 SD  SORT-WORK.
000680 01  OX-SORT-RECORD.
000690     05  OX-SECTION                PIC 9(01).
000700         88  OX-SECTION-ACTIVITY   VALUE 1.
000710         88  OX-SECTION-REFUSED    VALUE 2.
000720     05  OX-OPER-ID                PIC X(08).
000730     05  OX-TIME                   PIC 9(06).
000740     05  OX-SEQUENCE               PIC 9(07).
000750     05  OX-PROGRAM                PIC X(08).
000760     05  OX-EVENT                  PIC X(01).
000770         88  OX-EVENT-SIGN-ON      VALUE 'S'.
000780         88  OX-EVENT-SIGN-OFF     VALUE 'E'.
000790         88  OX-EVENT-REFUSED      VALUE 'R'.
000800         88  OX-EVENT-CHANGE       VALUE 'C'.
000810     05  OX-ACTION                 PIC X(01).
000820     05  OX-KEY                    PIC X(30).
000830     05  OX-REASON                 PIC X(30).
000840     05  OX-BEFORE                 PIC X(100).
000850     05  OX-AFTER                  PIC X(100).
000860
000870 WORKING-STORAGE SECTION.
000880*-----------------------------------------------------------------
000890*    SWITCHES
000900*-----------------------------------------------------------------
000910 77  OJ-EOF-SW                 PIC X(01)     VALUE 'N'.
000920     88  OJ-EOF-YES            VALUE 'Y'.
000930     88  OJ-EOF-NO             VALUE 'N'.
000940 77  OJ-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
000950     88  OJ-SORT-EOF-YES       VALUE 'Y'.
000960     88  OJ-SORT-EOF-NO        VALUE 'N'.
000970
000980*-----------------------------------------------------------------
000990*    FILE STATUS FOR EACH FILE
001000*-----------------------------------------------------------------
001010 77  OJ-JOURNAL-STATUS         PIC X(02).
001020     88  OJ-JOURNAL-STATUS-OK  VALUE '00'.
001030     88  OJ-JOURNAL-NOT-FOUND  VALUE '35'.
001040 77  OJ-REPORT-STATUS          PIC X(02).
001050     88  OJ-REPORT-STATUS-OK   VALUE '00'.
001060
001070*-----------------------------------------------------------------
001080*    DATE CARD - THE JOURNAL DATE AS YYYYMMDD.  A BLANK CARD
001090*    TAKES TODAY; A KEYED CARD THAT IS NOT NUMERIC STOPS THE
001100*    RUN.
001110*-----------------------------------------------------------------
001120 01  OJ-DATE-CARD.
001130     05  OJ-DATE-X             PIC X(08)     VALUE SPACES.
001140     05  FILLER                PIC X(72)     VALUE SPACES.
001150 77  OJ-REPORT-DATE            PIC 9(08)     VALUE ZERO.
001160
001170*-----------------------------------------------------------------
001180*    CONTROL-BREAK FIELDS - THE SECTION AND OPERATOR LAST
001190*    PRINTED, AND THE ENTRIES COUNTED FOR THAT OPERATOR
001200*-----------------------------------------------------------------
001210 77  OJ-PREV-SECTION           PIC 9(01)     VALUE ZERO.
001220 77  OJ-PREV-OPER-ID           PIC X(08)     VALUE LOW-VALUES.
001230 77  OJ-OPER-SIGN-ONS          PIC 9(07)     VALUE ZERO COMP.
001240 77  OJ-OPER-CHANGES           PIC 9(07)     VALUE ZERO COMP.
001250
001260*-----------------------------------------------------------------
001270*    RUN COUNTERS FOR THE FOOT OF THE REPORT
001280*-----------------------------------------------------------------
001290 77  OJ-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001300 77  OJ-CNT-SELECTED           PIC 9(07)     VALUE ZERO COMP.
001310 77  OJ-CNT-SIGN-ONS           PIC 9(07)     VALUE ZERO COMP.
001320 77  OJ-CNT-SIGN-OFFS          PIC 9(07)     VALUE ZERO COMP.
001330 77  OJ-CNT-CHANGES            PIC 9(07)     VALUE ZERO COMP.
001340 77  OJ-CNT-REFUSED            PIC 9(07)     VALUE ZERO COMP.
001350 77  OJ-CNT-DISPLAY            PIC Z(06)9.
001360
001370*-----------------------------------------------------------------
001380*    REPORT LINES
001390*-----------------------------------------------------------------
001400 01  OJ-HEAD-LINE-1.
001410     05  FILLER                    PIC X(40)   VALUE
001420         "DAILY ONLINE ACTIVITY REPORT - DATE     ".
001430     05  OJ-HEAD-DATE              PIC 9999/99/99.
001440     05  FILLER                    PIC X(82)   VALUE SPACES.
001450
001460 01  OJ-HEAD-LINE-2.
001470     05  FILLER                    PIC X(08)   VALUE "TIME".
001480     05  FILLER                    PIC X(02)   VALUE SPACES.
001490     05  FILLER                    PIC X(08)   VALUE "OPERATOR".
001500     05  FILLER                    PIC X(02)   VALUE SPACES.
001510     05  FILLER                    PIC X(08)   VALUE "PROGRAM".
001520     05  FILLER                    PIC X(02)   VALUE SPACES.
001530     05  FILLER                    PIC X(08)   VALUE "ENTRY".
001540     05  FILLER                    PIC X(02)   VALUE SPACES.
001550     05  FILLER                    PIC X(06)   VALUE "ACTION".
001560     05  FILLER                    PIC X(02)   VALUE SPACES.
001570     05  FILLER                    PIC X(30)   VALUE "KEY".
001580     05  FILLER                    PIC X(02)   VALUE SPACES.
001590     05  FILLER                    PIC X(30)   VALUE "REASON".
001600     05  FILLER                    PIC X(22)   VALUE SPACES.
001610
001620 01  OJ-DETAIL-LINE.
001630     05  OJ-DET-TIME               PIC 99/99/99.
001640     05  FILLER                    PIC X(02)   VALUE SPACES.
001650     05  OJ-DET-OPER-ID            PIC X(08).
001660     05  FILLER                    PIC X(02)   VALUE SPACES.
001670     05  OJ-DET-PROGRAM            PIC X(08).
001680     05  FILLER                    PIC X(02)   VALUE SPACES.
001690     05  OJ-DET-EVENT              PIC X(08).
001700     05  FILLER                    PIC X(04)   VALUE SPACES.
001710     05  OJ-DET-ACTION             PIC X(01).
001720     05  FILLER                    PIC X(03)   VALUE SPACES.
001730     05  OJ-DET-KEY                PIC X(30).
001740     05  FILLER                    PIC X(02)   VALUE SPACES.
001750     05  OJ-DET-REASON             PIC X(30).
001760     05  FILLER                    PIC X(22)   VALUE SPACES.
001770
001780 01  OJ-IMAGE-LINE.
001790     05  FILLER                    PIC X(10)   VALUE SPACES.
001800     05  OJ-IMG-LABEL              PIC X(08).
001810     05  OJ-IMG-DATA               PIC X(100).
001820     05  FILLER                    PIC X(14)   VALUE SPACES.
001830
001840 01  OJ-SECTION-LINE.
001850     05  OJ-SEC-TEXT               PIC X(52).
001860     05  FILLER                    PIC X(80)   VALUE SPACES.
001870
001880 01  OJ-OPERATOR-LINE.
001890     05  FILLER                    PIC X(09)   VALUE
001900         "OPERATOR ".
001910     05  OJ-OPL-OPER-ID            PIC X(08).
001920     05  FILLER                    PIC X(115)  VALUE SPACES.
001930
001940 01  OJ-OPER-TOTAL-LINE.
001950     05  FILLER                    PIC X(10)   VALUE SPACES.
001960     05  FILLER                    PIC X(12)   VALUE
001970         "SIGN-ONS    ".
001980     05  OJ-OPT-SIGN-ONS           PIC Z(06)9.
001990     05  FILLER                    PIC X(04)   VALUE SPACES.
002000     05  FILLER                    PIC X(12)   VALUE
002010         "CHANGES     ".
002020     05  OJ-OPT-CHANGES            PIC Z(06)9.
002030     05  FILLER                    PIC X(80)   VALUE SPACES.
002040
002050 01  OJ-TOTAL-LINE.
002060     05  OJ-TOT-TEXT               PIC X(40).
002070     05  OJ-TOT-COUNT              PIC Z(06)9.
002080     05  FILLER                    PIC X(85)   VALUE SPACES.
002090
002100 01  OJ-SPACE-LINE                 PIC X(132)  VALUE SPACES.
002110
002120*-----------------------------------------------------------------
002130*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
002140*    THIS RUN APPENDS AT END OF JOB
002150*-----------------------------------------------------------------
002160 77  OJ-REG-STATUS             PIC X(02).
002170     88  OJ-REG-STATUS-OK      VALUE '00'.
002180     88  OJ-REG-NOT-FOUND      VALUE '35'.
002190 77  OJ-REG-DATE               PIC 9(08)     VALUE ZERO.
002200 01  OJ-TIME-WORK.
002210     05  OJ-TIME-HHMMSS        PIC 9(06).
002220     05  FILLER                PIC 9(02).
002230
002240 PROCEDURE DIVISION.
002250
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE
002280                                  THRU 1000-INITIALIZE-EXIT.
002290     SORT SORT-WORK
002300         ON ASCENDING KEY OX-SECTION
002310                          OX-OPER-ID
002320                          OX-TIME
002330                          OX-SEQUENCE
002340         INPUT PROCEDURE IS 2000-SELECT-ENTRIES
002350                                  THRU 2000-SELECT-ENTRIES-EXIT
002360         OUTPUT PROCEDURE IS 3000-PRINT-REPORT
002370                                  THRU 3000-PRINT-REPORT-EXIT.
002380     PERFORM 6000-PRINT-TOTALS
002390                                  THRU 6000-PRINT-TOTALS-EXIT.
002400     PERFORM 9999-TERMINATE
002410                                  THRU 9999-TERMINATE-EXIT.
002420     STOP RUN.
002430
002440*-----------------------------------------------------------------
002450*    1000-INITIALIZE - PICK UP AND CHECK THE DATE CARD, OPEN
002460*    THE REPORT AND PRINT THE HEADINGS.  THE JOURNAL IS OPENED
002470*    BY THE SELECTION PASS.
002480*-----------------------------------------------------------------
002490 1000-INITIALIZE.
002500     ACCEPT OJ-DATE-CARD.
002510     IF OJ-DATE-X = SPACES
002520         ACCEPT OJ-REPORT-DATE FROM DATE YYYYMMDD
002530     ELSE
002540         IF OJ-DATE-X IS NUMERIC
002550             MOVE OJ-DATE-X TO OJ-REPORT-DATE
002560         ELSE
002570             DISPLAY "PILLJRPT - DATE CARD NOT NUMERIC - RUN "
002580                     "STOPPED"
002590             MOVE 8 TO RETURN-CODE
002600             GO TO 9900-ABEND-RUN
002610         END-IF
002620     END-IF.
002630     OPEN OUTPUT ACTIVITY-REPORT.
002640     IF NOT OJ-REPORT-STATUS-OK
002650         DISPLAY "PILLJRPT - ACTIVITY-REPORT OPEN FAILED, STATUS "
002660                 OJ-REPORT-STATUS
002670         GO TO 9900-ABEND-RUN
002680     END-IF.
002690     MOVE OJ-REPORT-DATE TO OJ-HEAD-DATE.
002700     WRITE OJ-PRINT-LINE FROM OJ-HEAD-LINE-1.
002710     WRITE OJ-PRINT-LINE FROM OJ-SPACE-LINE.
002720     WRITE OJ-PRINT-LINE FROM OJ-HEAD-LINE-2.
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002750
002760*-----------------------------------------------------------------
002770*    2000-SELECT-ENTRIES - SORT INPUT PROCEDURE.  PASSES THE
002780*    JOURNAL AND RELEASES EVERY ENTRY MADE ON THE REPORT DATE.
002790*    A MISSING JOURNAL RELEASES NOTHING.
002800*-----------------------------------------------------------------
002810 2000-SELECT-ENTRIES.
002820     OPEN INPUT ONLINE-JOURNAL.
002830     IF OJ-JOURNAL-NOT-FOUND
002840         GO TO 2000-SELECT-ENTRIES-EXIT
002850     END-IF.
002860     IF NOT OJ-JOURNAL-STATUS-OK
002870         DISPLAY "PILLJRPT - ONLINE-JOURNAL OPEN FAILED, STATUS "
002880                 OJ-JOURNAL-STATUS
002890         GO TO 9900-ABEND-RUN
002900     END-IF.
002910     PERFORM 8000-READ-JOURNAL
002920                                  THRU 8000-READ-JOURNAL-EXIT.
002930     PERFORM 2100-SELECT-ONE
002940                                  THRU 2100-SELECT-ONE-EXIT
002950             UNTIL OJ-EOF-YES.
002960     CLOSE ONLINE-JOURNAL.
002970 2000-SELECT-ENTRIES-EXIT.
002980     EXIT.
002990
003000*-----------------------------------------------------------------
003010*    2100-SELECT-ONE - RELEASE THE CURRENT JOURNAL ENTRY IF IT
003020*    WAS MADE ON THE REPORT DATE, INTO THE REFUSED SECTION IF
003030*    IT IS A REFUSAL, AND READ THE NEXT ONE.
003040*-----------------------------------------------------------------
003050 2100-SELECT-ONE.
003060     ADD 1 TO OJ-CNT-READ.
003070     IF JR-DATE NOT = OJ-REPORT-DATE
003080         GO TO 2100-SELECT-ONE-READ
003090     END-IF.
003100     ADD 1 TO OJ-CNT-SELECTED.
003110     IF JR-EVENT-REFUSED
003120         SET OX-SECTION-REFUSED TO TRUE
003130     ELSE
003140         SET OX-SECTION-ACTIVITY TO TRUE
003150     END-IF.
003160     MOVE JR-OPER-ID      TO OX-OPER-ID.
003170     MOVE JR-TIME         TO OX-TIME.
003180     MOVE OJ-CNT-READ     TO OX-SEQUENCE.
003190     MOVE JR-PROGRAM      TO OX-PROGRAM.
003200     MOVE JR-EVENT        TO OX-EVENT.
003210     MOVE JR-ACTION       TO OX-ACTION.
003220     MOVE JR-KEY          TO OX-KEY.
003230     MOVE JR-REASON       TO OX-REASON.
003240     MOVE JR-BEFORE       TO OX-BEFORE.
003250     MOVE JR-AFTER        TO OX-AFTER.
003260     RELEASE OX-SORT-RECORD.
003270 2100-SELECT-ONE-READ.
003280     PERFORM 8000-READ-JOURNAL
003290                                  THRU 8000-READ-JOURNAL-EXIT.
003300 2100-SELECT-ONE-EXIT.
003310     EXIT.
003320
003330*-----------------------------------------------------------------
003340*    3000-PRINT-REPORT - SORT OUTPUT PROCEDURE.  RETURNS THE
003350*    ACTIVITY OPERATOR BY OPERATOR, THEN THE REFUSED ATTEMPTS,
003360*    AND PRINTS EACH ENTRY UNDER ITS SECTION AND OPERATOR.
003370*-----------------------------------------------------------------
003380 3000-PRINT-REPORT.
003390     PERFORM 8100-RETURN-ENTRY
003400                                  THRU 8100-RETURN-ENTRY-EXIT.
003410     PERFORM 3100-PRINT-ONE
003420                                  THRU 3100-PRINT-ONE-EXIT
003430             UNTIL OJ-SORT-EOF-YES.
003440     IF OJ-PREV-SECTION = ZERO
003450         PERFORM 3150-START-ACTIVITY
003460                                  THRU 3150-START-ACTIVITY-EXIT
003470         MOVE "    NO ONLINE ACTIVITY WAS JOURNALLED"
003480             TO OJ-SEC-TEXT
003490         WRITE OJ-PRINT-LINE FROM OJ-SECTION-LINE
003500     END-IF.
003510     IF OJ-PREV-SECTION = 1
003520         PERFORM 3400-OPERATOR-TOTAL
003530                                  THRU 3400-OPERATOR-TOTAL-EXIT
003540     END-IF.
003550     IF OJ-PREV-SECTION NOT = 2
003560         PERFORM 3200-START-REFUSED
003570                                  THRU 3200-START-REFUSED-EXIT
003580         MOVE "    NO ACCESS ATTEMPTS WERE REFUSED"
003590             TO OJ-SEC-TEXT
003600         WRITE OJ-PRINT-LINE FROM OJ-SECTION-LINE
003610     END-IF.
003620 3000-PRINT-REPORT-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------------
003660*    3100-PRINT-ONE - TAKE ANY SECTION OR OPERATOR BREAK, PRINT
003670*    THE CURRENT ENTRY, ADD IT TO THE COUNTS AND RETURN THE
003680*    NEXT.  A CHANGE IS FOLLOWED BY ITS BEFORE AND AFTER IMAGES.
003690*-----------------------------------------------------------------
003700 3100-PRINT-ONE.
003710     IF OX-SECTION NOT = OJ-PREV-SECTION
003720         IF OJ-PREV-SECTION = 1
003730             PERFORM 3400-OPERATOR-TOTAL
003740                                  THRU 3400-OPERATOR-TOTAL-EXIT
003750         END-IF
003760         IF OX-SECTION-ACTIVITY
003770             PERFORM 3150-START-ACTIVITY
003780                                  THRU 3150-START-ACTIVITY-EXIT
003790         ELSE
003800             IF OJ-PREV-SECTION = ZERO
003810                 PERFORM 3150-START-ACTIVITY
003820                                  THRU 3150-START-ACTIVITY-EXIT
003830                 MOVE "    NO ONLINE ACTIVITY WAS JOURNALLED"
003840                     TO OJ-SEC-TEXT
003850                 WRITE OJ-PRINT-LINE FROM OJ-SECTION-LINE
003860             END-IF
003870             PERFORM 3200-START-REFUSED
003880                                  THRU 3200-START-REFUSED-EXIT
003890         END-IF
003900     END-IF.
003910     IF OX-SECTION-ACTIVITY AND OX-OPER-ID NOT = OJ-PREV-OPER-ID
003920         IF OJ-PREV-OPER-ID NOT = LOW-VALUES
003930             PERFORM 3400-OPERATOR-TOTAL
003940                                  THRU 3400-OPERATOR-TOTAL-EXIT
003950         END-IF
003960         PERFORM 3300-START-OPERATOR
003970                                  THRU 3300-START-OPERATOR-EXIT
003980     END-IF.
003990     MOVE OX-TIME         TO OJ-DET-TIME.
004000     MOVE OX-OPER-ID      TO OJ-DET-OPER-ID.
004010     MOVE OX-PROGRAM      TO OJ-DET-PROGRAM.
004020     MOVE OX-ACTION       TO OJ-DET-ACTION.
004030     MOVE OX-KEY          TO OJ-DET-KEY.
004040     MOVE OX-REASON       TO OJ-DET-REASON.
004050     EVALUATE TRUE
004060         WHEN OX-EVENT-SIGN-ON
004070             MOVE "SIGN-ON"  TO OJ-DET-EVENT
004080             ADD 1 TO OJ-CNT-SIGN-ONS OJ-OPER-SIGN-ONS
004090         WHEN OX-EVENT-SIGN-OFF
004100             MOVE "SIGN-OFF" TO OJ-DET-EVENT
004110             ADD 1 TO OJ-CNT-SIGN-OFFS
004120         WHEN OX-EVENT-CHANGE
004130             MOVE "CHANGE"   TO OJ-DET-EVENT
004140             ADD 1 TO OJ-CNT-CHANGES OJ-OPER-CHANGES
004150         WHEN OX-EVENT-REFUSED
004160             MOVE "REFUSED"  TO OJ-DET-EVENT
004170             ADD 1 TO OJ-CNT-REFUSED
004180         WHEN OTHER
004190             MOVE "UNKNOWN"  TO OJ-DET-EVENT
004200     END-EVALUATE.
004210     WRITE OJ-PRINT-LINE FROM OJ-DETAIL-LINE.
004220     IF OX-EVENT-CHANGE
004230         MOVE "BEFORE"  TO OJ-IMG-LABEL
004240         MOVE OX-BEFORE TO OJ-IMG-DATA
004250         IF OX-BEFORE = SPACES
004260             MOVE "(NEW RECORD)" TO OJ-IMG-DATA
004270         END-IF
004280         WRITE OJ-PRINT-LINE FROM OJ-IMAGE-LINE
004290         MOVE "AFTER"   TO OJ-IMG-LABEL
004300         MOVE OX-AFTER  TO OJ-IMG-DATA
004310         WRITE OJ-PRINT-LINE FROM OJ-IMAGE-LINE
004320     END-IF.
004330     MOVE OX-SECTION TO OJ-PREV-SECTION.
004340     PERFORM 8100-RETURN-ENTRY
004350                                  THRU 8100-RETURN-ENTRY-EXIT.
004360 3100-PRINT-ONE-EXIT.
004370     EXIT.
004380
004390*-----------------------------------------------------------------
004400*    3150-START-ACTIVITY - HEADING FOR THE ACTIVITY SECTION.
004410*-----------------------------------------------------------------
004420 3150-START-ACTIVITY.
004430     WRITE OJ-PRINT-LINE FROM OJ-SPACE-LINE.
004440     MOVE "ONLINE ACTIVITY BY OPERATOR" TO OJ-SEC-TEXT.
004450     WRITE OJ-PRINT-LINE FROM OJ-SECTION-LINE.
004460 3150-START-ACTIVITY-EXIT.
004470     EXIT.
004480
004490*-----------------------------------------------------------------
004500*    3200-START-REFUSED - HEADING FOR THE REFUSED SECTION.
004510*-----------------------------------------------------------------
004520 3200-START-REFUSED.
004530     WRITE OJ-PRINT-LINE FROM OJ-SPACE-LINE.
004540     MOVE "REFUSED ACCESS ATTEMPTS" TO OJ-SEC-TEXT.
004550     WRITE OJ-PRINT-LINE FROM OJ-SECTION-LINE.
004560 3200-START-REFUSED-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600*    3300-START-OPERATOR - OPERATOR HEADING AT THE START OF EACH
004610*    OPERATOR'S ACTIVITY, AND CLEAR THE OPERATOR COUNTS.
004620*-----------------------------------------------------------------
004630 3300-START-OPERATOR.
004640     WRITE OJ-PRINT-LINE FROM OJ-SPACE-LINE.
004650     MOVE OX-OPER-ID TO OJ-OPL-OPER-ID.
004660     WRITE OJ-PRINT-LINE FROM OJ-OPERATOR-LINE.
004670     MOVE OX-OPER-ID TO OJ-PREV-OPER-ID.
004680     MOVE ZERO TO OJ-OPER-SIGN-ONS OJ-OPER-CHANGES.
004690 3300-START-OPERATOR-EXIT.
004700     EXIT.
004710
004720*-----------------------------------------------------------------
004730*    3400-OPERATOR-TOTAL - SIGN-ONS AND CHANGES FOR THE OPERATOR
004740*    JUST FINISHED.
004750*-----------------------------------------------------------------
004760 3400-OPERATOR-TOTAL.
004770     MOVE OJ-OPER-SIGN-ONS TO OJ-OPT-SIGN-ONS.
004780     MOVE OJ-OPER-CHANGES  TO OJ-OPT-CHANGES.
004790     WRITE OJ-PRINT-LINE FROM OJ-OPER-TOTAL-LINE.
004800 3400-OPERATOR-TOTAL-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------------
004840*    6000-PRINT-TOTALS - COUNT OF EACH KIND OF ENTRY FOR THE DAY.
004850*-----------------------------------------------------------------
004860 6000-PRINT-TOTALS.
004870     WRITE OJ-PRINT-LINE FROM OJ-SPACE-LINE.
004880     MOVE "DAY TOTALS" TO OJ-SEC-TEXT.
004890     WRITE OJ-PRINT-LINE FROM OJ-SECTION-LINE.
004900     MOVE "SIGN-ONS . . . . . . . . . . . . . . . "
004910         TO OJ-TOT-TEXT.
004920     MOVE OJ-CNT-SIGN-ONS TO OJ-TOT-COUNT.
004930     WRITE OJ-PRINT-LINE FROM OJ-TOTAL-LINE.
004940     MOVE "SIGN-OFFS. . . . . . . . . . . . . . . "
004950         TO OJ-TOT-TEXT.
004960     MOVE OJ-CNT-SIGN-OFFS TO OJ-TOT-COUNT.
004970     WRITE OJ-PRINT-LINE FROM OJ-TOTAL-LINE.
004980     MOVE "CHANGES TAKEN. . . . . . . . . . . . . "
004990         TO OJ-TOT-TEXT.
005000     MOVE OJ-CNT-CHANGES TO OJ-TOT-COUNT.
005010     WRITE OJ-PRINT-LINE FROM OJ-TOTAL-LINE.
005020     MOVE "REFUSED ACCESS ATTEMPTS. . . . . . . . "
005030         TO OJ-TOT-TEXT.
005040     MOVE OJ-CNT-REFUSED TO OJ-TOT-COUNT.
005050     WRITE OJ-PRINT-LINE FROM OJ-TOTAL-LINE.
005060 6000-PRINT-TOTALS-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100*    8000-READ-JOURNAL - READ THE NEXT JOURNAL ENTRY, SETTING
005110*    THE EOF SWITCH WHEN THE JOURNAL IS EXHAUSTED.
005120*-----------------------------------------------------------------
005130 8000-READ-JOURNAL.
005140     READ ONLINE-JOURNAL
005150         AT END
005160             SET OJ-EOF-YES TO TRUE
005170     END-READ.
005180 8000-READ-JOURNAL-EXIT.
005190     EXIT.
005200
005210*-----------------------------------------------------------------
005220*    8100-RETURN-ENTRY - RETURN THE NEXT SORTED ENTRY, SETTING
005230*    THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
005240*-----------------------------------------------------------------
005250 8100-RETURN-ENTRY.
005260     RETURN SORT-WORK
005270         AT END
005280             SET OJ-SORT-EOF-YES TO TRUE
005290     END-RETURN.
005300 8100-RETURN-ENTRY-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------------
005340*    9999-TERMINATE - CLOSE THE REPORT, PUT THE RUN COUNTS ON
005350*    THE JOB LOG AND REGISTER THE RUN.
005360*-----------------------------------------------------------------
005370 9999-TERMINATE.
005380     CLOSE ACTIVITY-REPORT.
005390     MOVE OJ-CNT-SELECTED TO OJ-CNT-DISPLAY.
005400     DISPLAY "PILLJRPT - ENTRIES LISTED . . . " OJ-CNT-DISPLAY.
005410     MOVE OJ-CNT-REFUSED TO OJ-CNT-DISPLAY.
005420     DISPLAY "PILLJRPT - REFUSED ATTEMPTS . . " OJ-CNT-DISPLAY.
005430     PERFORM 9500-WRITE-REGISTRY
005440                                  THRU 9500-WRITE-REGISTRY-EXIT.
005450 9999-TERMINATE-EXIT.
005460     EXIT.
005470
005480*-----------------------------------------------------------------
005490*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
005500*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
005510*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
005520*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
005530*-----------------------------------------------------------------
005540 9500-WRITE-REGISTRY.
005550     OPEN EXTEND RUN-REGISTRY.
005560     IF OJ-REG-NOT-FOUND
005570         OPEN OUTPUT RUN-REGISTRY
005580     END-IF.
005590     IF NOT OJ-REG-STATUS-OK
005600         DISPLAY "PILLJRPT - RUN-REGISTRY OPEN FAILED, STATUS "
005610                 OJ-REG-STATUS
005620         GO TO 9500-WRITE-REGISTRY-EXIT
005630     END-IF.
005640     MOVE "PILLJRPT" TO RR-PROGRAM-ID.
005650     ACCEPT OJ-REG-DATE FROM DATE YYYYMMDD.
005660     MOVE OJ-REG-DATE TO RR-RUN-DATE.
005670     ACCEPT OJ-TIME-WORK FROM TIME.
005680     MOVE OJ-TIME-HHMMSS TO RR-RUN-TIME.
005690     COMPUTE RR-CNT-READ = OJ-CNT-READ.
005700     COMPUTE RR-CNT-WRITTEN = OJ-CNT-SELECTED.
005710     MOVE RETURN-CODE TO RR-RETURN-CODE.
005720     MOVE 'Y' TO RR-BALANCE-FLAG.
005730     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005740     WRITE RR-REGISTRY-RECORD.
005750     CLOSE RUN-REGISTRY.
005760 9500-WRITE-REGISTRY-EXIT.
005770     EXIT.
005780
005790*-----------------------------------------------------------------
005800*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
005810*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
005820*-----------------------------------------------------------------
005830 9900-ABEND-RUN.
005840     STOP RUN.
005850
005860 END PROGRAM PILLJRPT.
