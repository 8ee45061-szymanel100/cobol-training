000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLPLAN                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-28                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - POUR PLANNING RUN OVER THE POUR-SCHEDULE FILE.     *
000100*  LOADS THE CREW CALENDAR AND THE START AND REQUESTED FINISH   *
000110*  DATE OF EACH JOB, THEN TAKES THE STAGES OF EVERY JOB IN      *
000120*  START-DATE ORDER AND BOOKS EACH STAGE'S POURS ONTO THE       *
000130*  WORKING DAYS FROM THE JOB'S START DATE ON, NEVER PAST A      *
000140*  DAY'S CAPACITY AND NEVER ON A NON-WORKING DAY.  A STAGE TOO  *
000150*  BIG FOR THE ROOM LEFT ON A DAY RUNS ON TO THE NEXT WORKING   *
000160*  DAY, AND EACH STAGE STARTS WHERE THE ONE BEFORE IT FINISHED, *
000170*  SO EARLIER JOBS HAVE FIRST CALL ON THE CREWS.  EVERY DAY A   *
000180*  STAGE IS POURED ON GETS A RECORD ON THE DATED POUR PLAN.     *
000190*  THE REPORT SHOWS EACH JOB'S FIRST AND LAST POUR AGAINST ITS  *
000200*  REQUESTED FINISH, FLAGGING ANY JOB THAT SLIPS PAST IT OR     *
000210*  RUNS OFF THE END OF THE CALENDAR, THEN THE LOADING OF EVERY  *
000220*  DAY IN THE PLAN WITH THE DAYS AT OR OVER CAPACITY FLAGGED.   *
000230*  SCHEDULE LINES FOR A JOB WITH NO START DATE ARE NOT PLANNED  *
000240*  AND ARE LISTED AS EXCEPTIONS.                                *
000250*                                                               *
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY                                         *
000280*  DATE       INIT DESCRIPTION                                  *
000290*  2026-09-28 RSM  ORIGINAL PROGRAM.                            *
000292*  2026-10-01 RSM  CLEARED THE NEW RESTART FIELDS ON THE RUN-   *
000294*                  REGISTRY RECORD, WHICH ONLY THE BATCH DRIVER *
000296*                  SETS.                                        *
000297*  2026-10-15 RSM  LOOKED UP THE START-DATE TABLE BY A WORKING- *
000298*                  STORAGE KEY, NOT THE CLOSED START FILE'S     *
000299*                  RECORD AREA.                                 *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.    PILLPLAN.
000330 AUTHOR.        R S MASON.
000340 INSTALLATION.  STRUCTURAL ESTIMATING.
000350 DATE-WRITTEN.  2026-09-28.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SCHEDULE-FILE    ASSIGN TO "PILLSCHF"
000440                              ORGANIZATION IS SEQUENTIAL
000450                              FILE STATUS IS PN-SCHED-STATUS.
000460     SELECT CREW-CALENDAR    ASSIGN TO "PILLCALF"
000470                              ORGANIZATION IS SEQUENTIAL
000480                              FILE STATUS IS PN-CAL-STATUS.
000490     SELECT JOB-STARTS       ASSIGN TO "PILLJSTF"
000500                              ORGANIZATION IS SEQUENTIAL
000510                              FILE STATUS IS PN-JST-STATUS.
000520     SELECT POUR-PLAN        ASSIGN TO "PILLPLNF"
000530                              ORGANIZATION IS SEQUENTIAL
000540                              FILE STATUS IS PN-PLAN-STATUS.
000550     SELECT PLAN-REPORT      ASSIGN TO "PILLPLNO"
000560                              ORGANIZATION IS SEQUENTIAL
000570                              FILE STATUS IS PN-REPORT-STATUS.
000580     SELECT EXCEPTION-WORK   ASSIGN TO "PLANWK01"
000590                              ORGANIZATION IS SEQUENTIAL
000600                              FILE STATUS IS PN-EXC-STATUS.
000610     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000620     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000630                              ORGANIZATION IS SEQUENTIAL
000640                              FILE STATUS IS PN-REG-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  SCHEDULE-FILE
000690     RECORDING MODE IS F.
000700     COPY PILLSCH.
000710
000720 FD  CREW-CALENDAR
000730     RECORDING MODE IS F.
000740     COPY PILLCAL.
000750
000760 FD  JOB-STARTS
000770     RECORDING MODE IS F.
000780     COPY PILLJST.
000790
000800 FD  POUR-PLAN
000810     RECORDING MODE IS F.
000820     COPY PILLPLN.
000830
000840 FD  PLAN-REPORT
000850     RECORDING MODE IS F.
000860 01  PN-PRINT-LINE             PIC X(132).
000870
000880 FD  EXCEPTION-WORK
000890     RECORDING MODE IS F.
000900 01  PN-EXC-RECORD.
000910     05  PN-EXC-JOB-ID             PIC X(06).
000920     05  PN-EXC-REASON             PIC X(40).
000930
000940 FD  RUN-REGISTRY
000950     RECORDING MODE IS F.
000960     COPY PILLRUN.
000970
000980 SD  SORT-WORK.
000990 01  SP-SORT-RECORD.
001000     05  SP-START-DATE             PIC 9(08).
001010     05  SP-JOB-ID                 PIC X(06).
001020     05  SP-STAGE                  PIC 9(08).
001030     05  SP-STAGE-COUNT            PIC 9(16).
001040     05  SP-FINISH-DATE            PIC 9(08).
001050
001060 WORKING-STORAGE SECTION.
001070*-----------------------------------------------------------------
001080*    SWITCHES
001090*-----------------------------------------------------------------
001100 77  PN-EOF-SW                 PIC X(01)     VALUE 'N'.
001110     88  PN-EOF-YES            VALUE 'Y'.
001120     88  PN-EOF-NO             VALUE 'N'.
001130 77  PN-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
001140     88  PN-SORT-EOF-YES       VALUE 'Y'.
001150     88  PN-SORT-EOF-NO        VALUE 'N'.
001160 77  PN-CAL-EOF-SW             PIC X(01)     VALUE 'N'.
001170     88  PN-CAL-EOF-YES        VALUE 'Y'.
001180     88  PN-CAL-EOF-NO         VALUE 'N'.
001190 77  PN-JST-EOF-SW             PIC X(01)     VALUE 'N'.
001200     88  PN-JST-EOF-YES        VALUE 'Y'.
001210     88  PN-JST-EOF-NO         VALUE 'N'.
001220 77  PN-EXC-EOF-SW             PIC X(01)     VALUE 'N'.
001230     88  PN-EXC-EOF-YES        VALUE 'Y'.
001240     88  PN-EXC-EOF-NO         VALUE 'N'.
001250 77  PN-FOUND-SW               PIC X(01)     VALUE 'N'.
001260     88  PN-FOUND-YES          VALUE 'Y'.
001270     88  PN-FOUND-NO           VALUE 'N'.
001280 77  PN-FIRST-SW               PIC X(01)     VALUE 'Y'.
001290     88  PN-FIRST-YES          VALUE 'Y'.
001300     88  PN-FIRST-NO           VALUE 'N'.
001310 77  PN-BEYOND-SW              PIC X(01)     VALUE 'N'.
001320     88  PN-BEYOND-YES         VALUE 'Y'.
001330     88  PN-BEYOND-NO          VALUE 'N'.
001340
001350*-----------------------------------------------------------------
001360*    FILE STATUS FOR EACH FILE
001370*-----------------------------------------------------------------
001380 77  PN-SCHED-STATUS           PIC X(02).
001390     88  PN-SCHED-STATUS-OK    VALUE '00'.
001400 77  PN-CAL-STATUS             PIC X(02).
001410     88  PN-CAL-STATUS-OK      VALUE '00'.
001420 77  PN-JST-STATUS             PIC X(02).
001430     88  PN-JST-STATUS-OK      VALUE '00'.
001440 77  PN-PLAN-STATUS            PIC X(02).
001450     88  PN-PLAN-STATUS-OK     VALUE '00'.
001460 77  PN-REPORT-STATUS          PIC X(02).
001470     88  PN-REPORT-STATUS-OK   VALUE '00'.
001480 77  PN-EXC-STATUS             PIC X(02).
001490     88  PN-EXC-STATUS-OK      VALUE '00'.
001500 77  PN-REG-STATUS             PIC X(02).
001510     88  PN-REG-STATUS-OK      VALUE '00'.
001520     88  PN-REG-NOT-FOUND      VALUE '35'.
001530
001540*-----------------------------------------------------------------
001550*    THE CREW CALENDAR, ONE ENTRY PER DATE IN DATE ORDER, WITH
001560*    THE POURS BOOKED SO FAR, HOW MANY JOBS THEY BELONG TO, AND
001570*    THE LAST JOB BOOKED SO A JOB IS ONLY COUNTED ONCE A DAY.
001580*    THREE YEARS OF DATES FIT; A LONGER CALENDAR, OR ONE OUT OF
001590*    DATE ORDER, STOPS THE RUN.  THE SPARE ENTRY PAST THE LAST
001600*    DATE KEEPS A SCAN THAT RUNS OFF THE END INSIDE THE TABLE.
001610*-----------------------------------------------------------------
001620 77  PN-CAL-COUNT              PIC S9(04)    VALUE ZERO COMP.
001630 77  PN-CAL-IX                 PIC S9(04)    VALUE ZERO COMP.
001640 77  PN-DAY-IX                 PIC S9(04)    VALUE ZERO COMP.
001650 77  PN-PLAN-FIRST-IX          PIC S9(04)    VALUE ZERO COMP.
001660 77  PN-PLAN-LAST-IX           PIC S9(04)    VALUE ZERO COMP.
001670 77  PN-PREV-CAL-DATE          PIC 9(08)     VALUE ZERO.
001680 01  PN-CAL-TABLE.
001690     05  PN-CAL-ENTRY          OCCURS 1101 TIMES.
001700         10  PN-CAL-DATE           PIC 9(08).
001710         10  PN-CAL-TYPE           PIC X(01).
001720         10  PN-CAL-CAPACITY       PIC 9(05).
001730         10  PN-CAL-NOTE           PIC X(20).
001740         10  PN-CAL-BOOKED         PIC 9(07) COMP.
001750         10  PN-CAL-JOBS           PIC 9(05) COMP.
001760         10  PN-CAL-LAST-JOB       PIC X(06).
001770
001780*-----------------------------------------------------------------
001790*    THE JOB START DATES ON FILE.  A FILE BEYOND THE TABLE LIMIT
001800*    STOPS THE RUN.
001810*-----------------------------------------------------------------
001820 77  PN-JST-COUNT              PIC S9(04)    VALUE ZERO COMP.
001825 77  PN-FIND-JOB-ID            PIC X(06)     VALUE SPACES.
001830 01  PN-JST-TABLE.
001840     05  PN-JST-ENTRY          OCCURS 500 TIMES
001850                               INDEXED BY PN-JST-X.
001860         10  PN-JST-JOB-ID         PIC X(06).
001870         10  PN-JST-START-DATE     PIC 9(08).
001880         10  PN-JST-FINISH-DATE    PIC 9(08).
001890
001900*-----------------------------------------------------------------
001910*    THE JOB IN HAND - ITS DATES, WHERE ITS POURS HAVE REACHED
001920*    ON THE CALENDAR, AND WHAT HAS BEEN BOOKED FOR IT SO FAR
001930*-----------------------------------------------------------------
001940 77  PN-PREV-JOB-ID            PIC X(06)     VALUE SPACES.
001950 77  PN-LAST-EXC-JOB-ID        PIC X(06)     VALUE SPACES.
001960 77  PN-JOB-START-DATE         PIC 9(08)     VALUE ZERO.
001970 77  PN-JOB-FINISH-DATE        PIC 9(08)     VALUE ZERO.
001980 77  PN-JOB-FIRST-POUR         PIC 9(08)     VALUE ZERO.
001990 77  PN-JOB-LAST-POUR          PIC 9(08)     VALUE ZERO.
002000 77  PN-JOB-STAGES             PIC 9(07)     VALUE ZERO COMP.
002010 77  PN-JOB-POURS              PIC 9(16)     VALUE ZERO.
002020 77  PN-REMAIN                 PIC 9(16)     VALUE ZERO.
002030 77  PN-FREE                   PIC 9(07)     VALUE ZERO COMP.
002040 77  PN-TAKE                   PIC 9(07)     VALUE ZERO COMP.
002050
002060*-----------------------------------------------------------------
002070*    RUN COUNTERS FOR THE FOOT OF THE REPORT
002080*-----------------------------------------------------------------
002090 77  PN-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
002100 77  PN-CNT-RELEASED           PIC 9(07)     VALUE ZERO COMP.
002110 77  PN-CNT-JOBS               PIC 9(07)     VALUE ZERO COMP.
002120 77  PN-CNT-LATE               PIC 9(07)     VALUE ZERO COMP.
002130 77  PN-CNT-BEYOND             PIC 9(07)     VALUE ZERO COMP.
002140 77  PN-CNT-EXCEPTIONS         PIC 9(07)     VALUE ZERO COMP.
002150 77  PN-CNT-PLAN               PIC 9(07)     VALUE ZERO COMP.
002160 77  PN-CNT-FULL-DAYS          PIC 9(07)     VALUE ZERO COMP.
002170
002180*-----------------------------------------------------------------
002190*    REPORT LINES
002200*-----------------------------------------------------------------
002210 01  PN-HEAD-LINE.
002220     05  FILLER                    PIC X(27)   VALUE
002230         "POUR PLAN REPORT FOR       ".
002240     05  PN-HEAD-RUN-DATE          PIC 9999/99/99.
002250     05  FILLER                    PIC X(95)   VALUE SPACES.
002260
002270 01  PN-SECTION-LINE.
002280     05  PN-SEC-TEXT               PIC X(52).
002290     05  FILLER                    PIC X(80)   VALUE SPACES.
002300
002310 01  PN-JOB-HEAD-LINE.
002320     05  FILLER                    PIC X(06)   VALUE "JOB ID".
002330     05  FILLER                    PIC X(02)   VALUE SPACES.
002340     05  FILLER                    PIC X(10)   VALUE "START".
002350     05  FILLER                    PIC X(02)   VALUE SPACES.
002360     05  FILLER                    PIC X(10)   VALUE "FINISH BY".
002370     05  FILLER                    PIC X(02)   VALUE SPACES.
002380     05  FILLER                    PIC X(10)   VALUE "FIRST POUR".
002390     05  FILLER                    PIC X(02)   VALUE SPACES.
002400     05  FILLER                    PIC X(10)   VALUE "LAST POUR".
002410     05  FILLER                    PIC X(02)   VALUE SPACES.
002420     05  FILLER                    PIC X(08)   VALUE "  STAGES".
002430     05  FILLER                    PIC X(02)   VALUE SPACES.
002440     05  FILLER                    PIC X(17)   VALUE
002450         "            POURS".
002460     05  FILLER                    PIC X(02)   VALUE SPACES.
002470     05  FILLER                    PIC X(30)   VALUE "PLAN".
002480     05  FILLER                    PIC X(17)   VALUE SPACES.
002490
002500 01  PN-JOB-LINE.
002510     05  PN-JOB-DET-JOB-ID         PIC X(06).
002520     05  FILLER                    PIC X(02)   VALUE SPACES.
002530     05  PN-JOB-DET-START          PIC 9999/99/99.
002540     05  FILLER                    PIC X(02)   VALUE SPACES.
002550     05  PN-JOB-DET-FINISH         PIC X(10).
002560     05  FILLER                    PIC X(02)   VALUE SPACES.
002570     05  PN-JOB-DET-FIRST          PIC X(10).
002580     05  FILLER                    PIC X(02)   VALUE SPACES.
002590     05  PN-JOB-DET-LAST           PIC X(10).
002600     05  FILLER                    PIC X(02)   VALUE SPACES.
002610     05  PN-JOB-DET-STAGES         PIC Z(07)9.
002620     05  FILLER                    PIC X(02)   VALUE SPACES.
002630     05  PN-JOB-DET-POURS          PIC Z(16)9.
002640     05  FILLER                    PIC X(02)   VALUE SPACES.
002650     05  PN-JOB-DET-FLAG           PIC X(30).
002660     05  FILLER                    PIC X(17)   VALUE SPACES.
002670
002680 01  PN-DATE-EDIT                  PIC 9999/99/99.
002690
002700 01  PN-DAY-HEAD-LINE.
002710     05  FILLER                    PIC X(10)   VALUE "DATE".
002720     05  FILLER                    PIC X(02)   VALUE SPACES.
002730     05  FILLER                    PIC X(11)   VALUE "DAY".
002740     05  FILLER                    PIC X(02)   VALUE SPACES.
002750     05  FILLER                    PIC X(08)   VALUE "CAPACITY".
002760     05  FILLER                    PIC X(02)   VALUE SPACES.
002770     05  FILLER                    PIC X(08)   VALUE "  BOOKED".
002780     05  FILLER                    PIC X(02)   VALUE SPACES.
002790     05  FILLER                    PIC X(06)   VALUE "  JOBS".
002800     05  FILLER                    PIC X(02)   VALUE SPACES.
002810     05  FILLER                    PIC X(20)   VALUE "NOTE".
002820     05  FILLER                    PIC X(59)   VALUE SPACES.
002830
002840 01  PN-DAY-LINE.
002850     05  PN-DAY-DET-DATE           PIC 9999/99/99.
002860     05  FILLER                    PIC X(02)   VALUE SPACES.
002870     05  PN-DAY-DET-TYPE           PIC X(11).
002880     05  FILLER                    PIC X(02)   VALUE SPACES.
002890     05  PN-DAY-DET-CAPACITY       PIC Z(07)9.
002900     05  FILLER                    PIC X(02)   VALUE SPACES.
002910     05  PN-DAY-DET-BOOKED         PIC Z(07)9.
002920     05  FILLER                    PIC X(02)   VALUE SPACES.
002930     05  PN-DAY-DET-JOBS           PIC Z(05)9.
002940     05  FILLER                    PIC X(02)   VALUE SPACES.
002950     05  PN-DAY-DET-NOTE           PIC X(20).
002960     05  FILLER                    PIC X(59)   VALUE SPACES.
002970
002980 01  PN-EXC-LINE.
002990     05  PN-EXL-JOB-ID             PIC X(06).
003000     05  FILLER                    PIC X(02)   VALUE SPACES.
003010     05  PN-EXL-REASON             PIC X(40).
003020     05  FILLER                    PIC X(84)   VALUE SPACES.
003030
003040 01  PN-NONE-LINE.
003050     05  FILLER                    PIC X(04)   VALUE SPACES.
003060     05  PN-NONE-TEXT              PIC X(40).
003070     05  FILLER                    PIC X(88)   VALUE SPACES.
003080
003090 01  PN-TOTAL-LINE.
003100     05  PN-TOT-TEXT               PIC X(32).
003110     05  PN-TOT-COUNT              PIC Z(06)9.
003120     05  FILLER                    PIC X(93)   VALUE SPACES.
003130
003140*-----------------------------------------------------------------
003150*    TODAY'S DATE FOR THE REPORT HEADING
003160*-----------------------------------------------------------------
003170 01  PN-RUN-DATE                PIC 9(08).
003180
003190*-----------------------------------------------------------------
003200*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
003210*    THIS RUN APPENDS AT END OF JOB
003220*-----------------------------------------------------------------
003230 77  PN-REG-DATE               PIC 9(08)     VALUE ZERO.
003240 01  PN-TIME-WORK.
003250     05  PN-TIME-HHMMSS        PIC 9(06).
003260     05  FILLER                PIC 9(02).
003270
003280 PROCEDURE DIVISION.
003290
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE
003320                                  THRU 1000-INITIALIZE-EXIT.
003330     SORT SORT-WORK
003340         ON ASCENDING KEY SP-START-DATE SP-JOB-ID SP-STAGE
003350         INPUT PROCEDURE IS 2000-SELECT-STAGES
003360                                  THRU 2000-SELECT-STAGES-EXIT
003370         OUTPUT PROCEDURE IS 3000-PLAN-JOBS
003380                                  THRU 3000-PLAN-JOBS-EXIT.
003390     PERFORM 4000-PRINT-LOADING
003400                                  THRU 4000-PRINT-LOADING-EXIT.
003410     PERFORM 5000-PRINT-EXCEPTIONS
003420                              THRU 5000-PRINT-EXCEPTIONS-EXIT.
003430     PERFORM 6000-PRINT-TOTALS
003440                                  THRU 6000-PRINT-TOTALS-EXIT.
003450     PERFORM 9999-TERMINATE
003460                                  THRU 9999-TERMINATE-EXIT.
003470     STOP RUN.
003480
003490*-----------------------------------------------------------------
003500*    1000-INITIALIZE - OPEN THE FILES, LOAD THE CALENDAR AND THE
003510*    JOB START DATES, AND PRINT THE HEADING.  A RUN WITH NO
003520*    CALENDAR CANNOT PLAN ANYTHING AND ENDS WITH RETURN CODE 8.
003530*-----------------------------------------------------------------
003540 1000-INITIALIZE.
003550     OPEN INPUT CREW-CALENDAR.
003560     IF NOT PN-CAL-STATUS-OK
003570         DISPLAY "PILLPLAN - CREW-CALENDAR OPEN FAILED, STATUS "
003580                 PN-CAL-STATUS
003590         GO TO 9900-ABEND-RUN
003600     END-IF.
003610     OPEN INPUT JOB-STARTS.
003620     IF NOT PN-JST-STATUS-OK
003630         DISPLAY "PILLPLAN - JOB-STARTS OPEN FAILED, STATUS "
003640                 PN-JST-STATUS
003650         GO TO 9900-ABEND-RUN
003660     END-IF.
003670     OPEN OUTPUT POUR-PLAN.
003680     IF NOT PN-PLAN-STATUS-OK
003690         DISPLAY "PILLPLAN - POUR-PLAN OPEN FAILED, STATUS "
003700                 PN-PLAN-STATUS
003710         GO TO 9900-ABEND-RUN
003720     END-IF.
003730     OPEN OUTPUT PLAN-REPORT.
003740     IF NOT PN-REPORT-STATUS-OK
003750         DISPLAY "PILLPLAN - PLAN-REPORT OPEN FAILED, STATUS "
003760                 PN-REPORT-STATUS
003770         GO TO 9900-ABEND-RUN
003780     END-IF.
003790     OPEN OUTPUT EXCEPTION-WORK.
003800     IF NOT PN-EXC-STATUS-OK
003810         DISPLAY "PILLPLAN - EXCEPTION-WORK OPEN FAILED, "
003820                 "STATUS " PN-EXC-STATUS
003830         GO TO 9900-ABEND-RUN
003840     END-IF.
003850     PERFORM 8200-READ-CALENDAR
003860                                  THRU 8200-READ-CALENDAR-EXIT.
003870     PERFORM 1100-LOAD-CALENDAR
003880                                  THRU 1100-LOAD-CALENDAR-EXIT
003890             UNTIL PN-CAL-EOF-YES.
003900     CLOSE CREW-CALENDAR.
003910     IF PN-CAL-COUNT = ZERO
003920         DISPLAY "PILLPLAN - NO DATES ON THE CREW CALENDAR - "
003930                 "RUN STOPPED"
003940         MOVE 8 TO RETURN-CODE
003950         GO TO 9900-ABEND-RUN
003960     END-IF.
003970     PERFORM 8300-READ-START
003980                                  THRU 8300-READ-START-EXIT.
003990     PERFORM 1200-LOAD-START
004000                                  THRU 1200-LOAD-START-EXIT
004010             UNTIL PN-JST-EOF-YES.
004020     CLOSE JOB-STARTS.
004030     ACCEPT PN-RUN-DATE FROM DATE YYYYMMDD.
004040     MOVE PN-RUN-DATE TO PN-HEAD-RUN-DATE.
004050     WRITE PN-PRINT-LINE FROM PN-HEAD-LINE.
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100*    1100-LOAD-CALENDAR - PUT THE CURRENT CALENDAR DATE ON THE
004110*    TABLE WITH NOTHING BOOKED AND READ THE NEXT.  ANYTHING NOT
004120*    MARKED AS A WORKING DAY IS HELD AS NON-WORKING.
004130*-----------------------------------------------------------------
004140 1100-LOAD-CALENDAR.
004150     IF PN-CAL-COUNT NOT < 1100
004160         DISPLAY "PILLPLAN - MORE THAN 1100 CALENDAR DATES ON "
004170                 "FILE - RUN STOPPED"
004180         MOVE 8 TO RETURN-CODE
004190         GO TO 9900-ABEND-RUN
004200     END-IF.
004210     IF CL-DATE NOT > PN-PREV-CAL-DATE
004220         DISPLAY "PILLPLAN - CREW CALENDAR OUT OF DATE ORDER AT "
004230                 CL-DATE " - RUN STOPPED"
004240         MOVE 8 TO RETURN-CODE
004250         GO TO 9900-ABEND-RUN
004260     END-IF.
004270     MOVE CL-DATE TO PN-PREV-CAL-DATE.
004280     ADD 1 TO PN-CAL-COUNT.
004290     MOVE PN-CAL-COUNT TO PN-CAL-IX.
004300     MOVE CL-DATE     TO PN-CAL-DATE (PN-CAL-IX).
004310     MOVE CL-CAPACITY TO PN-CAL-CAPACITY (PN-CAL-IX).
004320     MOVE CL-NOTE     TO PN-CAL-NOTE (PN-CAL-IX).
004330     IF CL-DAY-WORKING
004340         MOVE 'W' TO PN-CAL-TYPE (PN-CAL-IX)
004350     ELSE
004360         MOVE 'N' TO PN-CAL-TYPE (PN-CAL-IX)
004370     END-IF.
004380     MOVE ZERO    TO PN-CAL-BOOKED (PN-CAL-IX)
004390                     PN-CAL-JOBS (PN-CAL-IX).
004400     MOVE SPACES  TO PN-CAL-LAST-JOB (PN-CAL-IX).
004410     PERFORM 8200-READ-CALENDAR
004420                                  THRU 8200-READ-CALENDAR-EXIT.
004430 1100-LOAD-CALENDAR-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------------
004470*    1200-LOAD-START - PUT THE CURRENT JOB START RECORD ON THE
004480*    TABLE AND READ THE NEXT.  A SECOND RECORD FOR THE SAME JOB,
004490*    A START DATE THAT IS ZERO, OR A FINISH DATE BEFORE THE
004500*    START IS LEFT OFF THE TABLE AND LISTED AS AN EXCEPTION, SO
004510*    THE JOB'S STAGES ARE NOT PLANNED.
004520*-----------------------------------------------------------------
004530 1200-LOAD-START.
004540     IF PN-JST-COUNT NOT < 500
004550         DISPLAY "PILLPLAN - MORE THAN 500 JOB START DATES ON "
004560                 "FILE - RUN STOPPED"
004570         MOVE 8 TO RETURN-CODE
004580         GO TO 9900-ABEND-RUN
004590     END-IF.
004600     MOVE JS-JOB-ID TO PN-EXC-JOB-ID.
004610     IF JS-START-DATE = ZERO
004620         MOVE "START DATE IS ZERO - NOT PLANNED"
004630             TO PN-EXC-REASON
004640         GO TO 1200-LOAD-START-REFUSE
004650     END-IF.
004660     IF JS-FINISH-DATE NOT = ZERO
004670             AND JS-FINISH-DATE < JS-START-DATE
004680         MOVE "FINISH DATE BEFORE START - NOT PLANNED"
004690             TO PN-EXC-REASON
004700         GO TO 1200-LOAD-START-REFUSE
004710     END-IF.
004715     MOVE JS-JOB-ID TO PN-FIND-JOB-ID.
004720     PERFORM 3500-FIND-START
004730                                  THRU 3500-FIND-START-EXIT.
004740     IF PN-FOUND-YES
004750         MOVE "SECOND START RECORD FOR JOB - IGNORED"
004760             TO PN-EXC-REASON
004770         GO TO 1200-LOAD-START-REFUSE
004780     END-IF.
004790     ADD 1 TO PN-JST-COUNT.
004800     SET PN-JST-X TO PN-JST-COUNT.
004810     MOVE JS-JOB-ID      TO PN-JST-JOB-ID (PN-JST-X).
004820     MOVE JS-START-DATE  TO PN-JST-START-DATE (PN-JST-X).
004830     MOVE JS-FINISH-DATE TO PN-JST-FINISH-DATE (PN-JST-X).
004840     GO TO 1200-LOAD-START-READ.
004850 1200-LOAD-START-REFUSE.
004860     WRITE PN-EXC-RECORD.
004870     ADD 1 TO PN-CNT-EXCEPTIONS.
004880 1200-LOAD-START-READ.
004890     PERFORM 8300-READ-START
004900                                  THRU 8300-READ-START-EXIT.
004910 1200-LOAD-START-EXIT.
004920     EXIT.
004930
004940*-----------------------------------------------------------------
004950*    2000-SELECT-STAGES - SORT INPUT PROCEDURE.  PASSES THE
004960*    POUR-SCHEDULE FILE AND RELEASES EVERY STAGE OF A JOB THAT
004970*    HAS A START DATE, CARRYING THE JOB'S DATES SO THE SORT CAN
004980*    PUT THE EARLIEST STARTS FIRST.
004990*-----------------------------------------------------------------
005000 2000-SELECT-STAGES.
005010     OPEN INPUT SCHEDULE-FILE.
005020     IF NOT PN-SCHED-STATUS-OK
005030         DISPLAY "PILLPLAN - SCHEDULE-FILE OPEN FAILED, STATUS "
005040                 PN-SCHED-STATUS
005050         GO TO 9900-ABEND-RUN
005060     END-IF.
005070     PERFORM 8000-READ-SCHEDULE
005080                                  THRU 8000-READ-SCHEDULE-EXIT.
005090     PERFORM 2100-SELECT-ONE
005100                                  THRU 2100-SELECT-ONE-EXIT
005110             UNTIL PN-EOF-YES.
005120     CLOSE SCHEDULE-FILE.
005130 2000-SELECT-STAGES-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------------
005170*    2100-SELECT-ONE - RELEASE THE CURRENT STAGE IF ITS JOB HAS
005180*    A START DATE; OTHERWISE LIST THE JOB ONCE AS AN EXCEPTION.
005190*    THEN READ THE NEXT STAGE.
005200*-----------------------------------------------------------------
005210 2100-SELECT-ONE.
005220     ADD 1 TO PN-CNT-READ.
005230     MOVE SC-JOB-ID TO PN-FIND-JOB-ID.
005240     PERFORM 3500-FIND-START
005250                                  THRU 3500-FIND-START-EXIT.
005260     IF PN-FOUND-NO
005270         IF SC-JOB-ID NOT = PN-LAST-EXC-JOB-ID
005280             MOVE SC-JOB-ID TO PN-EXC-JOB-ID
005290                               PN-LAST-EXC-JOB-ID
005300             MOVE "NO START DATE FOR JOB - NOT PLANNED"
005310                 TO PN-EXC-REASON
005320             WRITE PN-EXC-RECORD
005330             ADD 1 TO PN-CNT-EXCEPTIONS
005340         END-IF
005350         GO TO 2100-SELECT-ONE-READ
005360     END-IF.
005370     MOVE PN-JST-START-DATE (PN-JST-X)  TO SP-START-DATE.
005380     MOVE PN-JST-FINISH-DATE (PN-JST-X) TO SP-FINISH-DATE.
005390     MOVE SC-JOB-ID                     TO SP-JOB-ID.
005400     MOVE SC-STAGE                      TO SP-STAGE.
005410     MOVE SC-STAGE-COUNT                TO SP-STAGE-COUNT.
005420     RELEASE SP-SORT-RECORD.
005430     ADD 1 TO PN-CNT-RELEASED.
005440 2100-SELECT-ONE-READ.
005450     PERFORM 8000-READ-SCHEDULE
005460                                  THRU 8000-READ-SCHEDULE-EXIT.
005470 2100-SELECT-ONE-EXIT.
005480     EXIT.
005490
005500*-----------------------------------------------------------------
005510*    3000-PLAN-JOBS - SORT OUTPUT PROCEDURE.  RETURNS THE STAGES
005520*    IN START-DATE, JOB AND STAGE ORDER, BOOKS EACH ONE, AND
005530*    PRINTS A JOB'S PLAN LINE WHEN ITS LAST STAGE IS DONE.
005540*-----------------------------------------------------------------
005550 3000-PLAN-JOBS.
005560     MOVE SPACES TO PN-PRINT-LINE.
005570     WRITE PN-PRINT-LINE.
005580     MOVE "JOB PLAN AGAINST REQUESTED FINISH" TO PN-SEC-TEXT.
005590     WRITE PN-PRINT-LINE FROM PN-SECTION-LINE.
005600     WRITE PN-PRINT-LINE FROM PN-JOB-HEAD-LINE.
005610     PERFORM 8100-RETURN-STAGE
005620                                  THRU 8100-RETURN-STAGE-EXIT.
005630     PERFORM 3100-PLAN-STAGE
005640                                  THRU 3100-PLAN-STAGE-EXIT
005650             UNTIL PN-SORT-EOF-YES.
005660     IF PN-FIRST-NO
005670         PERFORM 3300-FINISH-JOB
005680                                  THRU 3300-FINISH-JOB-EXIT
005690     ELSE
005700         MOVE "NO JOBS TO PLAN" TO PN-NONE-TEXT
005710         WRITE PN-PRINT-LINE FROM PN-NONE-LINE
005720     END-IF.
005730 3000-PLAN-JOBS-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------------
005770*    3100-PLAN-STAGE - BREAK ON A NEW JOB, THEN BOOK THE CURRENT
005780*    STAGE'S POURS DAY BY DAY UNTIL ALL ARE PLACED OR THE
005790*    CALENDAR RUNS OUT, AND RETURN THE NEXT STAGE.  ONCE A JOB
005800*    HAS RUN OFF THE CALENDAR ITS LATER STAGES ARE NOT BOOKED.
005810*-----------------------------------------------------------------
005820 3100-PLAN-STAGE.
005830     IF PN-FIRST-YES
005840         PERFORM 3200-START-JOB
005850                                  THRU 3200-START-JOB-EXIT
005860         SET PN-FIRST-NO TO TRUE
005870     END-IF.
005880     IF SP-JOB-ID NOT = PN-PREV-JOB-ID
005890         PERFORM 3300-FINISH-JOB
005900                                  THRU 3300-FINISH-JOB-EXIT
005910         PERFORM 3200-START-JOB
005920                                  THRU 3200-START-JOB-EXIT
005930     END-IF.
005940     ADD 1              TO PN-JOB-STAGES.
005950     ADD SP-STAGE-COUNT TO PN-JOB-POURS.
005960     IF PN-BEYOND-YES
005970         GO TO 3100-PLAN-STAGE-READ
005980     END-IF.
005990     MOVE SP-STAGE-COUNT TO PN-REMAIN.
006000     PERFORM 3400-BOOK-POURS
006010                                  THRU 3400-BOOK-POURS-EXIT
006020             UNTIL PN-REMAIN = ZERO
006030                OR PN-BEYOND-YES.
006040 3100-PLAN-STAGE-READ.
006050     PERFORM 8100-RETURN-STAGE
006060                                  THRU 8100-RETURN-STAGE-EXIT.
006070 3100-PLAN-STAGE-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------------
006110*    3200-START-JOB - SET UP THE NEW JOB AND PUT ITS CALENDAR
006120*    POSITION ON THE FIRST DATE NOT BEFORE ITS START DATE.  A
006130*    START DATE PAST THE END OF THE CALENDAR LEAVES THE JOB
006140*    OFF THE CALENDAR FROM THE OUTSET.
006150*-----------------------------------------------------------------
006160 3200-START-JOB.
006170     MOVE SP-JOB-ID      TO PN-PREV-JOB-ID.
006180     MOVE SP-START-DATE  TO PN-JOB-START-DATE.
006190     MOVE SP-FINISH-DATE TO PN-JOB-FINISH-DATE.
006200     MOVE ZERO TO PN-JOB-FIRST-POUR PN-JOB-LAST-POUR
006210                  PN-JOB-STAGES PN-JOB-POURS.
006220     SET PN-BEYOND-NO TO TRUE.
006230     ADD 1 TO PN-CNT-JOBS.
006240     MOVE 1 TO PN-DAY-IX.
006250     PERFORM 3210-STEP-DAY
006260                                  THRU 3210-STEP-DAY-EXIT
006270         UNTIL PN-DAY-IX > PN-CAL-COUNT
006280            OR PN-CAL-DATE (PN-DAY-IX) NOT < PN-JOB-START-DATE.
006290     IF PN-DAY-IX > PN-CAL-COUNT
006300         SET PN-BEYOND-YES TO TRUE
006310         GO TO 3200-START-JOB-EXIT
006320     END-IF.
006330     IF PN-PLAN-FIRST-IX = ZERO
006340             OR PN-DAY-IX < PN-PLAN-FIRST-IX
006350         MOVE PN-DAY-IX TO PN-PLAN-FIRST-IX
006360     END-IF.
006370 3200-START-JOB-EXIT.
006380     EXIT.
006390
006400*-----------------------------------------------------------------
006410*    3210-STEP-DAY - MOVE THE JOB'S CALENDAR POSITION ON ONE
006420*    DATE.  WHERE TO STOP IS TESTED IN THE CALLER'S UNTIL.
006430*-----------------------------------------------------------------
006440 3210-STEP-DAY.
006450     ADD 1 TO PN-DAY-IX.
006460 3210-STEP-DAY-EXIT.
006470     EXIT.
006480
006490*-----------------------------------------------------------------
006500*    3300-FINISH-JOB - PRINT THE FINISHED JOB'S PLAN LINE,
006510*    FLAGGING A JOB THAT RAN OFF THE CALENDAR OR WHOSE LAST POUR
006520*    FALLS AFTER ITS REQUESTED FINISH DATE.
006530*-----------------------------------------------------------------
006540 3300-FINISH-JOB.
006550     MOVE PN-PREV-JOB-ID    TO PN-JOB-DET-JOB-ID.
006560     MOVE PN-JOB-START-DATE TO PN-JOB-DET-START.
006570     IF PN-JOB-FINISH-DATE = ZERO
006580         MOVE "NONE" TO PN-JOB-DET-FINISH
006590     ELSE
006600         MOVE PN-JOB-FINISH-DATE TO PN-DATE-EDIT
006610         MOVE PN-DATE-EDIT TO PN-JOB-DET-FINISH
006620     END-IF.
006630     IF PN-JOB-FIRST-POUR = ZERO
006640         MOVE SPACES TO PN-JOB-DET-FIRST PN-JOB-DET-LAST
006650     ELSE
006660         MOVE PN-JOB-FIRST-POUR TO PN-DATE-EDIT
006670         MOVE PN-DATE-EDIT TO PN-JOB-DET-FIRST
006680         MOVE PN-JOB-LAST-POUR TO PN-DATE-EDIT
006690         MOVE PN-DATE-EDIT TO PN-JOB-DET-LAST
006700     END-IF.
006710     MOVE PN-JOB-STAGES TO PN-JOB-DET-STAGES.
006720     MOVE PN-JOB-POURS  TO PN-JOB-DET-POURS.
006730     EVALUATE TRUE
006740         WHEN PN-BEYOND-YES
006750             MOVE "** NOT ALL PLANNED - CAL ENDS"
006760                 TO PN-JOB-DET-FLAG
006770             ADD 1 TO PN-CNT-BEYOND
006780         WHEN PN-JOB-FINISH-DATE NOT = ZERO
006790                 AND PN-JOB-LAST-POUR > PN-JOB-FINISH-DATE
006800             MOVE "** LATE - PAST FINISH DATE"
006810                 TO PN-JOB-DET-FLAG
006820             ADD 1 TO PN-CNT-LATE
006830         WHEN OTHER
006840             MOVE "ON TIME" TO PN-JOB-DET-FLAG
006850     END-EVALUATE.
006860     WRITE PN-PRINT-LINE FROM PN-JOB-LINE.
006870 3300-FINISH-JOB-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910*    3400-BOOK-POURS - MOVE TO THE NEXT WORKING DAY WITH ROOM
006920*    LEFT, BOOK AS MANY OF THE STAGE'S REMAINING POURS AS FIT,
006930*    AND WRITE THE PLAN RECORD FOR THE DAY.  RUNNING OFF THE
006940*    END OF THE CALENDAR SETS THE BEYOND SWITCH.
006950*-----------------------------------------------------------------
006960 3400-BOOK-POURS.
006970     PERFORM 3210-STEP-DAY
006980                                  THRU 3210-STEP-DAY-EXIT
006990         UNTIL PN-DAY-IX > PN-CAL-COUNT
007000            OR (PN-CAL-TYPE (PN-DAY-IX) = 'W'
007010                AND PN-CAL-BOOKED (PN-DAY-IX)
007020                    < PN-CAL-CAPACITY (PN-DAY-IX)).
007030     IF PN-DAY-IX > PN-CAL-COUNT
007040         SET PN-BEYOND-YES TO TRUE
007050         GO TO 3400-BOOK-POURS-EXIT
007060     END-IF.
007070     COMPUTE PN-FREE = PN-CAL-CAPACITY (PN-DAY-IX)
007080                     - PN-CAL-BOOKED (PN-DAY-IX).
007090     IF PN-REMAIN < PN-FREE
007100         MOVE PN-REMAIN TO PN-TAKE
007110     ELSE
007120         MOVE PN-FREE   TO PN-TAKE
007130     END-IF.
007140     ADD PN-TAKE TO PN-CAL-BOOKED (PN-DAY-IX).
007150     SUBTRACT PN-TAKE FROM PN-REMAIN.
007160     IF PN-CAL-LAST-JOB (PN-DAY-IX) NOT = PN-PREV-JOB-ID
007170         ADD 1 TO PN-CAL-JOBS (PN-DAY-IX)
007180         MOVE PN-PREV-JOB-ID TO PN-CAL-LAST-JOB (PN-DAY-IX)
007190     END-IF.
007200     IF PN-JOB-FIRST-POUR = ZERO
007210         MOVE PN-CAL-DATE (PN-DAY-IX) TO PN-JOB-FIRST-POUR
007220     END-IF.
007230     MOVE PN-CAL-DATE (PN-DAY-IX) TO PN-JOB-LAST-POUR.
007240     IF PN-DAY-IX > PN-PLAN-LAST-IX
007250         MOVE PN-DAY-IX TO PN-PLAN-LAST-IX
007260     END-IF.
007270     MOVE PN-PREV-JOB-ID          TO PP-JOB-ID.
007280     MOVE SP-STAGE                TO PP-STAGE.
007290     MOVE PN-CAL-DATE (PN-DAY-IX) TO PP-POUR-DATE.
007300     MOVE PN-TAKE                 TO PP-POURS.
007310     IF PN-REMAIN = ZERO
007320         SET PP-STAGE-COMPLETE-YES TO TRUE
007330     ELSE
007340         SET PP-STAGE-COMPLETE-NO  TO TRUE
007350     END-IF.
007360     WRITE PP-PLAN-RECORD.
007370     ADD 1 TO PN-CNT-PLAN.
007380 3400-BOOK-POURS-EXIT.
007390     EXIT.
007400
007410*-----------------------------------------------------------------
007420*    3500-FIND-START - LOOK PN-FIND-JOB-ID UP ON THE START-DATE
007430*    TABLE, LEAVING PN-JST-X ON THE ENTRY WHEN IT IS FOUND.
007440*-----------------------------------------------------------------
007450 3500-FIND-START.
007460     SET PN-FOUND-NO TO TRUE.
007470     IF PN-JST-COUNT > ZERO
007480         SET PN-JST-X TO 1
007490         SEARCH PN-JST-ENTRY
007500             AT END
007510                 SET PN-FOUND-NO TO TRUE
007520             WHEN PN-JST-X > PN-JST-COUNT
007530                 SET PN-FOUND-NO TO TRUE
007540             WHEN PN-JST-JOB-ID (PN-JST-X) = PN-FIND-JOB-ID
007550                 SET PN-FOUND-YES TO TRUE
007560         END-SEARCH
007570     END-IF.
007580 3500-FIND-START-EXIT.
007590     EXIT.
007600
007610*-----------------------------------------------------------------
007620*    4000-PRINT-LOADING - ONE LINE FOR EVERY CALENDAR DATE FROM
007630*    THE EARLIEST JOB START TO THE LAST DAY ANYTHING IS POURED,
007640*    WITH THE DAYS AT OR OVER CAPACITY FLAGGED.
007650*-----------------------------------------------------------------
007660 4000-PRINT-LOADING.
007670     MOVE SPACES TO PN-PRINT-LINE.
007680     WRITE PN-PRINT-LINE.
007690     MOVE "DAY-BY-DAY CREW LOADING" TO PN-SEC-TEXT.
007700     WRITE PN-PRINT-LINE FROM PN-SECTION-LINE.
007710     WRITE PN-PRINT-LINE FROM PN-DAY-HEAD-LINE.
007720     IF PN-PLAN-LAST-IX = ZERO
007730         MOVE "NOTHING BOOKED ON THE CALENDAR" TO PN-NONE-TEXT
007740         WRITE PN-PRINT-LINE FROM PN-NONE-LINE
007750         GO TO 4000-PRINT-LOADING-EXIT
007760     END-IF.
007770     PERFORM 4100-PRINT-ONE-DAY
007780                                  THRU 4100-PRINT-ONE-DAY-EXIT
007790         VARYING PN-CAL-IX FROM PN-PLAN-FIRST-IX BY 1
007800         UNTIL PN-CAL-IX > PN-PLAN-LAST-IX.
007810 4000-PRINT-LOADING-EXIT.
007820     EXIT.
007830
007840*-----------------------------------------------------------------
007850*    4100-PRINT-ONE-DAY - THE LOADING LINE FOR ONE DATE.  A
007860*    NON-WORKING DAY SHOWS THE CALENDAR'S NOTE OF WHY.
007870*-----------------------------------------------------------------
007880 4100-PRINT-ONE-DAY.
007890     MOVE PN-CAL-DATE (PN-CAL-IX)     TO PN-DAY-DET-DATE.
007900     MOVE PN-CAL-CAPACITY (PN-CAL-IX) TO PN-DAY-DET-CAPACITY.
007910     MOVE PN-CAL-BOOKED (PN-CAL-IX)   TO PN-DAY-DET-BOOKED.
007920     MOVE PN-CAL-JOBS (PN-CAL-IX)     TO PN-DAY-DET-JOBS.
007930     IF PN-CAL-TYPE (PN-CAL-IX) NOT = 'W'
007940         MOVE "NON-WORKING"           TO PN-DAY-DET-TYPE
007950         MOVE PN-CAL-NOTE (PN-CAL-IX) TO PN-DAY-DET-NOTE
007960         GO TO 4100-PRINT-ONE-DAY-WRITE
007970     END-IF.
007980     MOVE "WORKING" TO PN-DAY-DET-TYPE.
007990     EVALUATE TRUE
008000         WHEN PN-CAL-BOOKED (PN-CAL-IX)
008010                 > PN-CAL-CAPACITY (PN-CAL-IX)
008020             MOVE "** OVER CAPACITY"  TO PN-DAY-DET-NOTE
008030             ADD 1 TO PN-CNT-FULL-DAYS
008040         WHEN PN-CAL-BOOKED (PN-CAL-IX)
008050                 = PN-CAL-CAPACITY (PN-CAL-IX)
008060             MOVE "** AT CAPACITY"    TO PN-DAY-DET-NOTE
008070             ADD 1 TO PN-CNT-FULL-DAYS
008080         WHEN OTHER
008090             MOVE SPACES              TO PN-DAY-DET-NOTE
008100     END-EVALUATE.
008110 4100-PRINT-ONE-DAY-WRITE.
008120     WRITE PN-PRINT-LINE FROM PN-DAY-LINE.
008130 4100-PRINT-ONE-DAY-EXIT.
008140     EXIT.
008150
008160*-----------------------------------------------------------------
008170*    5000-PRINT-EXCEPTIONS - READ BACK THE EXCEPTION WORK FILE
008180*    AND LIST THE JOBS THAT WERE NOT PLANNED.
008190*-----------------------------------------------------------------
008200 5000-PRINT-EXCEPTIONS.
008210     CLOSE EXCEPTION-WORK.
008220     MOVE SPACES TO PN-PRINT-LINE.
008230     WRITE PN-PRINT-LINE.
008240     MOVE "JOBS NOT PLANNED" TO PN-SEC-TEXT.
008250     WRITE PN-PRINT-LINE FROM PN-SECTION-LINE.
008260     IF PN-CNT-EXCEPTIONS = ZERO
008270         MOVE "NONE" TO PN-NONE-TEXT
008280         WRITE PN-PRINT-LINE FROM PN-NONE-LINE
008290         GO TO 5000-PRINT-EXCEPTIONS-EXIT
008300     END-IF.
008310     OPEN INPUT EXCEPTION-WORK.
008320     IF NOT PN-EXC-STATUS-OK
008330         DISPLAY "PILLPLAN - EXCEPTION-WORK REOPEN FAILED, "
008340                 "STATUS " PN-EXC-STATUS
008350         GO TO 9900-ABEND-RUN
008360     END-IF.
008370     PERFORM 8400-READ-EXCEPTION
008380                                  THRU 8400-READ-EXCEPTION-EXIT.
008390     PERFORM 5100-PRINT-ONE-EXCEPTION
008400                           THRU 5100-PRINT-ONE-EXCEPTION-EXIT
008410             UNTIL PN-EXC-EOF-YES.
008420     CLOSE EXCEPTION-WORK.
008430 5000-PRINT-EXCEPTIONS-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------------------
008470*    5100-PRINT-ONE-EXCEPTION - ONE LINE PER EXCEPTION RECORD.
008480*-----------------------------------------------------------------
008490 5100-PRINT-ONE-EXCEPTION.
008500     MOVE PN-EXC-JOB-ID TO PN-EXL-JOB-ID.
008510     MOVE PN-EXC-REASON TO PN-EXL-REASON.
008520     WRITE PN-PRINT-LINE FROM PN-EXC-LINE.
008530     PERFORM 8400-READ-EXCEPTION
008540                                  THRU 8400-READ-EXCEPTION-EXIT.
008550 5100-PRINT-ONE-EXCEPTION-EXIT.
008560     EXIT.
008570
008580*-----------------------------------------------------------------
008590*    6000-PRINT-TOTALS - RUN COUNTS AT THE FOOT OF THE REPORT.
008600*-----------------------------------------------------------------
008610 6000-PRINT-TOTALS.
008620     MOVE SPACES TO PN-PRINT-LINE.
008630     WRITE PN-PRINT-LINE.
008640     MOVE "SCHEDULE LINES READ. . . . . . ." TO PN-TOT-TEXT.
008650     MOVE PN-CNT-READ TO PN-TOT-COUNT.
008660     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008670     MOVE "SCHEDULE LINES PLANNED . . . . ." TO PN-TOT-TEXT.
008680     MOVE PN-CNT-RELEASED TO PN-TOT-COUNT.
008690     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008700     MOVE "JOBS PLANNED . . . . . . . . . ." TO PN-TOT-TEXT.
008710     MOVE PN-CNT-JOBS TO PN-TOT-COUNT.
008720     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008730     MOVE "JOBS PAST REQUESTED FINISH . . ." TO PN-TOT-TEXT.
008740     MOVE PN-CNT-LATE TO PN-TOT-COUNT.
008750     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008760     MOVE "JOBS RUNNING OFF THE CALENDAR. ." TO PN-TOT-TEXT.
008770     MOVE PN-CNT-BEYOND TO PN-TOT-COUNT.
008780     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008790     MOVE "EXCEPTIONS . . . . . . . . . . ." TO PN-TOT-TEXT.
008800     MOVE PN-CNT-EXCEPTIONS TO PN-TOT-COUNT.
008810     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008820     MOVE "POUR PLAN RECORDS WRITTEN. . . ." TO PN-TOT-TEXT.
008830     MOVE PN-CNT-PLAN TO PN-TOT-COUNT.
008840     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008850     MOVE "DAYS AT OR OVER CAPACITY . . . ." TO PN-TOT-TEXT.
008860     MOVE PN-CNT-FULL-DAYS TO PN-TOT-COUNT.
008870     WRITE PN-PRINT-LINE FROM PN-TOTAL-LINE.
008880 6000-PRINT-TOTALS-EXIT.
008890     EXIT.
008900
008910*-----------------------------------------------------------------
008920*    8000-READ-SCHEDULE - READ THE NEXT POUR-SCHEDULE RECORD,
008930*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
008940*-----------------------------------------------------------------
008950 8000-READ-SCHEDULE.
008960     READ SCHEDULE-FILE
008970         AT END
008980             SET PN-EOF-YES TO TRUE
008990     END-READ.
009000 8000-READ-SCHEDULE-EXIT.
009010     EXIT.
009020
009030*-----------------------------------------------------------------
009040*    8100-RETURN-STAGE - RETURN THE NEXT SORTED STAGE, SETTING
009050*    THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
009060*-----------------------------------------------------------------
009070 8100-RETURN-STAGE.
009080     RETURN SORT-WORK
009090         AT END
009100             SET PN-SORT-EOF-YES TO TRUE
009110     END-RETURN.
009120 8100-RETURN-STAGE-EXIT.
009130     EXIT.
009140
009150*-----------------------------------------------------------------
009160*    8200-READ-CALENDAR - READ THE NEXT CREW CALENDAR RECORD,
009170*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
009180*-----------------------------------------------------------------
009190 8200-READ-CALENDAR.
009200     READ CREW-CALENDAR
009210         AT END
009220             SET PN-CAL-EOF-YES TO TRUE
009230     END-READ.
009240 8200-READ-CALENDAR-EXIT.
009250     EXIT.
009260
009270*-----------------------------------------------------------------
009280*    8300-READ-START - READ THE NEXT JOB START RECORD, SETTING
009290*    THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
009300*-----------------------------------------------------------------
009310 8300-READ-START.
009320     READ JOB-STARTS
009330         AT END
009340             SET PN-JST-EOF-YES TO TRUE
009350     END-READ.
009360 8300-READ-START-EXIT.
009370     EXIT.
009380
009390*-----------------------------------------------------------------
009400*    8400-READ-EXCEPTION - READ THE NEXT EXCEPTION WORK RECORD,
009410*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
009420*-----------------------------------------------------------------
009430 8400-READ-EXCEPTION.
009440     READ EXCEPTION-WORK
009450         AT END
009460             SET PN-EXC-EOF-YES TO TRUE
009470     END-READ.
009480 8400-READ-EXCEPTION-EXIT.
009490     EXIT.
009500
009510*-----------------------------------------------------------------
009520*    9999-TERMINATE - CLOSE THE FILES AND REGISTER THE RUN.
009530*-----------------------------------------------------------------
009540 9999-TERMINATE.
009550     CLOSE POUR-PLAN
009560           PLAN-REPORT.
009570     PERFORM 9500-WRITE-REGISTRY
009580                                  THRU 9500-WRITE-REGISTRY-EXIT.
009590 9999-TERMINATE-EXIT.
009600     EXIT.
009610
009620*-----------------------------------------------------------------
009630*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
009640*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
009650*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
009660*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
009670*-----------------------------------------------------------------
009680 9500-WRITE-REGISTRY.
009690     OPEN EXTEND RUN-REGISTRY.
009700     IF PN-REG-NOT-FOUND
009710         OPEN OUTPUT RUN-REGISTRY
009720     END-IF.
009730     IF NOT PN-REG-STATUS-OK
009740         DISPLAY "PILLPLAN - RUN-REGISTRY OPEN FAILED, STATUS "
009750                 PN-REG-STATUS
009760         GO TO 9500-WRITE-REGISTRY-EXIT
009770     END-IF.
009780     MOVE "PILLPLAN" TO RR-PROGRAM-ID.
009790     ACCEPT PN-REG-DATE FROM DATE YYYYMMDD.
009800     MOVE PN-REG-DATE TO RR-RUN-DATE.
009810     ACCEPT PN-TIME-WORK FROM TIME.
009820     MOVE PN-TIME-HHMMSS TO RR-RUN-TIME.
009830     COMPUTE RR-CNT-READ = PN-CNT-READ.
009840     COMPUTE RR-CNT-WRITTEN = PN-CNT-PLAN.
009850     MOVE RETURN-CODE TO RR-RETURN-CODE.
009860     MOVE 'Y' TO RR-BALANCE-FLAG.
009865     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
009870     WRITE RR-REGISTRY-RECORD.
009880     CLOSE RUN-REGISTRY.
009890 9500-WRITE-REGISTRY-EXIT.
009900     EXIT.
009910
009920*-----------------------------------------------------------------
009930*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
009940*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
009950*-----------------------------------------------------------------
009960 9900-ABEND-RUN.
009970     STOP RUN.
009980
009990 END PROGRAM PILLPLAN.
