000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLSIGN                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-12                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - OPERATOR SIGN-ON, ACCESS CHECK AND ONLINE JOURNAL  *
000100*  FOR THE ONLINE SCREENS.  EVERY ONLINE PROGRAM CALLS THIS     *
000110*  SUBPROGRAM WITH SG-FUNCTION SET TO ONE OF -                  *
000120*    S  SIGN ON - TAKE THE OPERATOR ID AND PASSWORD, CHECK THEM *
000130*       AGAINST THE OPERATOR FILE AND CHECK THE OPERATOR'S ROLE *
000140*       MAY USE THE CALLING PROGRAM.  THREE TRIES ARE ALLOWED.  *
000150*    K  CHECK ACTION - MAY THE SIGNED-ON OPERATOR'S ROLE TAKE   *
000160*       THE ACTION IN SG-ACTION ON THE CALLING PROGRAM.         *
000170*    J  JOURNAL - APPEND AN ADD, CHANGE OR OUTCOME TAKEN BY THE *
000180*       CALLER, WITH ITS KEY AND BEFORE AND AFTER IMAGES.       *
000190*    E  SIGN OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.  *
000200*  EVERY SIGN-ON, SIGN-OFF AND REFUSED ATTEMPT IS JOURNALED AS  *
000210*  WELL, SO THE DAILY ACTIVITY REPORT CAN SHOW WHO DID WHAT AND *
000220*  WHO WAS TURNED AWAY.  THE ROLE TABLE BELOW LISTS, FOR EACH   *
000230*  ROLE, THE PROGRAMS IT MAY USE AND THE ACTIONS IT MAY TAKE ON *
000240*  EACH.  THE ADMINISTRATOR ROLE MAY USE EVERYTHING AND IS THE  *
000250*  ONLY ROLE ALLOWED INTO THE OPERATOR MAINTENANCE SCREEN.      *
000260*  SG-STATUS COMES BACK 00 WHEN ALLOWED, 08 WHEN REFUSED AND 12 *
000270*  WHEN A FILE COULD NOT BE USED.                               *
000280*                                                               *
000290*-----------------------------------------------------------------
000300*  MODIFICATION HISTORY                                         *
000310*  DATE       INIT DESCRIPTION                                  *
000320*  2026-10-12 RSM  ORIGINAL PROGRAM.                            *
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    PILLSIGN.
000360 AUTHOR.        R S MASON.
000370 INSTALLATION.  STRUCTURAL ESTIMATING.
000380 DATE-WRITTEN.  2026-10-12.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPERATOR-FILE    ASSIGN TO "PILLOPER"
000470                              ORGANIZATION IS INDEXED
000480                              ACCESS MODE IS RANDOM
000490                              RECORD KEY IS OP-OPER-ID
000500                              FILE STATUS IS SI-OPER-STATUS.
000510     SELECT ONLINE-JOURNAL   ASSIGN TO "PILLJRNL"
000520                              ORGANIZATION IS SEQUENTIAL
000530                              FILE STATUS IS SI-JRNL-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPERATOR-FILE.
000580     COPY PILLOPR.
000590
000600 FD  ONLINE-JOURNAL
000610     RECORDING MODE IS F.
000620     COPY PILLJRN.
000630
000640 WORKING-STORAGE SECTION.
000650*-----------------------------------------------------------------
000660*    SWITCHES - THE JOURNAL STAYS OPEN FROM SIGN-ON TO SIGN-OFF
000670*    ACROSS CALLS, AND THE SIGNED-ON ROLE IS KEPT FOR THE ACTION
000680*    CHECKS THAT FOLLOW.
000690*-----------------------------------------------------------------
000700 77  SI-JOURNAL-OPEN-SW        PIC X(01)     VALUE 'N'.
000710     88  SI-JOURNAL-OPEN-YES   VALUE 'Y'.
000720     88  SI-JOURNAL-OPEN-NO    VALUE 'N'.
000730 77  SI-SIGNED-ON-SW           PIC X(01)     VALUE 'N'.
000740     88  SI-SIGNED-ON-YES      VALUE 'Y'.
000750     88  SI-SIGNED-ON-NO       VALUE 'N'.
000760 77  SI-FOUND-SW               PIC X(01)     VALUE 'N'.
000770     88  SI-FOUND-YES          VALUE 'Y'.
000780     88  SI-FOUND-NO           VALUE 'N'.
000790 77  SI-ROLE                   PIC X(02)     VALUE SPACES.
000800     88  SI-ROLE-ADMIN         VALUE 'AD'.
000810
000820*-----------------------------------------------------------------
000830*    FILE STATUS FOR EACH FILE - THE JOURNAL IS CREATED ON THE
000840*    FIRST SIGN-ON; THE OPERATOR FILE IS SET UP BY PILLOMNT.
000850*-----------------------------------------------------------------
000860 77  SI-OPER-STATUS            PIC X(02).
000870     88  SI-OPER-STATUS-OK     VALUE '00'.
000880     88  SI-OPER-NOT-FOUND     VALUE '35'.
000890 77  SI-JRNL-STATUS            PIC X(02).
000900     88  SI-JRNL-STATUS-OK     VALUE '00'.
000910     88  SI-JRNL-NOT-FOUND     VALUE '35'.
000920
000930*-----------------------------------------------------------------
000940*    SIGN-ON SCREEN FIELDS AND THE NUMBER OF TRIES ALLOWED
000950*-----------------------------------------------------------------
000960 77  SI-INQ-OPER-ID            PIC X(08)     VALUE SPACES.
000970 77  SI-INQ-PASSWORD           PIC X(08)     VALUE SPACES.
000980 77  SI-SIGN-MSG               PIC X(40)     VALUE SPACES.
000990 77  SI-PROGRAM                PIC X(08)     VALUE SPACES.
001000 77  SI-ATTEMPTS               PIC 9(02)     VALUE ZERO COMP.
001010 77  SI-MAX-ATTEMPTS           PIC 9(02)     VALUE 3 COMP.
001020 77  SI-REASON                 PIC X(30)     VALUE SPACES.
001030
001040*-----------------------------------------------------------------
001050*    DATE AND TIME STAMPED ON EVERY JOURNAL RECORD
001060*-----------------------------------------------------------------
001070 01  SI-RUN-DATE                PIC 9(08).
001080 01  SI-TIME-WORK.
001090     05  SI-TIME-HHMMSS        PIC 9(06).
001100     05  FILLER                PIC 9(02).
001110
001120*-----------------------------------------------------------------
001130*    ROLE TABLE - ROLE, PROGRAM, AND UP TO TEN ACTION CODES THE
001140*    ROLE MAY TAKE ON THAT PROGRAM.  A ROLE WITH NO ENTRY FOR A
001150*    PROGRAM MAY NOT SIGN ON TO IT.  THE ADMINISTRATOR ROLE (AD)
001160*    IS NOT LISTED - IT MAY USE EVERY PROGRAM AND ACTION.
001170*    ROLES - ES ESTIMATOR, PR PRICING, SA SALES, YD YARD,
001180*    EN ENGINEERING, IQ INQUIRY ONLY.
001190*-----------------------------------------------------------------
001200 01  SI-ACCESS-VALUES.
001210     05  FILLER                PIC X(20)     VALUE
001220         "ESPILLENTRE         ".
001230     05  FILLER                PIC X(20)     VALUE
001240         "ESPILLINQ I         ".
001250     05  FILLER                PIC X(20)     VALUE
001260         "ESPILLCMNTI         ".
001270     05  FILLER                PIC X(20)     VALUE
001280         "ESPILLRMNTL         ".
001290     05  FILLER                PIC X(20)     VALUE
001300         "ESPILLKMNTL         ".
001310     05  FILLER                PIC X(20)     VALUE
001320         "ESPILLDMNTL         ".
001330     05  FILLER                PIC X(20)     VALUE
001340         "ESPILLIMNTI         ".
001350     05  FILLER                PIC X(20)     VALUE
001360         "PRPILLENTRE         ".
001370     05  FILLER                PIC X(20)     VALUE
001380         "PRPILLINQ I         ".
001390     05  FILLER                PIC X(20)     VALUE
001400         "PRPILLCMNTI         ".
001410     05  FILLER                PIC X(20)     VALUE
001420         "PRPILLRMNTLAC       ".
001430     05  FILLER                PIC X(20)     VALUE
001440         "PRPILLKMNTLAC       ".
001450     05  FILLER                PIC X(20)     VALUE
001460         "PRPILLDMNTL         ".
001470     05  FILLER                PIC X(20)     VALUE
001480         "SAPILLINQ I         ".
001490     05  FILLER                PIC X(20)     VALUE
001500         "SAPILLCMNTIAC       ".
001510     05  FILLER                PIC X(20)     VALUE
001520         "SAPILLQSTSO         ".
001530     05  FILLER                PIC X(20)     VALUE
001540         "SAPILLCANCX         ".
001550     05  FILLER                PIC X(20)     VALUE
001560         "SAPILLKMNTL         ".
001570     05  FILLER                PIC X(20)     VALUE
001580         "YDPILLINQ I         ".
001590     05  FILLER                PIC X(20)     VALUE
001600         "YDPILLIMNTIARJC     ".
001610     05  FILLER                PIC X(20)     VALUE
001620         "ENPILLENTRE         ".
001630     05  FILLER                PIC X(20)     VALUE
001640         "ENPILLINQ I         ".
001650     05  FILLER                PIC X(20)     VALUE
001660         "ENPILLDMNTLAC       ".
001670     05  FILLER                PIC X(20)     VALUE
001680         "IQPILLINQ I         ".
001690     05  FILLER                PIC X(20)     VALUE
001700         "IQPILLCMNTI         ".
001710     05  FILLER                PIC X(20)     VALUE
001720         "IQPILLRMNTL         ".
001730     05  FILLER                PIC X(20)     VALUE
001740         "IQPILLKMNTL         ".
001750     05  FILLER                PIC X(20)     VALUE
001760         "IQPILLDMNTL         ".
001770     05  FILLER                PIC X(20)     VALUE
001780         "IQPILLIMNTI         ".
001790 01  SI-ACCESS-TABLE REDEFINES SI-ACCESS-VALUES.
001800     05  SI-ACC-ENTRY          OCCURS 29 TIMES
001810                               INDEXED BY SI-ACC-IX.
001820         10  SI-ACC-ROLE           PIC X(02).
001830         10  SI-ACC-PROGRAM        PIC X(08).
001840         10  SI-ACC-ACTION         OCCURS 10 TIMES
001850                                   INDEXED BY SI-ACT-IX
001860                                   PIC X(01).
001870
001880 LINKAGE SECTION.
001890 COPY PILLSGLK.
001900
001910 SCREEN SECTION.
001920 01  SI-SIGN-ON-SCREEN.
001930     05  BLANK SCREEN.
001940     05  LINE 01 COL 01 VALUE "OPERATOR SIGN-ON - ".
001950     05  LINE 01 COL 20 PIC X(08) FROM SI-PROGRAM.
001960     05  LINE 03 COL 01 VALUE "OPERATOR ID. . . . . . .".
001970     05  LINE 03 COL 25 PIC X(08) USING SI-INQ-OPER-ID.
001980     05  LINE 04 COL 01 VALUE "PASSWORD . . . . . . . .".
001990     05  LINE 04 COL 25 PIC X(08) USING SI-INQ-PASSWORD
002000                                  SECURE.
002010     05  LINE 06 COL 01 VALUE "MESSAGE. . . . . . . . .".
002020     05  LINE 06 COL 25 PIC X(40) FROM SI-SIGN-MSG.
002030
002040 PROCEDURE DIVISION USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
002050             SG-ACTION SG-KEY SG-BEFORE SG-AFTER SG-STATUS.
002060
002070 0000-MAINLINE.
002080     SET SG-STATUS-OK TO TRUE.
002090     EVALUATE TRUE
002100         WHEN SG-FUNC-SIGN-ON
002110             PERFORM 1000-SIGN-ON
002120                                  THRU 1000-SIGN-ON-EXIT
002130         WHEN SG-FUNC-CHECK-ACTION
002140             PERFORM 2000-CHECK-ACTION
002150                                  THRU 2000-CHECK-ACTION-EXIT
002160         WHEN SG-FUNC-JOURNAL
002170             PERFORM 3000-JOURNAL-CHANGE
002180                                  THRU 3000-JOURNAL-CHANGE-EXIT
002190         WHEN SG-FUNC-SIGN-OFF
002200             PERFORM 4000-SIGN-OFF
002210                                  THRU 4000-SIGN-OFF-EXIT
002220         WHEN OTHER
002230             DISPLAY "PILLSIGN - UNKNOWN FUNCTION " SG-FUNCTION
002240             SET SG-STATUS-FAILED TO TRUE
002250     END-EVALUATE.
002260     GOBACK.
002270
002280*-----------------------------------------------------------------
002290*    1000-SIGN-ON - OPEN THE JOURNAL AND THE OPERATOR FILE AND
002300*    GIVE THE OPERATOR UP TO THREE TRIES.  THE OPERATOR FILE IS
002310*    CLOSED AGAIN AS SOON AS THE SIGN-ON IS SETTLED SO THE
002320*    OPERATOR MAINTENANCE SCREEN CAN OPEN IT FOR UPDATE.  A
002330*    REFUSED SIGN-ON CLOSES THE JOURNAL BEFORE GOING BACK.
002340*-----------------------------------------------------------------
002350 1000-SIGN-ON.
002360     MOVE SPACES     TO SG-OPER-ID SI-ROLE SI-SIGN-MSG.
002370     MOVE SG-PROGRAM TO SI-PROGRAM.
002380     SET SI-SIGNED-ON-NO TO TRUE.
002390     PERFORM 1100-OPEN-JOURNAL
002400                                  THRU 1100-OPEN-JOURNAL-EXIT.
002410     IF SI-JOURNAL-OPEN-NO
002420         SET SG-STATUS-FAILED TO TRUE
002430         GO TO 1000-SIGN-ON-EXIT
002440     END-IF.
002450     OPEN INPUT OPERATOR-FILE.
002460     IF NOT SI-OPER-STATUS-OK
002470         DISPLAY "PILLSIGN - OPERATOR FILE OPEN FAILED, STATUS "
002480                 SI-OPER-STATUS
002490         CLOSE ONLINE-JOURNAL
002500         SET SI-JOURNAL-OPEN-NO TO TRUE
002510         SET SG-STATUS-FAILED TO TRUE
002520         GO TO 1000-SIGN-ON-EXIT
002530     END-IF.
002540     MOVE ZERO TO SI-ATTEMPTS.
002550     PERFORM 1200-TAKE-SIGN-ON
002560                                  THRU 1200-TAKE-SIGN-ON-EXIT
002570             UNTIL SI-SIGNED-ON-YES
002580                OR SI-ATTEMPTS NOT < SI-MAX-ATTEMPTS.
002590     CLOSE OPERATOR-FILE.
002600     IF SI-SIGNED-ON-NO
002610         CLOSE ONLINE-JOURNAL
002620         SET SI-JOURNAL-OPEN-NO TO TRUE
002630         SET SG-STATUS-REFUSED TO TRUE
002640     END-IF.
002650 1000-SIGN-ON-EXIT.
002660     EXIT.
002670
002680*-----------------------------------------------------------------
002690*    1100-OPEN-JOURNAL - OPEN THE JOURNAL FOR APPEND, CREATING IT
002700*    ON THE FIRST RUN.  NOTHING CHANGES ONLINE WITHOUT IT.
002710*-----------------------------------------------------------------
002720 1100-OPEN-JOURNAL.
002730     IF SI-JOURNAL-OPEN-YES
002740         GO TO 1100-OPEN-JOURNAL-EXIT
002750     END-IF.
002760     OPEN EXTEND ONLINE-JOURNAL.
002770     IF SI-JRNL-NOT-FOUND
002780         OPEN OUTPUT ONLINE-JOURNAL
002790     END-IF.
002800     IF NOT SI-JRNL-STATUS-OK
002810         DISPLAY "PILLSIGN - ONLINE-JOURNAL OPEN FAILED, STATUS "
002820                 SI-JRNL-STATUS
002830         GO TO 1100-OPEN-JOURNAL-EXIT
002840     END-IF.
002850     SET SI-JOURNAL-OPEN-YES TO TRUE.
002860 1100-OPEN-JOURNAL-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900*    1200-TAKE-SIGN-ON - ONE TRY.  THE OPERATOR MUST BE ON FILE,
002910*    KEY THE RIGHT PASSWORD, BE ACTIVE, AND HOLD A ROLE THAT MAY
002920*    USE THE CALLING PROGRAM.  A FAILED TRY IS JOURNALED WITH ITS
002930*    REASON BUT THE SCREEN ONLY SAYS IT WAS REFUSED.
002940*-----------------------------------------------------------------
002950 1200-TAKE-SIGN-ON.
002960     ADD 1 TO SI-ATTEMPTS.
002970     MOVE SPACES TO SI-INQ-OPER-ID SI-INQ-PASSWORD.
002980     ACCEPT SI-SIGN-ON-SCREEN.
002990     MOVE "SIGN-ON REFUSED - TRY AGAIN" TO SI-SIGN-MSG.
003000     MOVE SI-INQ-OPER-ID TO OP-OPER-ID.
003010     READ OPERATOR-FILE
003020         INVALID KEY
003030             MOVE "OPERATOR NOT ON FILE" TO SI-REASON
003040             PERFORM 1300-JOURNAL-SIGN-ON-REFUSAL
003050                        THRU 1300-JOURNAL-SIGN-ON-REFUSAL-EXIT
003060             GO TO 1200-TAKE-SIGN-ON-EXIT
003070     END-READ.
003080     IF OP-PASSWORD NOT = SI-INQ-PASSWORD
003090         MOVE "PASSWORD INCORRECT" TO SI-REASON
003100         PERFORM 1300-JOURNAL-SIGN-ON-REFUSAL
003110                        THRU 1300-JOURNAL-SIGN-ON-REFUSAL-EXIT
003120         GO TO 1200-TAKE-SIGN-ON-EXIT
003130     END-IF.
003140     IF NOT OP-STATUS-ACTIVE
003150         MOVE "OPERATOR SUSPENDED" TO SI-REASON
003160         PERFORM 1300-JOURNAL-SIGN-ON-REFUSAL
003170                        THRU 1300-JOURNAL-SIGN-ON-REFUSAL-EXIT
003180         GO TO 1200-TAKE-SIGN-ON-EXIT
003190     END-IF.
003200     MOVE OP-ROLE TO SI-ROLE.
003210     IF NOT SI-ROLE-ADMIN
003220         PERFORM 5000-FIND-PROGRAM
003230                                  THRU 5000-FIND-PROGRAM-EXIT
003240         IF SI-FOUND-NO
003250             MOVE "PROGRAM NOT ALLOWED FOR ROLE" TO SI-REASON
003260             PERFORM 1300-JOURNAL-SIGN-ON-REFUSAL
003270                        THRU 1300-JOURNAL-SIGN-ON-REFUSAL-EXIT
003280             MOVE SPACES TO SI-ROLE
003290             GO TO 1200-TAKE-SIGN-ON-EXIT
003300         END-IF
003310     END-IF.
003320     MOVE OP-OPER-ID TO SG-OPER-ID.
003330     SET SI-SIGNED-ON-YES TO TRUE.
003340     MOVE SPACES TO SI-SIGN-MSG.
003350     MOVE SPACES TO JR-JOURNAL-RECORD.
003360     SET JR-EVENT-SIGN-ON TO TRUE.
003370     MOVE SG-OPER-ID TO JR-OPER-ID.
003380     PERFORM 8000-WRITE-JOURNAL
003390                                  THRU 8000-WRITE-JOURNAL-EXIT.
003400 1200-TAKE-SIGN-ON-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------------
003440*    1300-JOURNAL-SIGN-ON-REFUSAL - ONE REFUSED RECORD CARRYING
003450*    THE OPERATOR ID AS KEYED AND THE REASON IN SI-REASON.  THE
003460*    PASSWORD KEYED IS NEVER WRITTEN.
003470*-----------------------------------------------------------------
003480 1300-JOURNAL-SIGN-ON-REFUSAL.
003490     MOVE SPACES TO JR-JOURNAL-RECORD.
003500     SET JR-EVENT-REFUSED TO TRUE.
003510     MOVE SI-INQ-OPER-ID TO JR-OPER-ID.
003520     MOVE SI-REASON      TO JR-REASON.
003530     PERFORM 8000-WRITE-JOURNAL
003540                                  THRU 8000-WRITE-JOURNAL-EXIT.
003550 1300-JOURNAL-SIGN-ON-REFUSAL-EXIT.
003560     EXIT.
003570
003580*-----------------------------------------------------------------
003590*    2000-CHECK-ACTION - MAY THE SIGNED-ON OPERATOR'S ROLE TAKE
003600*    SG-ACTION ON THE CALLING PROGRAM.  A REFUSAL IS JOURNALED
003610*    WITH THE ACTION AND THE KEY THE OPERATOR WAS AFTER.
003620*-----------------------------------------------------------------
003630 2000-CHECK-ACTION.
003640     IF SI-SIGNED-ON-NO
003650         SET SG-STATUS-FAILED TO TRUE
003660         GO TO 2000-CHECK-ACTION-EXIT
003670     END-IF.
003680     IF SI-ROLE-ADMIN
003690         GO TO 2000-CHECK-ACTION-EXIT
003700     END-IF.
003710     PERFORM 5000-FIND-PROGRAM
003720                                  THRU 5000-FIND-PROGRAM-EXIT.
003730     IF SI-FOUND-YES AND SG-ACTION NOT = SPACE
003740         SET SI-ACT-IX TO 1
003750         SEARCH SI-ACC-ACTION
003760             AT END
003770                 SET SI-FOUND-NO TO TRUE
003780             WHEN SI-ACC-ACTION (SI-ACC-IX SI-ACT-IX) = SG-ACTION
003790                 SET SI-FOUND-YES TO TRUE
003800         END-SEARCH
003810     ELSE
003820         SET SI-FOUND-NO TO TRUE
003830     END-IF.
003840     IF SI-FOUND-YES
003850         GO TO 2000-CHECK-ACTION-EXIT
003860     END-IF.
003870     SET SG-STATUS-REFUSED TO TRUE.
003880     MOVE SPACES TO JR-JOURNAL-RECORD.
003890     SET JR-EVENT-REFUSED TO TRUE.
003900     MOVE SG-OPER-ID TO JR-OPER-ID.
003910     MOVE SG-ACTION  TO JR-ACTION.
003920     MOVE SG-KEY     TO JR-KEY.
003930     MOVE "ACTION NOT ALLOWED FOR ROLE" TO JR-REASON.
003940     PERFORM 8000-WRITE-JOURNAL
003950                                  THRU 8000-WRITE-JOURNAL-EXIT.
003960 2000-CHECK-ACTION-EXIT.
003970     EXIT.
003980
003990*-----------------------------------------------------------------
004000*    3000-JOURNAL-CHANGE - ONE CHANGE RECORD FOR AN ADD, CHANGE
004010*    OR OUTCOME THE CALLER HAS JUST TAKEN.  THE JOURNAL IS OPENED
004020*    HERE IF NO SIGN-ON HAS OPENED IT, WHICH IS ONLY THE CASE
004030*    WHEN THE FIRST OPERATOR IS BEING SET UP.
004040*-----------------------------------------------------------------
004050 3000-JOURNAL-CHANGE.
004060     PERFORM 1100-OPEN-JOURNAL
004070                                  THRU 1100-OPEN-JOURNAL-EXIT.
004080     IF SI-JOURNAL-OPEN-NO
004090         SET SG-STATUS-FAILED TO TRUE
004100         GO TO 3000-JOURNAL-CHANGE-EXIT
004110     END-IF.
004120     MOVE SPACES TO JR-JOURNAL-RECORD.
004130     SET JR-EVENT-CHANGE TO TRUE.
004140     MOVE SG-OPER-ID TO JR-OPER-ID.
004150     MOVE SG-ACTION  TO JR-ACTION.
004160     MOVE SG-KEY     TO JR-KEY.
004170     MOVE SG-BEFORE  TO JR-BEFORE.
004180     MOVE SG-AFTER   TO JR-AFTER.
004190     PERFORM 8000-WRITE-JOURNAL
004200                                  THRU 8000-WRITE-JOURNAL-EXIT.
004210 3000-JOURNAL-CHANGE-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------------------
004250*    4000-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
004260*-----------------------------------------------------------------
004270 4000-SIGN-OFF.
004280     IF SI-SIGNED-ON-YES
004290         MOVE SPACES TO JR-JOURNAL-RECORD
004300         SET JR-EVENT-SIGN-OFF TO TRUE
004310         MOVE SG-OPER-ID TO JR-OPER-ID
004320         PERFORM 8000-WRITE-JOURNAL
004330                                  THRU 8000-WRITE-JOURNAL-EXIT
004340     END-IF.
004350     IF SI-JOURNAL-OPEN-YES
004360         CLOSE ONLINE-JOURNAL
004370         SET SI-JOURNAL-OPEN-NO TO TRUE
004380     END-IF.
004390     SET SI-SIGNED-ON-NO TO TRUE.
004400     MOVE SPACES TO SI-ROLE.
004410 4000-SIGN-OFF-EXIT.
004420     EXIT.
004430
004440*-----------------------------------------------------------------
004450*    5000-FIND-PROGRAM - LOOK UP THE ROLE TABLE ENTRY FOR THE
004460*    SIGNED-ON ROLE AND THE CALLING PROGRAM, LEAVING SI-ACC-IX
004470*    ON IT WHEN THERE IS ONE.
004480*-----------------------------------------------------------------
004490 5000-FIND-PROGRAM.
004500     SET SI-ACC-IX TO 1.
004510     SEARCH SI-ACC-ENTRY
004520         AT END
004530             SET SI-FOUND-NO TO TRUE
004540         WHEN SI-ACC-ROLE (SI-ACC-IX) = SI-ROLE
004550          AND SI-ACC-PROGRAM (SI-ACC-IX) = SG-PROGRAM
004560             SET SI-FOUND-YES TO TRUE
004570     END-SEARCH.
004580 5000-FIND-PROGRAM-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620*    8000-WRITE-JOURNAL - STAMP THE DATE, TIME AND CALLING
004630*    PROGRAM ON THE RECORD BUILT BY THE CALLER AND APPEND IT.
004640*-----------------------------------------------------------------
004650 8000-WRITE-JOURNAL.
004660     ACCEPT SI-RUN-DATE FROM DATE YYYYMMDD.
004670     ACCEPT SI-TIME-WORK FROM TIME.
004680     MOVE SI-RUN-DATE    TO JR-DATE.
004690     MOVE SI-TIME-HHMMSS TO JR-TIME.
004700     MOVE SG-PROGRAM     TO JR-PROGRAM.
004710     WRITE JR-JOURNAL-RECORD.
004720     IF NOT SI-JRNL-STATUS-OK
004730         DISPLAY "PILLSIGN - ONLINE-JOURNAL WRITE FAILED, STATUS "
004740                 SI-JRNL-STATUS
004750         SET SG-STATUS-FAILED TO TRUE
004760     END-IF.
004770 8000-WRITE-JOURNAL-EXIT.
004780     EXIT.
004790
004800 END PROGRAM PILLSIGN.
