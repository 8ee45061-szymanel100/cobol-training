000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLOMNT                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-12                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - INTERACTIVE MAINTENANCE FOR THE ONLINE OPERATOR    *
000100*  FILE PILLSIGN CHECKS EVERY SIGN-ON AGAINST.  ONLY AN         *
000110*  ADMINISTRATOR MAY SIGN ON.  THE OPERATOR KEYS AN OPERATOR ID *
000120*  AND AN ACTION - INQUIRE, ADD OR CHANGE - AND THE SCREEN      *
000130*  TAKES OR SHOWS THE NAME, PASSWORD, ROLE AND STATUS.  THE     *
000140*  PASSWORD IS NEVER SHOWN; LEFT BLANK ON A CHANGE IT STAYS AS  *
000150*  IT WAS.  AN OPERATOR WHO LEAVES IS SUSPENDED, NOT DELETED,   *
000160*  SO THE JOURNAL STILL TRACES BACK TO A NAME.  AN              *
000170*  ADMINISTRATOR MAY NOT SUSPEND OR DEMOTE THEIR OWN ID, SO THE *
000180*  FILE IS NEVER LEFT WITHOUT ONE.  EVERY CHANGE IS JOURNALED   *
000190*  THROUGH PILLSIGN WITH THE PASSWORD MASKED.  WHEN THE FILE IS *
000200*  EMPTY THERE IS NOBODY TO SIGN ON, SO THE SIGN-ON IS SKIPPED  *
000210*  AND THE ONLY ACTION TAKEN IS THE ADD OF A FIRST OPERATOR,    *
000220*  WHO MUST BE AN ADMINISTRATOR.                                *
000230*                                                               *
000240*-----------------------------------------------------------------
000250*  MODIFICATION HISTORY                                         *
000260*  DATE       INIT DESCRIPTION                                  *
000270*  2026-10-12 RSM  ORIGINAL PROGRAM.                            *
000273*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000276*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    PILLOMNT.
000310 AUTHOR.        R S MASON.
000320 INSTALLATION.  STRUCTURAL ESTIMATING.
000330 DATE-WRITTEN.  2026-10-12.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPERATOR-FILE    ASSIGN TO "PILLOPER"
000420                              ORGANIZATION IS INDEXED
000430                              ACCESS MODE IS DYNAMIC
000440                              RECORD KEY IS OP-OPER-ID
000450                              FILE STATUS IS OM-OPER-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPERATOR-FILE.
000500     COPY PILLOPR.
000510
000520 WORKING-STORAGE SECTION.
000530*-----------------------------------------------------------------
000540*    SWITCHES
000550*-----------------------------------------------------------------
000560 77  OM-MORE-WORK-SW           PIC X(01)     VALUE 'Y'.
000570     88  OM-MORE-WORK-YES      VALUE 'Y'.
000580     88  OM-MORE-WORK-NO       VALUE 'N'.
000590 77  OM-ON-FILE-SW             PIC X(01)     VALUE 'N'.
000600     88  OM-ON-FILE-YES        VALUE 'Y'.
000610     88  OM-ON-FILE-NO         VALUE 'N'.
000620 77  OM-FIRST-OPER-SW          PIC X(01)     VALUE 'N'.
000630     88  OM-FIRST-OPER-YES     VALUE 'Y'.
000640     88  OM-FIRST-OPER-NO      VALUE 'N'.
000650
000660*-----------------------------------------------------------------
000670*    FILE STATUS FOR THE OPERATOR FILE - ALLOWED TO START OUT NOT
000680*    FOUND SINCE 1000-INITIALIZE CREATES IT ON THE FIRST RUN.
000690*-----------------------------------------------------------------
000700 77  OM-OPER-STATUS            PIC X(02).
000710     88  OM-OPER-STATUS-OK     VALUE '00'.
000720     88  OM-OPER-NOT-FOUND     VALUE '35'.
000730
000740*-----------------------------------------------------------------
000750*    OPERATOR KEYED FIELDS, THE REPLY TO THE "ANOTHER" PROMPT,
000760*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT
000770*-----------------------------------------------------------------
000780 77  OM-INQ-ACTION             PIC X(01)     VALUE SPACE.
000790 77  OM-INQ-OPER-ID            PIC X(08)     VALUE SPACES.
000800 77  OM-INQ-NAME               PIC X(30)     VALUE SPACES.
000810 77  OM-INQ-PASSWORD           PIC X(08)     VALUE SPACES.
000820 77  OM-INQ-ROLE               PIC X(02)     VALUE SPACES.
000830     88  OM-ROLE-ADMIN         VALUE 'AD'.
000840     88  OM-ROLE-VALID         VALUE 'AD' 'PR' 'ES' 'SA'
000850                                     'YD' 'EN' 'IQ'.
000860 77  OM-INQ-STATUS             PIC X(01)     VALUE SPACE.
000870     88  OM-STATUS-ACTIVE      VALUE 'A'.
000880     88  OM-STATUS-VALID       VALUE 'A' 'S'.
000890 77  OM-ANOTHER-OPER           PIC X(01)     VALUE 'Y'.
000900 77  OM-RESULT-MSG             PIC X(40)     VALUE SPACES.
000910
000920*-----------------------------------------------------------------
000930*    OPERATOR RECORD AS JOURNALED - THE SAME LAYOUT AS
000940*    OP-OPERATOR-RECORD IN PILLOPR.CPY WITH THE PASSWORD MASKED
000950*    BEFORE IT GOES TO THE JOURNAL.
000960*-----------------------------------------------------------------
000970 01  OM-JOURNAL-IMAGE.
000980     05  OM-JI-OPER-ID             PIC X(08).
000990     05  OM-JI-NAME                PIC X(30).
001000     05  OM-JI-PASSWORD            PIC X(08).
001010     05  OM-JI-ROLE                PIC X(02).
001020     05  OM-JI-STATUS              PIC X(01).
001030     05  OM-JI-LAST-CHANGE-DATE    PIC 9(08).
001040
001050*-----------------------------------------------------------------
001060*    CHANGE DATE STAMPED ON EVERY OPERATOR RECORD, AND THE RUN
001070*    COUNTERS
001080*-----------------------------------------------------------------
001090 01  OM-RUN-DATE                PIC 9(08).
001100 77  OM-CNT-CHANGES            PIC 9(07)     VALUE ZERO COMP.
001110 77  OM-CNT-DISPLAY            PIC Z(06)9.
001120
001130*-----------------------------------------------------------------
001140*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001150*-----------------------------------------------------------------
001160 COPY PILLSGLK.
001170
001180 SCREEN SECTION.
001190 01  OM-KEY-SCREEN.
001200     05  BLANK SCREEN.
001210     05  LINE 01 COL 01 VALUE "OPERATOR MAINTENANCE".
001220     05  LINE 03 COL 01 VALUE "ACTION (I/A/C) . . . . .".
001230     05  LINE 03 COL 25 PIC X(01) USING OM-INQ-ACTION.
001240     05  LINE 04 COL 01 VALUE "OPERATOR ID. . . . . . .".
001250     05  LINE 04 COL 25 PIC X(08) USING OM-INQ-OPER-ID.
001260
001270 01  OM-DETAIL-SCREEN.
001280     05  LINE 06 COL 01 VALUE "NAME . . . . . . . . . .".
001290     05  LINE 06 COL 25 PIC X(30) USING OM-INQ-NAME.
001300     05  LINE 07 COL 01 VALUE "PASSWORD . . . . . . . .".
001310     05  LINE 07 COL 25 PIC X(08) USING OM-INQ-PASSWORD
001320                                  SECURE.
001330     05  LINE 08 COL 01 VALUE "ROLE . . . . . . . . . .".
001340     05  LINE 08 COL 25 PIC X(02) USING OM-INQ-ROLE.
001350     05  LINE 08 COL 33 VALUE "AD PR ES SA YD EN IQ".
001360     05  LINE 09 COL 01 VALUE "STATUS (A/S) . . . . . .".
001370     05  LINE 09 COL 25 PIC X(01) USING OM-INQ-STATUS.
001380
001390 01  OM-RESULT-SCREEN.
001400     05  LINE 11 COL 01 VALUE "MESSAGE. . . . . . . . .".
001410     05  LINE 11 COL 25 PIC X(40) USING OM-RESULT-MSG.
001420
001430 01  OM-ANOTHER-SCREEN.
001440     05  LINE 13 COL 01 VALUE "ANOTHER OPERATOR? (Y/N).".
001450     05  LINE 13 COL 25 PIC X(01) USING OM-ANOTHER-OPER.
001460
001470 PROCEDURE DIVISION.
001480
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001510                                  THRU 1000-INITIALIZE-EXIT.
001520     PERFORM 2000-PROCESS-ACTION
001530                                  THRU 2000-PROCESS-ACTION-EXIT
001540             UNTIL OM-MORE-WORK-NO.
001550     PERFORM 9999-TERMINATE
001560                                  THRU 9999-TERMINATE-EXIT.
001570     STOP RUN.
001580
001590*-----------------------------------------------------------------
001600*    1000-INITIALIZE - SEE WHETHER ANY OPERATOR IS ON FILE YET,
001610*    SIGN THE OPERATOR ON WHEN ONE IS, THEN OPEN THE OPERATOR
001620*    FILE FOR UPDATE, CREATING IT ON THE FIRST RUN.
001630*-----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD.
001660     PERFORM 1100-CHECK-FIRST-OPER
001670                              THRU 1100-CHECK-FIRST-OPER-EXIT.
001680     IF OM-FIRST-OPER-YES
001690         MOVE "PILLOMNT" TO SG-PROGRAM
001700         MOVE "SETUP"    TO SG-OPER-ID
001710         DISPLAY "PILLOMNT - NO OPERATORS ON FILE - ADD THE "
001720                 "FIRST ADMINISTRATOR"
001730     ELSE
001740         PERFORM 9600-SIGN-ON
001750                                  THRU 9600-SIGN-ON-EXIT
001760     END-IF.
001770     OPEN I-O OPERATOR-FILE.
001780     IF OM-OPER-NOT-FOUND
001790         OPEN OUTPUT OPERATOR-FILE
001800         CLOSE OPERATOR-FILE
001810         OPEN I-O OPERATOR-FILE
001820     END-IF.
001830     IF NOT OM-OPER-STATUS-OK
001840         DISPLAY "PILLOMNT - OPERATOR FILE OPEN FAILED, STATUS "
001850                 OM-OPER-STATUS
001860         GO TO 9900-ABEND-RUN
001870     END-IF.
001880 1000-INITIALIZE-EXIT.
001890     EXIT.
001900
001910*-----------------------------------------------------------------
001920*    1100-CHECK-FIRST-OPER - THE FILE IS TAKEN AS EMPTY WHEN IT
001930*    IS NOT THERE YET OR HOLDS NO RECORDS.
001940*-----------------------------------------------------------------
001950 1100-CHECK-FIRST-OPER.
001960     SET OM-FIRST-OPER-NO TO TRUE.
001970     OPEN INPUT OPERATOR-FILE.
001980     IF OM-OPER-NOT-FOUND
001990         SET OM-FIRST-OPER-YES TO TRUE
002000         GO TO 1100-CHECK-FIRST-OPER-EXIT
002010     END-IF.
002020     IF NOT OM-OPER-STATUS-OK
002030         DISPLAY "PILLOMNT - OPERATOR FILE OPEN FAILED, STATUS "
002040                 OM-OPER-STATUS
002050         GO TO 9900-ABEND-RUN
002060     END-IF.
002070     MOVE LOW-VALUES TO OP-OPER-ID.
002080     START OPERATOR-FILE KEY NOT < OP-OPER-ID
002090         INVALID KEY
002100             SET OM-FIRST-OPER-YES TO TRUE
002110     END-START.
002120     CLOSE OPERATOR-FILE.
002130 1100-CHECK-FIRST-OPER-EXIT.
002140     EXIT.
002150
002160*-----------------------------------------------------------------
002170*    2000-PROCESS-ACTION - ACCEPT ONE ACTION AND OPERATOR ID,
002180*    ROUTE IT TO THE RIGHT HANDLER, AND ASK WHETHER TO GO AROUND
002190*    AGAIN.  WHILE THE FIRST OPERATOR IS BEING SET UP ONLY AN ADD
002200*    IS TAKEN.
002210*-----------------------------------------------------------------
002220 2000-PROCESS-ACTION.
002230     PERFORM 2100-INITIALIZE-ACTION
002240                              THRU 2100-INITIALIZE-ACTION-EXIT.
002250     ACCEPT OM-KEY-SCREEN.
002260     IF OM-INQ-ACTION = 'i'
002270         MOVE 'I' TO OM-INQ-ACTION
002280     END-IF.
002290     IF OM-INQ-ACTION = 'a'
002300         MOVE 'A' TO OM-INQ-ACTION
002310     END-IF.
002320     IF OM-INQ-ACTION = 'c'
002330         MOVE 'C' TO OM-INQ-ACTION
002340     END-IF.
002350     IF OM-INQ-OPER-ID = SPACES
002360         MOVE "OPERATOR ID IS BLANK" TO OM-RESULT-MSG
002370         DISPLAY OM-RESULT-SCREEN
002380         GO TO 2000-PROCESS-ACTION-ASK
002390     END-IF.
002400     IF OM-FIRST-OPER-YES AND OM-INQ-ACTION NOT = 'A'
002410         MOVE "ADD THE FIRST ADMINISTRATOR FIRST"
002420             TO OM-RESULT-MSG
002430         DISPLAY OM-RESULT-SCREEN
002440         GO TO 2000-PROCESS-ACTION-ASK
002450     END-IF.
002460     IF OM-FIRST-OPER-NO
002470             AND (OM-INQ-ACTION = 'I' OR OM-INQ-ACTION = 'A'
002480                  OR OM-INQ-ACTION = 'C')
002490         MOVE OM-INQ-ACTION  TO SG-ACTION
002500         MOVE OM-INQ-OPER-ID TO SG-KEY
002510         PERFORM 9610-CHECK-ACTION
002520                                  THRU 9610-CHECK-ACTION-EXIT
002530         IF NOT SG-STATUS-OK
002540             DISPLAY OM-RESULT-SCREEN
002550             GO TO 2000-PROCESS-ACTION-ASK
002560         END-IF
002570     END-IF.
002580     PERFORM 3000-READ-OPERATOR
002590                                  THRU 3000-READ-OPERATOR-EXIT.
002600     EVALUATE OM-INQ-ACTION
002610         WHEN 'I'
002620             PERFORM 6000-INQUIRE-OPERATOR
002630                              THRU 6000-INQUIRE-OPERATOR-EXIT
002640         WHEN 'A'
002650             PERFORM 4000-ADD-OPERATOR
002660                                  THRU 4000-ADD-OPERATOR-EXIT
002670         WHEN 'C'
002680             PERFORM 5000-CHANGE-OPERATOR
002690                              THRU 5000-CHANGE-OPERATOR-EXIT
002700         WHEN OTHER
002710             MOVE "ACTION MUST BE I, A OR C" TO OM-RESULT-MSG
002720             DISPLAY OM-RESULT-SCREEN
002730     END-EVALUATE.
002740 2000-PROCESS-ACTION-ASK.
002750     IF OM-MORE-WORK-NO
002760         GO TO 2000-PROCESS-ACTION-EXIT
002770     END-IF.
002780     ACCEPT OM-ANOTHER-SCREEN.
002790     IF OM-ANOTHER-OPER NOT = "Y" AND OM-ANOTHER-OPER NOT = "y"
002800         SET OM-MORE-WORK-NO TO TRUE
002810     END-IF.
002820 2000-PROCESS-ACTION-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860*    2100-INITIALIZE-ACTION - CLEAR THE FIELDS BEFORE THE NEXT
002870*    ACTION IS KEYED.
002880*-----------------------------------------------------------------
002890 2100-INITIALIZE-ACTION.
002900     MOVE SPACE  TO OM-INQ-ACTION OM-INQ-STATUS.
002910     MOVE SPACES TO OM-INQ-OPER-ID OM-INQ-NAME OM-INQ-PASSWORD
002920                    OM-INQ-ROLE OM-RESULT-MSG.
002930 2100-INITIALIZE-ACTION-EXIT.
002940     EXIT.
002950
002960*-----------------------------------------------------------------
002970*    3000-READ-OPERATOR - LOOK THE KEYED ID UP ON THE OPERATOR
002980*    FILE AND SET THE ON-FILE SWITCH FOR THE ACTION HANDLERS.
002990*-----------------------------------------------------------------
003000 3000-READ-OPERATOR.
003010     MOVE OM-INQ-OPER-ID TO OP-OPER-ID.
003020     READ OPERATOR-FILE
003030         INVALID KEY
003040             SET OM-ON-FILE-NO TO TRUE
003050         NOT INVALID KEY
003060             SET OM-ON-FILE-YES TO TRUE
003070     END-READ.
003080 3000-READ-OPERATOR-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------------
003120*    4000-ADD-OPERATOR - TAKE THE DETAILS, EDIT THEM AND WRITE
003130*    THE NEW RECORD.  AN ID ALREADY ON FILE IS REFUSED.  A NEW
003140*    OPERATOR STARTS ACTIVE UNLESS KEYED OTHERWISE.  ONCE THE
003150*    FIRST ADMINISTRATOR IS ON FILE THE RUN ENDS SO THEY CAN
003160*    SIGN ON PROPERLY.
003170*-----------------------------------------------------------------
003180 4000-ADD-OPERATOR.
003190     IF OM-ON-FILE-YES
003200         MOVE "OPERATOR ALREADY ON FILE" TO OM-RESULT-MSG
003210         DISPLAY OM-RESULT-SCREEN
003220         GO TO 4000-ADD-OPERATOR-EXIT
003230     END-IF.
003240     MOVE 'A' TO OM-INQ-STATUS.
003250     IF OM-FIRST-OPER-YES
003260         MOVE "AD" TO OM-INQ-ROLE
003270     END-IF.
003280     ACCEPT OM-DETAIL-SCREEN.
003290     IF OM-INQ-PASSWORD = SPACES
003300         MOVE "PASSWORD IS BLANK - NOT ADDED" TO OM-RESULT-MSG
003310         DISPLAY OM-RESULT-SCREEN
003320         GO TO 4000-ADD-OPERATOR-EXIT
003330     END-IF.
003340     PERFORM 4500-EDIT-OPERATOR
003350                                  THRU 4500-EDIT-OPERATOR-EXIT.
003360     IF OM-RESULT-MSG NOT = SPACES
003370         DISPLAY OM-RESULT-SCREEN
003380         GO TO 4000-ADD-OPERATOR-EXIT
003390     END-IF.
003400     IF OM-FIRST-OPER-YES
003410             AND (NOT OM-ROLE-ADMIN OR NOT OM-STATUS-ACTIVE)
003420         MOVE "FIRST OPERATOR MUST BE AN ACTIVE AD"
003430             TO OM-RESULT-MSG
003440         DISPLAY OM-RESULT-SCREEN
003450         GO TO 4000-ADD-OPERATOR-EXIT
003460     END-IF.
003470     MOVE OM-INQ-OPER-ID  TO OP-OPER-ID.
003480     MOVE OM-INQ-PASSWORD TO OP-PASSWORD.
003490     PERFORM 4200-BUILD-OPERATOR
003500                                  THRU 4200-BUILD-OPERATOR-EXIT.
003510     WRITE OP-OPERATOR-RECORD.
003520     IF NOT OM-OPER-STATUS-OK
003530         MOVE "WRITE FAILED - NOT ADDED" TO OM-RESULT-MSG
003540         DISPLAY OM-RESULT-SCREEN
003550         GO TO 4000-ADD-OPERATOR-EXIT
003560     END-IF.
003570     MOVE SPACES TO SG-BEFORE.
003580     PERFORM 4300-JOURNAL-OPERATOR
003590                              THRU 4300-JOURNAL-OPERATOR-EXIT.
003600     MOVE "OPERATOR ADDED" TO OM-RESULT-MSG.
003610     IF OM-FIRST-OPER-YES
003620         MOVE "ADMINISTRATOR ADDED - NOW SIGN ON"
003630             TO OM-RESULT-MSG
003640         SET OM-MORE-WORK-NO TO TRUE
003650     END-IF.
003660     DISPLAY OM-RESULT-SCREEN.
003670 4000-ADD-OPERATOR-EXIT.
003680     EXIT.
003690
003700*-----------------------------------------------------------------
003710*    4200-BUILD-OPERATOR - MOVE THE KEYED DETAILS INTO THE RECORD
003720*    READY TO WRITE OR REWRITE.  THE PASSWORD IS SET BY THE
003730*    CALLER.
003740*-----------------------------------------------------------------
003750 4200-BUILD-OPERATOR.
003760     MOVE OM-INQ-NAME    TO OP-NAME.
003770     MOVE OM-INQ-ROLE    TO OP-ROLE.
003780     MOVE OM-INQ-STATUS  TO OP-STATUS.
003790     MOVE OM-RUN-DATE    TO OP-LAST-CHANGE-DATE.
003800 4200-BUILD-OPERATOR-EXIT.
003810     EXIT.
003820
003830*-----------------------------------------------------------------
003840*    4300-JOURNAL-OPERATOR - JOURNAL THE RECORD JUST WRITTEN AS
003850*    THE AFTER IMAGE, PASSWORD MASKED.  THE CALLER HAS SET THE
003860*    BEFORE IMAGE.
003870*-----------------------------------------------------------------
003880 4300-JOURNAL-OPERATOR.
003890     MOVE OP-OPERATOR-RECORD TO OM-JOURNAL-IMAGE.
003900     MOVE ALL '*'            TO OM-JI-PASSWORD.
003910     MOVE OM-JOURNAL-IMAGE   TO SG-AFTER.
003920     MOVE OM-INQ-ACTION      TO SG-ACTION.
003930     MOVE OM-INQ-OPER-ID     TO SG-KEY.
003940     PERFORM 9620-JOURNAL-CHANGE
003950                                  THRU 9620-JOURNAL-CHANGE-EXIT.
003960     ADD 1 TO OM-CNT-CHANGES.
003970 4300-JOURNAL-OPERATOR-EXIT.
003980     EXIT.
003990
004000*-----------------------------------------------------------------
004010*    4500-EDIT-OPERATOR - THE NAME MAY NOT BE BLANK, THE ROLE
004020*    MUST BE ONE OF THE SEVEN ROLES, AND THE STATUS A OR S.  THE
004030*    FIRST ERROR FOUND GOES IN THE MESSAGE; A BLANK MESSAGE MEANS
004040*    THE DETAILS PASSED.
004050*-----------------------------------------------------------------
004060 4500-EDIT-OPERATOR.
004070     MOVE SPACES TO OM-RESULT-MSG.
004080     IF OM-INQ-STATUS = 'a'
004090         MOVE 'A' TO OM-INQ-STATUS
004100     END-IF.
004110     IF OM-INQ-STATUS = 's'
004120         MOVE 'S' TO OM-INQ-STATUS
004130     END-IF.
004140     IF OM-INQ-NAME = SPACES
004150         MOVE "NAME IS BLANK" TO OM-RESULT-MSG
004160         GO TO 4500-EDIT-OPERATOR-EXIT
004170     END-IF.
004180     IF NOT OM-ROLE-VALID
004190         MOVE "ROLE MUST BE AD PR ES SA YD EN OR IQ"
004200             TO OM-RESULT-MSG
004210         GO TO 4500-EDIT-OPERATOR-EXIT
004220     END-IF.
004230     IF NOT OM-STATUS-VALID
004240         MOVE "STATUS MUST BE A OR S" TO OM-RESULT-MSG
004250         GO TO 4500-EDIT-OPERATOR-EXIT
004260     END-IF.
004270 4500-EDIT-OPERATOR-EXIT.
004280     EXIT.
004290
004300*-----------------------------------------------------------------
004310*    5000-CHANGE-OPERATOR - SHOW THE DETAILS ON FILE, TAKE THE
004320*    CORRECTED ONES, EDIT THEM AND REWRITE.  A BLANK PASSWORD
004330*    KEEPS THE ONE ON FILE.  THE SIGNED-ON ADMINISTRATOR MAY NOT
004340*    SUSPEND OR DEMOTE THEIR OWN ID.
004350*-----------------------------------------------------------------
004360 5000-CHANGE-OPERATOR.
004370     IF OM-ON-FILE-NO
004380         MOVE "OPERATOR NOT ON FILE" TO OM-RESULT-MSG
004390         DISPLAY OM-RESULT-SCREEN
004400         GO TO 5000-CHANGE-OPERATOR-EXIT
004410     END-IF.
004420     MOVE OP-OPERATOR-RECORD TO OM-JOURNAL-IMAGE.
004430     MOVE ALL '*'            TO OM-JI-PASSWORD.
004440     MOVE OM-JOURNAL-IMAGE   TO SG-BEFORE.
004450     MOVE OP-NAME   TO OM-INQ-NAME.
004460     MOVE OP-ROLE   TO OM-INQ-ROLE.
004470     MOVE OP-STATUS TO OM-INQ-STATUS.
004480     ACCEPT OM-DETAIL-SCREEN.
004490     PERFORM 4500-EDIT-OPERATOR
004500                                  THRU 4500-EDIT-OPERATOR-EXIT.
004510     IF OM-RESULT-MSG NOT = SPACES
004520         DISPLAY OM-RESULT-SCREEN
004530         GO TO 5000-CHANGE-OPERATOR-EXIT
004540     END-IF.
004550     IF OM-INQ-OPER-ID = SG-OPER-ID
004560             AND (NOT OM-ROLE-ADMIN OR NOT OM-STATUS-ACTIVE)
004570         MOVE "MAY NOT SUSPEND OR DEMOTE YOURSELF"
004580             TO OM-RESULT-MSG
004590         DISPLAY OM-RESULT-SCREEN
004600         GO TO 5000-CHANGE-OPERATOR-EXIT
004610     END-IF.
004620     IF OM-INQ-PASSWORD NOT = SPACES
004630         MOVE OM-INQ-PASSWORD TO OP-PASSWORD
004640     END-IF.
004650     PERFORM 4200-BUILD-OPERATOR
004660                                  THRU 4200-BUILD-OPERATOR-EXIT.
004670     REWRITE OP-OPERATOR-RECORD.
004680     IF NOT OM-OPER-STATUS-OK
004690         MOVE "REWRITE FAILED - NOT CHANGED" TO OM-RESULT-MSG
004700         DISPLAY OM-RESULT-SCREEN
004710         GO TO 5000-CHANGE-OPERATOR-EXIT
004720     END-IF.
004730     PERFORM 4300-JOURNAL-OPERATOR
004740                              THRU 4300-JOURNAL-OPERATOR-EXIT.
004750     MOVE "OPERATOR CHANGED" TO OM-RESULT-MSG.
004760     DISPLAY OM-RESULT-SCREEN.
004770 5000-CHANGE-OPERATOR-EXIT.
004780     EXIT.
004790
004800*-----------------------------------------------------------------
004810*    6000-INQUIRE-OPERATOR - SHOW THE RECORD ON FILE, LESS THE
004820*    PASSWORD.
004830*-----------------------------------------------------------------
004840 6000-INQUIRE-OPERATOR.
004850     IF OM-ON-FILE-NO
004860         MOVE "OPERATOR NOT ON FILE" TO OM-RESULT-MSG
004870         DISPLAY OM-RESULT-SCREEN
004880         GO TO 6000-INQUIRE-OPERATOR-EXIT
004890     END-IF.
004900     MOVE OP-NAME   TO OM-INQ-NAME.
004910     MOVE OP-ROLE   TO OM-INQ-ROLE.
004920     MOVE OP-STATUS TO OM-INQ-STATUS.
004930     DISPLAY OM-DETAIL-SCREEN.
004940     MOVE "OPERATOR ON FILE" TO OM-RESULT-MSG.
004950     DISPLAY OM-RESULT-SCREEN.
004960 6000-INQUIRE-OPERATOR-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
005010*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
005020*    OPENED.
005030*-----------------------------------------------------------------
005040 9600-SIGN-ON.
005050     MOVE "PILLOMNT" TO SG-PROGRAM.
005060     SET SG-FUNC-SIGN-ON TO TRUE.
005070     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005080                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005090                           SG-STATUS.
005100     IF NOT SG-STATUS-OK
005110         DISPLAY "PILLOMNT - OPERATOR NOT SIGNED ON - RUN STOPPED"
005120         GO TO 9900-ABEND-RUN
005130     END-IF.
005140 9600-SIGN-ON-EXIT.
005150     EXIT.
005160
005170*-----------------------------------------------------------------
005180*    9610-CHECK-ACTION - ASK PILLSIGN WHETHER THE OPERATOR'S ROLE
005190*    MAY TAKE THE ACTION IN SG-ACTION ON THE KEY IN SG-KEY.  A
005200*    REFUSAL LEAVES THE MESSAGE FOR THE CALLER TO SHOW.
005210*-----------------------------------------------------------------
005220 9610-CHECK-ACTION.
005230     SET SG-FUNC-CHECK-ACTION TO TRUE.
005240     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005250                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005260                           SG-STATUS.
005270     IF NOT SG-STATUS-OK
005280         MOVE "ACTION NOT ALLOWED FOR YOUR ROLE"
005290             TO OM-RESULT-MSG
005300     END-IF.
005310 9610-CHECK-ACTION-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------------
005350*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
005360*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
005370*-----------------------------------------------------------------
005380 9620-JOURNAL-CHANGE.
005390     SET SG-FUNC-JOURNAL TO TRUE.
005400     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005410                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005420                           SG-STATUS.
005430 9620-JOURNAL-CHANGE-EXIT.
005440     EXIT.
005450
005460*-----------------------------------------------------------------
005470*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
005480*-----------------------------------------------------------------
005490 9630-SIGN-OFF.
005500     SET SG-FUNC-SIGN-OFF TO TRUE.
005510     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005520                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005530                           SG-STATUS.
005540 9630-SIGN-OFF-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------------
005580*    9999-TERMINATE - CLOSE THE FILE, SIGN OFF AND PUT THE CHANGE
005590*    COUNT ON THE JOB LOG.
005600*-----------------------------------------------------------------
005610 9999-TERMINATE.
005620     CLOSE OPERATOR-FILE.
005630     PERFORM 9630-SIGN-OFF
005640                                  THRU 9630-SIGN-OFF-EXIT.
005650     MOVE OM-CNT-CHANGES TO OM-CNT-DISPLAY.
005660     DISPLAY "PILLOMNT - CHANGES TAKEN. . " OM-CNT-DISPLAY.
005670 9999-TERMINATE-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
005720*    ALREADY BEEN DISPLAYED BY THE CALLER.
005725*    SIGN THE OPERATOR OFF AND STOP THE JOB.
005730*-----------------------------------------------------------------
005740 9900-ABEND-RUN.
005743     PERFORM 9630-SIGN-OFF
005746                                  THRU 9630-SIGN-OFF-EXIT.
005750     STOP RUN.
005760
005770 END PROGRAM PILLOMNT.
