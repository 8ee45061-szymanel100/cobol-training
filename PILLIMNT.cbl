000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLIMNT                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-09-24                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - INTERACTIVE MAINTENANCE FOR THE YARD INVENTORY     *
000100*  FILE.  THE OPERATOR KEYS A MATERIAL CODE AND AN ACTION -     *
000110*  INQUIRE, ADD A NEW MATERIAL, BOOK A RECEIPT INTO THE YARD,   *
000120*  ADJUST THE ON-HAND QUANTITY UP OR DOWN AFTER A STOCK COUNT,  *
000130*  OR CORRECT THE DESCRIPTION, UNIT AND REORDER POINT.  A       *
000140*  RECEIPT OR ADJUSTMENT NEEDS A QUANTITY AND A REFERENCE (THE  *
000150*  DELIVERY NOTE OR COUNT SHEET), AND AN ADJUSTMENT MAY NOT     *
000160*  TAKE THE ON-HAND QUANTITY BELOW ZERO.  THE ALLOCATED         *
000170*  QUANTITY IS SHOWN BUT BELONGS TO THE ALLOCATION RUN AND IS   *
000180*  NEVER KEYED.  EVERY CHANGE APPENDS ONE AUDIT RECORD, THE     *
000190*  SAME WAY THE RATES MAINTENANCE DOES.                         *
000200*                                                               *
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY                                         *
000230*  DATE       INIT DESCRIPTION                                  *
000240*  2026-09-24 RSM  ORIGINAL PROGRAM.                            *
000242*  2026-10-12 RSM  OPERATOR SIGN-ON THROUGH PILLSIGN.  EACH     *
000244*                  ACTION IS CHECKED AGAINST THE OPERATOR ROLE, *
000246*                  AND EVERY CHANGE TAKEN IS WRITTEN TO THE     *
000248*                  ONLINE JOURNAL WITH BEFORE AND AFTER IMAGES. *
000249*  2026-10-15 RSM  SIGNED THE OPERATOR OFF BEFORE STOPPING ON A *
000250*                  FAILURE, SO THE JOURNAL SESSION IS CLOSED.   *
000251*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    PILLIMNT.
000280 AUTHOR.        R S MASON.
000290 INSTALLATION.  STRUCTURAL ESTIMATING.
000300 DATE-WRITTEN.  2026-09-24.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT YARD-INVENTORY   ASSIGN TO "PILLINVM"
000390                              ORGANIZATION IS INDEXED
000400                              ACCESS MODE IS RANDOM
000410                              RECORD KEY IS IV-MATERIAL-CODE
000420                              FILE STATUS IS IM-INV-STATUS.
000430     SELECT INVENTORY-AUDIT  ASSIGN TO "PILLIAUD"
000440                              ORGANIZATION IS SEQUENTIAL
000450                              FILE STATUS IS IM-AUDIT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  YARD-INVENTORY.
000500     COPY PILLINV.
000510
000520 FD  INVENTORY-AUDIT
000530     RECORDING MODE IS F.
000540     COPY PILLIAU.
000550
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------------
000580*    SWITCHES
000590*-----------------------------------------------------------------
000600 77  IM-MORE-WORK-SW           PIC X(01)     VALUE 'Y'.
000610     88  IM-MORE-WORK-YES      VALUE 'Y'.
000620     88  IM-MORE-WORK-NO       VALUE 'N'.
000630 77  IM-ON-FILE-SW             PIC X(01)     VALUE 'N'.
000640     88  IM-ON-FILE-YES        VALUE 'Y'.
000650     88  IM-ON-FILE-NO         VALUE 'N'.
000660
000670*-----------------------------------------------------------------
000680*    FILE STATUS FOR EACH FILE - BOTH ARE ALLOWED TO START OUT
000690*    NOT FOUND SINCE 1000-INITIALIZE CREATES THEM ON THE FIRST
000700*    RUN.
000710*-----------------------------------------------------------------
000720 77  IM-INV-STATUS             PIC X(02).
000730     88  IM-INV-STATUS-OK      VALUE '00'.
000740     88  IM-INV-NOT-FOUND      VALUE '35'.
000750 77  IM-AUDIT-STATUS           PIC X(02).
000760     88  IM-AUDIT-STATUS-OK    VALUE '00'.
000770     88  IM-AUDIT-NOT-FOUND    VALUE '35'.
000780
000790*-----------------------------------------------------------------
000800*    OPERATOR KEYED FIELDS, THE REPLY TO THE "ANOTHER" PROMPT,
000810*    AND THE MESSAGE SHOWN AFTER EACH ATTEMPT
000820*-----------------------------------------------------------------
000830 77  IM-INQ-ACTION             PIC X(01)     VALUE SPACE.
000835     88  IM-ACTION-VALID       VALUE 'I' 'A' 'R' 'J' 'C'.
000840 77  IM-INQ-MATERIAL-CODE      PIC X(04)     VALUE SPACES.
000850 77  IM-INQ-DESCRIPTION        PIC X(20)     VALUE SPACES.
000860 77  IM-INQ-UNIT               PIC X(04)     VALUE SPACES.
000870 77  IM-INQ-REORDER-POINT      PIC 9(09)V99  VALUE ZERO.
000880 77  IM-INQ-ON-HAND            PIC 9(09)V99  VALUE ZERO.
000890 77  IM-INQ-ALLOCATED          PIC 9(09)V99  VALUE ZERO.
000900 77  IM-INQ-QUANTITY           PIC 9(09)V99  VALUE ZERO.
000910 77  IM-INQ-DIRECTION          PIC X(01)     VALUE SPACE.
000920 77  IM-INQ-REFERENCE          PIC X(10)     VALUE SPACES.
000930 77  IM-ANOTHER-CHANGE         PIC X(01)     VALUE 'Y'.
000940 77  IM-RESULT-MSG             PIC X(40)     VALUE SPACES.
000950
000960*-----------------------------------------------------------------
000970*    THE FIGURES ON FILE BEFORE A CHANGE, AND THE SIGNED
000980*    QUANTITY MOVED, KEPT FOR THE AUDIT RECORD
000990*-----------------------------------------------------------------
001000 77  IM-OLD-ON-HAND            PIC 9(09)V99  VALUE ZERO.
001010 77  IM-OLD-REORDER-POINT      PIC 9(09)V99  VALUE ZERO.
001020 77  IM-MOVED-QTY              PIC S9(09)V99 VALUE ZERO.
001030
001040*-----------------------------------------------------------------
001050*    CHANGE DATE AND TIME STAMPED ON EVERY AUDIT RECORD
001060*-----------------------------------------------------------------
001070 01  IM-RUN-DATE                PIC 9(08).
001080 01  IM-TIME-WORK.
001090     05  IM-TIME-HHMMSS        PIC 9(06).
001100     05  FILLER                PIC 9(02).
001110
001120 77  IM-CNT-CHANGES            PIC 9(07)     VALUE ZERO COMP.
001130 77  IM-CNT-DISPLAY            PIC Z(06)9.
001140
001141*-----------------------------------------------------------------
001142*    PARAMETERS PASSED TO THE PILLSIGN SUBPROGRAM
001143*-----------------------------------------------------------------
001144 COPY PILLSGLK.
001145
001150 SCREEN SECTION.
001160 01  IM-KEY-SCREEN.
001170     05  BLANK SCREEN.
001180     05  LINE 01 COL 01 VALUE "YARD INVENTORY MAINTENANCE".
001190     05  LINE 03 COL 01 VALUE "ACTION (I/A/R/J/C). . .".
001200     05  LINE 03 COL 25 PIC X(01) USING IM-INQ-ACTION.
001210     05  LINE 04 COL 01 VALUE "MATERIAL CODE. . . . . .".
001220     05  LINE 04 COL 25 PIC X(04) USING IM-INQ-MATERIAL-CODE.
001230
001240 01  IM-DETAIL-SCREEN.
001250     05  LINE 06 COL 01 VALUE "DESCRIPTION. . . . . . .".
001260     05  LINE 06 COL 25 PIC X(20) USING IM-INQ-DESCRIPTION.
001270     05  LINE 07 COL 01 VALUE "UNIT . . . . . . . . . .".
001280     05  LINE 07 COL 25 PIC X(04) USING IM-INQ-UNIT.
001290     05  LINE 08 COL 01 VALUE "REORDER POINT. . . . . .".
001300     05  LINE 08 COL 25 PIC 9(09)V99 USING IM-INQ-REORDER-POINT.
001310
001320 01  IM-STOCK-SCREEN.
001330     05  LINE 09 COL 01 VALUE "ON HAND. . . . . . . . .".
001340     05  LINE 09 COL 25 PIC Z(08)9.99 FROM IM-INQ-ON-HAND.
001350     05  LINE 10 COL 01 VALUE "ALLOCATED. . . . . . . .".
001360     05  LINE 10 COL 25 PIC Z(08)9.99 FROM IM-INQ-ALLOCATED.
001370
001380 01  IM-MOVEMENT-SCREEN.
001390     05  LINE 12 COL 01 VALUE "QUANTITY . . . . . . . .".
001400     05  LINE 12 COL 25 PIC 9(09)V99 USING IM-INQ-QUANTITY.
001410     05  LINE 13 COL 01 VALUE "UP OR DOWN (U/D) . . . .".
001420     05  LINE 13 COL 25 PIC X(01) USING IM-INQ-DIRECTION.
001430     05  LINE 14 COL 01 VALUE "REFERENCE. . . . . . . .".
001440     05  LINE 14 COL 25 PIC X(10) USING IM-INQ-REFERENCE.
001450
001460 01  IM-RESULT-SCREEN.
001470     05  LINE 16 COL 01 VALUE "MESSAGE. . . . . . . . .".
001480     05  LINE 16 COL 25 PIC X(40) USING IM-RESULT-MSG.
001490
001500 01  IM-ANOTHER-SCREEN.
001510     05  LINE 18 COL 01 VALUE "ANOTHER ACTION? (Y/N). .".
001520     05  LINE 18 COL 25 PIC X(01) USING IM-ANOTHER-CHANGE.
001530
001540 PROCEDURE DIVISION.
001550
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE
001580                                  THRU 1000-INITIALIZE-EXIT.
001590     PERFORM 2000-PROCESS-ACTION
001600                                  THRU 2000-PROCESS-ACTION-EXIT
001610             UNTIL IM-MORE-WORK-NO.
001620     PERFORM 9999-TERMINATE
001630                                  THRU 9999-TERMINATE-EXIT.
001640     STOP RUN.
001650
001660*-----------------------------------------------------------------
001670*    1000-INITIALIZE - OPEN THE INVENTORY FILE FOR UPDATE AND
001680*    THE AUDIT FILE FOR APPEND, CREATING BOTH ON THE FIRST RUN.
001690*-----------------------------------------------------------------
001700 1000-INITIALIZE.
001703     PERFORM 9600-SIGN-ON
001706                                  THRU 9600-SIGN-ON-EXIT.
001710     OPEN I-O YARD-INVENTORY.
001720     IF IM-INV-NOT-FOUND
001730         OPEN OUTPUT YARD-INVENTORY
001740         CLOSE YARD-INVENTORY
001750         OPEN I-O YARD-INVENTORY
001760     END-IF.
001770     IF NOT IM-INV-STATUS-OK
001780         DISPLAY "PILLIMNT - YARD-INVENTORY OPEN FAILED, "
001790                 "STATUS " IM-INV-STATUS
001800         GO TO 9900-ABEND-RUN
001810     END-IF.
001820     OPEN EXTEND INVENTORY-AUDIT.
001830     IF IM-AUDIT-NOT-FOUND
001840         OPEN OUTPUT INVENTORY-AUDIT
001850     END-IF.
001860     IF NOT IM-AUDIT-STATUS-OK
001870         DISPLAY "PILLIMNT - INVENTORY-AUDIT OPEN FAILED, STATUS "
001880                 IM-AUDIT-STATUS
001890         GO TO 9900-ABEND-RUN
001900     END-IF.
001910     ACCEPT IM-RUN-DATE FROM DATE YYYYMMDD.
001920 1000-INITIALIZE-EXIT.
001930     EXIT.
001940
001950*-----------------------------------------------------------------
001960*    2000-PROCESS-ACTION - ACCEPT ONE ACTION AND MATERIAL CODE,
001970*    ROUTE IT TO THE RIGHT HANDLER, AND ASK WHETHER TO GO AROUND
001980*    AGAIN.
001990*-----------------------------------------------------------------
002000 2000-PROCESS-ACTION.
002010     PERFORM 2100-INITIALIZE-ACTION
002020                              THRU 2100-INITIALIZE-ACTION-EXIT.
002030     ACCEPT IM-KEY-SCREEN.
002040     IF IM-INQ-ACTION = 'i'
002050         MOVE 'I' TO IM-INQ-ACTION
002060     END-IF.
002070     IF IM-INQ-ACTION = 'a'
002080         MOVE 'A' TO IM-INQ-ACTION
002090     END-IF.
002100     IF IM-INQ-ACTION = 'r'
002110         MOVE 'R' TO IM-INQ-ACTION
002120     END-IF.
002130     IF IM-INQ-ACTION = 'j'
002140         MOVE 'J' TO IM-INQ-ACTION
002150     END-IF.
002160     IF IM-INQ-ACTION = 'c'
002170         MOVE 'C' TO IM-INQ-ACTION
002180     END-IF.
002190     IF IM-INQ-MATERIAL-CODE = SPACES
002200         MOVE "MATERIAL CODE IS BLANK" TO IM-RESULT-MSG
002210         DISPLAY IM-RESULT-SCREEN
002220         GO TO 2000-PROCESS-ACTION-ASK
002230     END-IF.
002231     IF IM-ACTION-VALID
002232         MOVE IM-INQ-ACTION        TO SG-ACTION
002233         MOVE IM-INQ-MATERIAL-CODE TO SG-KEY
002234         PERFORM 9610-CHECK-ACTION
002235                                  THRU 9610-CHECK-ACTION-EXIT
002236         IF NOT SG-STATUS-OK
002237             DISPLAY IM-RESULT-SCREEN
002238             GO TO 2000-PROCESS-ACTION-ASK
002239         END-IF
002240     END-IF.
002241     PERFORM 3000-READ-MATERIAL
002250                                  THRU 3000-READ-MATERIAL-EXIT.
002260     EVALUATE IM-INQ-ACTION
002270         WHEN 'I'
002280             PERFORM 6000-INQUIRE-MATERIAL
002290                              THRU 6000-INQUIRE-MATERIAL-EXIT
002300         WHEN 'A'
002310             PERFORM 4000-ADD-MATERIAL
002320                                  THRU 4000-ADD-MATERIAL-EXIT
002330         WHEN 'R'
002340             PERFORM 5000-MOVE-STOCK
002350                                  THRU 5000-MOVE-STOCK-EXIT
002360         WHEN 'J'
002370             PERFORM 5000-MOVE-STOCK
002380                                  THRU 5000-MOVE-STOCK-EXIT
002390         WHEN 'C'
002400             PERFORM 5500-CORRECT-MATERIAL
002410                              THRU 5500-CORRECT-MATERIAL-EXIT
002420         WHEN OTHER
002430             MOVE "ACTION MUST BE I, A, R, J OR C"
002440                 TO IM-RESULT-MSG
002450             DISPLAY IM-RESULT-SCREEN
002460     END-EVALUATE.
002470 2000-PROCESS-ACTION-ASK.
002480     ACCEPT IM-ANOTHER-SCREEN.
002490     IF IM-ANOTHER-CHANGE NOT = "Y"
002500             AND IM-ANOTHER-CHANGE NOT = "y"
002510         SET IM-MORE-WORK-NO TO TRUE
002520     END-IF.
002530 2000-PROCESS-ACTION-EXIT.
002540     EXIT.
002550
002560*-----------------------------------------------------------------
002570*    2100-INITIALIZE-ACTION - CLEAR THE FIELDS BEFORE THE NEXT
002580*    ACTION IS KEYED.
002590*-----------------------------------------------------------------
002600 2100-INITIALIZE-ACTION.
002610     MOVE SPACE  TO IM-INQ-ACTION IM-INQ-DIRECTION.
002620     MOVE SPACES TO IM-INQ-MATERIAL-CODE IM-INQ-DESCRIPTION
002630                    IM-INQ-UNIT IM-INQ-REFERENCE IM-RESULT-MSG.
002640     MOVE ZERO   TO IM-INQ-REORDER-POINT IM-INQ-ON-HAND
002650                    IM-INQ-ALLOCATED IM-INQ-QUANTITY.
002660 2100-INITIALIZE-ACTION-EXIT.
002670     EXIT.
002680
002690*-----------------------------------------------------------------
002700*    3000-READ-MATERIAL - LOOK THE KEYED CODE UP ON THE
002710*    INVENTORY FILE, SET THE ON-FILE SWITCH FOR THE ACTION
002720*    HANDLERS AND LOAD THE SCREEN FIELDS FROM A RECORD FOUND.
002730*-----------------------------------------------------------------
002740 3000-READ-MATERIAL.
002750     MOVE IM-INQ-MATERIAL-CODE TO IV-MATERIAL-CODE.
002760     READ YARD-INVENTORY
002770         INVALID KEY
002780             SET IM-ON-FILE-NO TO TRUE
002790         NOT INVALID KEY
002800             SET IM-ON-FILE-YES TO TRUE
002810     END-READ.
002820     MOVE SPACES TO SG-BEFORE.
002823     IF IM-ON-FILE-YES
002826         MOVE IV-INVENTORY-RECORD TO SG-BEFORE
002830         MOVE IV-DESCRIPTION   TO IM-INQ-DESCRIPTION
002840         MOVE IV-UNIT          TO IM-INQ-UNIT
002850         MOVE IV-REORDER-POINT TO IM-INQ-REORDER-POINT
002860         MOVE IV-ON-HAND       TO IM-INQ-ON-HAND
002870         MOVE IV-ALLOCATED     TO IM-INQ-ALLOCATED
002880         MOVE IV-ON-HAND       TO IM-OLD-ON-HAND
002890         MOVE IV-REORDER-POINT TO IM-OLD-REORDER-POINT
002900     END-IF.
002910 3000-READ-MATERIAL-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------------
002950*    4000-ADD-MATERIAL - TAKE THE DESCRIPTION, UNIT AND REORDER
002960*    POINT OF A NEW MATERIAL AND WRITE IT WITH NOTHING ON HAND
002970*    OR ALLOCATED - STOCK COMES IN THROUGH A RECEIPT.  A CODE
002980*    ALREADY ON FILE OR A BLANK DESCRIPTION OR UNIT IS REFUSED.
002990*-----------------------------------------------------------------
003000 4000-ADD-MATERIAL.
003010     IF IM-ON-FILE-YES
003020         MOVE "MATERIAL ALREADY ON FILE" TO IM-RESULT-MSG
003030         DISPLAY IM-RESULT-SCREEN
003040         GO TO 4000-ADD-MATERIAL-EXIT
003050     END-IF.
003060     ACCEPT IM-DETAIL-SCREEN.
003070     IF IM-INQ-DESCRIPTION = SPACES OR IM-INQ-UNIT = SPACES
003080         MOVE "DESCRIPTION OR UNIT BLANK - NOT ADDED"
003090             TO IM-RESULT-MSG
003100         DISPLAY IM-RESULT-SCREEN
003110         GO TO 4000-ADD-MATERIAL-EXIT
003120     END-IF.
003130     MOVE IM-INQ-MATERIAL-CODE TO IV-MATERIAL-CODE.
003140     MOVE IM-INQ-DESCRIPTION   TO IV-DESCRIPTION.
003150     MOVE IM-INQ-UNIT          TO IV-UNIT.
003160     MOVE IM-INQ-REORDER-POINT TO IV-REORDER-POINT.
003170     MOVE ZERO                 TO IV-ON-HAND IV-ALLOCATED.
003180     MOVE IM-RUN-DATE          TO IV-LAST-CHANGE-DATE.
003190     WRITE IV-INVENTORY-RECORD.
003200     IF NOT IM-INV-STATUS-OK
003210         MOVE "WRITE FAILED - NOT ADDED" TO IM-RESULT-MSG
003220         DISPLAY IM-RESULT-SCREEN
003230         GO TO 4000-ADD-MATERIAL-EXIT
003240     END-IF.
003250     SET IA-ACTION-ADD TO TRUE.
003260     MOVE ZERO   TO IM-OLD-ON-HAND IM-OLD-REORDER-POINT
003270                    IM-MOVED-QTY.
003280     MOVE SPACES TO IM-INQ-REFERENCE.
003290     PERFORM 7000-WRITE-AUDIT
003300                                  THRU 7000-WRITE-AUDIT-EXIT.
003310     MOVE "MATERIAL ADDED" TO IM-RESULT-MSG.
003320     DISPLAY IM-RESULT-SCREEN.
003330 4000-ADD-MATERIAL-EXIT.
003340     EXIT.
003350
003360*-----------------------------------------------------------------
003370*    5000-MOVE-STOCK - A RECEIPT ('R') ADDS THE KEYED QUANTITY TO
003380*    THE ON-HAND FIGURE; AN ADJUSTMENT ('J') MOVES IT UP OR DOWN
003390*    AS KEYED.  A MATERIAL NOT ON FILE, A ZERO QUANTITY, A BLANK
003400*    REFERENCE, OR A DOWNWARD ADJUSTMENT LARGER THAN THE STOCK ON
003410*    HAND IS REFUSED.
003420*-----------------------------------------------------------------
003430 5000-MOVE-STOCK.
003440     IF IM-ON-FILE-NO
003450         MOVE "MATERIAL NOT ON FILE" TO IM-RESULT-MSG
003460         DISPLAY IM-RESULT-SCREEN
003470         GO TO 5000-MOVE-STOCK-EXIT
003480     END-IF.
003490     DISPLAY IM-DETAIL-SCREEN.
003500     DISPLAY IM-STOCK-SCREEN.
003510     IF IM-INQ-ACTION = 'R'
003520         MOVE 'U' TO IM-INQ-DIRECTION
003530     END-IF.
003540     ACCEPT IM-MOVEMENT-SCREEN.
003550     IF IM-INQ-DIRECTION = 'u'
003560         MOVE 'U' TO IM-INQ-DIRECTION
003570     END-IF.
003580     IF IM-INQ-DIRECTION = 'd'
003590         MOVE 'D' TO IM-INQ-DIRECTION
003600     END-IF.
003610     IF IM-INQ-QUANTITY = ZERO
003620         MOVE "QUANTITY IS ZERO - NOT TAKEN" TO IM-RESULT-MSG
003630         DISPLAY IM-RESULT-SCREEN
003640         GO TO 5000-MOVE-STOCK-EXIT
003650     END-IF.
003660     IF IM-INQ-REFERENCE = SPACES
003670         MOVE "REFERENCE IS BLANK - NOT TAKEN" TO IM-RESULT-MSG
003680         DISPLAY IM-RESULT-SCREEN
003690         GO TO 5000-MOVE-STOCK-EXIT
003700     END-IF.
003710     IF IM-INQ-ACTION = 'R' AND IM-INQ-DIRECTION NOT = 'U'
003720         MOVE "A RECEIPT CAN ONLY GO UP - NOT TAKEN"
003730             TO IM-RESULT-MSG
003740         DISPLAY IM-RESULT-SCREEN
003750         GO TO 5000-MOVE-STOCK-EXIT
003760     END-IF.
003770     EVALUATE IM-INQ-DIRECTION
003780         WHEN 'U'
003790             ADD IM-INQ-QUANTITY TO IV-ON-HAND
003800                 ON SIZE ERROR
003810                     MOVE "ON HAND WOULD OVERFLOW - NOT TAKEN"
003820                         TO IM-RESULT-MSG
003830             END-ADD
003840             MOVE IM-INQ-QUANTITY TO IM-MOVED-QTY
003850         WHEN 'D'
003860             IF IM-INQ-QUANTITY > IV-ON-HAND
003870                 MOVE "MORE THAN ON HAND - NOT TAKEN"
003880                     TO IM-RESULT-MSG
003890             ELSE
003900                 SUBTRACT IM-INQ-QUANTITY FROM IV-ON-HAND
003910                 COMPUTE IM-MOVED-QTY = ZERO - IM-INQ-QUANTITY
003920             END-IF
003930         WHEN OTHER
003940             MOVE "UP OR DOWN MUST BE U OR D" TO IM-RESULT-MSG
003950     END-EVALUATE.
003960     IF IM-RESULT-MSG NOT = SPACES
003970         DISPLAY IM-RESULT-SCREEN
003980         GO TO 5000-MOVE-STOCK-EXIT
003990     END-IF.
004000     MOVE IM-RUN-DATE TO IV-LAST-CHANGE-DATE.
004010     REWRITE IV-INVENTORY-RECORD.
004020     IF NOT IM-INV-STATUS-OK
004030         MOVE "REWRITE FAILED - NOT TAKEN" TO IM-RESULT-MSG
004040         DISPLAY IM-RESULT-SCREEN
004050         GO TO 5000-MOVE-STOCK-EXIT
004060     END-IF.
004070     IF IM-INQ-ACTION = 'R'
004080         SET IA-ACTION-RECEIPT TO TRUE
004090         MOVE "RECEIPT BOOKED" TO IM-RESULT-MSG
004100     ELSE
004110         SET IA-ACTION-ADJUST TO TRUE
004120         MOVE "ADJUSTMENT BOOKED" TO IM-RESULT-MSG
004130     END-IF.
004140     PERFORM 7000-WRITE-AUDIT
004150                                  THRU 7000-WRITE-AUDIT-EXIT.
004160     MOVE IV-ON-HAND TO IM-INQ-ON-HAND.
004170     DISPLAY IM-STOCK-SCREEN.
004180     DISPLAY IM-RESULT-SCREEN.
004190 5000-MOVE-STOCK-EXIT.
004200     EXIT.
004210
004220*-----------------------------------------------------------------
004230*    5500-CORRECT-MATERIAL - SHOW THE DETAILS ON FILE, TAKE THE
004240*    CORRECTED DESCRIPTION, UNIT AND REORDER POINT AND REWRITE.
004250*    THE STOCK FIGURES ARE NOT TOUCHED.  A MATERIAL NOT ON FILE
004260*    OR A BLANK DESCRIPTION OR UNIT IS REFUSED.
004270*-----------------------------------------------------------------
004280 5500-CORRECT-MATERIAL.
004290     IF IM-ON-FILE-NO
004300         MOVE "MATERIAL NOT ON FILE" TO IM-RESULT-MSG
004310         DISPLAY IM-RESULT-SCREEN
004320         GO TO 5500-CORRECT-MATERIAL-EXIT
004330     END-IF.
004340     DISPLAY IM-STOCK-SCREEN.
004350     ACCEPT IM-DETAIL-SCREEN.
004360     IF IM-INQ-DESCRIPTION = SPACES OR IM-INQ-UNIT = SPACES
004370         MOVE "DESCRIPTION OR UNIT BLANK - NOT CHANGED"
004380             TO IM-RESULT-MSG
004390         DISPLAY IM-RESULT-SCREEN
004400         GO TO 5500-CORRECT-MATERIAL-EXIT
004410     END-IF.
004420     MOVE IM-INQ-DESCRIPTION   TO IV-DESCRIPTION.
004430     MOVE IM-INQ-UNIT          TO IV-UNIT.
004440     MOVE IM-INQ-REORDER-POINT TO IV-REORDER-POINT.
004450     MOVE IM-RUN-DATE          TO IV-LAST-CHANGE-DATE.
004460     REWRITE IV-INVENTORY-RECORD.
004470     IF NOT IM-INV-STATUS-OK
004480         MOVE "REWRITE FAILED - NOT CHANGED" TO IM-RESULT-MSG
004490         DISPLAY IM-RESULT-SCREEN
004500         GO TO 5500-CORRECT-MATERIAL-EXIT
004510     END-IF.
004520     SET IA-ACTION-CORRECT TO TRUE.
004530     MOVE ZERO   TO IM-MOVED-QTY.
004540     MOVE SPACES TO IM-INQ-REFERENCE.
004550     PERFORM 7000-WRITE-AUDIT
004560                                  THRU 7000-WRITE-AUDIT-EXIT.
004570     MOVE "MATERIAL CORRECTED" TO IM-RESULT-MSG.
004580     DISPLAY IM-RESULT-SCREEN.
004590 5500-CORRECT-MATERIAL-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630*    6000-INQUIRE-MATERIAL - SHOW THE RECORD ON FILE.
004640*-----------------------------------------------------------------
004650 6000-INQUIRE-MATERIAL.
004660     IF IM-ON-FILE-NO
004670         MOVE "MATERIAL NOT ON FILE" TO IM-RESULT-MSG
004680         DISPLAY IM-RESULT-SCREEN
004690         GO TO 6000-INQUIRE-MATERIAL-EXIT
004700     END-IF.
004710     DISPLAY IM-DETAIL-SCREEN.
004720     DISPLAY IM-STOCK-SCREEN.
004730     IF IV-ON-HAND < IV-ALLOCATED
004740         MOVE "MATERIAL ON FILE - OVER-ALLOCATED"
004750             TO IM-RESULT-MSG
004760     ELSE
004770         IF IV-ON-HAND - IV-ALLOCATED < IV-REORDER-POINT
004780             MOVE "MATERIAL ON FILE - BELOW REORDER POINT"
004790                 TO IM-RESULT-MSG
004800         ELSE
004810             MOVE "MATERIAL ON FILE" TO IM-RESULT-MSG
004820         END-IF
004830     END-IF.
004840     DISPLAY IM-RESULT-SCREEN.
004850 6000-INQUIRE-MATERIAL-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------------
004890*    7000-WRITE-AUDIT - ONE AUDIT RECORD PER CHANGE TAKEN.  THE
004900*    ACTION, OLD FIGURES, QUANTITY MOVED AND REFERENCE ARE SET
004910*    BY THE CALLER; THE KEY, THE NEW FIGURES AND THE TIMESTAMP
004920*    ARE FILLED IN HERE.
004930*-----------------------------------------------------------------
004940 7000-WRITE-AUDIT.
004950     ACCEPT IM-TIME-WORK FROM TIME.
004960     MOVE IM-RUN-DATE          TO IA-CHANGE-DATE.
004970     MOVE IM-TIME-HHMMSS       TO IA-CHANGE-TIME.
004980     MOVE IM-INQ-MATERIAL-CODE TO IA-MATERIAL-CODE.
004990     MOVE IM-MOVED-QTY         TO IA-QUANTITY.
005000     MOVE IM-INQ-REFERENCE     TO IA-REFERENCE.
005010     MOVE IM-OLD-ON-HAND       TO IA-OLD-ON-HAND.
005020     MOVE IM-OLD-REORDER-POINT TO IA-OLD-REORDER-POINT.
005030     MOVE IV-ON-HAND           TO IA-NEW-ON-HAND.
005040     MOVE IV-REORDER-POINT     TO IA-NEW-REORDER-POINT.
005050     WRITE IA-AUDIT-RECORD.
005060     ADD 1 TO IM-CNT-CHANGES.
005061     MOVE IA-ACTION            TO SG-ACTION.
005062     MOVE IV-MATERIAL-CODE     TO SG-KEY.
005063     MOVE IV-INVENTORY-RECORD  TO SG-AFTER.
005064     PERFORM 9620-JOURNAL-CHANGE
005065                                  THRU 9620-JOURNAL-CHANGE-EXIT.
005070 7000-WRITE-AUDIT-EXIT.
005080     EXIT.
005090
005091*-----------------------------------------------------------------
005092*    9600-SIGN-ON - SIGN THE OPERATOR ON THROUGH PILLSIGN.  A
005093*    REFUSED OR FAILED SIGN-ON STOPS THE RUN BEFORE ANY FILE IS
005094*    OPENED.
005095*-----------------------------------------------------------------
005096 9600-SIGN-ON.
005097     MOVE "PILLIMNT" TO SG-PROGRAM.
005098     SET SG-FUNC-SIGN-ON TO TRUE.
005099     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005100                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005101                           SG-STATUS.
005102     IF NOT SG-STATUS-OK
005103         DISPLAY "PILLIMNT - OPERATOR NOT SIGNED ON - RUN STOPPED"
005104         GO TO 9900-ABEND-RUN
005105     END-IF.
005106 9600-SIGN-ON-EXIT.
005107     EXIT.
005108
005109*-----------------------------------------------------------------
005110*    9610-CHECK-ACTION - ASK PILLSIGN WHETHER THE OPERATOR'S ROLE
005111*    MAY TAKE THE ACTION IN SG-ACTION ON THE KEY IN SG-KEY.  A
005112*    REFUSAL LEAVES THE MESSAGE FOR THE CALLER TO SHOW.
005113*-----------------------------------------------------------------
005114 9610-CHECK-ACTION.
005115     SET SG-FUNC-CHECK-ACTION TO TRUE.
005116     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005117                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005118                           SG-STATUS.
005119     IF NOT SG-STATUS-OK
005120         MOVE "ACTION NOT ALLOWED FOR YOUR ROLE"
005121             TO IM-RESULT-MSG
005122     END-IF.
005123 9610-CHECK-ACTION-EXIT.
005124     EXIT.
005125
005126*-----------------------------------------------------------------
005127*    9620-JOURNAL-CHANGE - JOURNAL THE CHANGE JUST TAKEN.  THE
005128*    CALLER HAS SET THE ACTION, KEY AND BEFORE AND AFTER IMAGES.
005129*-----------------------------------------------------------------
005130 9620-JOURNAL-CHANGE.
005131     SET SG-FUNC-JOURNAL TO TRUE.
005132     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005133                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005134                           SG-STATUS.
005135 9620-JOURNAL-CHANGE-EXIT.
005136     EXIT.
005137
005138*-----------------------------------------------------------------
005139*    9630-SIGN-OFF - JOURNAL THE SIGN-OFF AND CLOSE THE JOURNAL.
005140*-----------------------------------------------------------------
005141 9630-SIGN-OFF.
005142     SET SG-FUNC-SIGN-OFF TO TRUE.
005143     CALL "PILLSIGN" USING SG-FUNCTION SG-PROGRAM SG-OPER-ID
005144                           SG-ACTION SG-KEY SG-BEFORE SG-AFTER
005145                           SG-STATUS.
005146 9630-SIGN-OFF-EXIT.
005147     EXIT.
005148
005149*-----------------------------------------------------------------
005150*    9999-TERMINATE - CLOSE THE FILES AND PUT THE CHANGE COUNT
005151*    ON THE JOB LOG.
005152*-----------------------------------------------------------------
005153 9999-TERMINATE.
005154     CLOSE YARD-INVENTORY
005160           INVENTORY-AUDIT.
005163     PERFORM 9630-SIGN-OFF
005166                                  THRU 9630-SIGN-OFF-EXIT.
005170     MOVE IM-CNT-CHANGES TO IM-CNT-DISPLAY.
005180     DISPLAY "PILLIMNT - CHANGES TAKEN. . " IM-CNT-DISPLAY.
005190 9999-TERMINATE-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------------
005230*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
005240*    ALREADY BEEN DISPLAYED BY THE CALLER.
005245*    SIGN THE OPERATOR OFF AND STOP THE JOB.
005250*-----------------------------------------------------------------
005260 9900-ABEND-RUN.
005263     PERFORM 9630-SIGN-OFF
005266                                  THRU 9630-SIGN-OFF-EXIT.
005270     STOP RUN.
005280
005290 END PROGRAM PILLIMNT.
