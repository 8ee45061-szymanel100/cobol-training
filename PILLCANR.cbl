000010*****************************************************************
000020*                                                               *
000030*  PROGRAM-ID : PILLCANR                                       *
000040*  AUTHOR     : R S MASON                                      *
000050*  INSTALLATION : STRUCTURAL ESTIMATING - BATCH SYSTEMS         *
000060*  DATE-WRITTEN : 2026-10-05                                   *
000070*  DATE-COMPILED :                                              *
000080*                                                               *
000090*  REMARKS - MONTHLY REGISTER OF JOB CANCELLATIONS.  TAKES A    *
000100*  CANCELLATION MONTH (YYYYMM) FROM SYSIN - A BLANK CARD TAKES  *
000110*  THE CURRENT MONTH - AND LISTS EVERY CANCELLATION KEYED IN    *
000120*  THAT MONTH IN THE ORDER IT WAS KEYED, WITH THE CUSTOMER, THE *
000130*  REASON, THE QUOTE OUTCOME IT REPLACED, THE FIGURES BILLING   *
000140*  WAS SENT AND WHETHER THE REVERSAL HAS GONE OUT ON THE        *
000150*  EXTRACT OR IS STILL QUEUED.  THE FOOT CARRIES THE COUNT AND  *
000160*  QUOTE VALUE CANCELLED BY REASON AND THE REVERSALS SENT AND   *
000170*  STILL WAITING.  A MISSING CANCELLATION FILE PRINTS AN EMPTY  *
000180*  REGISTER.                                                    *
000190*                                                               *
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY                                         *
000220*  DATE       INIT DESCRIPTION                                  *
000230*  2026-10-05 RSM  ORIGINAL PROGRAM.                            *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.    PILLCANR.
000270 AUTHOR.        R S MASON.
000280 INSTALLATION.  STRUCTURAL ESTIMATING.
000290 DATE-WRITTEN.  2026-10-05.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CANCEL-FILE      ASSIGN TO "PILLCANM"
000380                              ORGANIZATION IS INDEXED
000390                              ACCESS MODE IS SEQUENTIAL
000400                              RECORD KEY IS CN-KEY
000410                              FILE STATUS IS CG-CANCEL-STATUS.
000420     SELECT CANCEL-REGISTER  ASSIGN TO "PILLCANO"
000430                              ORGANIZATION IS SEQUENTIAL
000440                              FILE STATUS IS CG-REPORT-STATUS.
000450     SELECT SORT-WORK        ASSIGN TO "SORTWK01".
000460     SELECT RUN-REGISTRY     ASSIGN TO "PILLRREG"
000470                              ORGANIZATION IS SEQUENTIAL
000480                              FILE STATUS IS CG-REG-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CANCEL-FILE.
000530     COPY PILLCAN.
000540
000550 FD  CANCEL-REGISTER
000560     RECORDING MODE IS F.
000570 01  CG-PRINT-LINE             PIC X(132).
000580
000590 FD  RUN-REGISTRY
000600     RECORDING MODE IS F.
000610     COPY PILLRUN.
000620
000630 SD  SORT-WORK.
000640 01  CX-SORT-RECORD.
000650     05  CX-CANCEL-DATE            PIC 9(08).
000660     05  CX-CANCEL-TIME            PIC 9(06).
000670     05  CX-JOB-ID                 PIC X(06).
000680     05  CX-RUN-DATE               PIC 9(08).
000690     05  CX-CUST-NO                PIC X(05).
000700     05  CX-REASON                 PIC X(02).
000710     05  CX-PRIOR-OUTCOME          PIC X(01).
000720     05  CX-NUM-PILL               PIC 9(04).
000730     05  CX-TOTAL-COST             PIC 9(10)V99.
000740     05  CX-XTR-DATE               PIC 9(08).
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------------
000780*    SWITCHES
000790*-----------------------------------------------------------------
000800 77  CG-EOF-SW                 PIC X(01)     VALUE 'N'.
000810     88  CG-EOF-YES            VALUE 'Y'.
000820     88  CG-EOF-NO             VALUE 'N'.
000830 77  CG-SORT-EOF-SW            PIC X(01)     VALUE 'N'.
000840     88  CG-SORT-EOF-YES       VALUE 'Y'.
000850     88  CG-SORT-EOF-NO        VALUE 'N'.
000860 77  CG-FOUND-SW               PIC X(01)     VALUE 'N'.
000870     88  CG-FOUND-YES          VALUE 'Y'.
000880     88  CG-FOUND-NO           VALUE 'N'.
000890
000900*-----------------------------------------------------------------
000910*    FILE STATUS FOR EACH FILE
000920*-----------------------------------------------------------------
000930 77  CG-CANCEL-STATUS          PIC X(02).
000940     88  CG-CANCEL-STATUS-OK   VALUE '00'.
000950     88  CG-CANCEL-NOT-FOUND   VALUE '35'.
000960 77  CG-REPORT-STATUS          PIC X(02).
000970     88  CG-REPORT-STATUS-OK   VALUE '00'.
000980
000990*-----------------------------------------------------------------
001000*    MONTH CARD - THE CANCELLATION MONTH AS YYYYMM.  A BLANK
001010*    CARD TAKES THE CURRENT MONTH; A KEYED CARD THAT IS NOT
001020*    NUMERIC STOPS THE RUN.
001030*-----------------------------------------------------------------
001040 01  CG-MONTH-CARD.
001050     05  CG-MONTH-X            PIC X(06)     VALUE SPACES.
001060     05  FILLER                PIC X(74)     VALUE SPACES.
001070 77  CG-MONTH                  PIC 9(06)     VALUE ZERO.
001080 01  CG-DATE-WORK.
001090     05  CG-DATE-YYYYMM        PIC 9(06).
001100     05  CG-DATE-DD            PIC 9(02).
001110
001120*-----------------------------------------------------------------
001130*    THE CANCELLATION REASON CODES, WITH A COUNT AND VALUE PER
001140*    CODE FOR THE FOOT OF THE REGISTER.  THE CODES MUST AGREE
001150*    WITH CN-REASON-VALID IN PILLCAN.CPY.
001160*-----------------------------------------------------------------
001170 01  CG-REASON-VALUES.
001180     05  FILLER                PIC X(20)     VALUE
001190         "CWCUSTOMER WITHDREW ".
001200     05  FILLER                PIC X(20)     VALUE
001210         "FPFUNDING OR PERMIT ".
001220     05  FILLER                PIC X(20)     VALUE
001230         "RQTO BE REQUOTED    ".
001240     05  FILLER                PIC X(20)     VALUE
001250         "DPDUPLICATE JOB     ".
001260     05  FILLER                PIC X(20)     VALUE
001270         "KEKEYED IN ERROR    ".
001280     05  FILLER                PIC X(20)     VALUE
001290         "OTOTHER             ".
001300 01  CG-REASON-TABLE REDEFINES CG-REASON-VALUES.
001310     05  CG-RSN-ENTRY          OCCURS 6 TIMES
001320                               INDEXED BY CG-RSN-IX.
001330         10  CG-RSN-CODE           PIC X(02).
001340         10  CG-RSN-DESC           PIC X(18).
001350 01  CG-REASON-TOTALS.
001360     05  CG-RSN-TOTAL          OCCURS 6 TIMES.
001370         10  CG-RSN-COUNT          PIC 9(07) COMP.
001380         10  CG-RSN-VALUE          PIC 9(12)V99.
001390 77  CG-TOT-IX                 PIC S9(04)    VALUE ZERO COMP.
001400
001410*-----------------------------------------------------------------
001420*    RUN COUNTERS FOR THE FOOT OF THE REGISTER
001430*-----------------------------------------------------------------
001440 77  CG-CNT-READ               PIC 9(07)     VALUE ZERO COMP.
001450 77  CG-CNT-LISTED             PIC 9(07)     VALUE ZERO COMP.
001460 77  CG-CNT-SENT               PIC 9(07)     VALUE ZERO COMP.
001470 77  CG-CNT-QUEUED             PIC 9(07)     VALUE ZERO COMP.
001480 77  CG-VAL-LISTED             PIC 9(13)V99  VALUE ZERO.
001490 77  CG-CNT-DISPLAY            PIC Z(06)9.
001500
001510*-----------------------------------------------------------------
001520*    REPORT LINES
001530*-----------------------------------------------------------------
001540 01  CG-HEAD-LINE-1.
001550     05  FILLER                    PIC X(40)   VALUE
001560         "JOB CANCELLATIONS REGISTER - MONTH      ".
001570     05  CG-HEAD-MONTH             PIC 9(06).
001580     05  FILLER                    PIC X(86)   VALUE SPACES.
001590
001600 01  CG-HEAD-LINE-2.
001610     05  FILLER                    PIC X(06)   VALUE "JOB ID".
001620     05  FILLER                    PIC X(02)   VALUE SPACES.
001630     05  FILLER                    PIC X(10)   VALUE "RUN DATE".
001640     05  FILLER                    PIC X(02)   VALUE SPACES.
001650     05  FILLER                    PIC X(08)   VALUE "CUSTOMER".
001660     05  FILLER                    PIC X(02)   VALUE SPACES.
001670     05  FILLER                    PIC X(10)   VALUE "CANCELLED".
001680     05  FILLER                    PIC X(02)   VALUE SPACES.
001690     05  FILLER                    PIC X(21)   VALUE "REASON".
001700     05  FILLER                    PIC X(02)   VALUE SPACES.
001710     05  FILLER                    PIC X(07)   VALUE "PILLARS".
001720     05  FILLER                    PIC X(02)   VALUE SPACES.
001730     05  FILLER                    PIC X(13)   VALUE
001740         "  QUOTE VALUE".
001750     05  FILLER                    PIC X(02)   VALUE SPACES.
001760     05  FILLER                    PIC X(08)   VALUE "WAS".
001770     05  FILLER                    PIC X(02)   VALUE SPACES.
001780     05  FILLER                    PIC X(15)   VALUE "REVERSAL".
001790     05  FILLER                    PIC X(18)   VALUE SPACES.
001800
001810 01  CG-DETAIL-LINE.
001820     05  CG-DET-JOB-ID             PIC X(06).
001830     05  FILLER                    PIC X(02)   VALUE SPACES.
001840     05  CG-DET-RUN-DATE           PIC 9999/99/99.
001850     05  FILLER                    PIC X(02)   VALUE SPACES.
001860     05  CG-DET-CUST-NO            PIC X(08).
001870     05  FILLER                    PIC X(02)   VALUE SPACES.
001880     05  CG-DET-CANCEL-DATE        PIC 9999/99/99.
001890     05  FILLER                    PIC X(02)   VALUE SPACES.
001900     05  CG-DET-REASON             PIC X(02).
001910     05  FILLER                    PIC X(01)   VALUE SPACE.
001920     05  CG-DET-REASON-DESC        PIC X(18).
001930     05  FILLER                    PIC X(02)   VALUE SPACES.
001940     05  FILLER                    PIC X(03)   VALUE SPACES.
001950     05  CG-DET-PILLARS            PIC ZZZ9.
001960     05  FILLER                    PIC X(02)   VALUE SPACES.
001970     05  CG-DET-VALUE              PIC Z(09)9.99.
001980     05  FILLER                    PIC X(02)   VALUE SPACES.
001990     05  CG-DET-PRIOR              PIC X(08).
002000     05  FILLER                    PIC X(02)   VALUE SPACES.
002010     05  CG-DET-REV-STATUS         PIC X(06).
002020     05  FILLER                    PIC X(01)   VALUE SPACE.
002030     05  CG-DET-REV-DATE           PIC X(10).
002040     05  FILLER                    PIC X(16)   VALUE SPACES.
002050
002060 01  CG-SECTION-LINE.
002070     05  CG-SEC-TEXT               PIC X(52).
002080     05  FILLER                    PIC X(80)   VALUE SPACES.
002090
002100 01  CG-REASON-LINE.
002110     05  CG-RSL-CODE               PIC X(02).
002120     05  FILLER                    PIC X(01)   VALUE SPACE.
002130     05  CG-RSL-DESC               PIC X(18).
002140     05  FILLER                    PIC X(02)   VALUE SPACES.
002150     05  CG-RSL-COUNT              PIC Z(06)9.
002160     05  FILLER                    PIC X(02)   VALUE SPACES.
002170     05  CG-RSL-VALUE              PIC Z(12)9.99.
002180     05  FILLER                    PIC X(84)   VALUE SPACES.
002190
002200 01  CG-TOTAL-LINE.
002210     05  CG-TOT-TEXT               PIC X(40).
002220     05  CG-TOT-COUNT              PIC Z(06)9.
002230     05  FILLER                    PIC X(85)   VALUE SPACES.
002240
002250 01  CG-SPACE-LINE                 PIC X(132)  VALUE SPACES.
002260
002270*-----------------------------------------------------------------
002280*    EDITED DATE FOR THE REVERSAL COLUMN
002290*-----------------------------------------------------------------
002300 77  CG-EDIT-DATE              PIC 9999/99/99.
002310
002320*-----------------------------------------------------------------
002330*    RUN-REGISTRY STATUS AND THE FIELDS STAMPED ON THE RECORD
002340*    THIS RUN APPENDS AT END OF JOB
002350*-----------------------------------------------------------------
002360 77  CG-REG-STATUS             PIC X(02).
002370     88  CG-REG-STATUS-OK      VALUE '00'.
002380     88  CG-REG-NOT-FOUND      VALUE '35'.
002390 77  CG-REG-DATE               PIC 9(08)     VALUE ZERO.
002400 01  CG-TIME-WORK.
002410     05  CG-TIME-HHMMSS        PIC 9(06).
002420     05  FILLER                PIC 9(02).
002430
002440 PROCEDURE DIVISION.
002450
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE
002480                                  THRU 1000-INITIALIZE-EXIT.
002490     SORT SORT-WORK
002500         ON ASCENDING KEY CX-CANCEL-DATE
002510                          CX-CANCEL-TIME
002520                          CX-JOB-ID
002530         INPUT PROCEDURE IS 2000-SELECT-CANCELS
002540                                  THRU 2000-SELECT-CANCELS-EXIT
002550         OUTPUT PROCEDURE IS 3000-PRINT-REGISTER
002560                                  THRU 3000-PRINT-REGISTER-EXIT.
002570     PERFORM 6000-PRINT-TOTALS
002580                                  THRU 6000-PRINT-TOTALS-EXIT.
002590     PERFORM 9999-TERMINATE
002600                                  THRU 9999-TERMINATE-EXIT.
002610     STOP RUN.
002620
002630*-----------------------------------------------------------------
002640*    1000-INITIALIZE - PICK UP AND CHECK THE MONTH CARD, CLEAR
002650*    THE REASON TOTALS, OPEN THE REGISTER AND PRINT THE
002660*    HEADINGS.  THE CANCELLATION FILE IS OPENED BY THE
002670*    SELECTION PASS.
002680*-----------------------------------------------------------------
002690 1000-INITIALIZE.
002700     ACCEPT CG-MONTH-CARD.
002710     IF CG-MONTH-X = SPACES
002720         ACCEPT CG-DATE-WORK FROM DATE YYYYMMDD
002730         MOVE CG-DATE-YYYYMM TO CG-MONTH
002740     ELSE
002750         IF CG-MONTH-X IS NUMERIC
002760             MOVE CG-MONTH-X TO CG-MONTH
002770         ELSE
002780             DISPLAY "PILLCANR - MONTH CARD NOT NUMERIC - RUN "
002790                     "STOPPED"
002800             MOVE 8 TO RETURN-CODE
002810             GO TO 9900-ABEND-RUN
002820         END-IF
002830     END-IF.
002840     PERFORM 1100-CLEAR-REASON
002850                                  THRU 1100-CLEAR-REASON-EXIT
002860         VARYING CG-TOT-IX FROM 1 BY 1
002870         UNTIL CG-TOT-IX > 6.
002880     OPEN OUTPUT CANCEL-REGISTER.
002890     IF NOT CG-REPORT-STATUS-OK
002900         DISPLAY "PILLCANR - CANCEL-REGISTER OPEN FAILED, STATUS "
002910                 CG-REPORT-STATUS
002920         GO TO 9900-ABEND-RUN
002930     END-IF.
002940     MOVE CG-MONTH TO CG-HEAD-MONTH.
002950     WRITE CG-PRINT-LINE FROM CG-HEAD-LINE-1.
002960     WRITE CG-PRINT-LINE FROM CG-SPACE-LINE.
002970     WRITE CG-PRINT-LINE FROM CG-HEAD-LINE-2.
002980 1000-INITIALIZE-EXIT.
002990     EXIT.
003000
003010*-----------------------------------------------------------------
003020*    1100-CLEAR-REASON - ZERO ONE REASON'S COUNT AND VALUE.
003030*-----------------------------------------------------------------
003040 1100-CLEAR-REASON.
003050     MOVE ZERO TO CG-RSN-COUNT (CG-TOT-IX)
003060                  CG-RSN-VALUE (CG-TOT-IX).
003070 1100-CLEAR-REASON-EXIT.
003080     EXIT.
003090
003100*-----------------------------------------------------------------
003110*    2000-SELECT-CANCELS - SORT INPUT PROCEDURE.  PASSES THE
003120*    CANCELLATION FILE AND RELEASES EVERY CANCELLATION KEYED IN
003130*    THE REPORT MONTH.  A MISSING FILE RELEASES NOTHING.
003140*-----------------------------------------------------------------
003150 2000-SELECT-CANCELS.
003160     OPEN INPUT CANCEL-FILE.
003170     IF CG-CANCEL-NOT-FOUND
003180         GO TO 2000-SELECT-CANCELS-EXIT
003190     END-IF.
003200     IF NOT CG-CANCEL-STATUS-OK
003210         DISPLAY "PILLCANR - CANCEL-FILE OPEN FAILED, STATUS "
003220                 CG-CANCEL-STATUS
003230         GO TO 9900-ABEND-RUN
003240     END-IF.
003250     PERFORM 8000-READ-CANCEL
003260                                  THRU 8000-READ-CANCEL-EXIT.
003270     PERFORM 2100-SELECT-ONE
003280                                  THRU 2100-SELECT-ONE-EXIT
003290             UNTIL CG-EOF-YES.
003300     CLOSE CANCEL-FILE.
003310 2000-SELECT-CANCELS-EXIT.
003320     EXIT.
003330
003340*-----------------------------------------------------------------
003350*    2100-SELECT-ONE - RELEASE THE CURRENT CANCELLATION IF IT
003360*    WAS KEYED IN THE REPORT MONTH, AND READ THE NEXT ONE.
003370*-----------------------------------------------------------------
003380 2100-SELECT-ONE.
003390     ADD 1 TO CG-CNT-READ.
003400     MOVE CN-CANCEL-DATE TO CG-DATE-WORK.
003410     IF CG-DATE-YYYYMM NOT = CG-MONTH
003420         GO TO 2100-SELECT-ONE-READ
003430     END-IF.
003440     MOVE CN-CANCEL-DATE   TO CX-CANCEL-DATE.
003450     MOVE CN-CANCEL-TIME   TO CX-CANCEL-TIME.
003460     MOVE CN-JOB-ID        TO CX-JOB-ID.
003470     MOVE CN-RUN-DATE      TO CX-RUN-DATE.
003480     MOVE CN-CUST-NO       TO CX-CUST-NO.
003490     MOVE CN-REASON        TO CX-REASON.
003500     MOVE CN-PRIOR-OUTCOME TO CX-PRIOR-OUTCOME.
003510     MOVE CN-NUM-PILL      TO CX-NUM-PILL.
003520     MOVE CN-TOTAL-COST    TO CX-TOTAL-COST.
003530     MOVE CN-XTR-DATE      TO CX-XTR-DATE.
003540     RELEASE CX-SORT-RECORD.
003550 2100-SELECT-ONE-READ.
003560     PERFORM 8000-READ-CANCEL
003570                                  THRU 8000-READ-CANCEL-EXIT.
003580 2100-SELECT-ONE-EXIT.
003590     EXIT.
003600
003610*-----------------------------------------------------------------
003620*    3000-PRINT-REGISTER - SORT OUTPUT PROCEDURE.  RETURNS THE
003630*    CANCELLATIONS IN THE ORDER THEY WERE KEYED AND PRINTS ONE
003640*    LINE FOR EACH.
003650*-----------------------------------------------------------------
003660 3000-PRINT-REGISTER.
003670     PERFORM 8100-RETURN-CANCEL
003680                                  THRU 8100-RETURN-CANCEL-EXIT.
003690     PERFORM 3100-PRINT-ONE
003700                                  THRU 3100-PRINT-ONE-EXIT
003710             UNTIL CG-SORT-EOF-YES.
003720 3000-PRINT-REGISTER-EXIT.
003730     EXIT.
003740
003750*-----------------------------------------------------------------
003760*    3100-PRINT-ONE - PRINT THE CURRENT CANCELLATION, ADD IT TO
003770*    ITS REASON AND THE MONTH TOTALS, AND RETURN THE NEXT.
003780*-----------------------------------------------------------------
003790 3100-PRINT-ONE.
003800     ADD 1 TO CG-CNT-LISTED.
003810     ADD CX-TOTAL-COST TO CG-VAL-LISTED.
003820     MOVE CX-JOB-ID      TO CG-DET-JOB-ID.
003830     MOVE CX-RUN-DATE    TO CG-DET-RUN-DATE.
003840     IF CX-CUST-NO = SPACES
003850         MOVE "(NONE)" TO CG-DET-CUST-NO
003860     ELSE
003870         MOVE CX-CUST-NO TO CG-DET-CUST-NO
003880     END-IF.
003890     MOVE CX-CANCEL-DATE TO CG-DET-CANCEL-DATE.
003900     MOVE CX-REASON      TO CG-DET-REASON.
003910     PERFORM 3200-FIND-REASON
003920                                  THRU 3200-FIND-REASON-EXIT.
003930     IF CG-FOUND-YES
003940         MOVE CG-RSN-DESC (CG-RSN-IX) TO CG-DET-REASON-DESC
003950         SET CG-TOT-IX TO CG-RSN-IX
003960         ADD 1             TO CG-RSN-COUNT (CG-TOT-IX)
003970         ADD CX-TOTAL-COST TO CG-RSN-VALUE (CG-TOT-IX)
003980     ELSE
003990         MOVE "UNKNOWN REASON" TO CG-DET-REASON-DESC
004000     END-IF.
004010     MOVE CX-NUM-PILL    TO CG-DET-PILLARS.
004020     MOVE CX-TOTAL-COST  TO CG-DET-VALUE.
004030     EVALUATE CX-PRIOR-OUTCOME
004040         WHEN 'A'
004050             MOVE "ACCEPTED" TO CG-DET-PRIOR
004060         WHEN 'D'
004070             MOVE "DECLINED" TO CG-DET-PRIOR
004080         WHEN 'E'
004090             MOVE "EXPIRED"  TO CG-DET-PRIOR
004100         WHEN OTHER
004110             MOVE "OPEN"     TO CG-DET-PRIOR
004120     END-EVALUATE.
004130     IF CX-XTR-DATE = ZERO
004140         MOVE "QUEUED" TO CG-DET-REV-STATUS
004150         MOVE SPACES   TO CG-DET-REV-DATE
004160         ADD 1 TO CG-CNT-QUEUED
004170     ELSE
004180         MOVE "SENT"   TO CG-DET-REV-STATUS
004190         MOVE CX-XTR-DATE  TO CG-EDIT-DATE
004200         MOVE CG-EDIT-DATE TO CG-DET-REV-DATE
004210         ADD 1 TO CG-CNT-SENT
004220     END-IF.
004230     WRITE CG-PRINT-LINE FROM CG-DETAIL-LINE.
004240     PERFORM 8100-RETURN-CANCEL
004250                                  THRU 8100-RETURN-CANCEL-EXIT.
004260 3100-PRINT-ONE-EXIT.
004270     EXIT.
004280
004290*-----------------------------------------------------------------
004300*    3200-FIND-REASON - LOOK THE CANCELLATION'S REASON CODE UP
004310*    IN THE REASON TABLE.
004320*-----------------------------------------------------------------
004330 3200-FIND-REASON.
004340     SET CG-FOUND-NO TO TRUE.
004350     SET CG-RSN-IX TO 1.
004360     SEARCH CG-RSN-ENTRY
004370         AT END
004380             SET CG-FOUND-NO TO TRUE
004390         WHEN CG-RSN-CODE (CG-RSN-IX) = CX-REASON
004400             SET CG-FOUND-YES TO TRUE
004410     END-SEARCH.
004420 3200-FIND-REASON-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460*    6000-PRINT-TOTALS - COUNT AND QUOTE VALUE CANCELLED BY
004470*    REASON AND FOR THE MONTH, THEN THE REVERSALS SENT AND THE
004480*    REVERSALS STILL WAITING FOR THE NEXT EXTRACT.
004490*-----------------------------------------------------------------
004500 6000-PRINT-TOTALS.
004510     WRITE CG-PRINT-LINE FROM CG-SPACE-LINE.
004520     MOVE "CANCELLATIONS BY REASON" TO CG-SEC-TEXT.
004530     WRITE CG-PRINT-LINE FROM CG-SECTION-LINE.
004540     PERFORM 6100-PRINT-ONE-REASON
004550                                  THRU 6100-PRINT-ONE-REASON-EXIT
004560         VARYING CG-TOT-IX FROM 1 BY 1
004570         UNTIL CG-TOT-IX > 6.
004580     WRITE CG-PRINT-LINE FROM CG-SPACE-LINE.
004590     MOVE SPACES           TO CG-RSL-CODE.
004600     MOVE "ALL REASONS"    TO CG-RSL-DESC.
004610     MOVE CG-CNT-LISTED    TO CG-RSL-COUNT.
004620     MOVE CG-VAL-LISTED    TO CG-RSL-VALUE.
004630     WRITE CG-PRINT-LINE FROM CG-REASON-LINE.
004640     WRITE CG-PRINT-LINE FROM CG-SPACE-LINE.
004650     MOVE "REVERSALS SENT TO BILLING . . . . . . . "
004660         TO CG-TOT-TEXT.
004670     MOVE CG-CNT-SENT TO CG-TOT-COUNT.
004680     WRITE CG-PRINT-LINE FROM CG-TOTAL-LINE.
004690     MOVE "REVERSALS QUEUED FOR THE NEXT EXTRACT . "
004700         TO CG-TOT-TEXT.
004710     MOVE CG-CNT-QUEUED TO CG-TOT-COUNT.
004720     WRITE CG-PRINT-LINE FROM CG-TOTAL-LINE.
004730 6000-PRINT-TOTALS-EXIT.
004740     EXIT.
004750
004760*-----------------------------------------------------------------
004770*    6100-PRINT-ONE-REASON - ONE LINE PER REASON CODE, PRINTED
004780*    WHETHER OR NOT THE MONTH HAD ANY.
004790*-----------------------------------------------------------------
004800 6100-PRINT-ONE-REASON.
004810     SET CG-RSN-IX TO CG-TOT-IX.
004820     MOVE CG-RSN-CODE (CG-RSN-IX)  TO CG-RSL-CODE.
004830     MOVE CG-RSN-DESC (CG-RSN-IX)  TO CG-RSL-DESC.
004840     MOVE CG-RSN-COUNT (CG-TOT-IX) TO CG-RSL-COUNT.
004850     MOVE CG-RSN-VALUE (CG-TOT-IX) TO CG-RSL-VALUE.
004860     WRITE CG-PRINT-LINE FROM CG-REASON-LINE.
004870 6100-PRINT-ONE-REASON-EXIT.
004880     EXIT.
004890
004900*-----------------------------------------------------------------
004910*    8000-READ-CANCEL - READ THE NEXT CANCELLATION IN KEY ORDER,
004920*    SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
004930*-----------------------------------------------------------------
004940 8000-READ-CANCEL.
004950     READ CANCEL-FILE NEXT RECORD
004960         AT END
004970             SET CG-EOF-YES TO TRUE
004980     END-READ.
004990 8000-READ-CANCEL-EXIT.
005000     EXIT.
005010
005020*-----------------------------------------------------------------
005030*    8100-RETURN-CANCEL - RETURN THE NEXT SORTED CANCELLATION,
005040*    SETTING THE EOF SWITCH WHEN THE SORT IS EXHAUSTED.
005050*-----------------------------------------------------------------
005060 8100-RETURN-CANCEL.
005070     RETURN SORT-WORK
005080         AT END
005090             SET CG-SORT-EOF-YES TO TRUE
005100     END-RETURN.
005110 8100-RETURN-CANCEL-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150*    9999-TERMINATE - CLOSE THE REGISTER, PUT THE RUN COUNTS ON
005160*    THE JOB LOG AND REGISTER THE RUN.
005170*-----------------------------------------------------------------
005180 9999-TERMINATE.
005190     CLOSE CANCEL-REGISTER.
005200     MOVE CG-CNT-LISTED TO CG-CNT-DISPLAY.
005210     DISPLAY "PILLCANR - CANCELLATIONS LISTED " CG-CNT-DISPLAY.
005220     MOVE CG-CNT-QUEUED TO CG-CNT-DISPLAY.
005230     DISPLAY "PILLCANR - REVERSALS QUEUED . . " CG-CNT-DISPLAY.
005240     PERFORM 9500-WRITE-REGISTRY
005250                                  THRU 9500-WRITE-REGISTRY-EXIT.
005260 9999-TERMINATE-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------------
005300*    9500-WRITE-REGISTRY - ONE RUN-REGISTRY RECORD AT END OF
005310*    JOB.  THE REGISTRY IS CREATED ON THE FIRST RUN, AND A
005320*    REGISTRY THAT CANNOT BE WRITTEN IS NOTED ON THE JOB LOG
005330*    WITHOUT FAILING A RUN THAT OTHERWISE FINISHED.
005340*-----------------------------------------------------------------
005350 9500-WRITE-REGISTRY.
005360     OPEN EXTEND RUN-REGISTRY.
005370     IF CG-REG-NOT-FOUND
005380         OPEN OUTPUT RUN-REGISTRY
005390     END-IF.
005400     IF NOT CG-REG-STATUS-OK
005410         DISPLAY "PILLCANR - RUN-REGISTRY OPEN FAILED, STATUS "
005420                 CG-REG-STATUS
005430         GO TO 9500-WRITE-REGISTRY-EXIT
005440     END-IF.
005450     MOVE "PILLCANR" TO RR-PROGRAM-ID.
005460     ACCEPT CG-REG-DATE FROM DATE YYYYMMDD.
005470     MOVE CG-REG-DATE TO RR-RUN-DATE.
005480     ACCEPT CG-TIME-WORK FROM TIME.
005490     MOVE CG-TIME-HHMMSS TO RR-RUN-TIME.
005500     COMPUTE RR-CNT-READ = CG-CNT-READ.
005510     COMPUTE RR-CNT-WRITTEN = CG-CNT-LISTED.
005520     MOVE RETURN-CODE TO RR-RETURN-CODE.
005530     MOVE 'Y' TO RR-BALANCE-FLAG.
005540     MOVE SPACES TO RR-RESTART-FLAG RR-RESTART-JOB.
005550     WRITE RR-REGISTRY-RECORD.
005560     CLOSE RUN-REGISTRY.
005570 9500-WRITE-REGISTRY-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610*    9900-ABEND-RUN - THE RUN CANNOT CONTINUE.  THE MESSAGE HAS
005620*    ALREADY BEEN DISPLAYED BY THE CALLER; JUST STOP THE JOB.
005630*-----------------------------------------------------------------
005640 9900-ABEND-RUN.
005650     STOP RUN.
005660
005670 END PROGRAM PILLCANR.
