000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARROLL.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/09/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/09/2026  RH   ORIGINAL MONTH-END AR ROLLFORWARD.  TAKES   *
000120*                   THE BUSINESS MONTH'S RECORD FROM THE MONTH- *
000130*                   END SNAPSHOT (MONSNAP), ROLLS OPENING AR    *
000140*                   FORWARD THROUGH THE MONTH'S BILLING, FINANCE*
000150*                   CHARGES, CASH APPLIED, SUSPENSE RELEASES AND*
000160*                   ADJUSTMENTS, PROVES THE RESULT AND THE MONTH-*
000170*                   END AGING TO THE BILLING MASTER, AND PRINTS A*
000180*                   ROLLING 13-MONTH TREND OF DAYS SALES        *
000190*                   OUTSTANDING, COLLECTION EFFECTIVENESS AND THE*
000200*                   OVER-90 PERCENTAGE.                         *
000210******************************************************************
000220*  RUNS ON THE LAST BUSINESS DAY OF THE MONTH, AFTER MONSNAPN   *
000230*  HAS REPLACED MONSNAP.  CUSTBILL IS THE CLOSED MASTER THE     *
000240*  AGING RUN AGED THAT NIGHT.  RUN ON ANY OTHER DAY IT REPORTS  *
000250*  THE MONTH TO DATE AND SAYS SO.                               *
000260*                                                               *
000270*  OPENING AR IS THE PRIOR MONTH'S CLOSE AS THE SNAPSHOT        *
000280*  CARRIED IT.  CLOSING AR PER ROLLFORWARD IS OPENING PLUS      *
000290*  BILLED PLUS FINANCE CHARGES LESS CASH APPLIED PLUS SUSPENSE  *
000300*  RELEASES LESS ADJUSTMENTS - THE SAME EQUATION THE NIGHTLY    *
000310*  CONTINUITY CONTROL PROVES, SUMMED OVER THE MONTH.            *
000320*                                                               *
000330*  FOR EACH MONTH OF THE TREND, CREDIT SALES ARE BILLING PLUS   *
000340*  FINANCE CHARGES, AND CURRENT AR IS THE AGING'S NOT-YET-DUE   *
000350*  BUCKET.                                                      *
000360*     DSO        = CLOSING AR / CREDIT SALES X DAYS IN MONTH    *
000370*     CEI        = (OPENING + SALES - CLOSING AR) /             *
000380*                  (OPENING + SALES - CURRENT AR) X 100         *
000390*     OVER-90 %  = OVER-90 BUCKET / CLOSING AR X 100            *
000400*  A MONTH WITH NO SALES OR NOTHING TO COLLECT SHOWS N/A.       *
000410*                                                               *
000420*  RETURN CODES:   0  ROLLFORWARD AND AGING PROVED TO THE MASTER*
000430*                  4  MONTH NOT COMPLETE, SNAPSHOT OR AGING NOT *
000440*                     CURRENT, OR OPENING AR NOT CARRIED - THE  *
000450*                     ROLLFORWARD IS NOT PROVED                 *
000460*                  8  ROLLFORWARD OR AGING OUT OF BALANCE WITH  *
000470*                     THE MASTER, NO MASTER, OR NO SNAPSHOT FOR *
000480*                     THE MONTH                                 *
000490*                 16  NO CYCLE DATE OR DATE ALREADY PROCESSED   *
000500******************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SNAPSHOT-FILE          ASSIGN TO MONSNAP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-SNAP-STATUS.

000580     SELECT CUSTOMER-BILLING-FILE  ASSIGN TO CUSTBILL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-CUST-BILL-STATUS.

000620     SELECT HOLIDAY-CALENDAR-FILE  ASSIGN TO HOLIDAY
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000650         FILE STATUS  IS WS-HOLIDAY-STATUS.

000660     SELECT ROLLFORWARD-REPORT-FILE ASSIGN TO ROLLRPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE  IS SEQUENTIAL
000690         FILE STATUS  IS WS-REPORT-STATUS.

000700     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS MODE  IS SEQUENTIAL
000730         FILE STATUS  IS WS-CYC-DATE-STATUS.

000740     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE  IS SEQUENTIAL
000770         FILE STATUS  IS WS-CYC-LOG-STATUS.

000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SNAPSHOT-FILE
000810     RECORDING MODE IS F.
000820 01  MS-RECORD                   PIC X(238).

000830 FD  CUSTOMER-BILLING-FILE
000840     RECORDING MODE IS F.
000850 01  RCD-01.
000860     05  CUST-ACCT-NO            PIC X(6).
000870     05  BILL-INFO.
000880         10 INV-NO               PIC X(6).
000890         10 INV-AMT              PIC S9(9)V99
000900                                 SIGN LEADING SEPARATE.
000910         10 AMT-PAID             PIC S9(9)V99
000920                                 SIGN LEADING SEPARATE.
000930         10 DATE-PAID            PIC X(8).
000940         10 BAL-DUE              PIC S9(9)V99
000950                                 SIGN LEADING SEPARATE.
000960         10 DATE-DUE             PIC X(8).

000970 FD  HOLIDAY-CALENDAR-FILE
000980     RECORDING MODE IS F.
000990 01  HOL-RECORD.
001000     05  HOL-FILE-DATE         PIC 9(08).

001010 FD  ROLLFORWARD-REPORT-FILE
001020     RECORD CONTAINS 132 CHARACTERS
001030     RECORDING MODE IS F.
001040 01  REPORT-PRINT-RECORD         PIC X(132).

001050 FD  CYCLE-DATE-FILE
001060     RECORDING MODE IS F.
001070 01  CYC-RECORD.
001080     05  CYC-BUSINESS-DATE     PIC 9(08).
001090     05  CYC-RERUN-FLAG        PIC X(01).

001100 FD  CYCLE-LOG-FILE
001110     RECORDING MODE IS F.
001120 01  CYCLOG-RECORD.
001130     05  CYCLOG-PROGRAM-ID     PIC X(08).
001140     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001150 WORKING-STORAGE SECTION.
001160 01  WS-SNAP-STATUS              PIC X(02).
001170     88  WS-SNAP-OK                  VALUE '00'.
001180     88  WS-SNAP-EOF                 VALUE '10'.
001190 01  WS-CUST-BILL-STATUS         PIC X(02).
001200     88  WS-CUST-BILL-OK             VALUE '00'.
001210     88  WS-CUST-BILL-EOF            VALUE '10'.
001220 01  WS-HOLIDAY-STATUS           PIC X(02).
001230     88  WS-HOLIDAY-OK               VALUE '00'.
001240     88  WS-HOLIDAY-EOF              VALUE '10'.
001250 01  WS-REPORT-STATUS            PIC X(02).
001260     88  WS-REPORT-OK                VALUE '00'.

001270***
001280*** ONE SNAPSHOT RECORD - THE SAME LAYOUT THE SNAPSHOT RUN
001290*** (MONSNAP) WRITES.  BUCKET 1 = CURRENT, 2 = 1-30, 3 = 31-60,
001300*** 4 = 61-90, 5 = 91+.  THE CLOSING AR IS THE AGING TOTAL.
001310 01  SW-RECORD.
001320     05  SW-MONTH                PIC 9(06).
001330     05  SW-FIRST-DATE           PIC 9(08).
001340     05  SW-LAST-DATE            PIC 9(08).
001350     05  SW-NIGHT-COUNT          PIC 9(03).
001360     05  SW-OPENING-FLAG         PIC X(01).
001370         88  SW-OPENING-CARRIED      VALUE 'Y'.
001380     05  SW-OPENING-AR           PIC S9(9)V99
001390                                 SIGN LEADING SEPARATE.
001400     05  SW-TOTAL-BILLED         PIC S9(9)V99
001410                                 SIGN LEADING SEPARATE.
001420     05  SW-TOTAL-CHARGES        PIC S9(9)V99
001430                                 SIGN LEADING SEPARATE.
001440     05  SW-TOTAL-APPLIED        PIC S9(9)V99
001450                                 SIGN LEADING SEPARATE.
001460     05  SW-TOTAL-RELEASED       PIC S9(9)V99
001470                                 SIGN LEADING SEPARATE.
001480     05  SW-TOTAL-ADJUSTED       PIC S9(9)V99
001490                                 SIGN LEADING SEPARATE.
001500     05  SW-AGING-DATE           PIC 9(08).
001510     05  SW-AGING-BUCKET         OCCURS 5 TIMES
001520                                 PIC S9(9)V99
001530                                 SIGN LEADING SEPARATE.
001540     05  SW-CLOSING-AR           PIC S9(9)V99
001550                                 SIGN LEADING SEPARATE.
001560     05  SW-NIGHT-BILLED         PIC S9(9)V99
001570                                 SIGN LEADING SEPARATE.
001580     05  SW-NIGHT-CHARGES        PIC S9(9)V99
001590                                 SIGN LEADING SEPARATE.
001600     05  SW-NIGHT-APPLIED        PIC S9(9)V99
001610                                 SIGN LEADING SEPARATE.
001620     05  SW-NIGHT-RELEASED       PIC S9(9)V99
001630                                 SIGN LEADING SEPARATE.
001640     05  SW-NIGHT-ADJUSTED       PIC S9(9)V99
001650                                 SIGN LEADING SEPARATE.

001660***
001670*** THE WHOLE SNAPSHOT FILE, SEARCHED BY MONTH FOR THE REPORT
001680*** MONTH AND EACH MONTH OF THE TREND.
001690 01  SNAP-COUNT                  PIC 9(02) VALUE ZERO.
001700 01  SNAP-TABLE.
001710     05  SNAP-ENTRY      OCCURS 1 TO 60 TIMES
001720                         DEPENDING ON SNAP-COUNT
001730                         INDEXED BY SNAP-IDX.
001740         10  SNAP-MONTH        PIC 9(06).
001750         10  FILLER            PIC X(232).

001760 01  HOLIDAY-COUNT               PIC 9(03) VALUE ZERO.
001770 01  HOLIDAY-TABLE.
001780     05  HOLIDAY-DATE      OCCURS 1 TO 50 TIMES
001790                           DEPENDING ON HOLIDAY-COUNT
001800                           INDEXED BY HOL-IDX
001810                           PIC 9(08).
001820 77  WS-CHECK-INTEGER-DATE       PIC 9(07).
001830 77  WS-CHECK-NUMERIC-DATE       PIC 9(08).
001840 77  WS-CHECK-WEEKDAY            PIC 9(01).
001850 77  WS-CHECK-RESULT             PIC X(01).
001860     88  WS-CHECK-IS-BUSINESS-DAY    VALUE 'Y'.

001870 77  RPT-LINE                    PIC X(132).
001880 77  LINE-POS                    PIC S9(3).
001890 77  WS-REPORT-MONTH             PIC 9(06).
001900 77  WS-PRIOR-MONTH              PIC 9(06).
001910 77  WS-TREND-MONTH              PIC 9(06).
001920 77  WS-TREND-SUB                PIC 9(02).
001930 77  WS-BUCKET-SUB               PIC 9(01).
001940 77  WS-FOUND-FLAG               PIC X(01).
001950     88  WS-MONTH-FOUND              VALUE 'Y'.
001960 77  WS-REPORT-FLAG              PIC X(01) VALUE 'N'.
001970     88  WS-HAVE-REPORT-MONTH        VALUE 'Y'.
001980 77  WS-MASTER-FLAG              PIC X(01) VALUE 'N'.
001990     88  WS-HAVE-MASTER              VALUE 'Y'.
002000 77  WS-BACKED-OUT-FLAG          PIC X(01) VALUE 'N'.
002010     88  WS-BACKED-OUT               VALUE 'Y'.
002020 77  WS-MISMATCH-COUNT           PIC 9(03) VALUE ZERO.
002030 77  WS-WARNING-COUNT            PIC 9(03) VALUE ZERO.
002040 77  WS-MASTER-RECORDS           PIC 9(07) VALUE ZERO.

002050***
002060*** ONE MONTH'S FIGURES, WORKED OUT FROM ITS SNAPSHOT RECORD.
002070 77  WS-OPENING-AR               PIC S9(9)V99.
002080 77  WS-SALES                    PIC S9(9)V99.
002090 77  WS-ROLL-CLOSING             PIC S9(9)V99.
002100 77  WS-COLLECTED                PIC S9(9)V99.
002110 77  WS-COLLECTIBLE              PIC S9(9)V99.
002120 77  WS-MASTER-TOTAL             PIC S9(9)V99 VALUE ZERO.
002130 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
002140 77  WS-OUT-OF-BALANCE           PIC S9(9)V99.
002150 77  WS-MONTH-START              PIC 9(08).
002160 77  WS-NEXT-MONTH-START         PIC 9(08).
002170 77  WS-NEXT-MONTH               PIC 9(06).
002180 77  WS-DAYS-IN-MONTH            PIC 9(02).
002190 77  WS-DSO                      PIC S9(05)V9.
002200 77  WS-CEI                      PIC S9(05)V9.
002210 77  WS-OVER-90-PCT              PIC S9(05)V99.
002220 77  WS-DSO-TEXT                 PIC X(08).
002230 77  WS-CEI-TEXT                 PIC X(08).
002240 77  WS-OVER-90-TEXT             PIC X(09).
002250 77  WS-RATIO-ED                 PIC ----9.9.
002260 77  WS-PCT-ED                   PIC ----9.99.
002270 77  WS-AMOUNT-ED                PIC $$$,$$$,$$9.99-.
002280 77  WS-AMOUNT-2-ED              PIC $$$,$$$,$$9.99-.
002290 77  WS-AMOUNT-3-ED              PIC $$$,$$$,$$9.99-.
002300 77  WS-AMOUNT-4-ED              PIC $$$,$$$,$$9.99-.
002310 77  WS-DIFF-ED                  PIC $$$,$$$,$$9.99-.
002320 77  WS-LINE-LABEL               PIC X(50).

002330***
002340*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002350*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
002360*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
002370*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
002380*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
002390*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002400*** THE CYCLDATE RECORD.
002410 01  WS-CYC-DATE-STATUS          PIC X(02).
002420     88  WS-CYC-DATE-OK              VALUE '00'.
002430 01  WS-CYC-LOG-STATUS           PIC X(02).
002440     88  WS-CYC-LOG-OK               VALUE '00'.
002450     88  WS-CYC-LOG-EOF              VALUE '10'.
002460 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002470 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002480     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002490 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
002500     88  WS-ALREADY-RAN              VALUE 'Y'.

002510 PROCEDURE DIVISION.
002520******************************************************************
002530*  0000-MAINLINE                                                *
002540*  ROLLS THE MONTH'S AR FORWARD, PROVES IT TO THE MASTER, AND   *
002550*  PRINTS THE MONTH-END AGING AND THE 13-MONTH TREND.           *
002560******************************************************************
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002590     PERFORM 2000-CHECK-MONTH       THRU 2000-EXIT.
002600     PERFORM 3000-TOTAL-MASTER      THRU 3000-EXIT.
002610     PERFORM 4000-PRINT-ROLLFORWARD THRU 4000-EXIT.
002620     PERFORM 5000-PRINT-AGING       THRU 5000-EXIT.
002630     PERFORM 6000-PRINT-TREND       THRU 6000-EXIT.
002640     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002650     GOBACK.

002660******************************************************************
002670*  0100-GET-BUSINESS-DATE                                        *
002680*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
002690*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
002700*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
002710******************************************************************
002720 0100-GET-BUSINESS-DATE.
002730     OPEN INPUT CYCLE-DATE-FILE.
002740     IF NOT WS-CYC-DATE-OK
002750         DISPLAY 'ARROLL: NO CYCLE DATE CONTROL ON FILE - RUN '
002760             'STOPPED'
002770         MOVE 16 TO RETURN-CODE
002780         GOBACK
002790     END-IF.
002800     READ CYCLE-DATE-FILE
002810         AT END
002820             DISPLAY 'ARROLL: CYCLE DATE CONTROL IS EMPTY - '
002830                 'RUN STOPPED'
002840             MOVE 16 TO RETURN-CODE
002850             GOBACK
002860     END-READ.
002870     IF CYC-BUSINESS-DATE NOT NUMERIC
002880         OR CYC-BUSINESS-DATE = ZERO
002890         DISPLAY 'ARROLL: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
002900             ' - RUN STOPPED'
002910         MOVE 16 TO RETURN-CODE
002920         GOBACK
002930     END-IF.
002940     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002950     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
002960     CLOSE CYCLE-DATE-FILE.
002970     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
002980 0100-EXIT.
002990     EXIT.

003000 0150-CHECK-CYCLE-LOG.
003010     OPEN INPUT CYCLE-LOG-FILE.
003020     IF NOT WS-CYC-LOG-OK
003030         GO TO 0150-EXIT
003040     END-IF.
003050     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
003060         UNTIL WS-CYC-LOG-EOF.
003070     CLOSE CYCLE-LOG-FILE.
003080     IF NOT WS-ALREADY-RAN
003090         GO TO 0150-EXIT
003100     END-IF.
003110     IF WS-RERUN-REQUESTED
003120         DISPLAY 'ARROLL: RERUN OF BUSINESS DATE '
003130             WS-BUSINESS-DATE ' AS REQUESTED'
003140         GO TO 0150-EXIT
003150     END-IF.
003160     DISPLAY 'ARROLL: BUSINESS DATE ' WS-BUSINESS-DATE
003170         ' ALREADY PROCESSED - RUN STOPPED'.
003180     MOVE 16 TO RETURN-CODE.
003190     GOBACK.
003200 0150-EXIT.
003210     EXIT.

003220 0160-READ-ONE-LOG-RECORD.
003230     READ CYCLE-LOG-FILE
003240         AT END
003250             SET WS-CYC-LOG-EOF TO TRUE
003260         NOT AT END
003270             IF CYCLOG-PROGRAM-ID = 'ARROLL  '
003280                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003290                 SET WS-ALREADY-RAN TO TRUE
003300             END-IF
003310     END-READ.
003320 0160-EXIT.
003330     EXIT.

003340******************************************************************
003350*  0950-LOG-BUSINESS-DATE                                        *
003360*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003370*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003380*  THE DOOR.                                                     *
003390******************************************************************
003400 0950-LOG-BUSINESS-DATE.
003410     OPEN EXTEND CYCLE-LOG-FILE.
003420     IF WS-CYC-LOG-STATUS = '35'
003430         OPEN OUTPUT CYCLE-LOG-FILE
003440     END-IF.
003450     IF NOT WS-CYC-LOG-OK
003460         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
003470         GO TO 0950-EXIT
003480     END-IF.
003490     MOVE 'ARROLL  ' TO CYCLOG-PROGRAM-ID.
003500     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
003510     WRITE CYCLOG-RECORD.
003520     IF NOT WS-CYC-LOG-OK
003530         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
003540     END-IF.
003550     CLOSE CYCLE-LOG-FILE.
003560 0950-EXIT.
003570     EXIT.

003580******************************************************************
003590*  1000-INITIALIZE                                              *
003600******************************************************************
003610 1000-INITIALIZE.
003620     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003630     MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH.
003640     PERFORM 4510-LOAD-HOLIDAY-TABLE THRU 4510-EXIT.
003650     OPEN OUTPUT ROLLFORWARD-REPORT-FILE.
003660     MOVE SPACES TO RPT-LINE.
003670     MOVE 1 TO LINE-POS.
003680     STRING 'MONTH-END AR ROLLFORWARD' SPACE 'MONTH' SPACE
003690            WS-REPORT-MONTH(1:4) '/' WS-REPORT-MONTH(5:2)
003700            SPACE 'RUN DATE' SPACE WS-BUSINESS-DATE
003710         DELIMITED BY SIZE
003720         INTO RPT-LINE
003730         WITH POINTER LINE-POS
003740     END-STRING.
003750     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003760     MOVE SPACES TO RPT-LINE.
003770     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003780     PERFORM 1100-LOAD-SNAPSHOT THRU 1100-EXIT.
003790 1000-EXIT.
003800     EXIT.

003810 1100-LOAD-SNAPSHOT.
003820     OPEN INPUT SNAPSHOT-FILE.
003830     IF NOT WS-SNAP-OK
003840         GO TO 1100-EXIT
003850     END-IF.
003860     PERFORM 1150-READ-SNAPSHOT THRU 1150-EXIT
003870         UNTIL WS-SNAP-EOF.
003880     CLOSE SNAPSHOT-FILE.
003890 1100-EXIT.
003900     EXIT.

003910 1150-READ-SNAPSHOT.
003920     READ SNAPSHOT-FILE
003930         AT END
003940             SET WS-SNAP-EOF TO TRUE
003950             GO TO 1150-EXIT
003960     END-READ.
003970     IF SNAP-COUNT >= 60
003980         DISPLAY 'SNAPSHOT TABLE FULL - MONTH SKIPPED: '
003990             MS-RECORD(1:6)
004000         GO TO 1150-EXIT
004010     END-IF.
004020     ADD 1 TO SNAP-COUNT.
004030     MOVE MS-RECORD TO SNAP-ENTRY(SNAP-COUNT).
004040 1150-EXIT.
004050     EXIT.

004060******************************************************************
004070*  2000-CHECK-MONTH                                             *
004080*  FINDS THE REPORT MONTH ON THE SNAPSHOT AND SAYS WHETHER IT   *
004090*  IS THE WHOLE MONTH: THE SNAPSHOT MUST HAVE TAKEN TONIGHT,    *
004100*  TONIGHT MUST BE THE MONTH'S LAST BUSINESS DAY, AND THE AGING *
004110*  MUST BE TONIGHT'S.                                           *
004120******************************************************************
004130 2000-CHECK-MONTH.
004140     MOVE WS-REPORT-MONTH TO WS-TREND-MONTH.
004150     PERFORM 7000-FIND-SNAPSHOT-MONTH THRU 7000-EXIT.
004160     IF NOT WS-MONTH-FOUND
004170         ADD 1 TO WS-MISMATCH-COUNT
004180         MOVE 'NO SNAPSHOT FOR THE MONTH - NO ROLLFORWARD'
004190             TO RPT-LINE
004200         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004210         GO TO 2000-EXIT
004220     END-IF.
004230     SET WS-HAVE-REPORT-MONTH TO TRUE.
004240     IF SW-LAST-DATE NOT = WS-BUSINESS-DATE
004250         ADD 1 TO WS-WARNING-COUNT
004260         MOVE SPACES TO RPT-LINE
004270         MOVE 1 TO LINE-POS
004280         STRING 'SNAPSHOT LAST TAKEN ' SW-LAST-DATE
004290                ' NOT BUSINESS DATE ' WS-BUSINESS-DATE
004300                ' - FIGURES ARE AS OF ' SW-LAST-DATE
004310             DELIMITED BY SIZE
004320             INTO RPT-LINE
004330             WITH POINTER LINE-POS
004340         END-STRING
004350         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004360     END-IF.
004370     COMPUTE WS-CHECK-INTEGER-DATE =
004380         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
004390     MOVE 'N' TO WS-CHECK-RESULT.
004400     PERFORM 2050-STEP-FORWARD-A-DAY THRU 2050-EXIT
004410         UNTIL WS-CHECK-IS-BUSINESS-DAY.
004420     IF WS-CHECK-NUMERIC-DATE(1:6) = WS-REPORT-MONTH
004430         ADD 1 TO WS-WARNING-COUNT
004440         MOVE SPACES TO RPT-LINE
004450         MOVE 1 TO LINE-POS
004460         STRING 'MONTH NOT COMPLETE - NEXT BUSINESS DAY IS '
004470                WS-CHECK-NUMERIC-DATE
004480                ' - FIGURES ARE MONTH TO DATE'
004490             DELIMITED BY SIZE
004500             INTO RPT-LINE
004510             WITH POINTER LINE-POS
004520         END-STRING
004530         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004540     END-IF.
004550     IF SW-AGING-DATE NOT = SW-LAST-DATE
004560         ADD 1 TO WS-WARNING-COUNT
004570         MOVE SPACES TO RPT-LINE
004580         MOVE 1 TO LINE-POS
004590         STRING 'AGING ON THE SNAPSHOT IS AS OF ' SW-AGING-DATE
004600                ' NOT ' SW-LAST-DATE
004610             DELIMITED BY SIZE
004620             INTO RPT-LINE
004630             WITH POINTER LINE-POS
004640         END-STRING
004650         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004660     END-IF.
004670 2000-EXIT.
004680     EXIT.

004690 2050-STEP-FORWARD-A-DAY.
004700     ADD 1 TO WS-CHECK-INTEGER-DATE.
004710     PERFORM 4550-CHECK-BUSINESS-DAY-STATUS THRU 4550-EXIT.
004720 2050-EXIT.
004730     EXIT.

004740******************************************************************
004750*  3000-TOTAL-MASTER                                            *
004760*  THE OPEN BALANCE ON THE CLOSED BILLING MASTER - WHAT BOTH    *
004770*  THE ROLLFORWARD AND THE AGING MUST COME TO.                  *
004780******************************************************************
004790 3000-TOTAL-MASTER.
004800     OPEN INPUT CUSTOMER-BILLING-FILE.
004810     IF NOT WS-CUST-BILL-OK
004820         ADD 1 TO WS-MISMATCH-COUNT
004830         MOVE 'BILLING MASTER: MISMATCH  NO CUSTBILL ON FILE'
004840             TO RPT-LINE
004850         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004860         GO TO 3000-EXIT
004870     END-IF.
004880     SET WS-HAVE-MASTER TO TRUE.
004890     PERFORM 3100-ADD-ONE-BALANCE THRU 3100-EXIT
004900         UNTIL WS-CUST-BILL-EOF.
004910     CLOSE CUSTOMER-BILLING-FILE.
004920 3000-EXIT.
004930     EXIT.

004940 3100-ADD-ONE-BALANCE.
004950     READ CUSTOMER-BILLING-FILE
004960         AT END
004970             SET WS-CUST-BILL-EOF TO TRUE
004980         NOT AT END
004990             ADD 1 TO WS-MASTER-RECORDS
005000             MOVE BAL-DUE TO WS-BAL-DUE-NUM
005010             ADD WS-BAL-DUE-NUM TO WS-MASTER-TOTAL
005020     END-READ.
005030 3100-EXIT.
005040     EXIT.

005050******************************************************************
005060*  4000-PRINT-ROLLFORWARD                                       *
005070*  OPENING AR THROUGH THE MONTH'S MOVEMENT TO CLOSING AR, THEN  *
005080*  THE TWO PROOFS: ROLLFORWARD TO MASTER AND AGING TO MASTER.   *
005090*  WITH NO OPENING CARRIED FROM THE PRIOR MONTH THE OPENING IS  *
005100*  BACKED OUT OF THE CLOSE, SO THE ROLLFORWARD PROVES NOTHING   *
005110*  AND SAYS SO.                                                 *
005120******************************************************************
005130 4000-PRINT-ROLLFORWARD.
005140     IF NOT WS-HAVE-REPORT-MONTH
005150         GO TO 4000-EXIT
005160     END-IF.
005170     PERFORM 7100-COMPUTE-MONTH THRU 7100-EXIT.
005180     IF SW-OPENING-CARRIED
005190         IF WS-REPORT-MONTH(5:2) = '01'
005200             COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 89
005210         ELSE
005220             COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
005230         END-IF
005240         MOVE SPACES TO WS-LINE-LABEL
005250         STRING 'OPENING AR - CARRIED FROM THE '
005260                WS-PRIOR-MONTH(1:4) '/' WS-PRIOR-MONTH(5:2)
005270                ' CLOSE'
005280             DELIMITED BY SIZE
005290             INTO WS-LINE-LABEL
005300         END-STRING
005310     ELSE
005320         MOVE 'OPENING AR - NOT CARRIED, BACKED OUT OF THE CLOSE'
005330             TO WS-LINE-LABEL
005340     END-IF.
005350     MOVE WS-OPENING-AR TO WS-AMOUNT-ED.
005360     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005370     MOVE 'PLUS  INVOICES BILLED          (BILLCTL)'
005380         TO WS-LINE-LABEL.
005390     MOVE SW-TOTAL-BILLED TO WS-AMOUNT-ED.
005400     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005410     MOVE 'PLUS  FINANCE CHARGES          (FINCTL)'
005420         TO WS-LINE-LABEL.
005430     MOVE SW-TOTAL-CHARGES TO WS-AMOUNT-ED.
005440     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005450     MOVE 'LESS  CASH APPLIED             (CSHCTL)'
005460         TO WS-LINE-LABEL.
005470     MOVE SW-TOTAL-APPLIED TO WS-AMOUNT-ED.
005480     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005490     MOVE 'PLUS  SUSPENSE RELEASES        (SUSPCTL)'
005500         TO WS-LINE-LABEL.
005510     MOVE SW-TOTAL-RELEASED TO WS-AMOUNT-ED.
005520     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005530     MOVE 'LESS  ADJUSTMENTS              (ADJCTL)'
005540         TO WS-LINE-LABEL.
005550     MOVE SW-TOTAL-ADJUSTED TO WS-AMOUNT-ED.
005560     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005570     MOVE 'CLOSING AR PER ROLLFORWARD' TO WS-LINE-LABEL.
005580     MOVE WS-ROLL-CLOSING TO WS-AMOUNT-ED.
005590     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005600     MOVE SPACES TO WS-LINE-LABEL.
005610     STRING 'CLOSING AR PER AGED TRIAL BALANCE OF '
005620            SW-AGING-DATE
005630         DELIMITED BY SIZE
005640         INTO WS-LINE-LABEL
005650     END-STRING.
005660     MOVE SW-CLOSING-AR TO WS-AMOUNT-ED.
005670     PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT.
005680     IF WS-HAVE-MASTER
005690         MOVE 'CLOSING AR PER BILLING MASTER  (CUSTBILL)'
005700             TO WS-LINE-LABEL
005710         MOVE WS-MASTER-TOTAL TO WS-AMOUNT-ED
005720         PERFORM 4100-WRITE-AMOUNT-LINE THRU 4100-EXIT
005730     END-IF.
005740     MOVE SPACES TO RPT-LINE.
005750     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005760     PERFORM 4200-PROVE-ROLLFORWARD THRU 4200-EXIT.
005770     PERFORM 4300-PROVE-AGING THRU 4300-EXIT.
005780 4000-EXIT.
005790     EXIT.

005800 4100-WRITE-AMOUNT-LINE.
005810     MOVE SPACES TO RPT-LINE.
005820     MOVE 1 TO LINE-POS.
005830     STRING WS-LINE-LABEL WS-AMOUNT-ED
005840         DELIMITED BY SIZE
005850         INTO RPT-LINE
005860         WITH POINTER LINE-POS
005870     END-STRING.
005880     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005890 4100-EXIT.
005900     EXIT.

005910 4200-PROVE-ROLLFORWARD.
005920     IF NOT WS-HAVE-MASTER
005930         GO TO 4200-EXIT
005940     END-IF.
005950     IF NOT SW-OPENING-CARRIED
005960         ADD 1 TO WS-WARNING-COUNT
005970         MOVE SPACES TO RPT-LINE
005980         MOVE 1 TO LINE-POS
005990         STRING 'ROLLFORWARD TO MASTER: NOT PROVED - NO PRIOR '
006000                'MONTH ON THE SNAPSHOT TO CARRY THE OPENING FROM'
006010             DELIMITED BY SIZE
006020             INTO RPT-LINE
006030             WITH POINTER LINE-POS
006040         END-STRING
006050         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006060         GO TO 4200-EXIT
006070     END-IF.
006080     IF WS-ROLL-CLOSING = WS-MASTER-TOTAL
006090         MOVE 'ROLLFORWARD TO MASTER: OK  CLOSING AR AGREES WITH '
006100             TO RPT-LINE
006110         MOVE 'THE BILLING MASTER' TO RPT-LINE(51:)
006120         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006130         GO TO 4200-EXIT
006140     END-IF.
006150     ADD 1 TO WS-MISMATCH-COUNT.
006160     COMPUTE WS-OUT-OF-BALANCE =
006170         WS-MASTER-TOTAL - WS-ROLL-CLOSING.
006180     MOVE WS-ROLL-CLOSING   TO WS-AMOUNT-ED.
006190     MOVE WS-MASTER-TOTAL   TO WS-AMOUNT-2-ED.
006200     MOVE WS-OUT-OF-BALANCE TO WS-DIFF-ED.
006210     MOVE SPACES TO RPT-LINE.
006220     MOVE 1 TO LINE-POS.
006230     STRING
006240        'ROLLFORWARD TO MASTER: MISMATCH  EXPECTED ' WS-AMOUNT-ED
006250            DELIMITED BY SIZE
006260        ' FOUND ' WS-AMOUNT-2-ED
006270            DELIMITED BY SIZE
006280        ' OUT OF BALANCE ' WS-DIFF-ED
006290            DELIMITED BY SIZE
006300        INTO RPT-LINE
006310        WITH POINTER LINE-POS
006320     END-STRING.
006330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006340 4200-EXIT.
006350     EXIT.

006360 4300-PROVE-AGING.
006370     IF NOT WS-HAVE-MASTER
006380         GO TO 4300-EXIT
006390     END-IF.
006400     IF SW-AGING-DATE NOT = WS-BUSINESS-DATE
006410         ADD 1 TO WS-WARNING-COUNT
006420         MOVE SPACES TO RPT-LINE
006430         MOVE 1 TO LINE-POS
006440         STRING 'AGING TO MASTER: NOT PROVED - AGING IS AS OF '
006450                SW-AGING-DATE
006460             DELIMITED BY SIZE
006470             INTO RPT-LINE
006480             WITH POINTER LINE-POS
006490         END-STRING
006500         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006510         GO TO 4300-EXIT
006520     END-IF.
006530     IF SW-CLOSING-AR = WS-MASTER-TOTAL
006540         MOVE 'AGING TO MASTER: OK  AGED TRIAL BALANCE AGREES '
006550             TO RPT-LINE
006560         MOVE 'WITH THE BILLING MASTER' TO RPT-LINE(48:)
006570         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006580         GO TO 4300-EXIT
006590     END-IF.
006600     ADD 1 TO WS-MISMATCH-COUNT.
006610     COMPUTE WS-OUT-OF-BALANCE = WS-MASTER-TOTAL - SW-CLOSING-AR.
006620     MOVE SW-CLOSING-AR     TO WS-AMOUNT-ED.
006630     MOVE WS-MASTER-TOTAL   TO WS-AMOUNT-2-ED.
006640     MOVE WS-OUT-OF-BALANCE TO WS-DIFF-ED.
006650     MOVE SPACES TO RPT-LINE.
006660     MOVE 1 TO LINE-POS.
006670     STRING
006680        'AGING TO MASTER: MISMATCH  EXPECTED ' WS-AMOUNT-ED
006690            DELIMITED BY SIZE
006700        ' FOUND ' WS-AMOUNT-2-ED
006710            DELIMITED BY SIZE
006720        ' OUT OF BALANCE ' WS-DIFF-ED
006730            DELIMITED BY SIZE
006740        INTO RPT-LINE
006750        WITH POINTER LINE-POS
006760     END-STRING.
006770     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006780 4300-EXIT.
006790     EXIT.

006800******************************************************************
006810*  5000-PRINT-AGING                                             *
006820*  THE MONTH-END AGING, EACH BUCKET WITH ITS SHARE OF CLOSING   *
006830*  AR.                                                          *
006840******************************************************************
006850 5000-PRINT-AGING.
006860     IF NOT WS-HAVE-REPORT-MONTH
006870         GO TO 5000-EXIT
006880     END-IF.
006890     MOVE SPACES TO RPT-LINE.
006900     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006910     MOVE SPACES TO RPT-LINE.
006920     MOVE 1 TO LINE-POS.
006930     STRING 'MONTH-END AGING AS OF ' SW-AGING-DATE
006940            '        AMOUNT   PERCENT'
006950         DELIMITED BY SIZE
006960         INTO RPT-LINE
006970         WITH POINTER LINE-POS
006980     END-STRING.
006990     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007000     PERFORM 5100-PRINT-ONE-BUCKET THRU 5100-EXIT
007010         VARYING WS-BUCKET-SUB FROM 1 BY 1
007020         UNTIL WS-BUCKET-SUB > 5.
007030 5000-EXIT.
007040     EXIT.

007050 5100-PRINT-ONE-BUCKET.
007060     EVALUATE WS-BUCKET-SUB
007070         WHEN 1
007080             MOVE '    CURRENT' TO WS-LINE-LABEL
007090         WHEN 2
007100             MOVE '    1-30 DAYS PAST DUE' TO WS-LINE-LABEL
007110         WHEN 3
007120             MOVE '    31-60 DAYS PAST DUE' TO WS-LINE-LABEL
007130         WHEN 4
007140             MOVE '    61-90 DAYS PAST DUE' TO WS-LINE-LABEL
007150         WHEN OTHER
007160             MOVE '    OVER 90 DAYS PAST DUE' TO WS-LINE-LABEL
007170     END-EVALUATE.
007180     MOVE SW-AGING-BUCKET(WS-BUCKET-SUB) TO WS-AMOUNT-ED.
007190     MOVE '      N/A' TO WS-OVER-90-TEXT.
007200     IF SW-CLOSING-AR > ZERO
007210         COMPUTE WS-OVER-90-PCT ROUNDED =
007220             SW-AGING-BUCKET(WS-BUCKET-SUB) * 100
007230                 / SW-CLOSING-AR
007240         MOVE WS-OVER-90-PCT TO WS-PCT-ED
007250         MOVE WS-PCT-ED TO WS-OVER-90-TEXT(2:)
007260     END-IF.
007270     MOVE SPACES TO RPT-LINE.
007280     MOVE 1 TO LINE-POS.
007290     STRING WS-LINE-LABEL(1:30) WS-AMOUNT-ED WS-OVER-90-TEXT
007300         DELIMITED BY SIZE
007310         INTO RPT-LINE
007320         WITH POINTER LINE-POS
007330     END-STRING.
007340     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007350 5100-EXIT.
007360     EXIT.

007370******************************************************************
007380*  6000-PRINT-TREND                                             *
007390*  THE REPORT MONTH AND THE TWELVE BEFORE IT, OLDEST FIRST.  A  *
007400*  MONTH THE SNAPSHOT DOES NOT HAVE PRINTS AS SUCH.             *
007410******************************************************************
007420 6000-PRINT-TREND.
007430     MOVE SPACES TO RPT-LINE.
007440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007450     MOVE 'THIRTEEN-MONTH TREND' TO RPT-LINE.
007460     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007470     MOVE SPACES TO RPT-LINE.
007480     MOVE 1 TO LINE-POS.
007490     STRING 'MONTH         OPENING AR    CREDIT SALES'
007500            '    CASH APPLIED      CLOSING AR'
007510            '      CURRENT AR      DSO     CEI %  OVER-90 %'
007520         DELIMITED BY SIZE
007530         INTO RPT-LINE
007540         WITH POINTER LINE-POS
007550     END-STRING.
007560     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007570     COMPUTE WS-TREND-MONTH = WS-REPORT-MONTH - 100.
007580     PERFORM 6050-TREND-STEP THRU 6050-EXIT
007590         VARYING WS-TREND-SUB FROM 1 BY 1
007600         UNTIL WS-TREND-SUB > 13.
007610     IF WS-BACKED-OUT
007620         MOVE '* OPENING AR NOT CARRIED - BACKED OUT OF THE CLOSE'
007630             TO RPT-LINE
007640         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007650     END-IF.
007660 6000-EXIT.
007670     EXIT.

007680 6050-TREND-STEP.
007690     PERFORM 6100-PRINT-ONE-MONTH THRU 6100-EXIT.
007700     IF WS-TREND-MONTH(5:2) = '12'
007710         ADD 89 TO WS-TREND-MONTH
007720     ELSE
007730         ADD 1 TO WS-TREND-MONTH
007740     END-IF.
007750 6050-EXIT.
007760     EXIT.

007770 6100-PRINT-ONE-MONTH.
007780     PERFORM 7000-FIND-SNAPSHOT-MONTH THRU 7000-EXIT.
007790     MOVE SPACES TO RPT-LINE.
007800     MOVE 1 TO LINE-POS.
007810     IF NOT WS-MONTH-FOUND
007820         STRING WS-TREND-MONTH(1:4) '/' WS-TREND-MONTH(5:2)
007830                '   NO SNAPSHOT FOR THE MONTH'
007840             DELIMITED BY SIZE
007850             INTO RPT-LINE
007860             WITH POINTER LINE-POS
007870         END-STRING
007880         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
007890         GO TO 6100-EXIT
007900     END-IF.
007910     PERFORM 7100-COMPUTE-MONTH THRU 7100-EXIT.
007920     PERFORM 7200-COMPUTE-RATIOS THRU 7200-EXIT.
007930     MOVE WS-OPENING-AR    TO WS-AMOUNT-ED.
007940     MOVE WS-SALES         TO WS-AMOUNT-2-ED.
007950     MOVE SW-TOTAL-APPLIED TO WS-AMOUNT-3-ED.
007960     MOVE SW-CLOSING-AR    TO WS-AMOUNT-4-ED.
007970     MOVE SW-AGING-BUCKET(1) TO WS-DIFF-ED.
007980     STRING WS-TREND-MONTH(1:4) '/' WS-TREND-MONTH(5:2)
007990            ' ' WS-AMOUNT-ED ' ' WS-AMOUNT-2-ED
008000         DELIMITED BY SIZE
008010            ' ' WS-AMOUNT-3-ED ' ' WS-AMOUNT-4-ED
008020         DELIMITED BY SIZE
008030            ' ' WS-DIFF-ED WS-DSO-TEXT WS-CEI-TEXT WS-OVER-90-TEXT
008040         DELIMITED BY SIZE
008050         INTO RPT-LINE
008060         WITH POINTER LINE-POS
008070     END-STRING.
008080     IF NOT SW-OPENING-CARRIED
008090         MOVE ' *' TO RPT-LINE(LINE-POS:2)
008100         SET WS-BACKED-OUT TO TRUE
008110     END-IF.
008120     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008130 6100-EXIT.
008140     EXIT.

008150******************************************************************
008160*  7000-FIND-SNAPSHOT-MONTH                                     *
008170*  LOOKS UP WS-TREND-MONTH ON THE SNAPSHOT TABLE AND, WHEN IT   *
008180*  IS THERE, LOADS ITS RECORD INTO SW-RECORD.                   *
008190******************************************************************
008200 7000-FIND-SNAPSHOT-MONTH.
008210     MOVE 'N' TO WS-FOUND-FLAG.
008220     IF SNAP-COUNT = ZERO
008230         GO TO 7000-EXIT
008240     END-IF.
008250     SET SNAP-IDX TO 1.
008260     SEARCH SNAP-ENTRY
008270         AT END
008280             CONTINUE
008290         WHEN SNAP-MONTH(SNAP-IDX) = WS-TREND-MONTH
008300             MOVE SNAP-ENTRY(SNAP-IDX) TO SW-RECORD
008310             SET WS-MONTH-FOUND TO TRUE
008320     END-SEARCH.
008330 7000-EXIT.
008340     EXIT.

008350******************************************************************
008360*  7100-COMPUTE-MONTH                                           *
008370*  CREDIT SALES, OPENING AR AND CLOSING AR PER ROLLFORWARD FOR  *
008380*  THE MONTH IN SW-RECORD.  AN OPENING THE SNAPSHOT COULD NOT   *
008390*  CARRY IS BACKED OUT OF THE AGING CLOSE.                      *
008400******************************************************************
008410 7100-COMPUTE-MONTH.
008420     COMPUTE WS-SALES = SW-TOTAL-BILLED + SW-TOTAL-CHARGES.
008430     IF SW-OPENING-CARRIED
008440         MOVE SW-OPENING-AR TO WS-OPENING-AR
008450     ELSE
008460         COMPUTE WS-OPENING-AR =
008470             SW-CLOSING-AR - WS-SALES + SW-TOTAL-APPLIED
008480             - SW-TOTAL-RELEASED + SW-TOTAL-ADJUSTED
008490     END-IF.
008500     COMPUTE WS-ROLL-CLOSING =
008510         WS-OPENING-AR + WS-SALES - SW-TOTAL-APPLIED
008520         + SW-TOTAL-RELEASED - SW-TOTAL-ADJUSTED.
008530 7100-EXIT.
008540     EXIT.

008550******************************************************************
008560*  7200-COMPUTE-RATIOS                                          *
008570*  DSO, CEI AND THE OVER-90 PERCENTAGE FOR THE MONTH IN         *
008580*  SW-RECORD, AS EDITED TEXT - N/A WHERE THE DIVISOR IS ZERO.   *
008590******************************************************************
008600 7200-COMPUTE-RATIOS.
008610     COMPUTE WS-MONTH-START = SW-MONTH * 100 + 1.
008620     IF SW-MONTH(5:2) = '12'
008630         COMPUTE WS-NEXT-MONTH = SW-MONTH + 89
008640     ELSE
008650         COMPUTE WS-NEXT-MONTH = SW-MONTH + 1
008660     END-IF.
008670     COMPUTE WS-NEXT-MONTH-START = WS-NEXT-MONTH * 100 + 1.
008680     COMPUTE WS-DAYS-IN-MONTH =
008690         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
008700         - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
008710     MOVE '     N/A' TO WS-DSO-TEXT.
008720     IF WS-SALES > ZERO
008730         COMPUTE WS-DSO ROUNDED =
008740             SW-CLOSING-AR * WS-DAYS-IN-MONTH / WS-SALES
008750             ON SIZE ERROR
008760                 MOVE 99999.9 TO WS-DSO
008770         END-COMPUTE
008780         MOVE WS-DSO TO WS-RATIO-ED
008790         MOVE WS-RATIO-ED TO WS-DSO-TEXT(2:)
008800     END-IF.
008810     COMPUTE WS-COLLECTED =
008820         WS-OPENING-AR + WS-SALES - SW-CLOSING-AR.
008830     COMPUTE WS-COLLECTIBLE =
008840         WS-OPENING-AR + WS-SALES - SW-AGING-BUCKET(1).
008850     MOVE '     N/A' TO WS-CEI-TEXT.
008860     IF WS-COLLECTIBLE > ZERO
008870         COMPUTE WS-CEI ROUNDED =
008880             WS-COLLECTED * 100 / WS-COLLECTIBLE
008890             ON SIZE ERROR
008900                 MOVE 99999.9 TO WS-CEI
008910         END-COMPUTE
008920         MOVE WS-CEI TO WS-RATIO-ED
008930         MOVE WS-RATIO-ED TO WS-CEI-TEXT(2:)
008940     END-IF.
008950     MOVE '      N/A' TO WS-OVER-90-TEXT.
008960     IF SW-CLOSING-AR > ZERO
008970         COMPUTE WS-OVER-90-PCT ROUNDED =
008980             SW-AGING-BUCKET(5) * 100 / SW-CLOSING-AR
008990         MOVE WS-OVER-90-PCT TO WS-PCT-ED
009000         MOVE WS-PCT-ED TO WS-OVER-90-TEXT(2:)
009010     END-IF.
009020 7200-EXIT.
009030     EXIT.

009040 4510-LOAD-HOLIDAY-TABLE.
009050     MOVE ZERO TO HOLIDAY-COUNT.
009060     OPEN INPUT HOLIDAY-CALENDAR-FILE.
009070     IF NOT WS-HOLIDAY-OK
009080         DISPLAY 'ARROLL: NO HOLIDAY CALENDAR ON FILE - MONTH '
009090             'END IS JUDGED PAST WEEKENDS ONLY'
009100         GO TO 4510-EXIT
009110     END-IF.
009120     PERFORM 4515-READ-HOLIDAY THRU 4515-EXIT
009130         UNTIL WS-HOLIDAY-EOF.
009140     CLOSE HOLIDAY-CALENDAR-FILE.
009150 4510-EXIT.
009160     EXIT.

009170 4515-READ-HOLIDAY.
009180     READ HOLIDAY-CALENDAR-FILE
009190         AT END
009200             SET WS-HOLIDAY-EOF TO TRUE
009210         NOT AT END
009220             IF HOLIDAY-COUNT < 50
009230                 ADD 1 TO HOLIDAY-COUNT
009240                 MOVE HOL-FILE-DATE TO HOLIDAY-DATE(HOLIDAY-COUNT)
009250             ELSE
009260                 DISPLAY 'HOLIDAY TABLE FULL - DATE SKIPPED: '
009270                     HOL-FILE-DATE
009280             END-IF
009290     END-READ.
009300 4515-EXIT.
009310     EXIT.

009320 4550-CHECK-BUSINESS-DAY-STATUS.
009330     COMPUTE WS-CHECK-NUMERIC-DATE =
009340         FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER-DATE).
009350     COMPUTE WS-CHECK-WEEKDAY =
009360         FUNCTION MOD(WS-CHECK-INTEGER-DATE - 1, 7) + 1.
009370     MOVE 'Y' TO WS-CHECK-RESULT.
009380     IF WS-CHECK-WEEKDAY = 6 OR WS-CHECK-WEEKDAY = 7
009390         MOVE 'N' TO WS-CHECK-RESULT
009400     ELSE
009410         PERFORM 4560-SEARCH-HOLIDAY-TABLE THRU 4560-EXIT
009420     END-IF.
009430 4550-EXIT.
009440     EXIT.

009450 4560-SEARCH-HOLIDAY-TABLE.
009460     IF HOLIDAY-COUNT = ZERO
009470         GO TO 4560-EXIT
009480     END-IF.
009490     SET HOL-IDX TO 1.
009500     SEARCH HOLIDAY-DATE
009510         AT END
009520             CONTINUE
009530         WHEN HOLIDAY-DATE(HOL-IDX) = WS-CHECK-NUMERIC-DATE
009540             MOVE 'N' TO WS-CHECK-RESULT
009550     END-SEARCH.
009560 4560-EXIT.
009570     EXIT.

009580 8500-WRITE-REPORT-LINE.
009590     MOVE RPT-LINE TO REPORT-PRINT-RECORD.
009600     WRITE REPORT-PRINT-RECORD.
009610     IF NOT WS-REPORT-OK
009620         DISPLAY 'ROLLFORWARD REPORT WRITE ERROR: '
009630             WS-REPORT-STATUS
009640     END-IF.
009650     DISPLAY RPT-LINE.
009660 8500-EXIT.
009670     EXIT.

009680******************************************************************
009690*  9000-TERMINATE                                               *
009700*  AN OUT-OF-BALANCE MONTH ENDS WITH RETURN CODE 8 AND IS NOT   *
009710*  LOGGED, SO THE REPORT CAN BE RUN AGAIN ONCE IT IS PUT RIGHT. *
009720*  A MONTH THAT IS NOT COMPLETE OR NOT PROVED ENDS WITH 4.      *
009730******************************************************************
009740 9000-TERMINATE.
009750     MOVE SPACES TO RPT-LINE.
009760     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009770     MOVE SPACES TO RPT-LINE.
009780     MOVE 1 TO LINE-POS.
009790     STRING 'TRAILER MONTHS ON SNAPSHOT ' SNAP-COUNT
009800            ' MASTER RECORDS ' WS-MASTER-RECORDS
009810            ' MISMATCHES ' WS-MISMATCH-COUNT
009820            ' WARNINGS ' WS-WARNING-COUNT
009830         DELIMITED BY SIZE
009840         INTO RPT-LINE
009850         WITH POINTER LINE-POS
009860     END-STRING.
009870     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009880     CLOSE ROLLFORWARD-REPORT-FILE.
009890     IF WS-MISMATCH-COUNT > ZERO
009900         DISPLAY 'AR ROLLFORWARD FAILED - MISMATCHES: '
009910             WS-MISMATCH-COUNT
009920         MOVE 8 TO RETURN-CODE
009930         GO TO 9000-EXIT
009940     END-IF.
009950     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
009960     IF WS-WARNING-COUNT > ZERO
009970         MOVE 4 TO RETURN-CODE
009980     END-IF.
009990     DISPLAY 'AR ROLLFORWARD COMPLETE - WARNINGS: '
010000         WS-WARNING-COUNT.
010010 9000-EXIT.
010020     EXIT.
