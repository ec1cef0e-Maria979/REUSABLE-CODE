000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PLANMON.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/29/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/29/2026  RH   ORIGINAL NIGHTLY PAYMENT-PLAN MONITORING    *
000120*                   RUN.  HOLDS EACH KEPT PLAN'S INSTALLMENT    *
000130*                   SCHEDULE UP AGAINST THE PAYMENTS THE CASH   *
000140*                   APPLICATION RUN APPLIED TO THE PLAN'S       *
000150*                   INVOICES (ACCTHIST), MARKS A PLAN BROKEN    *
000160*                   WHEN AN INSTALLMENT IS MISSED BY MORE THAN  *
000170*                   ITS GRACE DAYS AND COMPLETE WHEN ITS        *
000180*                   SCHEDULE IS PAID, WRITES THE UPDATED PLAN   *
000190*                   FILE TO PAYPLANN, AND PRINTS THE MONITORING *
000200*                   REPORT.                                     *
000202*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE WIDENED *
000204*                   TO S9(9)V99 TO CARRY THE FULL MASTER        *
000206*                   BALANCE.  HISTCONV CONVERTS THE EXISTING    *
000208*                   FILE.                                       *
000210******************************************************************
000220*  RUNS NIGHTLY AFTER THE CASH APPLICATION RUN.  PAYPLANN       *
000230*  REPLACES PAYPLAN BEFORE THE DUNNING AND FINANCE-CHARGE RUNS  *
000240*  READ IT.                                                     *
000250*                                                               *
000260*  A PLAN IS KEPT WHILE THE CASH APPLIED TO ITS INVOICES SINCE  *
000270*  ITS START DATE COVERS EVERY INSTALLMENT MORE THAN ITS GRACE  *
000280*  DAYS PAST DUE.  THE FIRST INSTALLMENT IT DOES NOT COVER      *
000290*  BREAKS THE PLAN; A PLAN WHOSE WHOLE SCHEDULE IS PAID IS      *
000300*  COMPLETE.  EITHER WAY ITS INVOICES GO BACK TO NORMAL         *
000310*  DUNNING AND FINANCE CHARGES.                                 *
000320*                                                               *
000330*  RETURN CODES:   0  NO PLAN BROKEN                            *
000340*                  4  ONE OR MORE PLANS BROKEN, OR A PLAN LINE  *
000350*                     WITH NO HEADER - SEE THE REPORT           *
000360*                 16  NO CYCLE DATE, DATE ALREADY PROCESSED, OR *
000370*                     NO ACCOUNT HISTORY TO JUDGE THE PLANS BY  *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PLAN-MASTER-FILE       ASSIGN TO PAYPLAN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-PLAN-MST-STATUS.

000460     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-HISTORY-STATUS.

000500     SELECT NEW-MASTER-FILE        ASSIGN TO PAYPLANN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE  IS SEQUENTIAL
000530         FILE STATUS  IS WS-NEW-MST-STATUS.

000540     SELECT PLAN-REPORT-FILE       ASSIGN TO PLANRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-REPORT-STATUS.

000580     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-CYC-DATE-STATUS.

000620     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000650         FILE STATUS  IS WS-CYC-LOG-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PLAN-MASTER-FILE
000690     RECORDING MODE IS F.
000700 01  PP-RECORD                   PIC X(50).

000710 FD  ACCOUNT-HISTORY-FILE
000720     RECORDING MODE IS F.
000730 01  AH-HISTORY-RECORD.
000740     05  AH-ACCT-NO            PIC X(06).
000750     05  AH-INV-NO             PIC X(06).
000760     05  AH-TRAN-DATE          PIC 9(08).
000770     05  AH-TRAN-TYPE          PIC X(02).
000780     05  AH-AMOUNT             PIC S9(9)V99
000790                               SIGN LEADING SEPARATE.
000800     05  AH-INV-BALANCE        PIC S9(9)V99
000810                               SIGN LEADING SEPARATE.
000820     05  AH-SOURCE-PGM         PIC X(08).

000830 FD  NEW-MASTER-FILE
000840     RECORDING MODE IS F.
000850 01  NEW-PP-RECORD               PIC X(50).

000860 FD  PLAN-REPORT-FILE
000870     RECORD CONTAINS 132 CHARACTERS
000880     RECORDING MODE IS F.
000890 01  REPORT-PRINT-RECORD         PIC X(132).

000900 FD  CYCLE-DATE-FILE
000910     RECORDING MODE IS F.
000920 01  CYC-RECORD.
000930     05  CYC-BUSINESS-DATE     PIC 9(08).
000940     05  CYC-RERUN-FLAG        PIC X(01).

000950 FD  CYCLE-LOG-FILE
000960     RECORDING MODE IS F.
000970 01  CYCLOG-RECORD.
000980     05  CYCLOG-PROGRAM-ID     PIC X(08).
000990     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001000 WORKING-STORAGE SECTION.
001010 01  WS-PLAN-MST-STATUS          PIC X(02).
001020     88  WS-PLAN-MST-OK              VALUE '00'.
001030     88  WS-PLAN-MST-EOF             VALUE '10'.
001040 01  WS-HISTORY-STATUS           PIC X(02).
001050     88  WS-HISTORY-OK               VALUE '00'.
001060     88  WS-HISTORY-EOF              VALUE '10'.
001070 01  WS-NEW-MST-STATUS           PIC X(02).
001080     88  WS-NEW-MST-OK               VALUE '00'.
001090 01  WS-REPORT-STATUS            PIC X(02).
001100     88  WS-REPORT-OK                VALUE '00'.

001110***
001120*** ONE PAYPLAN RECORD - THE SAME LAYOUT THE MAINTENANCE RUN
001130*** (PLANMNT) WRITES.
001140***    H  PLAN HEADER     - LINE KEY SPACES
001150***    I  INVOICE COVERED - LINE KEY IS THE INVOICE NUMBER
001160***    S  INSTALLMENT     - LINE KEY IS THE DUE DATE CCYYMMDD
001170*** PLAN STATUS: K BEING KEPT, B BROKEN, C COMPLETE.
001180 01  PW-RECORD.
001190     05  PW-KEY.
001200         10  PW-PLAN-ID          PIC X(06).
001210         10  PW-REC-TYPE         PIC X(01).
001220             88  PW-IS-HEADER        VALUE 'H'.
001230             88  PW-IS-INVOICE       VALUE 'I'.
001240             88  PW-IS-INSTALLMENT   VALUE 'S'.
001250         10  PW-LINE-KEY         PIC X(08).
001260         10  PW-DUE-DATE REDEFINES PW-LINE-KEY
001270                                 PIC 9(08).
001280     05  PW-ACCT-NO              PIC X(06).
001290     05  PW-DETAIL               PIC X(29).
001300     05  PW-HEADER-DETAIL REDEFINES PW-DETAIL.
001310         10  PW-COLLECTOR-ID     PIC X(08).
001320         10  PW-PLAN-STATUS      PIC X(01).
001330             88  PW-PLAN-KEPT        VALUE 'K'.
001340             88  PW-PLAN-BROKEN      VALUE 'B'.
001350             88  PW-PLAN-COMPLETE    VALUE 'C'.
001360         10  PW-GRACE-DAYS       PIC 9(03).
001370         10  PW-START-DATE       PIC 9(08).
001380         10  PW-STATUS-DATE      PIC 9(08).
001390         10  FILLER              PIC X(01).
001400     05  PW-INSTALLMENT-DETAIL REDEFINES PW-DETAIL.
001410         10  PW-INST-AMT         PIC S9(9)V99
001420                                 SIGN LEADING SEPARATE.
001430         10  FILLER              PIC X(17).

001440***
001450*** THE WHOLE PLAN FILE, AS READ, FOR WRITING BACK OUT.  EACH
001460*** ENTRY CARRIES THE PLAN-TABLE ENTRY OF THE HEADER IT FILES
001470*** UNDER - ZERO FOR A LINE WITH NO HEADER AHEAD OF IT.
001480 01  PLAN-REC-COUNT              PIC 9(04) VALUE ZERO.
001490 01  PLAN-REC-TABLE.
001500     05  PLAN-REC-ENTRY  OCCURS 1 TO 2000 TIMES
001510                         DEPENDING ON PLAN-REC-COUNT.
001520         10  RT-RECORD         PIC X(50).
001530         10  RT-PLAN-SUB       PIC 9(03).

001540***
001550*** ONE ENTRY PER PLAN HEADER, WITH THE CASH APPLIED TO THE
001560*** PLAN'S INVOICES AND THE SCHEDULE TOTALS BUILT UP THIS RUN.
001570 01  PLAN-COUNT                  PIC 9(03) VALUE ZERO.
001580 01  PLAN-TABLE.
001590     05  PLAN-ENTRY  OCCURS 1 TO 500 TIMES
001600                     DEPENDING ON PLAN-COUNT.
001610         10  PT-PLAN-ID        PIC X(06).
001620         10  PT-ACCT-NO        PIC X(06).
001630         10  PT-COLLECTOR-ID   PIC X(08).
001640         10  PT-OLD-STATUS     PIC X(01).
001650         10  PT-NEW-STATUS     PIC X(01).
001660             88  PT-KEPT           VALUE 'K'.
001670             88  PT-BROKEN         VALUE 'B'.
001680             88  PT-COMPLETE       VALUE 'C'.
001690         10  PT-GRACE-DAYS     PIC 9(03).
001700         10  PT-START-DATE     PIC 9(08).
001710         10  PT-STATUS-DATE    PIC 9(08).
001720         10  PT-MISSED-DATE    PIC 9(08).
001730         10  PT-SCHEDULED      PIC S9(9)V99.
001740         10  PT-DUE-TO-DATE    PIC S9(9)V99.
001750         10  PT-PAID           PIC S9(9)V99.

001760***
001770*** THE INVOICES UNDER PLANS BEING KEPT, FOR MATCHING THE CASH
001780*** APPLICATION RUN'S PAYMENT HISTORY TO ITS PLAN.
001790 01  INVOICE-COUNT               PIC 9(04) VALUE ZERO.
001800 01  INVOICE-TABLE.
001810     05  INVOICE-ENTRY  OCCURS 1 TO 2000 TIMES
001820                        DEPENDING ON INVOICE-COUNT
001830                        INDEXED BY INV-IDX.
001840         10  IT-ACCT-NO        PIC X(06).
001850         10  IT-INV-NO         PIC X(06).
001860         10  IT-PLAN-SUB       PIC 9(03).

001870 77  RPT-LINE                    PIC X(132).
001880 77  LINE-POS                    PIC S9(3).
001890 77  WS-REC-SUB                  PIC 9(04).
001900 77  WS-PLAN-SUB                 PIC 9(03).
001910 77  WS-CURRENT-PLAN-SUB         PIC 9(03) VALUE ZERO.
001920 77  WS-TODAY-INTEGER            PIC 9(7).
001930 77  WS-DUE-DATE-INTEGER         PIC 9(7).
001940 77  WS-DAYS-LATE                PIC S9(5).
001950 77  WS-PAYMENT-NUM              PIC S9(9)V99.
001960 77  WS-SCHEDULED-ED             PIC $$$,$$$,$$9.99.
001970 77  WS-DUE-TO-DATE-ED           PIC $$$,$$$,$$9.99.
001980 77  WS-PAID-ED                  PIC $$$,$$$,$$9.99.
001990 77  WS-STATUS-TEXT              PIC X(30).
002000 77  WS-PLAN-RECORDS-READ        PIC 9(05) VALUE ZERO.
002010 77  WS-PLAN-RECORDS-WRITTEN     PIC 9(05) VALUE ZERO.
002020 77  WS-HISTORY-READ             PIC 9(07) VALUE ZERO.
002030 77  WS-PAYMENTS-MATCHED         PIC 9(05) VALUE ZERO.
002040 77  WS-ORPHAN-LINES             PIC 9(05) VALUE ZERO.
002050 77  WS-PLANS-KEPT               PIC 9(05) VALUE ZERO.
002060 77  WS-PLANS-BROKEN             PIC 9(05) VALUE ZERO.
002070 77  WS-PLANS-COMPLETED          PIC 9(05) VALUE ZERO.
002080 77  WS-PLANS-CLOSED-EARLIER     PIC 9(05) VALUE ZERO.

002090***
002100*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002110*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
002120*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
002130*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
002140*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
002150*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002160*** THE CYCLDATE RECORD.
002170 01  WS-CYC-DATE-STATUS          PIC X(02).
002180     88  WS-CYC-DATE-OK              VALUE '00'.
002190 01  WS-CYC-LOG-STATUS           PIC X(02).
002200     88  WS-CYC-LOG-OK               VALUE '00'.
002210     88  WS-CYC-LOG-EOF              VALUE '10'.
002220 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002230 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002240     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002250 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
002260     88  WS-ALREADY-RAN              VALUE 'Y'.

002270 PROCEDURE DIVISION.
002280******************************************************************
002290*  0000-MAINLINE                                                *
002300*  LOADS THE PLANS, TOTALS THE CASH APPLIED TO EACH PLAN'S      *
002310*  INVOICES, HOLDS EACH KEPT PLAN'S SCHEDULE UP AGAINST IT,     *
002320*  AND WRITES THE UPDATED PLAN FILE AND THE MONITORING REPORT.  *
002330******************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002360     PERFORM 2000-APPLY-ONE-HISTORY THRU 2000-EXIT
002370         UNTIL WS-HISTORY-EOF.
002380     PERFORM 3000-CHECK-ONE-RECORD  THRU 3000-EXIT
002390         VARYING WS-REC-SUB FROM 1 BY 1
002400         UNTIL WS-REC-SUB > PLAN-REC-COUNT.
002410     PERFORM 4000-REPORT-ONE-PLAN   THRU 4000-EXIT
002420         VARYING WS-PLAN-SUB FROM 1 BY 1
002430         UNTIL WS-PLAN-SUB > PLAN-COUNT.
002440     PERFORM 8000-WRITE-NEW-MASTER  THRU 8000-EXIT.
002450     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002460     GOBACK.

002470******************************************************************
002480*  0100-GET-BUSINESS-DATE                                        *
002490*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
002500*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
002510*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
002520******************************************************************
002530 0100-GET-BUSINESS-DATE.
002540     OPEN INPUT CYCLE-DATE-FILE.
002550     IF NOT WS-CYC-DATE-OK
002560         DISPLAY 'PLANMON: NO CYCLE DATE CONTROL ON FILE - RUN '
002570             'STOPPED'
002580         MOVE 16 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     READ CYCLE-DATE-FILE
002620         AT END
002630             DISPLAY 'PLANMON: CYCLE DATE CONTROL IS EMPTY - '
002640                 'RUN STOPPED'
002650             MOVE 16 TO RETURN-CODE
002660             GOBACK
002670     END-READ.
002680     IF CYC-BUSINESS-DATE NOT NUMERIC
002690         OR CYC-BUSINESS-DATE = ZERO
002700         DISPLAY 'PLANMON: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
002710             ' - RUN STOPPED'
002720         MOVE 16 TO RETURN-CODE
002730         GOBACK
002740     END-IF.
002750     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002760     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
002770     CLOSE CYCLE-DATE-FILE.
002780     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
002790 0100-EXIT.
002800     EXIT.

002810 0150-CHECK-CYCLE-LOG.
002820     OPEN INPUT CYCLE-LOG-FILE.
002830     IF NOT WS-CYC-LOG-OK
002840         GO TO 0150-EXIT
002850     END-IF.
002860     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
002870         UNTIL WS-CYC-LOG-EOF.
002880     CLOSE CYCLE-LOG-FILE.
002890     IF NOT WS-ALREADY-RAN
002900         GO TO 0150-EXIT
002910     END-IF.
002920     IF WS-RERUN-REQUESTED
002930         DISPLAY 'PLANMON: RERUN OF BUSINESS DATE '
002940             WS-BUSINESS-DATE ' AS REQUESTED'
002950         GO TO 0150-EXIT
002960     END-IF.
002970     DISPLAY 'PLANMON: BUSINESS DATE ' WS-BUSINESS-DATE
002980         ' ALREADY PROCESSED - RUN STOPPED'.
002990     MOVE 16 TO RETURN-CODE.
003000     GOBACK.
003010 0150-EXIT.
003020     EXIT.

003030 0160-READ-ONE-LOG-RECORD.
003040     READ CYCLE-LOG-FILE
003050         AT END
003060             SET WS-CYC-LOG-EOF TO TRUE
003070         NOT AT END
003080             IF CYCLOG-PROGRAM-ID = 'PLANMON '
003090                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003100                 SET WS-ALREADY-RAN TO TRUE
003110             END-IF
003120     END-READ.
003130 0160-EXIT.
003140     EXIT.

003150******************************************************************
003160*  0950-LOG-BUSINESS-DATE                                        *
003170*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003180*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003190*  THE DOOR.                                                     *
003200******************************************************************
003210 0950-LOG-BUSINESS-DATE.
003220     OPEN EXTEND CYCLE-LOG-FILE.
003230     IF WS-CYC-LOG-STATUS = '35'
003240         OPEN OUTPUT CYCLE-LOG-FILE
003250     END-IF.
003260     IF NOT WS-CYC-LOG-OK
003270         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
003280         GO TO 0950-EXIT
003290     END-IF.
003300     MOVE 'PLANMON ' TO CYCLOG-PROGRAM-ID.
003310     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
003320     WRITE CYCLOG-RECORD.
003330     IF NOT WS-CYC-LOG-OK
003340         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
003350     END-IF.
003360     CLOSE CYCLE-LOG-FILE.
003370 0950-EXIT.
003380     EXIT.

003390******************************************************************
003400*  1000-INITIALIZE                                              *
003410*  A PLAN CANNOT BE JUDGED WITHOUT THE PAYMENT HISTORY, SO NO   *
003420*  ACCOUNT-HISTORY FILE STOPS THE RUN BEFORE ANYTHING IS        *
003430*  WRITTEN.                                                     *
003440******************************************************************
003450 1000-INITIALIZE.
003460     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003470     COMPUTE WS-TODAY-INTEGER =
003480         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
003490     OPEN INPUT ACCOUNT-HISTORY-FILE.
003500     IF NOT WS-HISTORY-OK
003510         DISPLAY 'PLANMON: ACCOUNT HISTORY OPEN ERROR: '
003520             WS-HISTORY-STATUS ' - RUN STOPPED'
003530         MOVE 16 TO RETURN-CODE
003540         GOBACK
003550     END-IF.
003560     OPEN OUTPUT NEW-MASTER-FILE.
003570     OPEN OUTPUT PLAN-REPORT-FILE.
003580     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
003590     PERFORM 1100-LOAD-PLANS THRU 1100-EXIT.
003600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003610 1000-EXIT.
003620     EXIT.

003630******************************************************************
003640*  1100-LOAD-PLANS                                              *
003650*  LOADS THE PLAN FILE.  NO FILE MEANS NO PLANS - THE RUN       *
003660*  STILL WRITES AN EMPTY PAYPLANN AND A REPORT SAYING SO.       *
003670******************************************************************
003680 1100-LOAD-PLANS.
003690     OPEN INPUT PLAN-MASTER-FILE.
003700     IF NOT WS-PLAN-MST-OK
003710         DISPLAY 'PLANMON: NO PAYMENT PLAN FILE ON FILE - NO '
003720             'PLANS TO MONITOR'
003730         GO TO 1100-EXIT
003740     END-IF.
003750     PERFORM 1150-READ-PLAN-RECORD THRU 1150-EXIT
003760         UNTIL WS-PLAN-MST-EOF.
003770     CLOSE PLAN-MASTER-FILE.
003780 1100-EXIT.
003790     EXIT.

003800 1150-READ-PLAN-RECORD.
003810     READ PLAN-MASTER-FILE
003820         AT END
003830             SET WS-PLAN-MST-EOF TO TRUE
003840             GO TO 1150-EXIT
003850     END-READ.
003860     ADD 1 TO WS-PLAN-RECORDS-READ.
003870     IF PLAN-REC-COUNT >= 2000
003880         DISPLAY 'PAYMENT PLAN TABLE FULL - RECORD SKIPPED: '
003890             PP-RECORD
003900         GO TO 1150-EXIT
003910     END-IF.
003920     MOVE PP-RECORD TO PW-RECORD.
003930     IF PW-IS-HEADER
003940         PERFORM 1160-ADD-PLAN-ENTRY THRU 1160-EXIT
003950     END-IF.
003960     IF WS-CURRENT-PLAN-SUB > ZERO
003970         IF PT-PLAN-ID(WS-CURRENT-PLAN-SUB) NOT = PW-PLAN-ID
003980             MOVE ZERO TO WS-CURRENT-PLAN-SUB
003990         END-IF
004000     END-IF.
004010     ADD 1 TO PLAN-REC-COUNT.
004020     MOVE PP-RECORD TO RT-RECORD(PLAN-REC-COUNT).
004030     MOVE WS-CURRENT-PLAN-SUB TO RT-PLAN-SUB(PLAN-REC-COUNT).
004040     IF WS-CURRENT-PLAN-SUB = ZERO
004050         ADD 1 TO WS-ORPHAN-LINES
004060         MOVE SPACES TO RPT-LINE
004061         STRING 'NO PLAN HEADER - LINE CARRIED FORWARD '
004062                'UNCHANGED: ' PP-RECORD
004063             DELIMITED BY SIZE
004064             INTO RPT-LINE
004065         END-STRING
004070         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004080         GO TO 1150-EXIT
004090     END-IF.
004100     IF PW-IS-INVOICE
004110         AND PT-KEPT(WS-CURRENT-PLAN-SUB)
004120         PERFORM 1170-ADD-INVOICE-ENTRY THRU 1170-EXIT
004130     END-IF.
004140 1150-EXIT.
004150     EXIT.

004160 1160-ADD-PLAN-ENTRY.
004170     IF PLAN-COUNT >= 500
004180         DISPLAY 'PLANMON: PLAN TABLE FULL - PLAN CARRIED '
004190             'FORWARD UNMONITORED: ' PW-PLAN-ID
004200         MOVE ZERO TO WS-CURRENT-PLAN-SUB
004210         GO TO 1160-EXIT
004220     END-IF.
004230     ADD 1 TO PLAN-COUNT.
004240     MOVE PLAN-COUNT       TO WS-CURRENT-PLAN-SUB.
004250     MOVE PW-PLAN-ID       TO PT-PLAN-ID(PLAN-COUNT).
004260     MOVE PW-ACCT-NO       TO PT-ACCT-NO(PLAN-COUNT).
004270     MOVE PW-COLLECTOR-ID  TO PT-COLLECTOR-ID(PLAN-COUNT).
004280     MOVE PW-PLAN-STATUS   TO PT-OLD-STATUS(PLAN-COUNT).
004290     MOVE PW-PLAN-STATUS   TO PT-NEW-STATUS(PLAN-COUNT).
004300     MOVE PW-GRACE-DAYS    TO PT-GRACE-DAYS(PLAN-COUNT).
004310     MOVE PW-START-DATE    TO PT-START-DATE(PLAN-COUNT).
004320     MOVE PW-STATUS-DATE   TO PT-STATUS-DATE(PLAN-COUNT).
004330     MOVE ZERO TO PT-MISSED-DATE(PLAN-COUNT).
004340     MOVE ZERO TO PT-SCHEDULED(PLAN-COUNT).
004350     MOVE ZERO TO PT-DUE-TO-DATE(PLAN-COUNT).
004360     MOVE ZERO TO PT-PAID(PLAN-COUNT).
004370 1160-EXIT.
004380     EXIT.

004390 1170-ADD-INVOICE-ENTRY.
004400     IF INVOICE-COUNT >= 2000
004410         DISPLAY 'PLANMON: PLAN INVOICE TABLE FULL - INVOICE '
004420             'SKIPPED: ' PW-PLAN-ID ' ' PW-LINE-KEY
004430         GO TO 1170-EXIT
004440     END-IF.
004450     ADD 1 TO INVOICE-COUNT.
004460     MOVE PW-ACCT-NO          TO IT-ACCT-NO(INVOICE-COUNT).
004470     MOVE PW-LINE-KEY(1:6)    TO IT-INV-NO(INVOICE-COUNT).
004480     MOVE WS-CURRENT-PLAN-SUB TO IT-PLAN-SUB(INVOICE-COUNT).
004490 1170-EXIT.
004500     EXIT.

004510 1200-WRITE-REPORT-HEADER.
004520     MOVE SPACES TO RPT-LINE.
004530     STRING 'PAYMENT PLAN MONITORING REPORT' SPACE 'RUN DATE'
004540            SPACE WS-BUSINESS-DATE
004550         DELIMITED BY SIZE
004560         INTO RPT-LINE
004570     END-STRING.
004580     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004590 1200-EXIT.
004600     EXIT.

004610******************************************************************
004620*  2000-APPLY-ONE-HISTORY                                       *
004630*  A PAYMENT THE CASH APPLICATION RUN POSTED TO AN INVOICE      *
004640*  UNDER A KEPT PLAN, ON OR AFTER THE PLAN'S START DATE, COUNTS *
004650*  TOWARD THE PLAN.  THE HISTORY CARRIES A PAYMENT AS A         *
004660*  NEGATIVE AMOUNT, SINCE IT TAKES THE BALANCE DOWN.            *
004670******************************************************************
004680 2000-APPLY-ONE-HISTORY.
004690     ADD 1 TO WS-HISTORY-READ.
004700     PERFORM 2200-MATCH-PAYMENT THRU 2200-EXIT.
004710     PERFORM 2100-READ-HISTORY  THRU 2100-EXIT.
004720 2000-EXIT.
004730     EXIT.

004740 2100-READ-HISTORY.
004750     READ ACCOUNT-HISTORY-FILE
004760         AT END
004770             SET WS-HISTORY-EOF TO TRUE
004780     END-READ.
004790 2100-EXIT.
004800     EXIT.

004810 2200-MATCH-PAYMENT.
004820     IF AH-TRAN-TYPE NOT = 'PY'
004830         OR AH-SOURCE-PGM NOT = 'CSHAPPLY'
004840         OR AH-TRAN-DATE > WS-BUSINESS-DATE
004850         GO TO 2200-EXIT
004860     END-IF.
004870     SET INV-IDX TO 1.
004880     SEARCH INVOICE-ENTRY
004890         AT END
004900             GO TO 2200-EXIT
004910         WHEN IT-ACCT-NO(INV-IDX) = AH-ACCT-NO
004920             AND IT-INV-NO(INV-IDX) = AH-INV-NO
004930             MOVE IT-PLAN-SUB(INV-IDX) TO WS-PLAN-SUB
004940     END-SEARCH.
004950     IF AH-TRAN-DATE < PT-START-DATE(WS-PLAN-SUB)
004960         GO TO 2200-EXIT
004970     END-IF.
004980     COMPUTE WS-PAYMENT-NUM = ZERO - AH-AMOUNT.
004990     ADD WS-PAYMENT-NUM TO PT-PAID(WS-PLAN-SUB).
005000     ADD 1 TO WS-PAYMENTS-MATCHED.
005010 2200-EXIT.
005020     EXIT.

005030******************************************************************
005040*  3000-CHECK-ONE-RECORD                                        *
005050*  THE INSTALLMENTS COME IN DUE-DATE ORDER, SO THE RUNNING      *
005060*  SCHEDULED TOTAL AT EACH ONE IS WHAT THE CUSTOMER SHOULD HAVE *
005070*  PAID BY THAT DATE.  ONCE AN INSTALLMENT IS MORE THAN THE     *
005080*  PLAN'S GRACE DAYS PAST DUE AND THE CASH APPLIED DOES NOT     *
005090*  COVER THE RUNNING TOTAL, THE PLAN IS BROKEN AS OF THAT       *
005100*  INSTALLMENT.                                                 *
005110******************************************************************
005120 3000-CHECK-ONE-RECORD.
005130     MOVE RT-PLAN-SUB(WS-REC-SUB) TO WS-PLAN-SUB.
005140     IF WS-PLAN-SUB = ZERO
005150         GO TO 3000-EXIT
005160     END-IF.
005170     MOVE RT-RECORD(WS-REC-SUB) TO PW-RECORD.
005180     IF NOT PW-IS-INSTALLMENT
005190         OR NOT PT-KEPT(WS-PLAN-SUB)
005200         GO TO 3000-EXIT
005210     END-IF.
005220     ADD PW-INST-AMT TO PT-SCHEDULED(WS-PLAN-SUB).
005230     IF PW-DUE-DATE > WS-BUSINESS-DATE
005240         GO TO 3000-EXIT
005250     END-IF.
005260     ADD PW-INST-AMT TO PT-DUE-TO-DATE(WS-PLAN-SUB).
005270     COMPUTE WS-DUE-DATE-INTEGER =
005280         FUNCTION INTEGER-OF-DATE(PW-DUE-DATE).
005290     COMPUTE WS-DAYS-LATE =
005300         WS-TODAY-INTEGER - WS-DUE-DATE-INTEGER.
005310     IF WS-DAYS-LATE <= PT-GRACE-DAYS(WS-PLAN-SUB)
005320         GO TO 3000-EXIT
005330     END-IF.
005340     IF PT-PAID(WS-PLAN-SUB) < PT-SCHEDULED(WS-PLAN-SUB)
005350         SET PT-BROKEN(WS-PLAN-SUB) TO TRUE
005360         MOVE PW-DUE-DATE      TO PT-MISSED-DATE(WS-PLAN-SUB)
005370         MOVE WS-BUSINESS-DATE TO PT-STATUS-DATE(WS-PLAN-SUB)
005380     END-IF.
005390 3000-EXIT.
005400     EXIT.

005410******************************************************************
005420*  4000-REPORT-ONE-PLAN                                         *
005430*  A KEPT PLAN WHOSE WHOLE SCHEDULE IS PAID IS COMPLETE.  EVERY *
005440*  PLAN PRINTS, WITH WHAT WAS DUE TO DATE AGAINST WHAT WAS      *
005450*  PAID; A PLAN CLOSED ON AN EARLIER NIGHT PRINTS ITS STATUS    *
005460*  ONLY.                                                        *
005470******************************************************************
005480 4000-REPORT-ONE-PLAN.
005490     IF PT-KEPT(WS-PLAN-SUB)
005500         AND PT-SCHEDULED(WS-PLAN-SUB) > ZERO
005510         AND PT-PAID(WS-PLAN-SUB) >= PT-SCHEDULED(WS-PLAN-SUB)
005520         SET PT-COMPLETE(WS-PLAN-SUB) TO TRUE
005530         MOVE WS-BUSINESS-DATE TO PT-STATUS-DATE(WS-PLAN-SUB)
005540     END-IF.
005550     MOVE SPACES TO WS-STATUS-TEXT.
005560     EVALUATE TRUE
005570         WHEN PT-OLD-STATUS(WS-PLAN-SUB) = 'B'
005580             ADD 1 TO WS-PLANS-CLOSED-EARLIER
005590             STRING 'BROKEN ON ' PT-STATUS-DATE(WS-PLAN-SUB)
005600                 DELIMITED BY SIZE
005610                 INTO WS-STATUS-TEXT
005620             END-STRING
005630         WHEN PT-OLD-STATUS(WS-PLAN-SUB) = 'C'
005640             ADD 1 TO WS-PLANS-CLOSED-EARLIER
005650             STRING 'COMPLETED ON ' PT-STATUS-DATE(WS-PLAN-SUB)
005660                 DELIMITED BY SIZE
005670                 INTO WS-STATUS-TEXT
005680             END-STRING
005690         WHEN PT-OLD-STATUS(WS-PLAN-SUB) NOT = 'K'
005700             ADD 1 TO WS-PLANS-CLOSED-EARLIER
005710             STRING 'STATUS ' PT-OLD-STATUS(WS-PLAN-SUB)
005720                    ' NOT MONITORED'
005730                 DELIMITED BY SIZE
005740                 INTO WS-STATUS-TEXT
005750             END-STRING
005760         WHEN PT-BROKEN(WS-PLAN-SUB)
005770             ADD 1 TO WS-PLANS-BROKEN
005780             STRING 'BROKEN - MISSED ' PT-MISSED-DATE(WS-PLAN-SUB)
005790                 DELIMITED BY SIZE
005800                 INTO WS-STATUS-TEXT
005810             END-STRING
005820         WHEN PT-COMPLETE(WS-PLAN-SUB)
005830             ADD 1 TO WS-PLANS-COMPLETED
005840             MOVE 'COMPLETE - SCHEDULE PAID' TO WS-STATUS-TEXT
005850         WHEN OTHER
005860             ADD 1 TO WS-PLANS-KEPT
005870             MOVE 'KEPT' TO WS-STATUS-TEXT
005880     END-EVALUATE.
005890     MOVE PT-SCHEDULED(WS-PLAN-SUB)   TO WS-SCHEDULED-ED.
005900     MOVE PT-DUE-TO-DATE(WS-PLAN-SUB) TO WS-DUE-TO-DATE-ED.
005910     MOVE PT-PAID(WS-PLAN-SUB)        TO WS-PAID-ED.
005920     MOVE SPACES TO RPT-LINE.
005930     MOVE 1 TO LINE-POS.
005940     STRING
005950        'PLAN ' PT-PLAN-ID(WS-PLAN-SUB)
005960        ' ACCT ' PT-ACCT-NO(WS-PLAN-SUB)
005970            DELIMITED BY SIZE
005980        ' COLL ' PT-COLLECTOR-ID(WS-PLAN-SUB)
005990            DELIMITED BY SIZE
006000        ' SCHED ' WS-SCHEDULED-ED
006010            DELIMITED BY SIZE
006020        ' DUE ' WS-DUE-TO-DATE-ED
006030            DELIMITED BY SIZE
006040        ' PAID ' WS-PAID-ED
006050            DELIMITED BY SIZE
006060        ' ' WS-STATUS-TEXT
006070            DELIMITED BY SIZE
006080        INTO RPT-LINE
006090        WITH POINTER LINE-POS
006100     END-STRING.
006110     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006120 4000-EXIT.
006130     EXIT.

006140******************************************************************
006150*  8000-WRITE-NEW-MASTER                                        *
006160*  WRITES THE PLAN FILE BACK OUT IN THE ORDER READ, WITH EACH   *
006170*  HEADER CARRYING ITS PLAN'S STATUS AS OF TONIGHT.             *
006180******************************************************************
006190 8000-WRITE-NEW-MASTER.
006200     PERFORM 8100-WRITE-ONE-MASTER THRU 8100-EXIT
006210         VARYING WS-REC-SUB FROM 1 BY 1
006220         UNTIL WS-REC-SUB > PLAN-REC-COUNT.
006230 8000-EXIT.
006240     EXIT.

006250 8100-WRITE-ONE-MASTER.
006260     MOVE RT-RECORD(WS-REC-SUB) TO PW-RECORD.
006270     MOVE RT-PLAN-SUB(WS-REC-SUB) TO WS-PLAN-SUB.
006280     IF PW-IS-HEADER
006290         AND WS-PLAN-SUB > ZERO
006300         MOVE PT-NEW-STATUS(WS-PLAN-SUB)  TO PW-PLAN-STATUS
006310         MOVE PT-STATUS-DATE(WS-PLAN-SUB) TO PW-STATUS-DATE
006320     END-IF.
006330     MOVE PW-RECORD TO NEW-PP-RECORD.
006340     WRITE NEW-PP-RECORD.
006350     IF NOT WS-NEW-MST-OK
006360         DISPLAY 'NEW PLAN FILE WRITE ERROR: ' WS-NEW-MST-STATUS
006370     END-IF.
006380     ADD 1 TO WS-PLAN-RECORDS-WRITTEN.
006390 8100-EXIT.
006400     EXIT.

006410 8500-WRITE-REPORT-LINE.
006420     MOVE RPT-LINE TO REPORT-PRINT-RECORD.
006430     WRITE REPORT-PRINT-RECORD.
006440     IF NOT WS-REPORT-OK
006450         DISPLAY 'PLAN REPORT WRITE ERROR: ' WS-REPORT-STATUS
006460     END-IF.
006470     DISPLAY RPT-LINE.
006480 8500-EXIT.
006490     EXIT.

006500******************************************************************
006510*  9000-TERMINATE                                               *
006520*  A BROKEN PLAN ENDS THE RUN WITH RETURN CODE 4 SO COLLECTIONS *
006530*  SEES THE REPORT BEFORE THE LETTERS GO OUT.                   *
006540******************************************************************
006550 9000-TERMINATE.
006560     MOVE SPACES TO RPT-LINE.
006570     MOVE 1 TO LINE-POS.
006580     STRING 'TRAILER' SPACE 'PLANS' SPACE PLAN-COUNT
006590            SPACE 'KEPT' SPACE WS-PLANS-KEPT
006600            SPACE 'BROKEN' SPACE WS-PLANS-BROKEN
006610            SPACE 'COMPLETED' SPACE WS-PLANS-COMPLETED
006620            SPACE 'CLOSED EARLIER' SPACE WS-PLANS-CLOSED-EARLIER
006630            SPACE 'PAYMENTS' SPACE WS-PAYMENTS-MATCHED
006635            SPACE 'NO HEADER' SPACE WS-ORPHAN-LINES
006640         DELIMITED BY SIZE
006650         INTO RPT-LINE
006660         WITH POINTER LINE-POS
006670     END-STRING.
006680     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006690     CLOSE ACCOUNT-HISTORY-FILE.
006700     CLOSE NEW-MASTER-FILE.
006710     CLOSE PLAN-REPORT-FILE.
006720     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
006730     IF WS-PLANS-BROKEN > ZERO
006740         OR WS-ORPHAN-LINES > ZERO
006750         MOVE 4 TO RETURN-CODE
006760     END-IF.
006770     DISPLAY 'PLAN RECORDS READ:      ' WS-PLAN-RECORDS-READ.
006780     DISPLAY 'PLAN RECORDS WRITTEN:   ' WS-PLAN-RECORDS-WRITTEN.
006790     DISPLAY 'HISTORY RECORDS READ:   ' WS-HISTORY-READ.
006800     DISPLAY 'PLANS BROKEN:           ' WS-PLANS-BROKEN.
006810 9000-EXIT.
006820     EXIT.
