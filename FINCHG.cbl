000330*                   MASTER FIELDS CAN HOLD IS NOW SKIPPED AND  *
000340*                   EXCEPTIONED ON THE REGISTER INSTEAD OF     *
000350*                   TRUNCATING SILENTLY ON THE MASTER.         *
000351*  09/18/2026  RH   EACH FINANCE CHARGE ASSESSED IS APPENDED   *
000351*                   TO THE SHARED ACCOUNT-HISTORY FILE         *
000352*                   (ACCTHIST).                                *
000352*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW  *
000353*                   SIGNED NUMERIC S9(9)V99, SO THE 9999.99    *
000353*                   OVERFLOW SKIP IS GONE - EVERY CHARGE       *
000354*                   EARNED NOW POSTS.                          *
000354*  09/29/2026  RH   AN INVOICE UNDER A PAYMENT PLAN THAT IS    *
000355*                   BEING KEPT (PAYPLAN) HAS ITS SERVICE       *
000355*                   CHARGE WAIVED.  THE WAIVED CHARGE PRINTS   *
000356*                   ON THE REGISTER WITH THE PLAN ID AND IS    *
000356*                   TOTALED ON THE TRAILER, BUT POSTS NOWHERE. *
000357*                   A BROKEN OR COMPLETE PLAN'S INVOICES ARE   *
000357*                   CHARGED AS USUAL.                          *
000358*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE        *
000358*                   WIDENED TO S9(9)V99 TO CARRY THE FULL      *
000359*                   MASTER BALANCE.  HISTCONV CONVERTS THE     *
000359*                   EXISTING FILE.                             *
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000620         ACCESS MODE  IS SEQUENTIAL
000630         FILE STATUS  IS WS-CYC-LOG-STATUS.

000631     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000632         ORGANIZATION IS LINE SEQUENTIAL
000633         ACCESS MODE  IS SEQUENTIAL
000634         FILE STATUS  IS WS-HISTORY-STATUS.

000635     SELECT PAYMENT-PLAN-FILE      ASSIGN TO PAYPLAN
000636         ORGANIZATION IS LINE SEQUENTIAL
000637         ACCESS MODE  IS SEQUENTIAL
000638         FILE STATUS  IS WS-PAY-PLAN-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CUSTOMER-BILLING-FILE
000690     05  CUST-ACCT-NO            PIC X(6).
000700     05  BILL-INFO.
000710         10 INV-NO               PIC X(6).
000720         10 INV-AMT              PIC S9(9)V99
000725                                 SIGN LEADING SEPARATE.
000730         10 AMT-PAID             PIC S9(9)V99
000735                                 SIGN LEADING SEPARATE.
000740         10 DATE-PAID            PIC X(8).
000750         10 BAL-DUE              PIC S9(9)V99
000755                                 SIGN LEADING SEPARATE.
000760         10 DATE-DUE             PIC X(8).

000770 FD  UPDATED-BILLING-FILE
000780     RECORDING MODE IS F.
000790 01  NEW-RCD-01                  PIC X(64).

000800 FD  CHARGE-REGISTER-FILE
000810     RECORD CONTAINS 132 CHARACTERS
000990     05  CYCLOG-PROGRAM-ID     PIC X(08).
001000     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001001 FD  ACCOUNT-HISTORY-FILE
001001     RECORDING MODE IS F.
001001 01  AH-HISTORY-RECORD.
001002     05  AH-ACCT-NO            PIC X(06).
001002     05  AH-INV-NO             PIC X(06).
001002     05  AH-TRAN-DATE          PIC 9(08).
001003     05  AH-TRAN-TYPE          PIC X(02).
001003     05  AH-AMOUNT             PIC S9(9)V99
001003                               SIGN LEADING SEPARATE.
001004     05  AH-INV-BALANCE        PIC S9(9)V99
001004                               SIGN LEADING SEPARATE.
001004     05  AH-SOURCE-PGM         PIC X(08).

001005 FD  PAYMENT-PLAN-FILE
001005     RECORDING MODE IS F.
001006 01  PP-RECORD.
001006     05  PP-PLAN-ID            PIC X(06).
001006     05  PP-REC-TYPE           PIC X(01).
001007         88  PP-IS-HEADER          VALUE 'H'.
001007         88  PP-IS-INVOICE         VALUE 'I'.
001007     05  PP-LINE-KEY           PIC X(08).
001008     05  PP-ACCT-NO            PIC X(06).
001008     05  PP-COLLECTOR-ID       PIC X(08).
001008     05  PP-PLAN-STATUS        PIC X(01).
001009         88  PP-PLAN-KEPT          VALUE 'K'.
001009     05  FILLER                PIC X(20).

001010 WORKING-STORAGE SECTION.
001020 01  WS-CUST-BILL-STATUS         PIC X(02).
001030     88  WS-CUST-BILL-OK             VALUE '00'.
001080     88  WS-REGISTER-OK              VALUE '00'.
001090 01  WS-CHG-CTL-STATUS           PIC X(02).
001100     88  WS-CHG-CTL-OK               VALUE '00'.
001101 01  WS-HISTORY-STATUS           PIC X(02).
001101     88  WS-HISTORY-OK               VALUE '00'.

001101***
001102*** THE INVOICES UNDER PAYMENT PLANS THAT ARE BEING KEPT, FROM
001102*** THE PAYPLAN FILE AS THE NIGHTLY PLAN-MONITORING RUN LEFT
001103*** IT.  AN INVOICE ON THIS TABLE IS LEFT ALONE BY THE
001103*** FINANCE-CHARGE RUN; A BROKEN OR COMPLETE PLAN'S INVOICES
001104*** ARE NOT LOADED.
001104 01  WS-PAY-PLAN-STATUS          PIC X(02).
001104     88  WS-PAY-PLAN-OK              VALUE '00'.
001105     88  WS-PAY-PLAN-EOF             VALUE '10'.
001105 01  PLAN-INVOICE-COUNT          PIC 9(04) VALUE ZERO.
001106 01  PLAN-INVOICE-TABLE.
001106     05  PLAN-INVOICE-ENTRY  OCCURS 1 TO 2000 TIMES
001107                             DEPENDING ON PLAN-INVOICE-COUNT
001107                             INDEXED BY PLAN-IDX.
001107         10  PI-ACCT-NO        PIC X(06).
001108         10  PI-INV-NO         PIC X(06).
001108         10  PI-PLAN-ID        PIC X(06).
001109 77  WS-KEPT-PLAN-ID             PIC X(06) VALUE SPACES.
001109 77  WS-INVOICE-PLAN-ID          PIC X(06).

001110***
001120*** BALANCES GET THIS MANY DAYS PAST DUE FREE OF CHARGE; PAST
001130*** THAT, THE MONTHLY SERVICE RATE APPLIES TO THE OPEN BALANCE.
001140 77  GRACE-PERIOD-DAYS           PIC 9(03) VALUE 10.
001200 77  MONTHLY-CHARGE-RATE         PIC 9V999 VALUE .015.

001210 77  RPT-LINE                    PIC X(132).
001300 77  WS-DUE-DATE-INTEGER         PIC 9(7).
001310 77  WS-DAYS-PAST-DUE            PIC S9(5).
001320 77  WS-DAYS-PAST-DUE-ED         PIC ZZZZ9.
001330 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
001340 77  WS-INV-AMT-NUM              PIC S9(9)V99.
001350 77  WS-CHARGE-NUM               PIC S9(9)V99.
001360 77  WS-BAL-DUE-ED               PIC $$$,$$$,$$9.99-.
001370 77  WS-CHARGE-ED                PIC $$$,$$$,$$9.99.
001380 77  WS-RECORDS-READ             PIC 9(5) VALUE ZERO.
001390 77  WS-RECORDS-WRITTEN          PIC 9(5) VALUE ZERO.
001400 77  WS-CHARGES-ASSESSED         PIC 9(5) VALUE ZERO.
001420 77  WS-TOTAL-CHARGES            PIC S9(9)V99 VALUE ZERO.
001430 77  WS-TOTAL-CHARGES-ED         PIC $$$,$$$,$$9.99.
001432 77  WS-CHARGES-WAIVED           PIC 9(5) VALUE ZERO.
001434 77  WS-TOTAL-WAIVED             PIC S9(9)V99 VALUE ZERO.
001436 77  WS-TOTAL-WAIVED-ED          PIC $$$,$$$,$$9.99.

001440***
001450*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
001550     88  WS-CYC-LOG-OK               VALUE '00'.
001560     88  WS-CYC-LOG-EOF              VALUE '10'.
001570 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001575 77  WS-HISTORY-WRITTEN          PIC 9(05) VALUE ZERO.
001580 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
001590     88  WS-RERUN-REQUESTED          VALUE 'Y'.
001600 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
002680******************************************************************
002690 1000-INITIALIZE.
002700     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
002703     PERFORM 1050-OPEN-ACCOUNT-HISTORY
002706         THRU 1050-EXIT.
002708     PERFORM 1300-LOAD-PAYMENT-PLANS THRU 1300-EXIT.
002710     OPEN INPUT  CUSTOMER-BILLING-FILE.
002720     OPEN OUTPUT UPDATED-BILLING-FILE.
002730     OPEN OUTPUT CHARGE-REGISTER-FILE.
002790 1000-EXIT.
002800     EXIT.

002801******************************************************************
002801*  1050-OPEN-ACCOUNT-HISTORY                                    *
002801*  EVERY POSTING RUN APPENDS TO THE ONE SHARED ACCOUNT-HISTORY  *
002802*  FILE.  NO FILE YET MEANS THE FIRST POSTING EVER - START ONE. *
002802*  A POSTING THAT CANNOT BE RECORDED IS NOT MADE.               *
002803******************************************************************
002803 1050-OPEN-ACCOUNT-HISTORY.
002804     OPEN EXTEND ACCOUNT-HISTORY-FILE.
002804     IF WS-HISTORY-STATUS = '35'
002805         OPEN OUTPUT ACCOUNT-HISTORY-FILE
002805     END-IF.
002806     IF NOT WS-HISTORY-OK
002806         DISPLAY 'FINCHG: ACCOUNT HISTORY OPEN ERROR: '
002807             WS-HISTORY-STATUS ' - RUN STOPPED'
002807         MOVE 16 TO RETURN-CODE
002808         GOBACK
002808     END-IF.
002809 1050-EXIT.
002809     EXIT.

002810 1200-WRITE-REGISTER-HEADER.
002820     MOVE SPACES TO RPT-LINE.
002830     STRING 'FINANCE CHARGE REGISTER' SPACE 'RUN DATE'
002870     END-STRING.
002880     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
002890 1200-EXIT.
002891     EXIT.

002891******************************************************************
002891*  1300-LOAD-PAYMENT-PLANS                                      *
002891*  LOADS THE INVOICES OF EVERY PLAN BEING KEPT.  EACH PLAN'S    *
002891*  HEADER COMES AHEAD OF ITS INVOICE LINES.  NO PLAN FILE       *
002891*  MEANS NO PLANS, AND EVERY INVOICE IS CHARGED AS USUAL.       *
002892******************************************************************
002892 1300-LOAD-PAYMENT-PLANS.
002892     MOVE ZERO TO PLAN-INVOICE-COUNT.
002892     OPEN INPUT PAYMENT-PLAN-FILE.
002892     IF NOT WS-PAY-PLAN-OK
002893         DISPLAY 'FINCHG: NO PAYMENT PLAN FILE ON FILE - NO '
002893             'INVOICES UNDER A PLAN'
002893         GO TO 1300-EXIT
002893     END-IF.
002893     PERFORM 1350-READ-PLAN-RECORD THRU 1350-EXIT
002894         UNTIL WS-PAY-PLAN-EOF.
002894     CLOSE PAYMENT-PLAN-FILE.
002894 1300-EXIT.
002894     EXIT.

002894 1350-READ-PLAN-RECORD.
002894     READ PAYMENT-PLAN-FILE
002895         AT END
002895             SET WS-PAY-PLAN-EOF TO TRUE
002895             GO TO 1350-EXIT
002895     END-READ.
002895     IF PP-IS-HEADER
002896         IF PP-PLAN-KEPT
002896             MOVE PP-PLAN-ID TO WS-KEPT-PLAN-ID
002896         ELSE
002896             MOVE SPACES TO WS-KEPT-PLAN-ID
002896         END-IF
002897         GO TO 1350-EXIT
002897     END-IF.
002897     IF NOT PP-IS-INVOICE
002897         OR PP-PLAN-ID NOT = WS-KEPT-PLAN-ID
002897         GO TO 1350-EXIT
002897     END-IF.
002898     IF PLAN-INVOICE-COUNT >= 2000
002898         DISPLAY 'PLAN INVOICE TABLE FULL - INVOICE SKIPPED: '
002898             PP-PLAN-ID ' ' PP-LINE-KEY
002898         GO TO 1350-EXIT
002898     END-IF.
002899     ADD 1 TO PLAN-INVOICE-COUNT.
002899     MOVE PP-ACCT-NO       TO PI-ACCT-NO(PLAN-INVOICE-COUNT).
002899     MOVE PP-LINE-KEY(1:6) TO PI-INV-NO(PLAN-INVOICE-COUNT).
002899     MOVE PP-PLAN-ID       TO PI-PLAN-ID(PLAN-INVOICE-COUNT).
002899 1350-EXIT.
002900     EXIT.

002910******************************************************************
003120*  AN INVOICE EARNS A CHARGE WHEN IT CARRIES AN OPEN BALANCE    *
003130*  AND ITS DUE DATE, EXPANDED THROUGH THE STATEMENT RUN'S       *
003140*  CENTURY WINDOW, IS MORE THAN THE GRACE PERIOD BEHIND THE     *
003150*  RUN DATE - THE SAME AGING THE DUNNING RUN USES.  AN INVOICE  *
003153*  UNDER A PAYMENT PLAN THAT IS BEING KEPT HAS THE CHARGE       *
003156*  WAIVED INSTEAD.                                              *
003160******************************************************************
003170 2200-EVALUATE-ONE-INVOICE.
003180     MOVE BAL-DUE TO WS-BAL-DUE-NUM.
003420     IF WS-DAYS-PAST-DUE <= GRACE-PERIOD-DAYS
003430         GO TO 2200-EXIT
003440     END-IF.
003441     PERFORM 2250-CHECK-PAYMENT-PLAN THRU 2250-EXIT.
003442     IF WS-INVOICE-PLAN-ID NOT = SPACES
003443         PERFORM 2450-WAIVE-CHARGE THRU 2450-EXIT
003444         GO TO 2200-EXIT
003445     END-IF.
003450     PERFORM 2300-ASSESS-CHARGE THRU 2300-EXIT.
003460 2200-EXIT.
003461     EXIT.

003461******************************************************************
003462*  2250-CHECK-PAYMENT-PLAN                                      *
003462*  WS-INVOICE-PLAN-ID COMES BACK WITH THE KEPT PLAN THE CURRENT *
003463*  INVOICE IS UNDER, OR SPACES WHEN IT IS UNDER NONE.           *
003463******************************************************************
003464 2250-CHECK-PAYMENT-PLAN.
003464     MOVE SPACES TO WS-INVOICE-PLAN-ID.
003465     SET PLAN-IDX TO 1.
003465     SEARCH PLAN-INVOICE-ENTRY
003466         AT END
003466             CONTINUE
003467         WHEN PI-ACCT-NO(PLAN-IDX) = CUST-ACCT-NO
003467             AND PI-INV-NO(PLAN-IDX) = INV-NO
003468             MOVE PI-PLAN-ID(PLAN-IDX) TO WS-INVOICE-PLAN-ID
003468     END-SEARCH.
003469 2250-EXIT.
003470     EXIT.

003480******************************************************************
003600     MOVE INV-AMT TO WS-INV-AMT-NUM.
003610     ADD WS-CHARGE-NUM TO WS-INV-AMT-NUM.
003620     ADD WS-CHARGE-NUM TO WS-BAL-DUE-NUM.
003720     MOVE WS-INV-AMT-NUM TO INV-AMT.
003730     MOVE WS-BAL-DUE-NUM TO BAL-DUE.
003740     ADD 1 TO WS-CHARGES-ASSESSED.
003750     ADD WS-CHARGE-NUM TO WS-TOTAL-CHARGES.
003751     MOVE CUST-ACCT-NO   TO AH-ACCT-NO.
003752     MOVE INV-NO         TO AH-INV-NO.
003753     MOVE 'FC'           TO AH-TRAN-TYPE.
003754     MOVE WS-CHARGE-NUM  TO AH-AMOUNT.
003755     MOVE WS-BAL-DUE-NUM TO AH-INV-BALANCE.
003756     PERFORM 8700-WRITE-HISTORY-RECORD THRU 8700-EXIT.
003760     PERFORM 2400-WRITE-REGISTER-DETAIL THRU 2400-EXIT.
003770 2300-EXIT.
003780     EXIT.
003990     EXIT.

004000******************************************************************
004010*  2450-WAIVE-CHARGE                                            *
004011*  THE CHARGE THE INVOICE WOULD HAVE EARNED PRINTS ON THE       *
004018*  REGISTER AS WAIVED, WITH THE PLAN IT IS UNDER.  NOTHING      *
004025*  POSTS TO THE MASTER OR THE HISTORY, AND THE WAIVED DOLLARS   *
004032*  STAY OUT OF THE GENERAL-LEDGER TOTAL AND FINCTL.             *
004050******************************************************************
004052 2450-WAIVE-CHARGE.
004054     COMPUTE WS-CHARGE-NUM ROUNDED =
004056         WS-BAL-DUE-NUM * MONTHLY-CHARGE-RATE.
004058     IF WS-CHARGE-NUM = ZERO
004060         GO TO 2450-EXIT
004062     END-IF.
004070     ADD 1 TO WS-CHARGES-WAIVED.
004073     ADD WS-CHARGE-NUM TO WS-TOTAL-WAIVED.
004076     MOVE WS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE-ED.
004080     MOVE WS-CHARGE-NUM    TO WS-CHARGE-ED.
004090     MOVE SPACES TO RPT-LINE.
004100     MOVE 1 TO LINE-POS.
004110     STRING
004120        'ACCOUNT ' CUST-ACCT-NO ' INVOICE ' INV-NO
004130            DELIMITED BY SIZE
004133        ' DAYS LATE ' WS-DAYS-PAST-DUE-ED
004136            DELIMITED BY SIZE
004140        ' CHARGE ' WS-CHARGE-ED
004150            DELIMITED BY SIZE
004179        ' WAIVED - PAYMENT PLAN ' WS-INVOICE-PLAN-ID
004190            DELIMITED BY SIZE
004200        INTO RPT-LINE
004210        WITH POINTER LINE-POS
004450     EXIT.

004460******************************************************************
004461*  8700-WRITE-HISTORY-RECORD                                    *
004461*  ONE ACCOUNT-HISTORY RECORD PER POSTING.  THE CALLER SETS THE *
004462*  ACCOUNT, INVOICE, TYPE, AMOUNT (SIGNED AS IT MOVES THE       *
004462*  BALANCE) AND THE INVOICE BALANCE AFTER POSTING; THE DATE AND *
004463*  SOURCE PROGRAM ARE STAMPED HERE.                             *
004463******************************************************************
004464 8700-WRITE-HISTORY-RECORD.
004464     MOVE WS-BUSINESS-DATE TO AH-TRAN-DATE.
004465     MOVE 'FINCHG  ' TO AH-SOURCE-PGM.
004465     WRITE AH-HISTORY-RECORD.
004466     IF NOT WS-HISTORY-OK
004466         DISPLAY 'ACCOUNT HISTORY WRITE ERROR: ' WS-HISTORY-STATUS
004467             ' ' AH-ACCT-NO ' ' AH-INV-NO
004467     END-IF.
004468     ADD 1 TO WS-HISTORY-WRITTEN.
004468 8700-EXIT.
004469     EXIT.

004469******************************************************************
004470*  9000-TERMINATE                                               *
004480*  THE TRAILER TOTALS ARE THE GENERAL-LEDGER ENTRY: COUNT AND   *
004490*  DOLLARS OF SERVICE CHARGES ASSESSED THIS RUN.                *
004500******************************************************************
004510 9000-TERMINATE.
004520     MOVE WS-TOTAL-CHARGES TO WS-TOTAL-CHARGES-ED.
004525     MOVE WS-TOTAL-WAIVED  TO WS-TOTAL-WAIVED-ED.
004530     MOVE SPACES TO RPT-LINE.
004540     MOVE 1 TO LINE-POS.
004550     STRING 'TRAILER' SPACE 'RECORDS' SPACE WS-RECORDS-READ
004560            SPACE 'CHARGES' SPACE WS-CHARGES-ASSESSED
004580            SPACE 'TOTAL ASSESSED' SPACE WS-TOTAL-CHARGES-ED
004583            SPACE 'WAIVED' SPACE WS-CHARGES-WAIVED
004586            SPACE 'TOTAL WAIVED' SPACE WS-TOTAL-WAIVED-ED
004590         DELIMITED BY SIZE
004600         INTO RPT-LINE
004610         WITH POINTER LINE-POS
004660     CLOSE CUSTOMER-BILLING-FILE.
004670     CLOSE UPDATED-BILLING-FILE.
004680     CLOSE CHARGE-REGISTER-FILE.
004685     CLOSE ACCOUNT-HISTORY-FILE.
004690     DISPLAY 'MASTER RECORDS READ:    ' WS-RECORDS-READ.
004700     DISPLAY 'MASTER RECORDS WRITTEN: ' WS-RECORDS-WRITTEN.
004710     DISPLAY 'CHARGES ASSESSED:       ' WS-CHARGES-ASSESSED.
004720     DISPLAY 'CHARGES WAIVED:         ' WS-CHARGES-WAIVED.
004725     DISPLAY 'HISTORY RECORDS:        ' WS-HISTORY-WRITTEN.
004730 9000-EXIT.
004740     EXIT.

