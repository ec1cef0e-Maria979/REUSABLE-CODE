000400*                   ALREADY ON FILE PUT IT OUT OF SEQUENCE     *
000410*                   AND SPLIT THE ACCOUNT'S STATEMENT AND      *
000420*                   AGING LINE ON THE NEXT ACCOUNT-BREAK RUN.  *
000421*  09/11/2026  RH   ORDERS NOW PASS A CREDIT CHECK BEFORE THEY *
000421*                   BILL.  AN ORDER FOR AN ACCOUNT ON CREDIT   *
000421*                   HOLD, OR ONE THAT WOULD TAKE THE ACCOUNT'S *
000421*                   OPEN BAL-DUE ON THE MASTER PAST ITS        *
000422*                   CUSTMST CREDIT LIMIT, GOES TO THE HELDORD  *
000422*                   HELD-ORDERS FILE AND THE CREDRVW           *
000422*                   CREDIT-REVIEW REPORT INSTEAD OF BECOMING   *
000422*                   AN INVOICE.  A CREDREL RELEASE CARD FROM   *
000423*                   CREDIT BILLS A HELD ORDER ON THE NEXT RUN; *
000423*                   A CANCEL CARD DROPS IT.                    *
000423*  09/18/2026  RH   EACH INVOICE BILLED IS APPENDED TO THE     *
000423*                   SHARED ACCOUNT-HISTORY FILE (ACCTHIST).    *
000424*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW  *
000424*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE    *
000424*                   EDITED $$,$$$.99 PICTURES, SO THE 9999.99  *
000424*                   ORDER LIMIT IS GONE - A LARGE ORDER BILLS  *
000425*                   AS ONE INVOICE.                            *
000425*  10/06/2026  RH   SALES TAX.  EACH ORDER IS TAXED AT THE     *
000425*                   TAXRATE RATE OF EVERY JURISDICTION CODE ON *
000426*                   THE ACCOUNT'S CUSTMST RECORD AND THE TAX   *
000426*                   IS ADDED INTO THE INVOICE; A TAX-EXEMPT    *
000426*                   ACCOUNT BILLS EXEMPT UNDER ITS             *
000426*                   CERTIFICATE, AND A CODE WITH NO RATE ON    *
000427*                   TAXRATE REJECTS THE ORDER.  THE REGISTER   *
000427*                   SHOWS THE CHARGE, TAXABLE AMOUNT AND TAX   *
000427*                   UNDER EACH INVOICE WITH TAX TOTALS IN THE  *
000427*                   TRAILER, EVERY INVOICE IS RECORDED BY      *
000428*                   JURISDICTION ON THE TAXDTL TAX DETAIL FOR  *
000428*                   THE MONTHLY LIABILITY REPORT, AND BILLCTL  *
000428*                   CARRIES THE TAX BILLED.                    *
000428*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE        *
000429*                   WIDENED TO S9(9)V99 TO CARRY THE FULL      *
000429*                   MASTER BALANCE.  HISTCONV CONVERTS THE     *
000429*                   EXISTING FILE.                             *
000429*  10/15/2026  RH   A RELEASED ORDER THAT THEN FAILS AN ORDER  *
000429*                   EDIT STAYS ON HELDORD INSTEAD OF DROPPING  *
000429*                   OFF THE FILE, WITH A CREDIT-REVIEW LINE    *
000429*                   GIVING THE REJECT REASON.                  *
000430******************************************************************
000440*  ORDER CARD (ORDTRAN):  ACCOUNT X(6), CHARGE 9(5)V99, ORDER   *
000450*  DATE MM/DD/YY.  NUMBER CONTROL (INVNOCTL):  PREFIX X(1),     *
000460*  NEXT SEQUENCE 9(5).  THE RUN WILL NOT START WITHOUT THE      *
000470*  NUMBER CONTROL ON FILE - GUESSING AT THE NEXT INVOICE        *
000480*  NUMBER IS HOW DUPLICATES HAPPEN.                             *
000481*  CREDIT RELEASE CARD (CREDREL):  ACTION X(1) R TO RELEASE OR *
000482*  C TO CANCEL, THEN THE HELD ORDER EXACTLY AS ON ITS ORDER     *
000483*  CARD - ACCOUNT X(6), CHARGE 9(5)V99, ORDER DATE MM/DD/YY -   *
000484*  AND THE CREDIT APPROVER'S INITIALS X(3).                     *
000485*  TAX DETAIL (TAXDTL):  ONE RECORD PER INVOICE PER TAX         *
000486*  JURISDICTION, APPENDED EACH RUN FOR THE MONTHLY SALES-TAX    *
000487*  LIABILITY REPORT (TAXLIAB).                                  *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000870         ACCESS MODE  IS SEQUENTIAL
000880         FILE STATUS  IS WS-CYC-LOG-STATUS.

000881     SELECT CREDIT-RELEASE-FILE    ASSIGN TO CREDREL
000881         ORGANIZATION IS LINE SEQUENTIAL
000881         ACCESS MODE  IS SEQUENTIAL
000882         FILE STATUS  IS WS-RELEASE-STATUS.

000882     SELECT HELD-ORDER-FILE        ASSIGN TO HELDORD
000882         ORGANIZATION IS LINE SEQUENTIAL
000883         ACCESS MODE  IS SEQUENTIAL
000883         FILE STATUS  IS WS-HELD-STATUS.

000884     SELECT CREDIT-REVIEW-FILE     ASSIGN TO CREDRVW
000884         ORGANIZATION IS LINE SEQUENTIAL
000884         ACCESS MODE  IS SEQUENTIAL
000885         FILE STATUS  IS WS-REVIEW-STATUS.

000885     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000885         ORGANIZATION IS LINE SEQUENTIAL
000886         ACCESS MODE  IS SEQUENTIAL
000886         FILE STATUS  IS WS-HISTORY-STATUS.

000887     SELECT TAX-RATE-FILE          ASSIGN TO TAXRATE
000887         ORGANIZATION IS LINE SEQUENTIAL
000887         ACCESS MODE  IS SEQUENTIAL
000888         FILE STATUS  IS WS-TAX-FILE-STATUS.

000888     SELECT TAX-DETAIL-FILE        ASSIGN TO TAXDTL
000888         ORGANIZATION IS LINE SEQUENTIAL
000889         ACCESS MODE  IS SEQUENTIAL
000889         FILE STATUS  IS WS-TAX-DTL-STATUS.

000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ORDER-TRAN-FILE
001070     05  MST-ADDR                PIC X(35).
001080     05  MST-PHONE               PIC X(13).
001090     05  MST-TERMS-DAYS          PIC 9(03).
001093     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
001096     05  MST-CREDIT-HOLD         PIC X(01).
001097     05  MST-TAX-JURISDICTION    PIC X(16).
001098     05  MST-TAX-EXEMPT          PIC X(01).
001099     05  MST-EXEMPT-CERT-NO      PIC X(15).

001100 FD  HOLIDAY-CALENDAR-FILE
001110     RECORDING MODE IS F.
001170     05  CUST-ACCT-NO            PIC X(6).
001180     05  BILL-INFO.
001190         10 INV-NO               PIC X(6).
001200         10 INV-AMT              PIC S9(9)V99
001205                                 SIGN LEADING SEPARATE.
001210         10 AMT-PAID             PIC S9(9)V99
001215                                 SIGN LEADING SEPARATE.
001220         10 DATE-PAID            PIC X(8).
001230         10 BAL-DUE              PIC S9(9)V99
001235                                 SIGN LEADING SEPARATE.
001240         10 DATE-DUE             PIC X(8).

001250 FD  INVOICE-REGISTER-FILE
001330     05  BC-TOTAL-BILLED       PIC S9(9)V99
001340                               SIGN LEADING SEPARATE.
001350     05  BC-RUN-DATE           PIC 9(08).
001353     05  BC-TOTAL-TAX          PIC S9(9)V99
001356                               SIGN LEADING SEPARATE.

001360 FD  CYCLE-DATE-FILE
001370     RECORDING MODE IS F.
001440     05  CYCLOG-PROGRAM-ID     PIC X(08).
001450     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001451 FD  CREDIT-RELEASE-FILE
001451     RECORDING MODE IS F.
001451 01  RL-RELEASE-RECORD.
001451     05  RL-ACTION             PIC X(01).
001451     05  RL-ORDER-IMAGE        PIC X(21).
001451     05  RL-APPROVER           PIC X(03).

001452 FD  HELD-ORDER-FILE
001452     RECORDING MODE IS F.
001452 01  HO-HELD-RECORD.
001452     05  HO-ORDER-IMAGE        PIC X(21).
001452     05  HO-HELD-DATE          PIC 9(08).
001452     05  HO-HOLD-REASON        PIC X(30).

001453 FD  CREDIT-REVIEW-FILE
001453     RECORD CONTAINS 132 CHARACTERS
001453     RECORDING MODE IS F.
001453 01  REVIEW-PRINT-RECORD         PIC X(132).

001453 FD  ACCOUNT-HISTORY-FILE
001454     RECORDING MODE IS F.
001454 01  AH-HISTORY-RECORD.
001454     05  AH-ACCT-NO            PIC X(06).
001454     05  AH-INV-NO             PIC X(06).
001454     05  AH-TRAN-DATE          PIC 9(08).
001454     05  AH-TRAN-TYPE          PIC X(02).
001455     05  AH-AMOUNT             PIC S9(9)V99
001455                               SIGN LEADING SEPARATE.
001455     05  AH-INV-BALANCE        PIC S9(9)V99
001455                               SIGN LEADING SEPARATE.
001455     05  AH-SOURCE-PGM         PIC X(08).

001456 FD  TAX-RATE-FILE
001456     RECORDING MODE IS F.
001456 01  TR-RATE-RECORD.
001456     05  TR-FILE-JURISDICTION-CODE  PIC X(04).
001456     05  TR-FILE-JURISDICTION-RATE  PIC 99V999.

001456 FD  TAX-DETAIL-FILE
001457     RECORDING MODE IS F.
001457 01  TD-TAX-DETAIL-RECORD.
001457     05  TD-BILL-DATE          PIC 9(08).
001457     05  TD-JURISDICTION-CODE  PIC X(04).
001457     05  TD-TAX-RATE           PIC 99V999.
001458     05  TD-ACCT-NO            PIC X(06).
001458     05  TD-INV-NO             PIC X(06).
001458     05  TD-SALES-AMT          PIC S9(7)V99
001458                               SIGN LEADING SEPARATE.
001458     05  TD-TAXABLE-AMT        PIC S9(7)V99
001458                               SIGN LEADING SEPARATE.
001459     05  TD-EXEMPT-AMT         PIC S9(7)V99
001459                               SIGN LEADING SEPARATE.
001459     05  TD-TAX-AMT            PIC S9(7)V99
001459                               SIGN LEADING SEPARATE.
001459     05  TD-EXEMPT-CERT-NO     PIC X(15).

001460 WORKING-STORAGE SECTION.
001470 01  WS-ORDER-STATUS             PIC X(02).
001480     88  WS-ORDER-OK                 VALUE '00'.
001620     88  WS-REGISTER-OK              VALUE '00'.
001630 01  WS-BILL-CTL-STATUS          PIC X(02).
001640     88  WS-BILL-CTL-OK              VALUE '00'.
001641 01  WS-RELEASE-STATUS           PIC X(02).
001641     88  WS-RELEASE-OK               VALUE '00'.
001642     88  WS-RELEASE-EOF              VALUE '10'.
001642 01  WS-HELD-STATUS              PIC X(02).
001643     88  WS-HELD-OK                  VALUE '00'.
001644     88  WS-HELD-EOF                 VALUE '10'.
001644 01  WS-REVIEW-STATUS            PIC X(02).
001645     88  WS-REVIEW-OK                VALUE '00'.
001645 01  WS-HISTORY-STATUS           PIC X(02).
001646     88  WS-HISTORY-OK               VALUE '00'.
001647 01  WS-TAX-FILE-STATUS          PIC X(02).
001647     88  WS-TAX-OK                   VALUE '00'.
001648     88  WS-TAX-EOF                  VALUE '10'.
001648 01  WS-TAX-DTL-STATUS           PIC X(02).
001649     88  WS-TAX-DTL-OK               VALUE '00'.

001650***
001660*** THE CUSTOMER MASTER LOADS INTO THIS TABLE AT START OF RUN
001760         10  CT-ADDR           PIC X(35).
001770         10  CT-PHONE          PIC X(13).
001780         10  CT-TERMS-DAYS     PIC 9(03).
001781         10  CT-CREDIT-LIMIT   PIC 9(07)V99.
001782         10  CT-CREDIT-HOLD    PIC X(01).
001783         10  CT-TAX-JURISDICTION PIC X(16).
001784         10  CT-TAX-EXEMPT     PIC X(01).
001785         10  CT-EXEMPT-CERT-NO PIC X(15).
001790 77  WS-CUST-FOUND               PIC X(01).
001800     88  WS-CUSTOMER-IS-ON-FILE      VALUE 'Y'.
001810 77  WS-TERMS-DAYS               PIC 9(03).
001811 77  WS-CUST-NAME                PIC X(15).
001811 77  WS-CREDIT-LIMIT             PIC 9(07)V99.
001811 77  WS-CREDIT-HOLD              PIC X(01).
001811     88  WS-ACCOUNT-ON-HOLD          VALUE 'Y'.
001811 01  WS-TAX-JURISDICTION.
001811     05  WS-JURIS-CODE           PIC X(04) OCCURS 4 TIMES.
001811 77  WS-TAX-EXEMPT               PIC X(01).
001811     88  WS-ACCOUNT-TAX-EXEMPT       VALUE 'Y'.
001811 77  WS-EXEMPT-CERT-NO           PIC X(15).

001811***
001812*** THE TAXRATE JURISDICTION TABLE, SAME SHAPE AS INTRNUM'S.  AN
001812*** ACCOUNT'S TAX JURISDICTION ON THE CUSTOMER MASTER CARRIES
001812*** UP TO FOUR TAXRATE CODES - STATE, COUNTY, CITY, DISTRICT - AND
001812*** THE CHARGE IS TAXED AT EACH ONE'S RATE, EACH ROUNDED ON ITS
001812*** OWN SO THE LIABILITY REPORT FOOTS TO THE TAX BILLED.
001812 01  TAX-RATE-COUNT              PIC 9(02) VALUE ZERO.
001812 01  TAX-RATE-TABLE.
001812     05  TAX-RATE-ENTRY  OCCURS 1 TO 20 TIMES
001812                         DEPENDING ON TAX-RATE-COUNT
001812                         INDEXED BY TAX-RATE-IDX.
001813         10  TR-JURISDICTION-CODE  PIC X(04).
001813         10  TR-JURISDICTION-RATE  PIC 99V999.
001813 01  INVOICE-TAX-TABLE.
001813     05  INVOICE-TAX-ENTRY   OCCURS 4 TIMES.
001813         10  IT-TAX-RATE           PIC 99V999.
001813         10  IT-TAX-AMT            PIC S9(7)V99.
001813 77  WS-JURIS-SUB                PIC 9(01).
001813 77  WS-TAXABLE-NUM              PIC S9(7)V99.
001813 77  WS-EXEMPT-NUM               PIC S9(7)V99.
001813 77  WS-TAX-NUM                  PIC S9(7)V99.
001814 77  WS-INVOICE-NUM              PIC S9(7)V99.
001814 77  WS-TAXABLE-ED               PIC $$$,$$$.99.
001814 77  WS-EXEMPT-ED                PIC $$$,$$$.99.
001814 77  WS-TAX-ED                   PIC $$$,$$$.99.
001814 77  WS-TOTAL-TAXABLE            PIC S9(9)V99 VALUE ZERO.
001814 77  WS-TOTAL-EXEMPT             PIC S9(9)V99 VALUE ZERO.
001814 77  WS-TOTAL-TAX                PIC S9(9)V99 VALUE ZERO.
001814 77  WS-TOTAL-TAXABLE-ED         PIC $$$,$$$,$$9.99.
001814 77  WS-TOTAL-EXEMPT-ED          PIC $$$,$$$,$$9.99.
001814 77  WS-TOTAL-TAX-ED             PIC $$$,$$$,$$9.99.
001815 77  WS-UNTAXED-COUNT            PIC 9(05) VALUE ZERO.
001815 77  WS-TAX-DETAIL-WRITTEN       PIC 9(05) VALUE ZERO.

001815***
001815*** ORDERS HELD FOR CREDIT REVIEW.  THE HELDORD FILE LOADS HERE
001815*** AT START OF RUN, TONIGHT'S NEW HOLDS ARE ADDED, AND WHATEVER
001815*** IS STILL HELD AT END OF RUN WRITES BACK OUT.  AN ORDER LEAVES
001815*** THE TABLE ONLY WHEN CREDIT RELEASES OR CANCELS IT.
001815 01  HELD-COUNT                  PIC 9(03) VALUE ZERO.
001815 01  HELD-TABLE.
001815     05  HELD-ENTRY      OCCURS 1 TO 500 TIMES
001816                         DEPENDING ON HELD-COUNT.
001816         10  HT-ORDER-IMAGE    PIC X(21).
001816         10  HT-HELD-DATE      PIC 9(08).
001816         10  HT-HOLD-REASON    PIC X(30).
001816         10  HT-DISPOSITION    PIC X(01).
001816             88  HT-STILL-HELD       VALUE 'H'.
001816             88  HT-RELEASED         VALUE 'R'.
001816             88  HT-CANCELLED        VALUE 'C'.
001816 77  WS-HELD-SUB                 PIC 9(03).

001816***
001817*** CREDIT'S RELEASE AND CANCEL CARDS FOR THIS RUN.
001817 01  RELEASE-COUNT               PIC 9(03) VALUE ZERO.
001817 01  RELEASE-TABLE.
001817     05  RELEASE-ENTRY   OCCURS 1 TO 200 TIMES
001817                         DEPENDING ON RELEASE-COUNT.
001817         10  RT-ACTION         PIC X(01).
001817             88  RT-IS-RELEASE       VALUE 'R'.
001817             88  RT-IS-CANCEL        VALUE 'C'.
001817         10  RT-ORDER-IMAGE    PIC X(21).
001817         10  RT-APPROVER       PIC X(03).
001818         10  RT-USED           PIC X(01).
001818             88  RT-WAS-USED         VALUE 'Y'.
001818 77  WS-REL-SUB                  PIC 9(03).

001818***
001818*** THE CREDIT CHECK: THE ACCOUNT'S OPEN BAL-DUE ON THE MASTER,
001818*** INCLUDING ANYTHING ALREADY BILLED THIS RUN, PLUS THE NEW
001818*** CHARGE, AGAINST THE CUSTOMER'S CREDIT LIMIT.
001818 77  WS-CREDIT-RELEASE-FLAG      PIC X(01) VALUE 'N'.
001818     88  WS-CREDIT-IS-RELEASED       VALUE 'Y'.
001818 77  WS-HOLD-REASON              PIC X(30).
001819 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
001819 77  WS-OPEN-BALANCE             PIC S9(9)V99.
001819 77  WS-EXPOSURE                 PIC S9(9)V99.
001819 77  WS-OPEN-BALANCE-ED          PIC $$$,$$$,$$9.99-.
001819 77  WS-CREDIT-LIMIT-ED          PIC $$,$$$,$$9.99.
001819 77  WS-APPROVER                 PIC X(03).
001819 77  WS-ORDERS-HELD              PIC 9(05) VALUE ZERO.
001819 77  WS-ORDERS-RELEASED          PIC 9(05) VALUE ZERO.
001819 77  WS-ORDERS-CANCELLED         PIC 9(05) VALUE ZERO.
001819 77  WS-HOLDS-CARRIED            PIC 9(05) VALUE ZERO.

001820***
001830*** THE WHOLE BILLING MASTER LOADS HERE SO EACH NEW INVOICE
001870 01  MASTER-TABLE.
001880     05  MASTER-ENTRY    OCCURS 1 TO 2000 TIMES
001890                         DEPENDING ON MASTER-COUNT.
001900         10  MT-RECORD         PIC X(64).
001910 77  WS-MST-SUB                  PIC 9(04).
001920 77  WS-INSERT-SUB               PIC 9(04).
001930 77  WS-SHIFT-SUB                PIC 9(04).
002490     05  WS-INV-PREFIX           PIC X(01).
002500     05  WS-INV-SEQ              PIC 9(05).

002560 77  RPT-LINE                    PIC X(132).
002570 77  LINE-POS                    PIC S9(3).
002580 77  WS-REJECT-REASON            PIC X(40).
002770     88  WS-CYC-LOG-OK               VALUE '00'.
002780     88  WS-CYC-LOG-EOF              VALUE '10'.
002790 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002795 77  WS-HISTORY-WRITTEN          PIC 9(05) VALUE ZERO.
002800 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002810     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002820 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
003900******************************************************************
003910 1000-INITIALIZE.
003920     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003923     PERFORM 1050-OPEN-ACCOUNT-HISTORY
003926         THRU 1050-EXIT.
003928     PERFORM 1060-OPEN-TAX-DETAIL THRU 1060-EXIT.
003930     PERFORM 1100-READ-INVOICE-CONTROL THRU 1100-EXIT.
003940     PERFORM 1300-LOAD-CUSTOMER-MASTER THRU 1300-EXIT.
003945     PERFORM 1370-LOAD-TAX-RATES       THRU 1370-EXIT.
003950     PERFORM 4510-LOAD-HOLIDAY-TABLE   THRU 4510-EXIT.
003960     PERFORM 1400-LOAD-BILLING-MASTER THRU 1400-EXIT.
003970     OPEN INPUT  ORDER-TRAN-FILE.
003980     OPEN OUTPUT INVOICE-REGISTER-FILE.
003990     PERFORM 1200-WRITE-REGISTER-HEADER THRU 1200-EXIT.
003991     OPEN OUTPUT CREDIT-REVIEW-FILE.
003992     PERFORM 1250-WRITE-REVIEW-HEADER THRU 1250-EXIT.
003993     PERFORM 1500-LOAD-RELEASE-CARDS THRU 1500-EXIT.
003994     PERFORM 1600-LOAD-HELD-ORDERS   THRU 1600-EXIT.
003995     PERFORM 1700-WORK-HELD-ORDERS   THRU 1700-EXIT.
004000     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
004010 1000-EXIT.
004011     EXIT.

004011******************************************************************
004011*  1050-OPEN-ACCOUNT-HISTORY                                    *
004011*  EVERY POSTING RUN APPENDS TO THE ONE SHARED ACCOUNT-HISTORY  *
004011*  FILE.  NO FILE YET MEANS THE FIRST POSTING EVER - START ONE. *
004012*  A POSTING THAT CANNOT BE RECORDED IS NOT MADE.               *
004012******************************************************************
004012 1050-OPEN-ACCOUNT-HISTORY.
004012     OPEN EXTEND ACCOUNT-HISTORY-FILE.
004013     IF WS-HISTORY-STATUS = '35'
004013         OPEN OUTPUT ACCOUNT-HISTORY-FILE
004013     END-IF.
004013     IF NOT WS-HISTORY-OK
004014         DISPLAY 'BILLGEN: ACCOUNT HISTORY OPEN ERROR: '
004014             WS-HISTORY-STATUS ' - RUN STOPPED'
004014         MOVE 16 TO RETURN-CODE
004014         GOBACK
004015     END-IF.
004015 1050-EXIT.
004015     EXIT.

004015******************************************************************
004016*  1060-OPEN-TAX-DETAIL                                         *
004016*  THE TAX DETAIL APPENDS THE SAME WAY AS ACCOUNT HISTORY.  TAX *
004016*  THAT CANNOT BE RECORDED FOR THE RETURNS IS NOT BILLED.       *
004016******************************************************************
004017 1060-OPEN-TAX-DETAIL.
004017     OPEN EXTEND TAX-DETAIL-FILE.
004017     IF WS-TAX-DTL-STATUS = '35'
004017         OPEN OUTPUT TAX-DETAIL-FILE
004018     END-IF.
004018     IF NOT WS-TAX-DTL-OK
004018         DISPLAY 'BILLGEN: TAX DETAIL OPEN ERROR: '
004018             WS-TAX-DTL-STATUS ' - RUN STOPPED'
004019         MOVE 16 TO RETURN-CODE
004019         GOBACK
004019     END-IF.
004019 1060-EXIT.
004020     EXIT.

004030******************************************************************
004430 1200-EXIT.
004440     EXIT.

004441 1250-WRITE-REVIEW-HEADER.
004441     MOVE SPACES TO RPT-LINE.
004442     STRING 'CREDIT REVIEW - HELD ORDERS' SPACE 'RUN DATE'
004443            SPACE WS-BUSINESS-DATE
004444         DELIMITED BY SIZE
004445         INTO RPT-LINE
004446     END-STRING.
004447     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
004448 1250-EXIT.
004449     EXIT.

004450******************************************************************
004460*  1300-LOAD-CUSTOMER-MASTER                                    *
004470*  LOADS THE KEYED CUSTOMER MASTER INTO THE LOOKUP TABLE.  AN   *
004810                 ELSE
004820                     MOVE 30 TO CT-TERMS-DAYS(CUSTOMER-COUNT)
004830                 END-IF
004831*                AND ONE WRITTEN BEFORE THE CREDIT FIELDS HAS
004831*                NO LIMIT AND IS NOT ON HOLD.
004831                 IF MST-CREDIT-LIMIT NUMERIC
004832                     MOVE MST-CREDIT-LIMIT
004832                         TO CT-CREDIT-LIMIT(CUSTOMER-COUNT)
004833                 ELSE
004833                     MOVE ZERO TO CT-CREDIT-LIMIT(CUSTOMER-COUNT)
004834                 END-IF
004834                 MOVE MST-CREDIT-HOLD
004834                     TO CT-CREDIT-HOLD(CUSTOMER-COUNT)
004835*                ONE WRITTEN BEFORE THE TAX FIELDS HAS NO
004835*                JURISDICTION AND IS NOT EXEMPT.
004836                 MOVE MST-TAX-JURISDICTION
004836                     TO CT-TAX-JURISDICTION(CUSTOMER-COUNT)
004837                 IF MST-TAX-EXEMPT = 'Y'
004837                     MOVE 'Y' TO CT-TAX-EXEMPT(CUSTOMER-COUNT)
004837                 ELSE
004838                     MOVE 'N' TO CT-TAX-EXEMPT(CUSTOMER-COUNT)
004838                 END-IF
004839                 MOVE MST-EXEMPT-CERT-NO
004839                     TO CT-EXEMPT-CERT-NO(CUSTOMER-COUNT)
004840             ELSE
004850                 DISPLAY 'CUSTOMER TABLE FULL - MASTER RECORD '
004860                     'SKIPPED: ' MST-ACCT-NO
004870             END-IF
004880     END-READ.
004890 1350-EXIT.
004891     EXIT.

004891******************************************************************
004891*  1370-LOAD-TAX-RATES                                          *
004891*  THE TAXRATE JURISDICTION TABLE.  WITHOUT IT NO TAX CAN BE    *
004891*  COMPUTED, SO EVERY ORDER FOR AN ACCOUNT WITH A JURISDICTION  *
004892*  REJECTS; EXEMPT AND UNASSIGNED ACCOUNTS STILL BILL.          *
004892******************************************************************
004892 1370-LOAD-TAX-RATES.
004892     MOVE ZERO TO TAX-RATE-COUNT.
004893     OPEN INPUT TAX-RATE-FILE.
004893     IF NOT WS-TAX-OK
004893         DISPLAY 'NO TAX RATE TABLE ON FILE - TAXABLE ORDERS '
004893             'WILL REJECT'
004894         GO TO 1370-EXIT
004894     END-IF.
004894     PERFORM 1380-READ-TAX-RATE THRU 1380-EXIT
004894         UNTIL WS-TAX-EOF.
004895     CLOSE TAX-RATE-FILE.
004895 1370-EXIT.
004895     EXIT.

004895 1380-READ-TAX-RATE.
004896     READ TAX-RATE-FILE
004896         AT END
004896             SET WS-TAX-EOF TO TRUE
004896         NOT AT END
004897             IF TAX-RATE-COUNT < 20
004897                 ADD 1 TO TAX-RATE-COUNT
004897                 MOVE TR-FILE-JURISDICTION-CODE
004897                     TO TR-JURISDICTION-CODE(TAX-RATE-COUNT)
004898                 MOVE TR-FILE-JURISDICTION-RATE
004898                     TO TR-JURISDICTION-RATE(TAX-RATE-COUNT)
004898             ELSE
004898                 DISPLAY 'TAX RATE TABLE FULL - RATE SKIPPED: '
004899                     TR-FILE-JURISDICTION-CODE
004899             END-IF
004899     END-READ.
004899 1380-EXIT.
004900     EXIT.

004910******************************************************************
005260     EXIT.

005270******************************************************************
005271*  1500-LOAD-RELEASE-CARDS                                      *
005271*  CREDIT'S DECISIONS ON ORDERS HELD BY EARLIER RUNS.  NO CARDS *
005271*  ON FILE IS THE NORMAL NIGHT: EVERY HELD ORDER STAYS HELD.    *
005271******************************************************************
005271 1500-LOAD-RELEASE-CARDS.
005271     MOVE ZERO TO RELEASE-COUNT.
005271     OPEN INPUT CREDIT-RELEASE-FILE.
005271     IF NOT WS-RELEASE-OK
005271         GO TO 1500-EXIT
005271     END-IF.
005271     PERFORM 1550-READ-ONE-RELEASE THRU 1550-EXIT
005271         UNTIL WS-RELEASE-EOF.
005271     CLOSE CREDIT-RELEASE-FILE.
005271 1500-EXIT.
005271     EXIT.

005271 1550-READ-ONE-RELEASE.
005271     READ CREDIT-RELEASE-FILE
005271         AT END
005271             SET WS-RELEASE-EOF TO TRUE
005271         NOT AT END
005271             IF RELEASE-COUNT < 200
005271                 ADD 1 TO RELEASE-COUNT
005272                 MOVE RL-ACTION      TO RT-ACTION(RELEASE-COUNT)
005272                 MOVE RL-ORDER-IMAGE
005272                     TO RT-ORDER-IMAGE(RELEASE-COUNT)
005272                 MOVE RL-APPROVER    TO RT-APPROVER(RELEASE-COUNT)
005272                 MOVE 'N'            TO RT-USED(RELEASE-COUNT)
005272             ELSE
005272                 DISPLAY 'RELEASE TABLE FULL - CARD SKIPPED: '
005272                     RL-RELEASE-RECORD
005272             END-IF
005272     END-READ.
005272 1550-EXIT.
005272     EXIT.

005272******************************************************************
005272*  1600-LOAD-HELD-ORDERS                                        *
005272*  ORDERS STILL HELD FROM EARLIER RUNS.  NO FILE MEANS NOTHING  *
005272*  IS WAITING ON CREDIT.                                        *
005272******************************************************************
005272 1600-LOAD-HELD-ORDERS.
005272     MOVE ZERO TO HELD-COUNT.
005272     OPEN INPUT HELD-ORDER-FILE.
005272     IF NOT WS-HELD-OK
005273         GO TO 1600-EXIT
005273     END-IF.
005273     PERFORM 1650-READ-ONE-HELD THRU 1650-EXIT
005273         UNTIL WS-HELD-EOF.
005273     CLOSE HELD-ORDER-FILE.
005273 1600-EXIT.
005273     EXIT.

005273 1650-READ-ONE-HELD.
005273     READ HELD-ORDER-FILE
005273         AT END
005273             SET WS-HELD-EOF TO TRUE
005273         NOT AT END
005273             IF HELD-COUNT >= 500
005273                 DISPLAY 'BILLGEN: HELD-ORDER FILE EXCEEDS THE '
005273                     '500-ORDER TABLE - RUN STOPPED'
005273                 MOVE 16 TO RETURN-CODE
005273                 GOBACK
005273             END-IF
005273             ADD 1 TO HELD-COUNT
005273             MOVE HO-ORDER-IMAGE TO HT-ORDER-IMAGE(HELD-COUNT)
005273             MOVE HO-HELD-DATE   TO HT-HELD-DATE(HELD-COUNT)
005274             MOVE HO-HOLD-REASON TO HT-HOLD-REASON(HELD-COUNT)
005274             SET HT-STILL-HELD(HELD-COUNT) TO TRUE
005274     END-READ.
005274 1650-EXIT.
005274     EXIT.

005274******************************************************************
005274*  1700-WORK-HELD-ORDERS                                        *
005274*  APPLIES CREDIT'S CARDS TO THE ORDERS HELD BY EARLIER RUNS.   *
005274*  A RELEASED ORDER GOES THROUGH THE NORMAL ORDER EDITS AND     *
005274*  BILLS WITHOUT THE CREDIT CHECK; A CANCELLED ORDER IS DROPPED;*
005274*  ANYTHING ELSE STAYS HELD.  A CARD THAT MATCHES NO HELD ORDER *
005274*  PRINTS ON THE REVIEW REPORT SO CREDIT CAN CORRECT IT.        *
005274******************************************************************
005274 1700-WORK-HELD-ORDERS.
005274     PERFORM 1750-WORK-ONE-HELD-ORDER THRU 1750-EXIT
005274         VARYING WS-HELD-SUB FROM 1 BY 1
005274         UNTIL WS-HELD-SUB > HELD-COUNT.
005274     PERFORM 1800-CHECK-ONE-RELEASE THRU 1800-EXIT
005274         VARYING WS-REL-SUB FROM 1 BY 1
005274         UNTIL WS-REL-SUB > RELEASE-COUNT.
005274 1700-EXIT.
005275     EXIT.

005275 1750-WORK-ONE-HELD-ORDER.
005275     MOVE 1 TO WS-REL-SUB.
005275     PERFORM 1760-STEP-RELEASE-SUB THRU 1760-EXIT
005275         UNTIL WS-REL-SUB > RELEASE-COUNT
005275             OR (RT-ORDER-IMAGE(WS-REL-SUB)
005275                     = HT-ORDER-IMAGE(WS-HELD-SUB)
005275                 AND NOT RT-WAS-USED(WS-REL-SUB)
005275                 AND (RT-IS-RELEASE(WS-REL-SUB)
005275                     OR RT-IS-CANCEL(WS-REL-SUB))).
005275     MOVE HT-ORDER-IMAGE(WS-HELD-SUB) TO OT-ORDER-RECORD.
005275     MOVE OT-CHARGE-AMT TO WS-CHARGE-NUM.
005275     MOVE WS-CHARGE-NUM TO WS-CHARGE-ED.
005275     IF WS-REL-SUB > RELEASE-COUNT
005275         ADD 1 TO WS-HOLDS-CARRIED
005275         MOVE HT-HOLD-REASON(WS-HELD-SUB) TO WS-HOLD-REASON
005275         MOVE SPACES TO RPT-LINE
005275         MOVE 1 TO LINE-POS
005275         STRING
005275            'STILL HELD  ' OT-ACCT-NO ' ORDERED ' OT-ORDER-DATE
005275                DELIMITED BY SIZE
005276            ' AMOUNT ' WS-CHARGE-ED ' HELD SINCE '
005276                DELIMITED BY SIZE
005276            HT-HELD-DATE(WS-HELD-SUB) ' - ' WS-HOLD-REASON
005276                DELIMITED BY SIZE
005276            INTO RPT-LINE
005276            WITH POINTER LINE-POS
005276         END-STRING
005276         PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT
005276         GO TO 1750-EXIT
005276     END-IF.
005276     MOVE 'Y' TO RT-USED(WS-REL-SUB).
005276     MOVE RT-APPROVER(WS-REL-SUB) TO WS-APPROVER.
005276     IF RT-IS-CANCEL(WS-REL-SUB)
005276         SET HT-CANCELLED(WS-HELD-SUB) TO TRUE
005276         ADD 1 TO WS-ORDERS-CANCELLED
005276         MOVE SPACES TO RPT-LINE
005276         MOVE 1 TO LINE-POS
005276         STRING
005276            'CANCELLED   ' OT-ACCT-NO ' ORDERED ' OT-ORDER-DATE
005276                DELIMITED BY SIZE
005276            ' AMOUNT ' WS-CHARGE-ED ' BY ' WS-APPROVER
005277                DELIMITED BY SIZE
005277            INTO RPT-LINE
005277            WITH POINTER LINE-POS
005277         END-STRING
005277         PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT
005277         GO TO 1750-EXIT
005277     END-IF.
005277     SET HT-RELEASED(WS-HELD-SUB) TO TRUE.
005277     ADD 1 TO WS-ORDERS-RELEASED.
005277     MOVE SPACES TO RPT-LINE.
005277     MOVE 1 TO LINE-POS.
005277     STRING
005277        'RELEASED    ' OT-ACCT-NO ' ORDERED ' OT-ORDER-DATE
005277            DELIMITED BY SIZE
005277        ' AMOUNT ' WS-CHARGE-ED ' BY ' WS-APPROVER
005277            DELIMITED BY SIZE
005277        ' - BILLS THIS RUN'
005277            DELIMITED BY SIZE
005277        INTO RPT-LINE
005277        WITH POINTER LINE-POS
005277     END-STRING.
005278     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
005278     SET WS-CREDIT-IS-RELEASED TO TRUE.
005278     MOVE SPACES TO WS-REJECT-REASON.
005278     PERFORM 2200-EDIT-ONE-ORDER THRU 2200-EXIT.
005278     MOVE 'N' TO WS-CREDIT-RELEASE-FLAG.
005278     IF WS-REJECT-REASON = SPACES
005278         GO TO 1750-EXIT
005278     END-IF.
005278*    THE RELEASE IS GOOD BUT THE ORDER ITSELF DID NOT BILL - IT
005278*    STAYS HELD SO CREDIT CAN RELEASE IT AGAIN ONCE IT IS FIXED.
005278     SET HT-STILL-HELD(WS-HELD-SUB) TO TRUE.
005278     SUBTRACT 1 FROM WS-ORDERS-RELEASED.
005278     ADD 1 TO WS-HOLDS-CARRIED.
005278     MOVE SPACES TO RPT-LINE.
005278     MOVE 1 TO LINE-POS.
005278     STRING
005278        'STILL HELD  ' OT-ACCT-NO ' ORDERED ' OT-ORDER-DATE
005278            DELIMITED BY SIZE
005278        ' AMOUNT ' WS-CHARGE-ED ' RELEASE REJECTED - '
005278            DELIMITED BY SIZE
005278        WS-REJECT-REASON
005278            DELIMITED BY SIZE
005278        INTO RPT-LINE
005278        WITH POINTER LINE-POS
005278     END-STRING.
005278     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
005278 1750-EXIT.
005278     EXIT.

005278 1760-STEP-RELEASE-SUB.
005278     ADD 1 TO WS-REL-SUB.
005278 1760-EXIT.
005278     EXIT.

005278 1800-CHECK-ONE-RELEASE.
005278     IF RT-WAS-USED(WS-REL-SUB)
005278         GO TO 1800-EXIT
005278     END-IF.
005278     MOVE SPACES TO RPT-LINE.
005278     MOVE 1 TO LINE-POS.
005278     IF RT-IS-RELEASE(WS-REL-SUB)
005278         OR RT-IS-CANCEL(WS-REL-SUB)
005278         STRING
005278            'REJECTED RELEASE CARD ' RT-ACTION(WS-REL-SUB)
005278            RT-ORDER-IMAGE(WS-REL-SUB) RT-APPROVER(WS-REL-SUB)
005279                DELIMITED BY SIZE
005279            ' - NO HELD ORDER MATCHES THE CARD'
005279                DELIMITED BY SIZE
005279            INTO RPT-LINE
005279            WITH POINTER LINE-POS
005279         END-STRING
005279     ELSE
005279         STRING
005279            'REJECTED RELEASE CARD ' RT-ACTION(WS-REL-SUB)
005279            RT-ORDER-IMAGE(WS-REL-SUB) RT-APPROVER(WS-REL-SUB)
005279                DELIMITED BY SIZE
005279            ' - ACTION CODE IS NOT R OR C'
005279                DELIMITED BY SIZE
005279            INTO RPT-LINE
005279            WITH POINTER LINE-POS
005279         END-STRING
005279     END-IF.
005279     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
005279 1800-EXIT.
005279     EXIT.

005279******************************************************************
005280*  2000-PROCESS-ORDER                                           *
005290*  BILLS OR REJECTS ONE ORDER CARD, THEN READS THE NEXT ONE.    *
005300******************************************************************
005540         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005550         GO TO 2200-EXIT
005560     END-IF.
005630     MOVE OT-ORDER-DATE TO WS-DATE-X.
005640     PERFORM 3400-VALIDATE-CALENDAR-DATE THRU 3400-EXIT.
005650     IF NOT WS-DATE-IS-VALID
005750         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005760         GO TO 2200-EXIT
005770     END-IF.
005771     PERFORM 2280-COMPUTE-SALES-TAX THRU 2280-EXIT.
005771     IF WS-REJECT-REASON NOT = SPACES
005772         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005773         GO TO 2200-EXIT
005774     END-IF.
005774     IF NOT WS-CREDIT-IS-RELEASED
005775         PERFORM 2250-CHECK-CREDIT THRU 2250-EXIT
005776         IF WS-HOLD-REASON NOT = SPACES
005777             PERFORM 2800-HOLD-ORDER THRU 2800-EXIT
005777             GO TO 2200-EXIT
005778         END-IF
005779     END-IF.
005780     PERFORM 2300-BUILD-AND-WRITE-INVOICE THRU 2300-EXIT.
005790 2200-EXIT.
005791     EXIT.

005791******************************************************************
005791*  2250-CHECK-CREDIT                                            *
005791*  AN ACCOUNT ON CREDIT HOLD BILLS NOTHING.  OTHERWISE THE      *
005791*  ACCOUNT'S OPEN BAL-DUE ON THE MASTER - INCLUDING INVOICES    *
005791*  ALREADY BILLED THIS RUN - PLUS THE NEW INVOICE, TAX          *
005791*  INCLUDED, MUST STAY WITHIN THE CREDIT LIMIT.  A ZERO LIMIT   *
005791*  MEANS NONE IS SET.  WS-HOLD-REASON COMES BACK BLANK WHEN     *
005791*  THE ORDER MAY BILL.                                          *
005791******************************************************************
005791 2250-CHECK-CREDIT.
005792     MOVE SPACES TO WS-HOLD-REASON.
005792     PERFORM 2260-TOTAL-OPEN-BALANCE THRU 2260-EXIT.
005792     IF WS-ACCOUNT-ON-HOLD
005792         MOVE 'ACCOUNT IS ON CREDIT HOLD' TO WS-HOLD-REASON
005792         GO TO 2250-EXIT
005792     END-IF.
005792     IF WS-CREDIT-LIMIT = ZERO
005792         GO TO 2250-EXIT
005792     END-IF.
005792     COMPUTE WS-EXPOSURE = WS-OPEN-BALANCE + WS-INVOICE-NUM.
005792     IF WS-EXPOSURE > WS-CREDIT-LIMIT
005793         MOVE 'ORDER TAKES ACCOUNT OVER LIMIT'
005793             TO WS-HOLD-REASON
005793     END-IF.
005793 2250-EXIT.
005793     EXIT.

005793 2260-TOTAL-OPEN-BALANCE.
005793     MOVE ZERO TO WS-OPEN-BALANCE.
005793     PERFORM 2270-ADD-ONE-OPEN-ITEM THRU 2270-EXIT
005793         VARYING WS-MST-SUB FROM 1 BY 1
005793         UNTIL WS-MST-SUB > MASTER-COUNT.
005793 2260-EXIT.
005794     EXIT.

005794 2270-ADD-ONE-OPEN-ITEM.
005794     IF MT-RECORD(WS-MST-SUB)(1:6) NOT = OT-ACCT-NO
005794         GO TO 2270-EXIT
005794     END-IF.
005794     MOVE MT-RECORD(WS-MST-SUB) TO RCD-01.
005794     MOVE BAL-DUE TO WS-BAL-DUE-NUM.
005794     ADD WS-BAL-DUE-NUM TO WS-OPEN-BALANCE.
005794 2270-EXIT.
005794     EXIT.

005794******************************************************************
005795*  2280-COMPUTE-SALES-TAX                                       *
005795*  TAXES THE CHARGE AT THE RATE OF EACH TAXRATE CODE IN THE     *
005795*  ACCOUNT'S JURISDICTION.  AN EXEMPT ACCOUNT'S CHARGE IS       *
005795*  EXEMPT SALES; AN ACCOUNT WITH NO JURISDICTION ON THE MASTER  *
005795*  BILLS UNTAXED AND IS COUNTED ON THE REGISTER.  A CODE WITH   *
005795*  NO RATE ON TAXRATE REJECTS THE ORDER RATHER THAN UNDERBILL.  *
005795*  WS-REJECT-REASON COMES BACK BLANK WHEN THE ORDER MAY BILL.   *
005795******************************************************************
005795 2280-COMPUTE-SALES-TAX.
005795     MOVE SPACES TO WS-REJECT-REASON.
005796     MOVE OT-CHARGE-AMT TO WS-CHARGE-NUM.
005796     MOVE ZERO TO WS-TAXABLE-NUM.
005796     MOVE ZERO TO WS-EXEMPT-NUM.
005796     MOVE ZERO TO WS-TAX-NUM.
005796     PERFORM 2290-RATE-ONE-JURISDICTION THRU 2290-EXIT
005796         VARYING WS-JURIS-SUB FROM 1 BY 1
005796         UNTIL WS-JURIS-SUB > 4.
005796     IF WS-ACCOUNT-TAX-EXEMPT
005796         MOVE WS-CHARGE-NUM TO WS-EXEMPT-NUM
005796     ELSE
005796         IF WS-TAX-JURISDICTION NOT = SPACES
005797             MOVE WS-CHARGE-NUM TO WS-TAXABLE-NUM
005797         END-IF
005797     END-IF.
005797     COMPUTE WS-INVOICE-NUM = WS-CHARGE-NUM + WS-TAX-NUM.
005797 2280-EXIT.
005797     EXIT.

005797 2290-RATE-ONE-JURISDICTION.
005797     MOVE ZERO TO IT-TAX-RATE(WS-JURIS-SUB).
005797     MOVE ZERO TO IT-TAX-AMT(WS-JURIS-SUB).
005797     IF WS-JURIS-CODE(WS-JURIS-SUB) = SPACES
005797         OR WS-ACCOUNT-TAX-EXEMPT
005798         GO TO 2290-EXIT
005798     END-IF.
005798     SET TAX-RATE-IDX TO 1.
005798     SEARCH TAX-RATE-ENTRY
005798         AT END
005798             MOVE 1 TO LINE-POS
005798             STRING 'NO TAXRATE RATE FOR JURISDICTION '
005798                    WS-JURIS-CODE(WS-JURIS-SUB)
005798                 DELIMITED BY SIZE
005798                 INTO WS-REJECT-REASON
005798                 WITH POINTER LINE-POS
005799             END-STRING
005799         WHEN TR-JURISDICTION-CODE(TAX-RATE-IDX) =
005799                 WS-JURIS-CODE(WS-JURIS-SUB)
005799             MOVE TR-JURISDICTION-RATE(TAX-RATE-IDX)
005799                 TO IT-TAX-RATE(WS-JURIS-SUB)
005799             COMPUTE IT-TAX-AMT(WS-JURIS-SUB) ROUNDED =
005799                 WS-CHARGE-NUM * IT-TAX-RATE(WS-JURIS-SUB)
005799             ADD IT-TAX-AMT(WS-JURIS-SUB) TO WS-TAX-NUM
005799     END-SEARCH.
005799 2290-EXIT.
005800     EXIT.

005810******************************************************************
005820*  2300-BUILD-AND-WRITE-INVOICE                                 *
005830*  ASSIGNS THE NEXT INVOICE NUMBER, COMPUTES THE BUSINESS-DAY   *
005840*  DUE DATE, AND MERGES THE BILLING RECORD INTO THE MASTER AT  *
005850*  ITS ACCOUNT/INVOICE POSITION.  THE INVOICE IS THE CHARGE    *
005854*  PLUS ITS SALES TAX.                                         *
005860******************************************************************
005870 2300-BUILD-AND-WRITE-INVOICE.
005880     IF MASTER-COUNT >= 2000
005910         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005920         GO TO 2300-EXIT
005930     END-IF.
005950     PERFORM 4500-COMPUTE-DUE-DATE THRU 4500-EXIT.
005960     MOVE OT-ACCT-NO        TO CUST-ACCT-NO.
005970     MOVE WS-INV-NO         TO INV-NO.
005980     MOVE WS-INVOICE-NUM    TO INV-AMT.
005990     MOVE ZERO              TO AMT-PAID.
006000     MOVE SPACES            TO DATE-PAID.
006010     MOVE WS-INVOICE-NUM    TO BAL-DUE.
006020     MOVE WS-DUE-DATE-MMDDYY TO DATE-DUE.
006030     PERFORM 2350-INSERT-INTO-MASTER THRU 2350-EXIT.
006031     MOVE OT-ACCT-NO        TO AH-ACCT-NO.
006032     MOVE WS-INV-NO         TO AH-INV-NO.
006033     MOVE 'IN'              TO AH-TRAN-TYPE.
006034     MOVE WS-INVOICE-NUM    TO AH-AMOUNT.
006035     MOVE WS-INVOICE-NUM    TO AH-INV-BALANCE.
006036     PERFORM 8700-WRITE-HISTORY-RECORD THRU 8700-EXIT.
006038     PERFORM 2450-RECORD-SALES-TAX THRU 2450-EXIT.
006040     ADD 1 TO WS-INVOICES-WRITTEN.
006050     ADD WS-INVOICE-NUM TO WS-TOTAL-BILLED.
006052     ADD WS-TAXABLE-NUM TO WS-TOTAL-TAXABLE.
006054     ADD WS-EXEMPT-NUM  TO WS-TOTAL-EXEMPT.
006056     ADD WS-TAX-NUM     TO WS-TOTAL-TAX.
006060     PERFORM 2500-WRITE-REGISTER-DETAIL THRU 2500-EXIT.
006070     PERFORM 2400-STEP-INVOICE-NO THRU 2400-EXIT.
006080 2300-EXIT.
006450 2400-EXIT.
006460     EXIT.

006461******************************************************************
006461*  2450-RECORD-SALES-TAX                                        *
006461*  ONE TAX DETAIL RECORD PER JURISDICTION ON THE INVOICE, OR    *
006461*  ONE UNDER 'NONE' WHEN THE ACCOUNT HAS NO JURISDICTION, SO    *
006462*  THE MONTHLY LIABILITY REPORT SEES EVERY DOLLAR BILLED.       *
006462******************************************************************
006462 2450-RECORD-SALES-TAX.
006462     MOVE WS-BUSINESS-DATE  TO TD-BILL-DATE.
006463     MOVE OT-ACCT-NO        TO TD-ACCT-NO.
006463     MOVE WS-INV-NO         TO TD-INV-NO.
006463     MOVE WS-CHARGE-NUM     TO TD-SALES-AMT.
006463     MOVE WS-TAXABLE-NUM    TO TD-TAXABLE-AMT.
006464     MOVE WS-EXEMPT-NUM     TO TD-EXEMPT-AMT.
006464     MOVE WS-EXEMPT-CERT-NO TO TD-EXEMPT-CERT-NO.
006464     IF WS-TAX-JURISDICTION = SPACES
006464         MOVE 'NONE'        TO TD-JURISDICTION-CODE
006465         MOVE ZERO          TO TD-TAX-RATE
006465         MOVE ZERO          TO TD-TAX-AMT
006465         PERFORM 8800-WRITE-TAX-DETAIL THRU 8800-EXIT
006465         GO TO 2450-EXIT
006466     END-IF.
006466     PERFORM 2460-RECORD-ONE-JURISDICTION THRU 2460-EXIT
006466         VARYING WS-JURIS-SUB FROM 1 BY 1
006466         UNTIL WS-JURIS-SUB > 4.
006467 2450-EXIT.
006467     EXIT.

006467 2460-RECORD-ONE-JURISDICTION.
006467     IF WS-JURIS-CODE(WS-JURIS-SUB) = SPACES
006468         GO TO 2460-EXIT
006468     END-IF.
006468     MOVE WS-JURIS-CODE(WS-JURIS-SUB) TO TD-JURISDICTION-CODE.
006468     MOVE IT-TAX-RATE(WS-JURIS-SUB)   TO TD-TAX-RATE.
006469     MOVE IT-TAX-AMT(WS-JURIS-SUB)    TO TD-TAX-AMT.
006469     PERFORM 8800-WRITE-TAX-DETAIL THRU 8800-EXIT.
006469 2460-EXIT.
006469     EXIT.

006470 2500-WRITE-REGISTER-DETAIL.
006480     MOVE WS-INVOICE-NUM TO WS-CHARGE-ED.
006490     MOVE SPACES TO RPT-LINE.
006500     MOVE 1 TO LINE-POS.
006510     STRING
006580        INTO RPT-LINE
006590        WITH POINTER LINE-POS
006600     END-STRING.
006601     IF WS-CREDIT-IS-RELEASED
006602         STRING ' CREDIT RELEASED ' WS-APPROVER
006603             DELIMITED BY SIZE
006604             INTO RPT-LINE
006605             WITH POINTER LINE-POS
006606         END-STRING
006607     END-IF.
006610     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
006611     PERFORM 2550-WRITE-REGISTER-TAX THRU 2550-EXIT.
006620 2500-EXIT.
006621     EXIT.

006621******************************************************************
006621*  2550-WRITE-REGISTER-TAX                                      *
006621*  THE SECOND REGISTER LINE OF AN INVOICE: THE CHARGE, THE      *
006621*  TAXABLE AMOUNT AND THE TAX SEPARATELY, WITH THE JURISDICTION *
006622*  TAXED OR THE CERTIFICATE THE SALE WAS EXEMPT UNDER.          *
006622******************************************************************
006622 2550-WRITE-REGISTER-TAX.
006622     MOVE WS-CHARGE-NUM  TO WS-CHARGE-ED.
006622     MOVE WS-TAXABLE-NUM TO WS-TAXABLE-ED.
006623     MOVE WS-TAX-NUM     TO WS-TAX-ED.
006623     MOVE SPACES TO RPT-LINE.
006623     MOVE 1 TO LINE-POS.
006623     STRING
006623        '        CHARGE ' WS-CHARGE-ED ' TAXABLE ' WS-TAXABLE-ED
006624            DELIMITED BY SIZE
006624        ' TAX ' WS-TAX-ED
006624            DELIMITED BY SIZE
006624        INTO RPT-LINE
006624        WITH POINTER LINE-POS
006625     END-STRING.
006625     IF WS-ACCOUNT-TAX-EXEMPT
006625         STRING ' EXEMPT CERTIFICATE ' WS-EXEMPT-CERT-NO
006625             DELIMITED BY SIZE
006625             INTO RPT-LINE
006626             WITH POINTER LINE-POS
006626         END-STRING
006626     ELSE
006626         IF WS-TAX-JURISDICTION = SPACES
006626             ADD 1 TO WS-UNTAXED-COUNT
006627             STRING ' NO TAX JURISDICTION ON CUSTOMER MASTER'
006627                 DELIMITED BY SIZE
006627                 INTO RPT-LINE
006627                 WITH POINTER LINE-POS
006627             END-STRING
006628         ELSE
006628             STRING ' JURISDICTION ' WS-TAX-JURISDICTION
006628                 DELIMITED BY SIZE
006628                 INTO RPT-LINE
006628                 WITH POINTER LINE-POS
006629             END-STRING
006629         END-IF
006629     END-IF.
006629     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
006629 2550-EXIT.
006630     EXIT.

006640******************************************************************
006650*  2600-LOOKUP-CUSTOMER                                         *
006660*  FINDS THE ORDER'S ACCOUNT ON THE CUSTOMER MASTER TABLE AND   *
006670*  PICKS UP ITS PAYMENT TERMS, CREDIT AND TAX FIELDS.           *
006680******************************************************************
006690 2600-LOOKUP-CUSTOMER.
006700     MOVE 'N' TO WS-CUST-FOUND.
006710     MOVE 30  TO WS-TERMS-DAYS.
006712     MOVE SPACES TO WS-CUST-NAME.
006714     MOVE ZERO   TO WS-CREDIT-LIMIT.
006716     MOVE 'N'    TO WS-CREDIT-HOLD.
006717     MOVE SPACES TO WS-TAX-JURISDICTION.
006718     MOVE 'N'    TO WS-TAX-EXEMPT.
006719     MOVE SPACES TO WS-EXEMPT-CERT-NO.
006720     SET CUST-IDX TO 1.
006730     SEARCH CUSTOMER-ENTRY
006740         AT END
006760         WHEN CT-ACCT-NO(CUST-IDX) = OT-ACCT-NO
006770             MOVE 'Y' TO WS-CUST-FOUND
006780             MOVE CT-TERMS-DAYS(CUST-IDX) TO WS-TERMS-DAYS
006781             MOVE CT-NAME(CUST-IDX)       TO WS-CUST-NAME
006782             MOVE CT-CREDIT-LIMIT(CUST-IDX) TO WS-CREDIT-LIMIT
006783             MOVE CT-CREDIT-HOLD(CUST-IDX) TO WS-CREDIT-HOLD
006784             MOVE CT-TAX-JURISDICTION(CUST-IDX)
006785                 TO WS-TAX-JURISDICTION
006786             MOVE CT-TAX-EXEMPT(CUST-IDX) TO WS-TAX-EXEMPT
006787             MOVE CT-EXEMPT-CERT-NO(CUST-IDX) TO WS-EXEMPT-CERT-NO
006790     END-SEARCH.
006800 2600-EXIT.
006810     EXIT.
006930     END-STRING.
006940     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
006950 2700-EXIT.
006951     EXIT.

006951******************************************************************
006951*  2800-HOLD-ORDER                                              *
006951*  PUTS THE ORDER ON THE HELD-ORDERS FILE FOR CREDIT INSTEAD OF *
006951*  BILLING IT, WITH A LINE ON THE CREDIT-REVIEW REPORT SHOWING  *
006951*  WHY.  THE REGISTER CARRIES THE COUNT IN ITS TRAILER.         *
006952******************************************************************
006952 2800-HOLD-ORDER.
006952     IF HELD-COUNT >= 500
006952         MOVE 'HELD-ORDER TABLE FULL - RESUBMIT'
006952             TO WS-REJECT-REASON
006953         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
006953         GO TO 2800-EXIT
006953     END-IF.
006953     ADD 1 TO HELD-COUNT.
006953     MOVE OT-ORDER-RECORD  TO HT-ORDER-IMAGE(HELD-COUNT).
006954     MOVE WS-BUSINESS-DATE TO HT-HELD-DATE(HELD-COUNT).
006954     MOVE WS-HOLD-REASON   TO HT-HOLD-REASON(HELD-COUNT).
006954     SET HT-STILL-HELD(HELD-COUNT) TO TRUE.
006954     ADD 1 TO WS-ORDERS-HELD.
006954     MOVE OT-CHARGE-AMT   TO WS-CHARGE-NUM.
006955     MOVE WS-CHARGE-NUM   TO WS-CHARGE-ED.
006955     MOVE WS-OPEN-BALANCE TO WS-OPEN-BALANCE-ED.
006955     MOVE WS-CREDIT-LIMIT TO WS-CREDIT-LIMIT-ED.
006955     MOVE SPACES TO RPT-LINE.
006955     MOVE 1 TO LINE-POS.
006955     STRING
006956        'HELD        ' OT-ACCT-NO ' ' WS-CUST-NAME
006956            DELIMITED BY SIZE
006956        ' ORDERED ' OT-ORDER-DATE ' AMOUNT ' WS-CHARGE-ED
006956            DELIMITED BY SIZE
006956        ' OPEN ' WS-OPEN-BALANCE-ED ' LIMIT ' WS-CREDIT-LIMIT-ED
006957            DELIMITED BY SIZE
006957        INTO RPT-LINE
006957        WITH POINTER LINE-POS
006957     END-STRING.
006957     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
006958     MOVE SPACES TO RPT-LINE.
006958     MOVE 1 TO LINE-POS.
006958     STRING
006958        '            ' WS-HOLD-REASON
006958            DELIMITED BY SIZE
006959        INTO RPT-LINE
006959        WITH POINTER LINE-POS
006959     END-STRING.
006959     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
006959 2800-EXIT.
006960     EXIT.

006970******************************************************************
008470 8500-EXIT.
008480     EXIT.

008481 8600-WRITE-REVIEW-LINE.
008481     MOVE RPT-LINE TO REVIEW-PRINT-RECORD.
008481     WRITE REVIEW-PRINT-RECORD.
008481     IF NOT WS-REVIEW-OK
008481         DISPLAY 'CREDIT REVIEW WRITE ERROR: '
008482       WS-REVIEW-STATUS
008482     END-IF.
008482     DISPLAY RPT-LINE.
008482 8600-EXIT.
008482     EXIT.

008483******************************************************************
008483*  8700-WRITE-HISTORY-RECORD                                    *
008483*  ONE ACCOUNT-HISTORY RECORD PER POSTING.  THE CALLER SETS THE *
008483*  ACCOUNT, INVOICE, TYPE, AMOUNT (SIGNED AS IT MOVES THE       *
008484*  BALANCE) AND THE INVOICE BALANCE AFTER POSTING; THE DATE AND *
008484*  SOURCE PROGRAM ARE STAMPED HERE.                             *
008484******************************************************************
008484 8700-WRITE-HISTORY-RECORD.
008484     MOVE WS-BUSINESS-DATE TO AH-TRAN-DATE.
008485     MOVE 'BILLGEN ' TO AH-SOURCE-PGM.
008485     WRITE AH-HISTORY-RECORD.
008485     IF NOT WS-HISTORY-OK
008485         DISPLAY 'ACCOUNT HISTORY WRITE ERROR: ' WS-HISTORY-STATUS
008486             ' ' AH-ACCT-NO ' ' AH-INV-NO
008486     END-IF.
008486     ADD 1 TO WS-HISTORY-WRITTEN.
008486 8700-EXIT.
008486     EXIT.

008487******************************************************************
008487*  8800-WRITE-TAX-DETAIL                                        *
008487*  ONE TAX DETAIL RECORD.  THE CALLER SETS EVERY FIELD.         *
008487******************************************************************
008488 8800-WRITE-TAX-DETAIL.
008488     WRITE TD-TAX-DETAIL-RECORD.
008488     IF NOT WS-TAX-DTL-OK
008488         DISPLAY 'TAX DETAIL WRITE ERROR: ' WS-TAX-DTL-STATUS
008488             ' ' TD-ACCT-NO ' ' TD-INV-NO
008489     END-IF.
008489     ADD 1 TO WS-TAX-DETAIL-WRITTEN.
008489 8800-EXIT.
008489     EXIT.

008490******************************************************************
008500*  8900-REWRITE-MASTER                                          *
008510*  THE MASTER REWRITES IN KEY ORDER ONLY WHEN SOMETHING WAS     *
008900            SPACE 'INVOICES' SPACE WS-INVOICES-WRITTEN
008910            SPACE 'REJECTS' SPACE WS-ORDERS-REJECTED
008920            SPACE 'TOTAL BILLED' SPACE WS-TOTAL-BILLED-ED
008921            SPACE 'HELD' SPACE WS-ORDERS-HELD
008921            SPACE 'RELEASED' SPACE WS-ORDERS-RELEASED
008922         DELIMITED BY SIZE
008922         INTO RPT-LINE
008923         WITH POINTER LINE-POS
008923     END-STRING.
008924     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
008924     MOVE WS-TOTAL-TAXABLE TO WS-TOTAL-TAXABLE-ED.
008925     MOVE WS-TOTAL-EXEMPT  TO WS-TOTAL-EXEMPT-ED.
008926     MOVE WS-TOTAL-TAX     TO WS-TOTAL-TAX-ED.
008926     MOVE SPACES TO RPT-LINE.
008927     MOVE 1 TO LINE-POS.
008927     STRING 'TRAILER' SPACE 'TAXABLE' SPACE WS-TOTAL-TAXABLE-ED
008928            SPACE 'EXEMPT' SPACE WS-TOTAL-EXEMPT-ED
008928            SPACE 'SALES TAX' SPACE WS-TOTAL-TAX-ED
008929            SPACE 'UNTAXED' SPACE WS-UNTAXED-COUNT
008930         DELIMITED BY SIZE
008940         INTO RPT-LINE
008950         WITH POINTER LINE-POS
008980     PERFORM 8900-REWRITE-MASTER THRU 8900-EXIT.
008990     PERFORM 9200-REWRITE-INVOICE-CONTROL THRU 9200-EXIT.
009000     PERFORM 9300-WRITE-BILLING-CONTROL THRU 9300-EXIT.
009001     PERFORM 9400-REWRITE-HELD-ORDERS THRU 9400-EXIT.
009001     MOVE SPACES TO RPT-LINE.
009002     MOVE 1 TO LINE-POS.
009003     STRING 'TRAILER' SPACE 'NEWLY HELD' SPACE WS-ORDERS-HELD
009004            SPACE 'STILL HELD' SPACE WS-HOLDS-CARRIED
009004            SPACE 'RELEASED' SPACE WS-ORDERS-RELEASED
009005            SPACE 'CANCELLED' SPACE WS-ORDERS-CANCELLED
009006         DELIMITED BY SIZE
009007         INTO RPT-LINE
009007         WITH POINTER LINE-POS
009008     END-STRING.
009009     PERFORM 8600-WRITE-REVIEW-LINE THRU 8600-EXIT.
009010     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
009020     CLOSE ORDER-TRAN-FILE.
009030     CLOSE INVOICE-REGISTER-FILE.
009035     CLOSE CREDIT-REVIEW-FILE.
009037     CLOSE ACCOUNT-HISTORY-FILE.
009038     CLOSE TAX-DETAIL-FILE.
009040     DISPLAY 'ORDERS READ:       ' WS-ORDERS-READ.
009050     DISPLAY 'INVOICES WRITTEN:  ' WS-INVOICES-WRITTEN.
009060     DISPLAY 'ORDERS REJECTED:   ' WS-ORDERS-REJECTED.
009063     DISPLAY 'ORDERS HELD:       ' WS-ORDERS-HELD.
009066     DISPLAY 'HOLDS RELEASED:    ' WS-ORDERS-RELEASED.
009070     DISPLAY 'NEXT INVOICE NO:   ' WS-INV-NO.
009075     DISPLAY 'HISTORY RECORDS:   ' WS-HISTORY-WRITTEN.
009076     DISPLAY 'TAX DETAIL RECORDS:' WS-TAX-DETAIL-WRITTEN.
009077     DISPLAY 'UNTAXED INVOICES:  ' WS-UNTAXED-COUNT.
009080 9000-EXIT.
009090     EXIT.

009330*  9300-WRITE-BILLING-CONTROL                                   *
009340*  WHAT THIS RUN POSTED TO THE MASTER, FOR THE BALANCE          *
009350*  CONTINUITY CONTROL TO PROVE THE MASTER MOVEMENT AGAINST.     *
009353*  THE SALES TAX INSIDE THE TOTAL RIDES ALONG SO THE GL FEED    *
009356*  CAN CREDIT IT TO SALES TAX PAYABLE RATHER THAN REVENUE.      *
009360******************************************************************
009370 9300-WRITE-BILLING-CONTROL.
009380     OPEN OUTPUT BILLING-CONTROL-FILE.
009440     MOVE WS-INVOICES-WRITTEN   TO BC-INVOICE-COUNT.
009450     MOVE WS-TOTAL-BILLED       TO BC-TOTAL-BILLED.
009460     MOVE WS-BUSINESS-DATE      TO BC-RUN-DATE.
009465     MOVE WS-TOTAL-TAX          TO BC-TOTAL-TAX.
009470     WRITE BC-RECORD.
009480     IF NOT WS-BILL-CTL-OK
009490         DISPLAY 'BILLING CONTROL WRITE ERROR: '
009520     CLOSE BILLING-CONTROL-FILE.
009530 9300-EXIT.
009540     EXIT.

009550******************************************************************
009560*  9400-REWRITE-HELD-ORDERS                                     *
009570*  EVERYTHING STILL WAITING ON CREDIT - CARRIED FROM EARLIER    *
009580*  RUNS OR HELD TONIGHT - GOES BACK TO HELDORD FOR THE NEXT RUN.*
009590******************************************************************
009600 9400-REWRITE-HELD-ORDERS.
009610     OPEN OUTPUT HELD-ORDER-FILE.
009620     IF NOT WS-HELD-OK
009630         DISPLAY 'HELD-ORDER FILE OPEN ERROR: ' WS-HELD-STATUS
009640         GO TO 9400-EXIT
009650     END-IF.
009660     PERFORM 9450-WRITE-ONE-HELD THRU 9450-EXIT
009670         VARYING WS-HELD-SUB FROM 1 BY 1
009680         UNTIL WS-HELD-SUB > HELD-COUNT.
009690     CLOSE HELD-ORDER-FILE.
009700 9400-EXIT.
009710     EXIT.

009720 9450-WRITE-ONE-HELD.
009730     IF NOT HT-STILL-HELD(WS-HELD-SUB)
009740         GO TO 9450-EXIT
009750     END-IF.
009760     MOVE HT-ORDER-IMAGE(WS-HELD-SUB) TO HO-ORDER-IMAGE.
009770     MOVE HT-HELD-DATE(WS-HELD-SUB)   TO HO-HELD-DATE.
009780     MOVE HT-HOLD-REASON(WS-HELD-SUB) TO HO-HOLD-REASON.
009790     WRITE HO-HELD-RECORD.
009800     IF NOT WS-HELD-OK
009810         DISPLAY 'HELD-ORDER FILE WRITE ERROR: ' WS-HELD-STATUS
009820     END-IF.
009830 9450-EXIT.
009840     EXIT.
