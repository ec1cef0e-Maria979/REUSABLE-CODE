000310*                   WHEN THE CONTROL IS MISSING OR THE DATE     *
000320*                   WAS ALREADY PROCESSED (CYCLLOG), UNLESS A   *
000330*                   RERUN IS FLAGGED ON THE CONTROL RECORD.     *
000331*  09/11/2026  RH   CREDIT LIMIT AND CREDIT-HOLD FLAG ADDED TO  *
000331*                   THE CUSTMST RECORD FOR THE                  *
000332*                   BILLING-GENERATION CREDIT CHECK.            *
000332*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW   *
000333*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE     *
000333*                   EDITED $$,$$$.99 PICTURES; THE LETTER EDITS *
000334*                   THE BALANCE DUE ITSELF.                     *
000334*  09/29/2026  RH   PAST-DUE INVOICES UNDER A PAYMENT PLAN THAT *
000335*                   IS BEING KEPT (PAYPLAN) NO LONGER EARN A    *
000336*                   LETTER; EACH ONE SUPPRESSED IS COUNTED ON   *
000336*                   THE SUMMARY PAGE.  A BROKEN OR COMPLETE     *
000337*                   PLAN'S INVOICES ARE DUNNED AS USUAL.        *
000337*  10/06/2026  RH   TAX JURISDICTION, TAX-EXEMPT FLAG AND       *
000338*                   EXEMPTION CERTIFICATE NUMBER ADDED TO THE   *
000338*                   CUSTMST RECORD FOR THE BILLING-GENERATION   *
000339*                   SALES TAX.                                  *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-CYC-LOG-STATUS.

000572     SELECT PAYMENT-PLAN-FILE      ASSIGN TO PAYPLAN
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         ACCESS MODE  IS SEQUENTIAL
000578         FILE STATUS  IS WS-PAY-PLAN-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-BILLING-FILE
000630     05  CUST-ACCT-NO            PIC X(6).
000640     05  BILL-INFO.
000650         10 INV-NO               PIC X(6).
000660         10 INV-AMT              PIC S9(9)V99
000665                                 SIGN LEADING SEPARATE.
000670         10 AMT-PAID             PIC S9(9)V99
000675                                 SIGN LEADING SEPARATE.
000680         10 DATE-PAID            PIC X(8).
000690         10 BAL-DUE              PIC S9(9)V99
000695                                 SIGN LEADING SEPARATE.
000700         10 DATE-DUE             PIC X(8).

000710 FD  CUSTOMER-MASTER-FILE
000760     05  MST-ADDR                PIC X(35).
000770     05  MST-PHONE               PIC X(13).
000780     05  MST-TERMS-DAYS          PIC 9(03).
000783     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
000786     05  MST-CREDIT-HOLD         PIC X(01).
000787     05  MST-TAX-JURISDICTION    PIC X(16).
000788     05  MST-TAX-EXEMPT          PIC X(01).
000789     05  MST-EXEMPT-CERT-NO      PIC X(15).

000790 FD  DUNNING-LETTER-FILE
000800     RECORD CONTAINS 120 CHARACTERS
000910     05  CYCLOG-PROGRAM-ID     PIC X(08).
000920     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

000921 FD  PAYMENT-PLAN-FILE
000921     RECORDING MODE IS F.
000922 01  PP-RECORD.
000923     05  PP-PLAN-ID            PIC X(06).
000923     05  PP-REC-TYPE           PIC X(01).
000924         88  PP-IS-HEADER          VALUE 'H'.
000925         88  PP-IS-INVOICE         VALUE 'I'.
000925     05  PP-LINE-KEY           PIC X(08).
000926     05  PP-ACCT-NO            PIC X(06).
000927     05  PP-COLLECTOR-ID       PIC X(08).
000927     05  PP-PLAN-STATUS        PIC X(01).
000928         88  PP-PLAN-KEPT          VALUE 'K'.
000929     05  FILLER                PIC X(20).

000930 WORKING-STORAGE SECTION.
000940 01  WS-CUST-BILL-STATUS         PIC X(02).
000950     88  WS-CUST-BILL-OK             VALUE '00'.
001150 77  WS-CUST-NAME                PIC X(15).
001160 77  WS-CUST-ADDR                PIC X(35).

001161***
001161*** THE INVOICES UNDER PAYMENT PLANS THAT ARE BEING KEPT, FROM
001162*** THE PAYPLAN FILE AS THE NIGHTLY PLAN-MONITORING RUN LEFT
001162*** IT.  AN INVOICE ON THIS TABLE IS LEFT ALONE BY THE DUNNING
001163*** RUN; A BROKEN OR COMPLETE PLAN'S INVOICES ARE NOT LOADED.
001163 01  WS-PAY-PLAN-STATUS          PIC X(02).
001164     88  WS-PAY-PLAN-OK              VALUE '00'.
001164     88  WS-PAY-PLAN-EOF             VALUE '10'.
001165 01  PLAN-INVOICE-COUNT          PIC 9(04) VALUE ZERO.
001165 01  PLAN-INVOICE-TABLE.
001166     05  PLAN-INVOICE-ENTRY  OCCURS 1 TO 2000 TIMES
001166                             DEPENDING ON PLAN-INVOICE-COUNT
001167                             INDEXED BY PLAN-IDX.
001167         10  PI-ACCT-NO        PIC X(06).
001168         10  PI-INV-NO         PIC X(06).
001168         10  PI-PLAN-ID        PIC X(06).
001169 77  WS-KEPT-PLAN-ID             PIC X(06) VALUE SPACES.
001169 77  WS-INVOICE-PLAN-ID          PIC X(06).

001170 77  RPT-LINE                    PIC X(120).
001180 77  LINE-POS                    PIC S9(3).
001190 77  WS-DUE-DATE-YMD-X           PIC X(6).
001260 77  WS-DUE-DATE-INTEGER         PIC 9(7).
001270 77  WS-DAYS-PAST-DUE            PIC S9(5).
001280 77  WS-DAYS-PAST-DUE-ED         PIC ZZZZ9.
001290 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
001295 77  WS-BAL-DUE-ED               PIC $$$,$$$,$$9.99.
001300 77  WS-RECORDS-READ             PIC 9(5) VALUE ZERO.
001310 77  WS-DUNNING-TIER             PIC 9(1).
001320 77  WS-LETTER-DATE              PIC X(10).
001370     05  TIER-LETTER-COUNT  OCCURS 3 TIMES PIC 9(5).
001380 77  WS-TIER-SUB                 PIC 9(1).
001390 77  WS-TOTAL-LETTERS            PIC 9(5) VALUE ZERO.
001395 77  WS-LETTERS-SUPPRESSED       PIC 9(5) VALUE ZERO.
001400 01  TIER-NAME-TABLE.
001410     05  FILLER  PIC X(12) VALUE 'REMINDER    '.
001420     05  FILLER  PIC X(12) VALUE 'FIRM NOTICE '.
002730     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
002740     OPEN INPUT  CUSTOMER-BILLING-FILE.
002750     PERFORM 1200-LOAD-CUSTOMER-MASTER THRU 1200-EXIT.
002755     PERFORM 1300-LOAD-PAYMENT-PLANS THRU 1300-EXIT.
002760     OPEN OUTPUT DUNNING-LETTER-FILE.
002770     MOVE WS-BUSINESS-DATE TO WS-TODAY-CCYYMMDD.
002780     COMPUTE WS-TODAY-INTEGER =
003330     EXIT.

003340******************************************************************
003341*  1300-LOAD-PAYMENT-PLANS                                      *
003341*  LOADS THE INVOICES OF EVERY PLAN BEING KEPT.  EACH PLAN'S    *
003341*  HEADER COMES AHEAD OF ITS INVOICE LINES.  NO PLAN FILE       *
003341*  MEANS NO PLANS, AND EVERY INVOICE IS DUNNED AS USUAL.        *
003341******************************************************************
003341 1300-LOAD-PAYMENT-PLANS.
003342     MOVE ZERO TO PLAN-INVOICE-COUNT.
003342     OPEN INPUT PAYMENT-PLAN-FILE.
003342     IF NOT WS-PAY-PLAN-OK
003342         DISPLAY 'DUNNING: NO PAYMENT PLAN FILE ON FILE - NO '
003342             'INVOICES UNDER A PLAN'
003343         GO TO 1300-EXIT
003343     END-IF.
003343     PERFORM 1350-READ-PLAN-RECORD THRU 1350-EXIT
003343         UNTIL WS-PAY-PLAN-EOF.
003343     CLOSE PAYMENT-PLAN-FILE.
003344 1300-EXIT.
003344     EXIT.

003344 1350-READ-PLAN-RECORD.
003344     READ PAYMENT-PLAN-FILE
003344         AT END
003344             SET WS-PAY-PLAN-EOF TO TRUE
003345             GO TO 1350-EXIT
003345     END-READ.
003345     IF PP-IS-HEADER
003345         IF PP-PLAN-KEPT
003345             MOVE PP-PLAN-ID TO WS-KEPT-PLAN-ID
003346         ELSE
003346             MOVE SPACES TO WS-KEPT-PLAN-ID
003346         END-IF
003346         GO TO 1350-EXIT
003346     END-IF.
003347     IF NOT PP-IS-INVOICE
003347         OR PP-PLAN-ID NOT = WS-KEPT-PLAN-ID
003347         GO TO 1350-EXIT
003347     END-IF.
003347     IF PLAN-INVOICE-COUNT >= 2000
003347         DISPLAY 'PLAN INVOICE TABLE FULL - INVOICE SKIPPED: '
003348             PP-PLAN-ID ' ' PP-LINE-KEY
003348         GO TO 1350-EXIT
003348     END-IF.
003348     ADD 1 TO PLAN-INVOICE-COUNT.
003348     MOVE PP-ACCT-NO       TO PI-ACCT-NO(PLAN-INVOICE-COUNT).
003349     MOVE PP-LINE-KEY(1:6) TO PI-INV-NO(PLAN-INVOICE-COUNT).
003349     MOVE PP-PLAN-ID       TO PI-PLAN-ID(PLAN-INVOICE-COUNT).
003349 1350-EXIT.
003349     EXIT.

003349******************************************************************
003350*  2000-PROCESS-RECORD                                          *
003360*  DECIDES WHETHER THE CURRENT INVOICE EARNS A LETTER AND AT    *
003370*  WHICH TIER, THEN READS THE NEXT BILLING RECORD.              *
003530*  2200-EVALUATE-ONE-INVOICE                                    *
003540*  AN INVOICE EARNS A LETTER WHEN IT CARRIES AN OPEN BALANCE    *
003550*  AND ITS DUE DATE, EXPANDED THROUGH THE STATEMENT RUN'S       *
003560*  CENTURY WINDOW, IS BEHIND THE RUN DATE - UNLESS THE INVOICE  *
003563*  IS UNDER A PAYMENT PLAN THAT IS BEING KEPT, WHEN THE LETTER  *
003566*  IS SUPPRESSED AND COUNTED FOR THE SUMMARY PAGE.              *
003570******************************************************************
003580 2200-EVALUATE-ONE-INVOICE.
003590     MOVE BAL-DUE TO WS-BAL-DUE-NUM.
003830     IF WS-DAYS-PAST-DUE <= ZERO
003840         GO TO 2200-EXIT
003850     END-IF.
003851     PERFORM 2250-CHECK-PAYMENT-PLAN THRU 2250-EXIT.
003852     IF WS-INVOICE-PLAN-ID NOT = SPACES
003853         ADD 1 TO WS-LETTERS-SUPPRESSED
003854         DISPLAY 'DUNNING: LETTER SUPPRESSED - ACCOUNT '
003855             CUST-ACCT-NO ' INVOICE ' INV-NO
003856             ' UNDER PAYMENT PLAN ' WS-INVOICE-PLAN-ID
003857         GO TO 2200-EXIT
003858     END-IF.
003860     EVALUATE TRUE
003870         WHEN WS-DAYS-PAST-DUE < 30
003880             MOVE 1 TO WS-DUNNING-TIER
003950     ADD 1 TO TIER-LETTER-COUNT(WS-DUNNING-TIER).
003960     ADD 1 TO WS-TOTAL-LETTERS.
003970 2200-EXIT.
003971     EXIT.

003971******************************************************************
003972*  2250-CHECK-PAYMENT-PLAN                                      *
003972*  WS-INVOICE-PLAN-ID COMES BACK WITH THE KEPT PLAN THE CURRENT *
003973*  INVOICE IS UNDER, OR SPACES WHEN IT IS UNDER NONE.           *
003973******************************************************************
003974 2250-CHECK-PAYMENT-PLAN.
003974     MOVE SPACES TO WS-INVOICE-PLAN-ID.
003975     SET PLAN-IDX TO 1.
003975     SEARCH PLAN-INVOICE-ENTRY
003976         AT END
003976             CONTINUE
003977         WHEN PI-ACCT-NO(PLAN-IDX) = CUST-ACCT-NO
003977             AND PI-INV-NO(PLAN-IDX) = INV-NO
003978             MOVE PI-PLAN-ID(PLAN-IDX) TO WS-INVOICE-PLAN-ID
003978     END-SEARCH.
003979 2250-EXIT.
003980     EXIT.

003990******************************************************************
004220     PERFORM 8500-WRITE-LETTER-LINE THRU 8500-EXIT.

004230     MOVE WS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE-ED.
004235     MOVE WS-BAL-DUE-NUM   TO WS-BAL-DUE-ED.
004240     MOVE SPACES TO RPT-LINE.
004250     MOVE 1 TO LINE-POS.
004260     STRING
004270        'RE: ACCOUNT ' CUST-ACCT-NO ' INVOICE ' INV-NO
004280            DELIMITED BY SIZE
004290        ' BALANCE DUE ' WS-BAL-DUE-ED
004300            DELIMITED BY SIZE
004310        ' NOW ' WS-DAYS-PAST-DUE-ED ' DAYS PAST DUE'
004320            DELIMITED BY SIZE

005630******************************************************************
005640*  8000-WRITE-SUMMARY-PAGE                                      *
005650*  LETTERS PRODUCED PER TIER, THE RUN TOTAL, AND THE LETTERS    *
005655*  HELD BACK FOR INVOICES UNDER A KEPT PAYMENT PLAN.            *
005660******************************************************************
005670 8000-WRITE-SUMMARY-PAGE.
005680     MOVE ALL '=' TO RPT-LINE.
005810     MOVE SPACES TO RPT-LINE.
005820     MOVE 1 TO LINE-POS.
005830     STRING 'TOTAL LETTERS PRODUCED ' WS-TOTAL-LETTERS
005831         DELIMITED BY SIZE
005832         INTO RPT-LINE
005833         WITH POINTER LINE-POS
005834     END-STRING.
005835     PERFORM 8500-WRITE-LETTER-LINE THRU 8500-EXIT.
005836     MOVE SPACES TO RPT-LINE.
005837     MOVE 1 TO LINE-POS.
005838     STRING 'LETTERS SUPPRESSED - PAYMENT PLAN KEPT '
005839            WS-LETTERS-SUPPRESSED
005840         DELIMITED BY SIZE
005850         INTO RPT-LINE
005860         WITH POINTER LINE-POS
006190     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
006200     DISPLAY 'BILLING RECORDS READ: ' WS-RECORDS-READ.
006210     DISPLAY 'LETTERS PRODUCED:     ' WS-TOTAL-LETTERS.
006215     DISPLAY 'LETTERS SUPPRESSED:   ' WS-LETTERS-SUPPRESSED.
006220 9000-EXIT.
006230     EXIT.
