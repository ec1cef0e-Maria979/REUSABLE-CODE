000280*                   IS MISSING OR THE DATE WAS ALREADY          *
000290*                   PROCESSED (CYCLLOG), UNLESS A RERUN IS      *
000300*                   FLAGGED ON THE CONTROL RECORD.              *
000301*  09/11/2026  RH   CREDIT LIMIT AND CREDIT-HOLD FLAG ADDED TO  *
000301*                   THE CUSTMST RECORD FOR THE                  *
000302*                   BILLING-GENERATION CREDIT CHECK.            *
000302*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW   *
000303*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE     *
000303*                   EDITED $$,$$$.99 PICTURES.  THE ACCOUNT     *
000304*                   BUCKETS AND THE REPORT COLUMNS WIDEN TO     *
000304*                   MATCH.                                      *
000305*  10/06/2026  RH   TAX JURISDICTION, TAX-EXEMPT FLAG AND       *
000306*                   EXEMPTION CERTIFICATE NUMBER ADDED TO THE   *
000306*                   CUSTMST RECORD FOR THE BILLING-GENERATION   *
000307*                   SALES TAX.                                  *
000307*  10/09/2026  RH   THE GRAND TOTALS PER AGING BUCKET NOW ALSO  *
000308*                   GO TO THE AGECTL CONTROL, DATED WITH THE    *
000308*                   BUSINESS DATE, FOR THE MONTH-END AR         *
000309*                   SNAPSHOT.                                   *
000310******************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-AGING-RPT-STATUS.

000462     SELECT AGING-CONTROL-FILE     ASSIGN TO AGECTL
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         ACCESS MODE  IS SEQUENTIAL
000468         FILE STATUS  IS WS-AGING-CTL-STATUS.

000470     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000600     05  CUST-ACCT-NO            PIC X(6).
000610     05  BILL-INFO.
000620         10 INV-NO               PIC X(6).
000630         10 INV-AMT              PIC S9(9)V99
000635                                 SIGN LEADING SEPARATE.
000640         10 AMT-PAID             PIC S9(9)V99
000645                                 SIGN LEADING SEPARATE.
000650         10 DATE-PAID            PIC X(8).
000660         10 BAL-DUE              PIC S9(9)V99
000665                                 SIGN LEADING SEPARATE.
000670         10 DATE-DUE             PIC X(8).

000680 FD  CUSTOMER-MASTER-FILE
000730     05  MST-ADDR                PIC X(35).
000740     05  MST-PHONE               PIC X(13).
000750     05  MST-TERMS-DAYS          PIC 9(03).
000753     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
000756     05  MST-CREDIT-HOLD         PIC X(01).
000757     05  MST-TAX-JURISDICTION    PIC X(16).
000758     05  MST-TAX-EXEMPT          PIC X(01).
000759     05  MST-EXEMPT-CERT-NO      PIC X(15).

000760 FD  AGING-REPORT-FILE
000770     RECORD CONTAINS 132 CHARACTERS
000780     RECORDING MODE IS F.
000790 01  AGING-PRINT-RECORD          PIC X(132).

000791 FD  AGING-CONTROL-FILE
000791     RECORDING MODE IS F.
000792 01  AG-RECORD.
000793     05  AG-ACCOUNT-COUNT      PIC 9(05).
000794     05  AG-BUCKET-AMT         OCCURS 5 TIMES
000795                               PIC S9(9)V99
000796                               SIGN LEADING SEPARATE.
000797     05  AG-TOTAL-DUE          PIC S9(9)V99
000798                               SIGN LEADING SEPARATE.
000799     05  AG-RUN-DATE           PIC 9(08).

000800 FD  CYCLE-DATE-FILE
000810     RECORDING MODE IS F.
000820 01  CYC-RECORD.
000930     88  WS-CUST-BILL-EOF            VALUE '10'.
000940 01  WS-AGING-RPT-STATUS         PIC X(02).
000950     88  WS-AGING-RPT-OK             VALUE '00'.
000953 01  WS-AGING-CTL-STATUS         PIC X(02).
000956     88  WS-AGING-CTL-OK             VALUE '00'.
000960 01  WS-CUST-MST-STATUS          PIC X(02).
000970     88  WS-CUST-MST-OK              VALUE '00'.
000980     88  WS-CUST-MST-EOF             VALUE '10'.
001200 77  WS-TODAY-INTEGER            PIC 9(7).
001210 77  WS-DUE-DATE-INTEGER         PIC 9(7).
001220 77  WS-DAYS-PAST-DUE            PIC S9(5).
001230 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
001240 77  WS-PREV-ACCT-NO             PIC X(6) VALUE LOW-VALUES.
001250 77  WS-PREV-CUST-NAME           PIC X(15).
001260 77  WS-ACCOUNT-COUNT            PIC 9(5) VALUE ZERO.
001280*** AGING ACCUMULATORS - ONE SET PER ACCOUNT, ONE GRAND SET.
001290*** BUCKET 1 = CURRENT, 2 = 1-30, 3 = 31-60, 4 = 61-90, 5 = 91+.
001300 01  CUST-AGING-BUCKETS.
001310     05  CUST-BUCKET-AMT  OCCURS 5 TIMES PIC S9(9)V99.
001320 01  GRAND-AGING-BUCKETS.
001330     05  GRAND-BUCKET-AMT OCCURS 5 TIMES PIC S9(9)V99.
001340 77  WS-BUCKET-SUB               PIC 9(1).
001350 77  WS-CUST-TOTAL-DUE           PIC S9(9)V99.
001360 77  WS-GRAND-TOTAL-DUE          PIC S9(9)V99.
001370 77  WS-BUCKET-AMT-ED            PIC $$$,$$$,$$9.99.
001380 01  WS-BUCKET-ED-TABLE.
001390     05  WS-BUCKET-ED     OCCURS 5 TIMES PIC $$$,$$$,$$9.99.

001400***
001410*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
003480     STRING
003490        'ACCOUNT NAME           '
003500            DELIMITED BY SIZE
003510        '       CURRENT           1-30          31-60'
003520            DELIMITED BY SIZE
003530        '          61-90        OVER 90          TOTAL'
003540            DELIMITED BY SIZE
003550        INTO RPT-LINE
003560        WITH POINTER LINE-POS
005130         PERFORM 2400-WRITE-ACCOUNT-LINE THRU 2400-EXIT
005140     END-IF.
005150     PERFORM 9050-WRITE-GRAND-TOTALS THRU 9050-EXIT.
005155     PERFORM 9300-WRITE-AGING-CONTROL THRU 9300-EXIT.
005160     CLOSE CUSTOMER-BILLING-FILE.
005170     CLOSE AGING-REPORT-FILE.
005180     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
005460         TO WS-BUCKET-ED(WS-BUCKET-SUB).
005470 9070-EXIT.
005480     EXIT.

005490******************************************************************
005500*  9300-WRITE-AGING-CONTROL                                     *
005510*  THE GRAND TOTAL PER BUCKET, FOR THE MONTH-END SNAPSHOT TO    *
005520*  CARRY AS THE MONTH'S AGING.  THE LAST BUSINESS DAY'S RUN     *
005530*  IS THE ONE THE MONTH KEEPS.                                  *
005540******************************************************************
005550 9300-WRITE-AGING-CONTROL.
005560     OPEN OUTPUT AGING-CONTROL-FILE.
005570     IF NOT WS-AGING-CTL-OK
005580         DISPLAY 'AGING CONTROL OPEN ERROR: '
005590             WS-AGING-CTL-STATUS
005600         GO TO 9300-EXIT
005610     END-IF.
005620     MOVE WS-ACCOUNT-COUNT      TO AG-ACCOUNT-COUNT.
005630     PERFORM 9350-MOVE-ONE-BUCKET THRU 9350-EXIT
005640         VARYING WS-BUCKET-SUB FROM 1 BY 1
005650         UNTIL WS-BUCKET-SUB > 5.
005660     MOVE WS-GRAND-TOTAL-DUE    TO AG-TOTAL-DUE.
005670     MOVE WS-BUSINESS-DATE      TO AG-RUN-DATE.
005680     WRITE AG-RECORD.
005690     IF NOT WS-AGING-CTL-OK
005700         DISPLAY 'AGING CONTROL WRITE ERROR: '
005710             WS-AGING-CTL-STATUS
005720     END-IF.
005730     CLOSE AGING-CONTROL-FILE.
005740 9300-EXIT.
005750     EXIT.

005760 9350-MOVE-ONE-BUCKET.
005770     MOVE GRAND-BUCKET-AMT(WS-BUCKET-SUB)
005780         TO AG-BUCKET-AMT(WS-BUCKET-SUB).
005790 9350-EXIT.
005800     EXIT.
