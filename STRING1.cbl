000600*                   ARCHIVE, KEYED BY ACCOUNT AND BUSINESS      *
000610*                   DATE, SO THE REPRINT RUN CAN PULL ANY       *
000620*                   PRIOR STATEMENT BACK FOR CUSTOMER SERVICE.  *
000621*  09/11/2026  RH   CREDIT LIMIT AND CREDIT-HOLD FLAG ADDED TO  *
000621*                   THE CUSTMST RECORD FOR THE                  *
000622*                   BILLING-GENERATION CREDIT CHECK.            *
000623*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW   *
000623*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE     *
000624*                   EDITED $$,$$$.99 PICTURES.  THE STATEMENT   *
000625*                   LINE EDITS THE AMOUNTS ITSELF, AND THE      *
000625*                   PRINT, SALVAGE AND STMTARCH LINES WIDEN TO  *
000626*                   132 SO A LARGE AMOUNT NEVER TRUNCATES.      *
000627*  10/06/2026  RH   TAX JURISDICTION, TAX-EXEMPT FLAG AND       *
000627*                   EXEMPTION CERTIFICATE NUMBER ADDED TO THE   *
000628*                   CUSTMST RECORD FOR THE BILLING-GENERATION   *
000629*                   SALES TAX.                                  *
000630******************************************************************
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
001160     05  CUST-ACCT-NO            PIC X(6).
001170     05  BILL-INFO.
001180         10 INV-NO               PIC X(6).
001190         10 INV-AMT              PIC S9(9)V99
001195                                 SIGN LEADING SEPARATE.
001200         10 AMT-PAID             PIC S9(9)V99
001205                                 SIGN LEADING SEPARATE.
001210         10 DATE-PAID            PIC X(8).
001220         10 BAL-DUE              PIC S9(9)V99
001225                                 SIGN LEADING SEPARATE.
001230         10 DATE-DUE             PIC X(8).

001240 FD  CUSTOMER-MASTER-FILE
001290     05  MST-ADDR                PIC X(35).
001300     05  MST-PHONE               PIC X(13).
001310     05  MST-TERMS-DAYS          PIC 9(03).
001313     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
001316     05  MST-CREDIT-HOLD         PIC X(01).
001317     05  MST-TAX-JURISDICTION    PIC X(16).
001318     05  MST-TAX-EXEMPT          PIC X(01).
001319     05  MST-EXEMPT-CERT-NO      PIC X(15).

001320 FD  STATEMENT-PRINT-FILE
001330     RECORD CONTAINS 132 CHARACTERS
001340     RECORDING MODE IS F.
001350 01  STMT-PRINT-RECORD           PIC X(132).

001360 FD  STATEMENT-CONTROL-FILE
001370     RECORD CONTAINS 120 CHARACTERS
001530     05  CHKP-PRINT-LINES      PIC 9(07).

001540 FD  PRINT-SALVAGE-FILE
001550     RECORD CONTAINS 132 CHARACTERS
001560     RECORDING MODE IS F.
001570 01  SALVAGE-RECORD              PIC X(132).

001580 FD  STATEMENT-ARCHIVE-FILE
001590     RECORD CONTAINS 146 CHARACTERS
001600     RECORDING MODE IS F.
001610 01  ARCH-RECORD.
001620     05  ARCH-ACCT-NO          PIC X(06).
001630     05  ARCH-RUN-DATE         PIC 9(08).
001640     05  ARCH-LINE             PIC X(132).

001650 FD  RUN-JOURNAL-FILE
001660     RECORD CONTAINS 80 CHARACTERS
002170 77  WS-CUST-ADDR                PIC X(35).
002180 77  WS-CUST-PHONE               PIC X(13).

002190 77  RPT-LINE                    PIC X(132).
002200 77  LINE-POS                    PIC S9(3).
002210 77  CTL-LINE                    PIC X(120).
002220 77  LINE-NO                     PIC 9(5) VALUE 1.
002320 77  WS-STMT-COUNT               PIC 9(5) VALUE ZERO.
002330 77  WS-TOTAL-BAL-DUE            PIC S9(9)V99 VALUE ZERO.
002340 77  WS-TOTAL-BAL-DUE-ED         PIC $$$,$$$,$$9.99.
002350 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
002360 77  WS-PREV-ACCT-NO             PIC X(6) VALUE LOW-VALUES.
002370 77  WS-CUST-BAL-DUE             PIC S9(9)V99 VALUE ZERO.
002372 77  WS-INV-AMT-ED               PIC $$$,$$$,$$9.99-.
002374 77  WS-AMT-PAID-ED              PIC $$$,$$$,$$9.99-.
002376 77  WS-BAL-DUE-ED               PIC $$$,$$$,$$9.99-.
002380 77  WS-CUST-BAL-DUE-ED          PIC $$$,$$$,$$9.99.
002390 01  WS-PARM-STATUS              PIC X(02).
002400     88  WS-PARM-OK                  VALUE '00'.
006180     MOVE SPACES TO RPT-LINE.
006190     MOVE 4 TO LINE-POS.
006200     MOVE BAL-DUE TO WS-BAL-DUE-NUM.
006202     MOVE BAL-DUE  TO WS-BAL-DUE-ED.
006204     MOVE INV-AMT  TO WS-INV-AMT-ED.
006206     MOVE AMT-PAID TO WS-AMT-PAID-ED.
006210     PERFORM 2250-SET-PAST-DUE-FLAG THRU 2250-EXIT.
006220     STRING
006230        LINE-NO ' INVOICE ' INV-NO ' DUE ' DATE-DUE
006240            DELIMITED BY SIZE
006250        ' BAL ' WS-BAL-DUE-ED ' INV ' WS-INV-AMT-ED
006255        ' PAID ' WS-AMT-PAID-ED
006260            DELIMITED BY SIZE
006270        ' ON ' DATE-PAID ' PAST DUE ' PAST-DUE-FLAG
006280            DELIMITED BY SIZE
