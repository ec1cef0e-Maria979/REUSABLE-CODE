000420*                   THE RUN STOPS WHEN THE CONTROL IS MISSING  *
000430*                   OR THE DATE WAS ALREADY PROCESSED          *
000440*                   (CYCLLOG), UNLESS A RERUN IS FLAGGED.      *
000441*  09/18/2026  RH   EACH RECEIPT APPLIED IS APPENDED TO THE    *
000441*                   SHARED ACCOUNT-HISTORY FILE (ACCTHIST).    *
000442*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW  *
000442*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE    *
000443*                   EDITED $$,$$$.99 PICTURES.  THE            *
000443*                   OVERPAYMENT LINE EDITS THE INVOICE AND     *
000444*                   PAID AMOUNTS ITSELF AND THE EXCEPTION      *
000444*                   REPORT WIDENS TO 132 SO THE LINE PRINTS    *
000445*                   WHOLE.                                     *
000445*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE        *
000446*                   WIDENED TO S9(9)V99 TO CARRY THE FULL      *
000446*                   MASTER BALANCE.  HISTCONV CONVERTS THE     *
000447*                   EXISTING FILE.                             *
000447*  10/15/2026  RH   THE RECEIPT TABLE LIMIT NOW COMES FROM THE *
000448*                   CASHLIM COPYBOOK SHARED WITH THE LOCKBOX   *
000448*                   INTAKE (LBXINTK), SO THE INTAKE NEVER      *
000449*                   WRITES MORE RECEIPTS THAN THIS RUN CAN     *
000449*                   HOLD.                                      *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000830         ACCESS MODE  IS SEQUENTIAL
000840         FILE STATUS  IS WS-CYC-LOG-STATUS.

000842     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000844         ORGANIZATION IS LINE SEQUENTIAL
000846         ACCESS MODE  IS SEQUENTIAL
000848         FILE STATUS  IS WS-HISTORY-STATUS.

000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  CASH-RECEIPTS-FILE
001030     05  CUST-ACCT-NO            PIC X(6).
001040     05  BILL-INFO.
001050         10 INV-NO               PIC X(6).
001060         10 INV-AMT              PIC S9(9)V99
001065                                 SIGN LEADING SEPARATE.
001070         10 AMT-PAID             PIC S9(9)V99
001075                                 SIGN LEADING SEPARATE.
001080         10 DATE-PAID            PIC X(8).
001090         10 BAL-DUE              PIC S9(9)V99
001095                                 SIGN LEADING SEPARATE.
001100         10 DATE-DUE             PIC X(8).

001110 FD  UPDATED-BILLING-FILE
001120     RECORDING MODE IS F.
001130 01  NEW-RCD-01                  PIC X(64).

001140 FD  UNAPPLIED-CASH-FILE
001150     RECORDING MODE IS F.
001320     05  CC-RUN-DATE           PIC 9(08).

001330 FD  EXCEPTION-REPORT-FILE
001340     RECORD CONTAINS 132 CHARACTERS
001350     RECORDING MODE IS F.
001360 01  EXCP-PRINT-RECORD           PIC X(132).

001370 FD  CYCLE-DATE-FILE
001380     RECORDING MODE IS F.
001450     05  CYCLOG-PROGRAM-ID     PIC X(08).
001460     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001461 FD  ACCOUNT-HISTORY-FILE
001461     RECORDING MODE IS F.
001462 01  AH-HISTORY-RECORD.
001463     05  AH-ACCT-NO            PIC X(06).
001464     05  AH-INV-NO             PIC X(06).
001464     05  AH-TRAN-DATE          PIC 9(08).
001465     05  AH-TRAN-TYPE          PIC X(02).
001466     05  AH-AMOUNT             PIC S9(9)V99
001467                               SIGN LEADING SEPARATE.
001467     05  AH-INV-BALANCE        PIC S9(9)V99
001468                               SIGN LEADING SEPARATE.
001469     05  AH-SOURCE-PGM         PIC X(08).

001470 WORKING-STORAGE SECTION.
001480 01  WS-RECEIPTS-STATUS          PIC X(02).
001490     88  WS-RECEIPTS-OK              VALUE '00'.
001620     88  WS-NEW-UNAP-OK              VALUE '00'.
001630 01  WS-APPLY-CTL-STATUS         PIC X(02).
001640     88  WS-APPLY-CTL-OK             VALUE '00'.
001643 01  WS-HISTORY-STATUS           PIC X(02).
001646     88  WS-HISTORY-OK               VALUE '00'.

001650***
001660*** THE DAY'S CASH RECEIPTS ARE LOADED INTO THIS TABLE UP FRONT
001670*** SO THE BILLING MASTER CAN BE APPLIED IN A SINGLE PASS.
001674*** ITS OCCURS MUST AGREE WITH MAX-CASH-RECEIPTS (CASHLIM).
001680 01  RECEIPT-COUNT               PIC 9(03) VALUE ZERO.
001690 01  RECEIPT-TABLE.
001700     05  RECEIPT-ENTRY   OCCURS 1 TO 200 TIMES
001800         10  RT-SOURCE         PIC X(01).
001810             88  RT-FROM-TODAY     VALUE 'N'.
001820             88  RT-CARRIED-FORWARD VALUE 'O'.
001824     COPY CASHLIM.

001830 77  RPT-LINE                    PIC X(132).
001840 77  LINE-POS                    PIC S9(3).
001850 77  WS-RECEIPT-SUB              PIC 9(03).
001860 77  WS-RECEIPTS-APPLIED         PIC 9(03) VALUE ZERO.
001870 77  WS-RECEIPTS-EXCEPTION       PIC 9(03) VALUE ZERO.
001880 77  WS-MASTER-READ-COUNT        PIC 9(05) VALUE ZERO.
001890 77  WS-MASTER-WRITE-COUNT       PIC 9(05) VALUE ZERO.
001900 77  WS-INV-AMT-NUM              PIC S9(9)V99.
001910 77  WS-AMT-PAID-NUM             PIC S9(9)V99.
001920 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
001930 77  WS-PAY-AMOUNT-ED            PIC $$$,$$$.99.
001933 77  WS-INV-AMT-ED               PIC $$$,$$$,$$9.99.
001936 77  WS-AMT-PAID-ED              PIC $$$,$$$,$$9.99.

001940***
001950*** THE DEPOSIT-BATCH PROOF: WHAT THE HEADER PROMISED AGAINST
002230     88  WS-CYC-LOG-OK               VALUE '00'.
002240     88  WS-CYC-LOG-EOF              VALUE '10'.
002250 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002255 77  WS-HISTORY-WRITTEN          PIC 9(05) VALUE ZERO.
002260 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002270     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002280 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
003370******************************************************************
003380 1000-INITIALIZE.
003390     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003393     PERFORM 1030-OPEN-ACCOUNT-HISTORY
003396         THRU 1030-EXIT.
003400     OPEN INPUT  CASH-RECEIPTS-FILE.
003410     OPEN INPUT  CUSTOMER-BILLING-FILE.
003420     OPEN OUTPUT UPDATED-BILLING-FILE.
003490     PERFORM 1180-PROVE-BATCH THRU 1180-EXIT.
003500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003510 1000-EXIT.
003511     EXIT.

003511******************************************************************
003511*  1030-OPEN-ACCOUNT-HISTORY                                    *
003512*  EVERY POSTING RUN APPENDS TO THE ONE SHARED ACCOUNT-HISTORY  *
003512*  FILE.  NO FILE YET MEANS THE FIRST POSTING EVER - START ONE. *
003513*  A POSTING THAT CANNOT BE RECORDED IS NOT MADE.               *
003513******************************************************************
003514 1030-OPEN-ACCOUNT-HISTORY.
003514     OPEN EXTEND ACCOUNT-HISTORY-FILE.
003515     IF WS-HISTORY-STATUS = '35'
003515         OPEN OUTPUT ACCOUNT-HISTORY-FILE
003516     END-IF.
003516     IF NOT WS-HISTORY-OK
003517         DISPLAY 'CSHAPPLY: ACCOUNT HISTORY OPEN ERROR: '
003517             WS-HISTORY-STATUS ' - RUN STOPPED'
003518         MOVE 16 TO RETURN-CODE
003518         GOBACK
003519     END-IF.
003519 1030-EXIT.
003520     EXIT.

003530******************************************************************
003730         AT END
003740             SET WS-UNAP-EOF TO TRUE
003750         NOT AT END
003760             IF RECEIPT-COUNT < MAX-CASH-RECEIPTS
003770                 ADD 1 TO RECEIPT-COUNT
003780                 ADD 1 TO WS-UNAP-LOADED
003790                 MOVE UNAP-INV-NO     TO RT-INV-NO(RECEIPT-COUNT)
004320         PERFORM 1165-WRITE-INVALID-LINE THRU 1165-EXIT
004330         GO TO 1152-EXIT
004340     END-IF.
004350     IF RECEIPT-COUNT >= MAX-CASH-RECEIPTS
004360         PERFORM 1160-WRITE-OVERFLOW-LINE THRU 1160-EXIT
004370         GO TO 1152-EXIT
004380     END-IF.
006400             MOVE WS-AMT-PAID-NUM TO AMT-PAID
006410             MOVE WS-BAL-DUE-NUM  TO BAL-DUE
006420             MOVE RT-PAY-DATE(WS-RECEIPT-SUB) TO DATE-PAID
006421             MOVE CUST-ACCT-NO    TO AH-ACCT-NO
006422             MOVE INV-NO          TO AH-INV-NO
006423             MOVE 'PY'            TO AH-TRAN-TYPE
006424             COMPUTE AH-AMOUNT =
006425                 ZERO - RT-PAY-AMOUNT(WS-RECEIPT-SUB)
006426             MOVE WS-BAL-DUE-NUM  TO AH-INV-BALANCE
006427             PERFORM 8700-WRITE-HISTORY-RECORD THRU 8700-EXIT
006430             SET RT-IS-APPLIED(WS-RECEIPT-SUB) TO TRUE
006440             ADD 1 TO WS-RECEIPTS-APPLIED
006450             ADD RT-PAY-AMOUNT(WS-RECEIPT-SUB)
006510 2300-WRITE-OVERPAY-LINE.
006520     ADD 1 TO WS-RECEIPTS-EXCEPTION.
006530     MOVE RT-PAY-AMOUNT(WS-RECEIPT-SUB) TO WS-PAY-AMOUNT-ED.
006533     MOVE INV-AMT  TO WS-INV-AMT-ED.
006536     MOVE AMT-PAID TO WS-AMT-PAID-ED.
006540     MOVE SPACES TO RPT-LINE.
006550     MOVE 1 TO LINE-POS.
006560     STRING
006600            DELIMITED BY SIZE
006610        ' DATED ' RT-PAY-DATE(WS-RECEIPT-SUB)
006620            DELIMITED BY SIZE
006630        ' INV AMT ' WS-INV-AMT-ED ' PAID ' WS-AMT-PAID-ED
006640            DELIMITED BY SIZE
006650        ' NOT APPLIED - CARRIED FWD'
006660            DELIMITED BY SIZE
006670        INTO RPT-LINE
006680        WITH POINTER LINE-POS
007610     EXIT.

007620******************************************************************
007621*  8700-WRITE-HISTORY-RECORD                                    *
007621*  ONE ACCOUNT-HISTORY RECORD PER POSTING.  THE CALLER SETS THE *
007622*  ACCOUNT, INVOICE, TYPE, AMOUNT (SIGNED AS IT MOVES THE       *
007622*  BALANCE) AND THE INVOICE BALANCE AFTER POSTING; THE DATE AND *
007623*  SOURCE PROGRAM ARE STAMPED HERE.                             *
007623******************************************************************
007624 8700-WRITE-HISTORY-RECORD.
007624     MOVE WS-BUSINESS-DATE TO AH-TRAN-DATE.
007625     MOVE 'CSHAPPLY' TO AH-SOURCE-PGM.
007625     WRITE AH-HISTORY-RECORD.
007626     IF NOT WS-HISTORY-OK
007626         DISPLAY 'ACCOUNT HISTORY WRITE ERROR: ' WS-HISTORY-STATUS
007627             ' ' AH-ACCT-NO ' ' AH-INV-NO
007627     END-IF.
007628     ADD 1 TO WS-HISTORY-WRITTEN.
007628 8700-EXIT.
007629     EXIT.

007629******************************************************************
007630*  9000-TERMINATE                                               *
007640******************************************************************
007650 9000-TERMINATE.
007740     CLOSE UPDATED-BILLING-FILE.
007750     CLOSE NEW-UNAPPLIED-FILE.
007760     CLOSE EXCEPTION-REPORT-FILE.
007765     CLOSE ACCOUNT-HISTORY-FILE.
007770     DISPLAY 'MASTER RECORDS READ:    ' WS-MASTER-READ-COUNT.
007780     DISPLAY 'MASTER RECORDS WRITTEN: ' WS-MASTER-WRITE-COUNT.
007790     DISPLAY 'RECEIPTS APPLIED:       ' WS-RECEIPTS-APPLIED.
007800     DISPLAY 'RECEIPTS EXCEPTIONED:   ' WS-RECEIPTS-EXCEPTION.
007810     DISPLAY 'UNAPPLIED CARRIED IN:   ' WS-UNAP-LOADED.
007820     DISPLAY 'UNAPPLIED CARRIED OUT:  ' WS-UNAP-WRITTEN.
007825     DISPLAY 'HISTORY RECORDS:        ' WS-HISTORY-WRITTEN.
007830 9000-EXIT.
007840     EXIT.

