000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ACCTINQ.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/18/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/18/2026  RH   ORIGINAL ACCOUNT ACTIVITY INQUIRY.  READS   *
000120*                   REQUEST CARDS (ACCOUNT, OPTIONAL DATE       *
000130*                   RANGE, OPTIONAL INVOICE), SCANS THE SHARED  *
000140*                   ACCTHIST ACCOUNT-HISTORY FILE THE POSTING   *
000150*                   RUNS APPEND TO, AND PRINTS THE RUNNING      *
000160*                   ACTIVITY LEDGER BETWEEN AN OPENING AND A    *
000170*                   CLOSING BALANCE.  THE HISTORY BALANCE IS    *
000180*                   THEN TIED TO THE CURRENT BAL-DUE TOTAL ON   *
000190*                   CUSTBILL AND AN ACCOUNT THAT DOES NOT TIE   *
000200*                   IS FLAGGED.                                 *
000210*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW   *
000220*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE     *
000230*                   EDITED $$,$$$.99 PICTURES.                  *
000240*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE WIDENED *
000250*                   TO S9(9)V99 TO CARRY THE FULL MASTER        *
000260*                   BALANCE; HISTORY AMOUNT EDITS WIDENED TO    *
000270*                   MATCH.  HISTCONV CONVERTS THE EXISTING      *
000280*                   FILE.                                       *
000290*  10/15/2026  RH   ADJUSTMENTS NOW POST UNDER THEIR OWN TYPE   *
000300*                   (CM, FR, SP OR WO) IN PLACE OF AJ.  EACH    *
000310*                   LEDGER LINE NOW CARRIES THE TYPE            *
000320*                   DESCRIPTION; AJ IS KEPT FOR HISTORY WRITTEN *
000330*                   BEFORE THE CHANGE.                          *
000340******************************************************************
000350*  REQUEST CARD (ACCTREQ):  ACCOUNT X(6), FROM DATE 9(8), TO    *
000360*  DATE 9(8), BOTH CCYYMMDD, INVOICE X(6).  BLANK OR ZERO DATES *
000370*  MEAN NO LIMIT ON THAT END OF THE RANGE; A BLANK INVOICE      *
000380*  MEANS EVERY INVOICE ON THE ACCOUNT.                          *
000390*  TRANSACTION TYPES ON ACCTHIST:                               *
000400*    IN  INVOICE BILLED             (BILLGEN)                   *
000410*    PY  PAYMENT APPLIED            (CSHAPPLY)                  *
000420*    FC  FINANCE CHARGE ASSESSED    (FINCHG)                    *
000430*    SR  SUSPENSE ITEM RELEASED     (SUSPFIX)                   *
000440*    CM  CREDIT MEMO                (ADJPOST)                   *
000450*    FR  FINANCE CHARGE REVERSAL    (ADJPOST)                   *
000460*    SP  SHORT-PAY SETTLEMENT       (ADJPOST)                   *
000470*    WO  BAD-DEBT WRITE-OFF         (ADJPOST)                   *
000480*    AJ  ADJUSTMENT POSTED          (ADJPOST, OLDER HISTORY)    *
000490******************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT REQUEST-CARD-FILE      ASSIGN TO ACCTREQ
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE  IS SEQUENTIAL
000560         FILE STATUS  IS WS-REQUEST-STATUS.

000570     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE  IS SEQUENTIAL
000600         FILE STATUS  IS WS-HISTORY-STATUS.

000610     SELECT CUSTOMER-BILLING-FILE  ASSIGN TO CUSTBILL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS MODE  IS SEQUENTIAL
000640         FILE STATUS  IS WS-CUST-BILL-STATUS.

000650     SELECT INQUIRY-REPORT-FILE    ASSIGN TO ACCTRPT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS MODE  IS SEQUENTIAL
000680         FILE STATUS  IS WS-REPORT-STATUS.

000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  REQUEST-CARD-FILE
000720     RECORDING MODE IS F.
000730 01  REQ-RECORD.
000740     05  REQ-ACCT-NO           PIC X(06).
000750     05  REQ-FROM-DATE         PIC 9(08).
000760     05  REQ-TO-DATE           PIC 9(08).
000770     05  REQ-INV-NO            PIC X(06).

000780 FD  ACCOUNT-HISTORY-FILE
000790     RECORDING MODE IS F.
000800 01  AH-HISTORY-RECORD.
000810     05  AH-ACCT-NO            PIC X(06).
000820     05  AH-INV-NO             PIC X(06).
000830     05  AH-TRAN-DATE          PIC 9(08).
000840     05  AH-TRAN-TYPE          PIC X(02).
000850     05  AH-AMOUNT             PIC S9(9)V99
000860                               SIGN LEADING SEPARATE.
000870     05  AH-INV-BALANCE        PIC S9(9)V99
000880                               SIGN LEADING SEPARATE.
000890     05  AH-SOURCE-PGM         PIC X(08).

000900 FD  CUSTOMER-BILLING-FILE
000910     RECORDING MODE IS F.
000920 01  RCD-01.
000930     05  CUST-ACCT-NO            PIC X(6).
000940     05  BILL-INFO.
000950         10 INV-NO               PIC X(6).
000960         10 INV-AMT              PIC S9(9)V99
000970                                 SIGN LEADING SEPARATE.
000980         10 AMT-PAID             PIC S9(9)V99
000990                                 SIGN LEADING SEPARATE.
001000         10 DATE-PAID            PIC X(8).
001010         10 BAL-DUE              PIC S9(9)V99
001020                                 SIGN LEADING SEPARATE.
001030         10 DATE-DUE             PIC X(8).

001040 FD  INQUIRY-REPORT-FILE
001050     RECORD CONTAINS 132 CHARACTERS
001060     RECORDING MODE IS F.
001070 01  INQUIRY-PRINT-RECORD        PIC X(132).

001080 WORKING-STORAGE SECTION.
001090 01  WS-REQUEST-STATUS           PIC X(02).
001100     88  WS-REQUEST-OK               VALUE '00'.
001110     88  WS-REQUEST-EOF              VALUE '10'.
001120 01  WS-HISTORY-STATUS           PIC X(02).
001130     88  WS-HISTORY-OK               VALUE '00'.
001140     88  WS-HISTORY-EOF              VALUE '10'.
001150 01  WS-CUST-BILL-STATUS         PIC X(02).
001160     88  WS-CUST-BILL-OK             VALUE '00'.
001170     88  WS-CUST-BILL-EOF            VALUE '10'.
001180 01  WS-REPORT-STATUS            PIC X(02).
001190     88  WS-REPORT-OK                VALUE '00'.

001200 77  RPT-LINE                    PIC X(132).
001210 77  LINE-POS                    PIC S9(3).
001220 77  WS-CURRENT-DATE-TIME        PIC X(21).
001230 77  WS-FROM-DATE                PIC 9(08).
001240 77  WS-TO-DATE                  PIC 9(08).
001250 77  WS-INVOICE-SELECT           PIC X(06).
001260 77  WS-REQUEST-MATCH-FLAG       PIC X(01).
001270     88  WS-REQUEST-MATCHES          VALUE 'Y'.

001280***
001290*** DESCRIPTION PRINTED AGAINST EACH HISTORY TRANSACTION TYPE.
001300***
001310 01  HIST-TYPE-VALUES.
001320     05  FILLER  PIC X(22) VALUE 'ININVOICE BILLED      '.
001330     05  FILLER  PIC X(22) VALUE 'PYPAYMENT APPLIED     '.
001340     05  FILLER  PIC X(22) VALUE 'FCFINANCE CHARGE      '.
001350     05  FILLER  PIC X(22) VALUE 'SRSUSPENSE RELEASED   '.
001360     05  FILLER  PIC X(22) VALUE 'CMCREDIT MEMO         '.
001370     05  FILLER  PIC X(22) VALUE 'FRFINANCE CHG REVERSAL'.
001380     05  FILLER  PIC X(22) VALUE 'SPSHORT-PAY SETTLEMENT'.
001390     05  FILLER  PIC X(22) VALUE 'WOBAD-DEBT WRITE-OFF  '.
001400     05  FILLER  PIC X(22) VALUE 'AJADJUSTMENT POSTED   '.
001410 01  HIST-TYPE-TABLE REDEFINES HIST-TYPE-VALUES.
001420     05  HIST-TYPE-ENTRY OCCURS 9 TIMES
001430                         INDEXED BY HIST-TYPE-IDX.
001440         10  HIST-TYPE-CODE    PIC X(02).
001450         10  HIST-TYPE-NAME    PIC X(20).
001460 77  WS-TYPE-DESC                PIC X(20).

001470***
001480*** BALANCES FOR THE REQUEST IN HAND.  THE OPENING BALANCE IS
001490*** EVERY MATCHING POSTING DATED BEFORE THE FROM DATE; THE
001500*** CLOSING BALANCE IS THE OPENING PLUS THE PERIOD'S ACTIVITY.
001510*** THE HISTORY BALANCE IS EVERY MATCHING POSTING REGARDLESS OF
001520*** DATE, WHICH IS WHAT THE MASTER SHOULD BE CARRYING TODAY.
001530***
001540 77  WS-OPENING-BALANCE          PIC S9(9)V99.
001550 77  WS-RUNNING-BALANCE          PIC S9(9)V99.
001560 77  WS-HISTORY-BALANCE          PIC S9(9)V99.
001570 77  WS-MASTER-BALANCE           PIC S9(9)V99.
001580 77  WS-TIE-DIFFERENCE           PIC S9(9)V99.
001590 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
001600 77  WS-HISTORY-THIS-REQUEST     PIC 9(05).
001610 77  WS-LINES-THIS-REQUEST       PIC 9(05).
001620 77  WS-MASTER-THIS-REQUEST      PIC 9(05).

001630 77  WS-AMOUNT-ED                PIC $$,$$$,$$$,$$9.99-.
001640 77  WS-INV-BALANCE-ED           PIC $$,$$$,$$$,$$9.99-.
001650 77  WS-RUNNING-ED               PIC $$,$$$,$$$,$$9.99-.
001660 77  WS-MASTER-ED                PIC $$,$$$,$$$,$$9.99-.

001670 77  WS-REQUESTS-READ            PIC 9(05) VALUE ZERO.
001680 77  WS-REQUESTS-TIED            PIC 9(05) VALUE ZERO.
001690 77  WS-REQUESTS-NOT-TIED        PIC 9(05) VALUE ZERO.
001700 77  WS-REQUESTS-NO-HISTORY      PIC 9(05) VALUE ZERO.
001710 77  WS-LINES-LISTED             PIC 9(07) VALUE ZERO.

001720 PROCEDURE DIVISION.
001730******************************************************************
001740*  0000-MAINLINE                                                *
001750*  HISTORY AND MASTER ARE SCANNED FRESH FOR EACH REQUEST CARD,  *
001760*  THE SAME WAY THE STATEMENT REPRINT SCANS ITS ARCHIVE.        *
001770******************************************************************
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001800     PERFORM 2000-PROCESS-REQUEST   THRU 2000-EXIT
001810         UNTIL WS-REQUEST-EOF.
001820     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001830     GOBACK.

001840******************************************************************
001850*  1000-INITIALIZE                                              *
001860******************************************************************
001870 1000-INITIALIZE.
001880     OPEN INPUT  REQUEST-CARD-FILE.
001890     OPEN OUTPUT INQUIRY-REPORT-FILE.
001900     MOVE SPACES TO RPT-LINE.
001910     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
001920     STRING 'ACCOUNT ACTIVITY INQUIRY' SPACE 'RUN DATE'
001930            SPACE WS-CURRENT-DATE-TIME(1:8)
001940         DELIMITED BY SIZE
001950         INTO RPT-LINE
001960     END-STRING.
001970     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
001980     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001990 1000-EXIT.
002000     EXIT.

002010******************************************************************
002020*  2000-PROCESS-REQUEST                                         *
002030*  FILLS ONE REQUEST CARD, THEN READS THE NEXT ONE.             *
002040******************************************************************
002050 2000-PROCESS-REQUEST.
002060     ADD 1 TO WS-REQUESTS-READ.
002070     PERFORM 2200-SET-REQUEST-RANGE THRU 2200-EXIT.
002080     PERFORM 2300-WRITE-REQUEST-HEADER THRU 2300-EXIT.
002090     PERFORM 3000-TOTAL-HISTORY THRU 3000-EXIT.
002100     IF WS-HISTORY-THIS-REQUEST = ZERO
002110         PERFORM 2500-WRITE-NO-HISTORY THRU 2500-EXIT
002120     ELSE
002130         PERFORM 4000-LIST-ACTIVITY THRU 4000-EXIT
002140     END-IF.
002150     PERFORM 5000-TOTAL-MASTER THRU 5000-EXIT.
002160     PERFORM 6000-TIE-TO-MASTER THRU 6000-EXIT.
002170     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
002180 2000-EXIT.
002190     EXIT.

002200 2100-READ-REQUEST.
002210     READ REQUEST-CARD-FILE
002220         AT END
002230             SET WS-REQUEST-EOF TO TRUE
002240     END-READ.
002250 2100-EXIT.
002260     EXIT.

002270******************************************************************
002280*  2200-SET-REQUEST-RANGE                                       *
002290*  A BLANK OR ZERO DATE LEAVES THAT END OF THE RANGE OPEN; A    *
002300*  BLANK INVOICE TAKES THE WHOLE ACCOUNT.                       *
002310******************************************************************
002320 2200-SET-REQUEST-RANGE.
002330     IF REQ-FROM-DATE NUMERIC
002340         AND REQ-FROM-DATE > ZERO
002350         MOVE REQ-FROM-DATE TO WS-FROM-DATE
002360     ELSE
002370         MOVE ZERO TO WS-FROM-DATE
002380     END-IF.
002390     IF REQ-TO-DATE NUMERIC
002400         AND REQ-TO-DATE > ZERO
002410         MOVE REQ-TO-DATE TO WS-TO-DATE
002420     ELSE
002430         MOVE 99999999 TO WS-TO-DATE
002440     END-IF.
002450     MOVE REQ-INV-NO TO WS-INVOICE-SELECT.
002460     MOVE ZERO TO WS-OPENING-BALANCE.
002470     MOVE ZERO TO WS-HISTORY-BALANCE.
002480     MOVE ZERO TO WS-MASTER-BALANCE.
002490     MOVE ZERO TO WS-HISTORY-THIS-REQUEST.
002500     MOVE ZERO TO WS-LINES-THIS-REQUEST.
002510     MOVE ZERO TO WS-MASTER-THIS-REQUEST.
002520 2200-EXIT.
002530     EXIT.

002540 2300-WRITE-REQUEST-HEADER.
002550     MOVE SPACES TO RPT-LINE.
002560     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002570     MOVE 1 TO LINE-POS.
002580     STRING
002590        'ACTIVITY REQUEST  ACCOUNT ' REQ-ACCT-NO
002600            DELIMITED BY SIZE
002610        ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
002620            DELIMITED BY SIZE
002630        INTO RPT-LINE
002640        WITH POINTER LINE-POS
002650     END-STRING.
002660     IF WS-INVOICE-SELECT = SPACES
002670         STRING ' INVOICE ALL'
002680             DELIMITED BY SIZE
002690             INTO RPT-LINE
002700             WITH POINTER LINE-POS
002710         END-STRING
002720     ELSE
002730         STRING ' INVOICE ' WS-INVOICE-SELECT
002740             DELIMITED BY SIZE
002750             INTO RPT-LINE
002760             WITH POINTER LINE-POS
002770         END-STRING
002780     END-IF.
002790     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002800 2300-EXIT.
002810     EXIT.

002820******************************************************************
002830*  2500-WRITE-NO-HISTORY                                        *
002840*  CUSTOMER SERVICE NEEDS TO SEE THE REQUEST CAME BACK EMPTY,   *
002850*  NOT WONDER WHETHER IT WAS EVER RUN.                          *
002860******************************************************************
002870 2500-WRITE-NO-HISTORY.
002880     ADD 1 TO WS-REQUESTS-NO-HISTORY.
002890     MOVE SPACES TO RPT-LINE.
002900     MOVE 1 TO LINE-POS.
002910     STRING
002920        'NO ACCOUNT HISTORY ON FILE FOR ACCOUNT ' REQ-ACCT-NO
002930            DELIMITED BY SIZE
002940        INTO RPT-LINE
002950        WITH POINTER LINE-POS
002960     END-STRING.
002970     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002980 2500-EXIT.
002990     EXIT.

003000******************************************************************
003010*  2600-CHECK-HISTORY-MATCH                                     *
003020*  SETS THE MATCH FLAG WHEN THE HISTORY RECORD IN HAND BELONGS  *
003030*  TO THE REQUESTED ACCOUNT (AND INVOICE, WHEN ONE WAS ASKED).  *
003040******************************************************************
003050 2600-CHECK-HISTORY-MATCH.
003060     MOVE 'N' TO WS-REQUEST-MATCH-FLAG.
003070     IF AH-ACCT-NO NOT = REQ-ACCT-NO
003080         GO TO 2600-EXIT
003090     END-IF.
003100     IF WS-INVOICE-SELECT NOT = SPACES
003110         AND AH-INV-NO NOT = WS-INVOICE-SELECT
003120         GO TO 2600-EXIT
003130     END-IF.
003140     SET WS-REQUEST-MATCHES TO TRUE.
003150 2600-EXIT.
003160     EXIT.

003170******************************************************************
003180*  3000-TOTAL-HISTORY                                           *
003190*  FIRST PASS OF THE HISTORY: THE OPENING BALANCE AHEAD OF THE  *
003200*  FROM DATE AND THE HISTORY BALANCE ACROSS EVERY DATE.  THE    *
003210*  FILE IS IN POSTING ORDER, NOT DATE ORDER, SO THE OPENING     *
003220*  HAS TO BE KNOWN BEFORE THE LEDGER CAN START TO RUN.          *
003230******************************************************************
003240 3000-TOTAL-HISTORY.
003250     OPEN INPUT ACCOUNT-HISTORY-FILE.
003260     IF NOT WS-HISTORY-OK
003270         GO TO 3000-EXIT
003280     END-IF.
003290     PERFORM 3100-TOTAL-ONE-HISTORY THRU 3100-EXIT
003300         UNTIL WS-HISTORY-EOF.
003310     CLOSE ACCOUNT-HISTORY-FILE.
003320 3000-EXIT.
003330     EXIT.

003340 3100-TOTAL-ONE-HISTORY.
003350     READ ACCOUNT-HISTORY-FILE
003360         AT END
003370             SET WS-HISTORY-EOF TO TRUE
003380             GO TO 3100-EXIT
003390     END-READ.
003400     PERFORM 2600-CHECK-HISTORY-MATCH THRU 2600-EXIT.
003410     IF NOT WS-REQUEST-MATCHES
003420         GO TO 3100-EXIT
003430     END-IF.
003440     ADD 1 TO WS-HISTORY-THIS-REQUEST.
003450     ADD AH-AMOUNT TO WS-HISTORY-BALANCE.
003460     IF AH-TRAN-DATE < WS-FROM-DATE
003470         ADD AH-AMOUNT TO WS-OPENING-BALANCE
003480     END-IF.
003490 3100-EXIT.
003500     EXIT.

003510******************************************************************
003520*  4000-LIST-ACTIVITY                                           *
003530*  SECOND PASS: THE OPENING BALANCE, EVERY POSTING IN THE DATE  *
003540*  RANGE WITH THE BALANCE RUNNING BEHIND IT, AND THE CLOSING    *
003550*  BALANCE.                                                     *
003560******************************************************************
003570 4000-LIST-ACTIVITY.
003580     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
003590     MOVE WS-OPENING-BALANCE TO WS-RUNNING-ED.
003600     MOVE SPACES TO RPT-LINE.
003610     MOVE 1 TO LINE-POS.
003620     STRING '  OPENING BALANCE' SPACE WS-RUNNING-ED
003630         DELIMITED BY SIZE
003640         INTO RPT-LINE
003650         WITH POINTER LINE-POS
003660     END-STRING.
003670     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003680     MOVE SPACES TO RPT-LINE.
003690     STRING '  DATE     INVOICE TYPE SOURCE  '
003700            '            AMOUNT        INVOICE BALANCE'
003710            '        RUNNING BALANCE  DESCRIPTION'
003720         DELIMITED BY SIZE
003730         INTO RPT-LINE
003740     END-STRING.
003750     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003760     OPEN INPUT ACCOUNT-HISTORY-FILE.
003770     IF NOT WS-HISTORY-OK
003780         GO TO 4000-EXIT
003790     END-IF.
003800     PERFORM 4100-LIST-ONE-HISTORY THRU 4100-EXIT
003810         UNTIL WS-HISTORY-EOF.
003820     CLOSE ACCOUNT-HISTORY-FILE.
003830     MOVE WS-RUNNING-BALANCE TO WS-RUNNING-ED.
003840     MOVE SPACES TO RPT-LINE.
003850     MOVE 1 TO LINE-POS.
003860     STRING '  CLOSING BALANCE' SPACE WS-RUNNING-ED
003870            SPACE 'POSTINGS' SPACE WS-LINES-THIS-REQUEST
003880         DELIMITED BY SIZE
003890         INTO RPT-LINE
003900         WITH POINTER LINE-POS
003910     END-STRING.
003920     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003930 4000-EXIT.
003940     EXIT.

003950 4100-LIST-ONE-HISTORY.
003960     READ ACCOUNT-HISTORY-FILE
003970         AT END
003980             SET WS-HISTORY-EOF TO TRUE
003990             GO TO 4100-EXIT
004000     END-READ.
004010     PERFORM 2600-CHECK-HISTORY-MATCH THRU 2600-EXIT.
004020     IF NOT WS-REQUEST-MATCHES
004030         GO TO 4100-EXIT
004040     END-IF.
004050     IF AH-TRAN-DATE < WS-FROM-DATE
004060         OR AH-TRAN-DATE > WS-TO-DATE
004070         GO TO 4100-EXIT
004080     END-IF.
004090     ADD AH-AMOUNT TO WS-RUNNING-BALANCE.
004100     ADD 1 TO WS-LINES-THIS-REQUEST.
004110     ADD 1 TO WS-LINES-LISTED.
004120     MOVE AH-AMOUNT          TO WS-AMOUNT-ED.
004130     MOVE AH-INV-BALANCE     TO WS-INV-BALANCE-ED.
004140     MOVE WS-RUNNING-BALANCE TO WS-RUNNING-ED.
004150     SET HIST-TYPE-IDX TO 1.
004160     SEARCH HIST-TYPE-ENTRY
004170         AT END
004180             MOVE 'UNKNOWN TYPE' TO WS-TYPE-DESC
004190         WHEN HIST-TYPE-CODE(HIST-TYPE-IDX) = AH-TRAN-TYPE
004200             MOVE HIST-TYPE-NAME(HIST-TYPE-IDX) TO WS-TYPE-DESC
004210     END-SEARCH.
004220     MOVE SPACES TO RPT-LINE.
004230     MOVE 1 TO LINE-POS.
004240     STRING '  ' AH-TRAN-DATE
004250            SPACE AH-INV-NO
004260            SPACE SPACE AH-TRAN-TYPE
004270            SPACE SPACE SPACE AH-SOURCE-PGM
004280            SPACE WS-AMOUNT-ED
004290            SPACE SPACE WS-INV-BALANCE-ED
004300            SPACE SPACE WS-RUNNING-ED
004310            '       ' WS-TYPE-DESC
004320         DELIMITED BY SIZE
004330         INTO RPT-LINE
004340         WITH POINTER LINE-POS
004350     END-STRING.
004360     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004370 4100-EXIT.
004380     EXIT.

004390******************************************************************
004400*  5000-TOTAL-MASTER                                            *
004410*  THE CURRENT BAL-DUE ON THE BILLING MASTER FOR THE ACCOUNT    *
004420*  (OR THE ONE INVOICE) - WHAT THE HISTORY HAS TO TIE TO.       *
004430******************************************************************
004440 5000-TOTAL-MASTER.
004450     OPEN INPUT CUSTOMER-BILLING-FILE.
004460     IF NOT WS-CUST-BILL-OK
004470         GO TO 5000-EXIT
004480     END-IF.
004490     PERFORM 5100-TOTAL-ONE-MASTER THRU 5100-EXIT
004500         UNTIL WS-CUST-BILL-EOF.
004510     CLOSE CUSTOMER-BILLING-FILE.
004520 5000-EXIT.
004530     EXIT.

004540 5100-TOTAL-ONE-MASTER.
004550     READ CUSTOMER-BILLING-FILE
004560         AT END
004570             SET WS-CUST-BILL-EOF TO TRUE
004580             GO TO 5100-EXIT
004590     END-READ.
004600     IF CUST-ACCT-NO NOT = REQ-ACCT-NO
004610         GO TO 5100-EXIT
004620     END-IF.
004630     IF WS-INVOICE-SELECT NOT = SPACES
004640         AND INV-NO NOT = WS-INVOICE-SELECT
004650         GO TO 5100-EXIT
004660     END-IF.
004670     ADD 1 TO WS-MASTER-THIS-REQUEST.
004680     MOVE BAL-DUE TO WS-BAL-DUE-NUM.
004690     ADD WS-BAL-DUE-NUM TO WS-MASTER-BALANCE.
004700 5100-EXIT.
004710     EXIT.

004720******************************************************************
004730*  6000-TIE-TO-MASTER                                           *
004740*  THE HISTORY BALANCE ACROSS EVERY DATE HAS TO EQUAL THE       *
004750*  MASTER'S CURRENT BAL-DUE.  WHEN THE REQUEST RUNS TO TODAY    *
004760*  THAT IS THE CLOSING BALANCE ABOVE.  A BALANCE THE HISTORY    *
004770*  CANNOT EXPLAIN IS FLAGGED FOR FOLLOW-UP.                     *
004780******************************************************************
004790 6000-TIE-TO-MASTER.
004800     COMPUTE WS-TIE-DIFFERENCE =
004810         WS-MASTER-BALANCE - WS-HISTORY-BALANCE.
004820     MOVE WS-HISTORY-BALANCE TO WS-RUNNING-ED.
004830     MOVE WS-MASTER-BALANCE  TO WS-MASTER-ED.
004840     MOVE SPACES TO RPT-LINE.
004850     MOVE 1 TO LINE-POS.
004860     STRING '  HISTORY BALANCE' SPACE WS-RUNNING-ED
004870            SPACE 'CUSTBILL BAL-DUE' SPACE WS-MASTER-ED
004880            SPACE 'INVOICES' SPACE WS-MASTER-THIS-REQUEST
004890         DELIMITED BY SIZE
004900         INTO RPT-LINE
004910         WITH POINTER LINE-POS
004920     END-STRING.
004930     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004940     MOVE SPACES TO RPT-LINE.
004950     MOVE 1 TO LINE-POS.
004960     IF WS-TIE-DIFFERENCE = ZERO
004970         ADD 1 TO WS-REQUESTS-TIED
004980         STRING '  TIES TO CUSTBILL'
004990             DELIMITED BY SIZE
005000             INTO RPT-LINE
005010             WITH POINTER LINE-POS
005020         END-STRING
005030     ELSE
005040         ADD 1 TO WS-REQUESTS-NOT-TIED
005050         MOVE WS-TIE-DIFFERENCE TO WS-AMOUNT-ED
005060         STRING '  *** DOES NOT TIE TO CUSTBILL  ACCOUNT '
005070                REQ-ACCT-NO
005080                ' DIFFERENCE ' WS-AMOUNT-ED
005090             DELIMITED BY SIZE
005100             INTO RPT-LINE
005110             WITH POINTER LINE-POS
005120         END-STRING
005130     END-IF.
005140     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005150 6000-EXIT.
005160     EXIT.

005170 8500-WRITE-REPORT-LINE.
005180     MOVE RPT-LINE TO INQUIRY-PRINT-RECORD.
005190     WRITE INQUIRY-PRINT-RECORD.
005200     IF NOT WS-REPORT-OK
005210         DISPLAY 'INQUIRY REPORT WRITE ERROR: ' WS-REPORT-STATUS
005220     END-IF.
005230     DISPLAY RPT-LINE.
005240 8500-EXIT.
005250     EXIT.

005260******************************************************************
005270*  9000-TERMINATE                                               *
005280*  ANY ACCOUNT THAT DID NOT TIE SETS A WARNING RETURN CODE SO   *
005290*  THE INQUIRY CANNOT QUIETLY HIDE A BROKEN BALANCE.            *
005300******************************************************************
005310 9000-TERMINATE.
005320     MOVE SPACES TO RPT-LINE.
005330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005340     MOVE 1 TO LINE-POS.
005350     STRING 'TRAILER' SPACE 'REQUESTS' SPACE WS-REQUESTS-READ
005360            SPACE 'TIED' SPACE WS-REQUESTS-TIED
005370            SPACE 'NOT TIED' SPACE WS-REQUESTS-NOT-TIED
005380            SPACE 'NO HISTORY' SPACE WS-REQUESTS-NO-HISTORY
005390            SPACE 'LINES' SPACE WS-LINES-LISTED
005400         DELIMITED BY SIZE
005410         INTO RPT-LINE
005420         WITH POINTER LINE-POS
005430     END-STRING.
005440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005450     CLOSE REQUEST-CARD-FILE.
005460     CLOSE INQUIRY-REPORT-FILE.
005470     IF WS-REQUESTS-NOT-TIED > ZERO
005480         MOVE 4 TO RETURN-CODE
005490     END-IF.
005500     DISPLAY 'REQUESTS READ:       ' WS-REQUESTS-READ.
005510     DISPLAY 'REQUESTS TIED:       ' WS-REQUESTS-TIED.
005520     DISPLAY 'REQUESTS NOT TIED:   ' WS-REQUESTS-NOT-TIED.
005530     DISPLAY 'REQUESTS NO HISTORY: ' WS-REQUESTS-NO-HISTORY.
005540 9000-EXIT.
005550     EXIT.
