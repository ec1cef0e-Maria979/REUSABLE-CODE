000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CYCLCHK.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/22/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/22/2026  RH   ORIGINAL PRE-CYCLE READINESS CHECK.  RUNS   *
000120*                   AT THE HEAD OF THE NIGHTLY STREAM, BEFORE   *
000130*                   ANYTHING POSTS, AND LOOKS AT EVERY CONTROL  *
000140*                   AND REFERENCE FILE THE CYCLE DEPENDS ON -   *
000150*                   CYCLDATE, CYCLLOG, HOLIDAY, INVNOCTL,       *
000160*                   BALFWD, CUSTMST, CUSTBILL, CUSTSUSP AND     *
000170*                   GLACCTS.  PRINTS A GO/NO-GO CHECKLIST WITH  *
000180*                   THE REASON FOR EVERY FAILURE AND ENDS WITH  *
000190*                   A RETURN CODE THAT STOPS THE STREAM ON A    *
000200*                   HARD FAILURE AND WARNS ON A SOFT ONE.       *
000210*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW   *
000220*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE     *
000230*                   EDITED $$,$$$.99 PICTURES.  THE SUSPENSE    *
000240*                   RECORD WIDENS TO 86 BYTES WITH IT.          *
000250*  10/06/2026  RH   TAX JURISDICTION, TAX-EXEMPT FLAG AND       *
000260*                   EXEMPTION CERTIFICATE NUMBER ADDED TO THE   *
000270*                   CUSTMST RECORD FOR THE BILLING-GENERATION   *
000280*                   SALES TAX.                                  *
000290*  10/15/2026  RH   CHECKS ADDED FOR THE TAXRATE JURISDICTION   *
000300*                   TABLE AGAINST BILLGEN'S 20-ENTRY LOAD LIMIT *
000310*                   AND FOR THE PAYPLAN, PRODQUOT AND VENDMST   *
000320*                   FILES THE DUNNING, FINANCE CHARGE, PRICE    *
000330*                   LOOKUP AND QUOTE RUNS READ.                 *
000340******************************************************************
000350*  RETURN CODES:   0  GO - EVERY CHECK PASSED                   *
000360*                  4  GO WITH WARNINGS - SOFT CHECKS ONLY       *
000370*                 16  NO-GO - AT LEAST ONE HARD FAILURE; THE    *
000380*                     STREAM DOES NOT START                     *
000390*  A DELIBERATE RERUN (CYCLDATE KEYED BACK WITH THE RERUN FLAG  *
000400*  ON) FAILS THE CYCLE-LOG CHECK ON PURPOSE; OPERATIONS RESTARTS *
000410*  THE STREAM PAST THIS STEP FOR A RERUN THEY INTEND.           *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-CYC-DATE-STATUS.

000500     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE  IS SEQUENTIAL
000530         FILE STATUS  IS WS-CYC-LOG-STATUS.

000540     SELECT HOLIDAY-CALENDAR-FILE  ASSIGN TO HOLIDAY
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-HOLIDAY-STATUS.

000580     SELECT INVOICE-CONTROL-FILE   ASSIGN TO INVNOCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-INV-CTL-STATUS.

000620     SELECT BALANCE-FORWARD-FILE   ASSIGN TO BALFWD
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000650         FILE STATUS  IS WS-BAL-FWD-STATUS.

000660     SELECT CUSTOMER-MASTER-FILE   ASSIGN TO CUSTMST
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE  IS SEQUENTIAL
000690         FILE STATUS  IS WS-CUST-MST-STATUS.

000700     SELECT CUSTOMER-BILLING-FILE  ASSIGN TO CUSTBILL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS MODE  IS SEQUENTIAL
000730         FILE STATUS  IS WS-CUST-BILL-STATUS.

000740     SELECT SUSPENSE-FILE          ASSIGN TO CUSTSUSP
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE  IS SEQUENTIAL
000770         FILE STATUS  IS WS-SUSPENSE-STATUS.

000780     SELECT GL-ACCOUNT-MAP-FILE    ASSIGN TO GLACCTS
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         ACCESS MODE  IS SEQUENTIAL
000810         FILE STATUS  IS WS-ACCT-MAP-STATUS.

000820     SELECT TAX-RATE-FILE          ASSIGN TO TAXRATE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         ACCESS MODE  IS SEQUENTIAL
000850         FILE STATUS  IS WS-TAX-RATE-STATUS.

000860     SELECT PAYMENT-PLAN-FILE      ASSIGN TO PAYPLAN
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         ACCESS MODE  IS SEQUENTIAL
000890         FILE STATUS  IS WS-PAY-PLAN-STATUS.

000900     SELECT PRODUCT-QUOTE-FILE     ASSIGN TO PRODQUOT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         ACCESS MODE  IS SEQUENTIAL
000930         FILE STATUS  IS WS-QUOTE-STATUS.

000940     SELECT VENDOR-MASTER-FILE     ASSIGN TO VENDMST
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         ACCESS MODE  IS SEQUENTIAL
000970         FILE STATUS  IS WS-VENDOR-STATUS.

000980     SELECT CHECKLIST-REPORT-FILE  ASSIGN TO CYCLCHKR
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         ACCESS MODE  IS SEQUENTIAL
001010         FILE STATUS  IS WS-REPORT-STATUS.

001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  CYCLE-DATE-FILE
001050     RECORDING MODE IS F.
001060 01  CYC-RECORD.
001070     05  CYC-BUSINESS-DATE     PIC 9(08).
001080     05  CYC-RERUN-FLAG        PIC X(01).

001090 FD  CYCLE-LOG-FILE
001100     RECORDING MODE IS F.
001110 01  CYCLOG-RECORD.
001120     05  CYCLOG-PROGRAM-ID     PIC X(08).
001130     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001140 FD  HOLIDAY-CALENDAR-FILE
001150     RECORDING MODE IS F.
001160 01  HOL-RECORD.
001170     05  HOL-FILE-DATE         PIC 9(08).

001180 FD  INVOICE-CONTROL-FILE
001190     RECORDING MODE IS F.
001200 01  INVCTL-RECORD.
001210     05  IC-INV-PREFIX         PIC X(01).
001220     05  IC-NEXT-INV-SEQ       PIC 9(05).

001230 FD  BALANCE-FORWARD-FILE
001240     RECORDING MODE IS F.
001250 01  BF-RECORD.
001260     05  BF-EXPECTED-CLOSE     PIC S9(9)V99
001270                               SIGN LEADING SEPARATE.
001280     05  BF-RUN-DATE           PIC 9(08).

001290 FD  CUSTOMER-MASTER-FILE
001300     RECORDING MODE IS F.
001310 01  MST-RECORD.
001320     05  MST-ACCT-NO             PIC X(06).
001330     05  MST-NAME                PIC X(15).
001340     05  MST-ADDR                PIC X(35).
001350     05  MST-PHONE               PIC X(13).
001360     05  MST-TERMS-DAYS          PIC 9(03).
001370     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
001380     05  MST-CREDIT-HOLD         PIC X(01).
001390     05  MST-TAX-JURISDICTION    PIC X(16).
001400     05  MST-TAX-EXEMPT          PIC X(01).
001410     05  MST-EXEMPT-CERT-NO      PIC X(15).

001420 FD  CUSTOMER-BILLING-FILE
001430     RECORDING MODE IS F.
001440 01  RCD-01.
001450     05  CUST-ACCT-NO            PIC X(6).
001460     05  BILL-INFO.
001470         10 INV-NO               PIC X(6).
001480         10 INV-AMT              PIC S9(9)V99
001490                                 SIGN LEADING SEPARATE.
001500         10 AMT-PAID             PIC S9(9)V99
001510                                 SIGN LEADING SEPARATE.
001520         10 DATE-PAID            PIC X(8).
001530         10 BAL-DUE              PIC S9(9)V99
001540                                 SIGN LEADING SEPARATE.
001550         10 DATE-DUE             PIC X(8).

001560 FD  SUSPENSE-FILE
001570     RECORD CONTAINS 86 CHARACTERS
001580     RECORDING MODE IS F.
001590 01  SUSP-RECORD.
001600     05  SUSP-REASON-LIST        PIC X(12).
001610     05  FILLER                  PIC X(01).
001620     05  SUSP-DATE               PIC 9(08).
001630     05  FILLER                  PIC X(01).
001640     05  SUSP-DATA               PIC X(64).

001650 FD  GL-ACCOUNT-MAP-FILE
001660     RECORDING MODE IS F.
001670 01  GA-MAP-RECORD.
001680     05  GA-ENTRY-CODE         PIC X(08).
001690     05  GA-GL-ACCOUNT         PIC X(12).
001700     05  GA-DESCRIPTION        PIC X(30).

001710 FD  TAX-RATE-FILE
001720     RECORDING MODE IS F.
001730 01  TR-RATE-RECORD.
001740     05  TR-FILE-JURISDICTION-CODE  PIC X(04).
001750     05  TR-FILE-JURISDICTION-RATE  PIC 99V999.

001760 FD  PAYMENT-PLAN-FILE
001770     RECORDING MODE IS F.
001780 01  PP-RECORD                   PIC X(50).

001790 FD  PRODUCT-QUOTE-FILE
001800     RECORDING MODE IS F.
001810 01  PQ-QUOTE-RECORD             PIC X(36).

001820 FD  VENDOR-MASTER-FILE
001830     RECORDING MODE IS F.
001840 01  VM-VENDOR-RECORD            PIC X(35).

001850 FD  CHECKLIST-REPORT-FILE
001860     RECORD CONTAINS 132 CHARACTERS
001870     RECORDING MODE IS F.
001880 01  CHECKLIST-PRINT-RECORD      PIC X(132).

001890 WORKING-STORAGE SECTION.
001900 01  WS-CYC-DATE-STATUS          PIC X(02).
001910     88  WS-CYC-DATE-OK              VALUE '00'.
001920 01  WS-CYC-LOG-STATUS           PIC X(02).
001930     88  WS-CYC-LOG-OK               VALUE '00'.
001940     88  WS-CYC-LOG-EOF              VALUE '10'.
001950 01  WS-HOLIDAY-STATUS           PIC X(02).
001960     88  WS-HOLIDAY-OK               VALUE '00'.
001970     88  WS-HOLIDAY-EOF              VALUE '10'.
001980 01  WS-INV-CTL-STATUS           PIC X(02).
001990     88  WS-INV-CTL-OK               VALUE '00'.
002000 01  WS-BAL-FWD-STATUS           PIC X(02).
002010     88  WS-BAL-FWD-OK               VALUE '00'.
002020 01  WS-CUST-MST-STATUS          PIC X(02).
002030     88  WS-CUST-MST-OK              VALUE '00'.
002040     88  WS-CUST-MST-EOF             VALUE '10'.
002050 01  WS-CUST-BILL-STATUS         PIC X(02).
002060     88  WS-CUST-BILL-OK             VALUE '00'.
002070     88  WS-CUST-BILL-EOF            VALUE '10'.
002080 01  WS-SUSPENSE-STATUS          PIC X(02).
002090     88  WS-SUSPENSE-OK              VALUE '00'.
002100     88  WS-SUSPENSE-EOF             VALUE '10'.
002110 01  WS-ACCT-MAP-STATUS          PIC X(02).
002120     88  WS-ACCT-MAP-OK              VALUE '00'.
002130     88  WS-ACCT-MAP-EOF             VALUE '10'.
002140 01  WS-TAX-RATE-STATUS          PIC X(02).
002150     88  WS-TAX-RATE-OK              VALUE '00'.
002160     88  WS-TAX-RATE-EOF             VALUE '10'.
002170 01  WS-PAY-PLAN-STATUS          PIC X(02).
002180     88  WS-PAY-PLAN-OK              VALUE '00'.
002190     88  WS-PAY-PLAN-EOF             VALUE '10'.
002200 01  WS-QUOTE-STATUS             PIC X(02).
002210     88  WS-QUOTE-OK                 VALUE '00'.
002220     88  WS-QUOTE-EOF                VALUE '10'.
002230 01  WS-VENDOR-STATUS            PIC X(02).
002240     88  WS-VENDOR-OK                VALUE '00'.
002250     88  WS-VENDOR-EOF               VALUE '10'.
002260 01  WS-REPORT-STATUS            PIC X(02).
002270     88  WS-REPORT-OK                VALUE '00'.

002280***
002290*** LIMITS THE CHECKS MEASURE AGAINST.  THE TABLE SIZES ARE THE
002300*** LOAD LIMITS IN THE PROGRAMS THAT READ THESE FILES: 500
002310*** CUSTOMERS (BILLGEN, ARAGING, DUNNING, STRING1), 2000 MASTER
002320*** RECORDS (BILLGEN, SUSPFIX, ADJPOST) AND 50 HOLIDAYS (BILLGEN,
002330*** CYCLADV).  ONE NIGHT CAN BILL AT MOST 2000 INVOICES, SO
002340*** FEWER INVOICE NUMBERS THAN THAT LEFT IS A HARD STOP.  THE
002350*** CHASE THRESHOLD IS SUSPFIX'S; THE HOLIDAY CALENDAR HAS TO
002360*** REACH PAST THE LONGEST TERMS ON FILE PLUS A WEEK OF SLACK
002370*** FOR THE DUE-DATE STEP PAST WEEKENDS AND HOLIDAYS.  BILLGEN
002380*** LOADS 20 TAXRATE JURISDICTION RATES AND SKIPS ANY PAST THAT.
002390***
002400 77  CUSTOMER-TABLE-LIMIT        PIC 9(05) VALUE 500.
002410 77  CUSTOMER-WARN-LEVEL         PIC 9(05) VALUE 450.
002420 77  MASTER-TABLE-LIMIT          PIC 9(05) VALUE 2000.
002430 77  MASTER-WARN-LEVEL           PIC 9(05) VALUE 1800.
002440 77  HOLIDAY-TABLE-LIMIT         PIC 9(03) VALUE 50.
002450 77  INVOICE-SEQ-HARD-LEFT       PIC 9(05) VALUE 2000.
002460 77  INVOICE-SEQ-WARN-LEFT       PIC 9(05) VALUE 10000.
002470 77  AGING-CHASE-DAYS            PIC 9(03) VALUE 5.
002480 77  HOLIDAY-SLACK-DAYS          PIC 9(03) VALUE 7.
002490 77  DEFAULT-TERMS-DAYS          PIC 9(03) VALUE 30.
002500 77  TAX-RATE-TABLE-LIMIT        PIC 9(03) VALUE 20.
002510 77  TAX-RATE-WARN-LEVEL         PIC 9(03) VALUE 18.

002520***
002530*** THE HOLIDAY CALENDAR AND BUSINESS-DAY WORK FIELDS, SAME AS
002540*** CYCLADV'S.
002550 01  HOLIDAY-COUNT               PIC 9(03) VALUE ZERO.
002560 01  HOLIDAY-TABLE.
002570     05  HOLIDAY-DATE      OCCURS 1 TO 50 TIMES
002580                           DEPENDING ON HOLIDAY-COUNT
002590                           INDEXED BY HOL-IDX
002600                           PIC 9(08).
002610 77  WS-HOLIDAY-RECORDS          PIC 9(05) VALUE ZERO.
002620 77  WS-LAST-HOLIDAY-DATE        PIC 9(08) VALUE ZERO.
002630 77  WS-CHECK-INTEGER-DATE       PIC 9(07).
002640 77  WS-CHECK-NUMERIC-DATE       PIC 9(08).
002650 77  WS-CHECK-WEEKDAY            PIC 9(01).
002660 77  WS-CHECK-RESULT             PIC X(01).
002670     88  WS-CHECK-IS-BUSINESS-DAY    VALUE 'Y'.

002680 77  WS-TODAY-DATE               PIC 9(08).
002690 77  WS-CURRENT-DATE-TIME        PIC X(21).
002700 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002710 77  WS-BUSINESS-INTEGER         PIC 9(07) VALUE ZERO.
002720 77  WS-PRIOR-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
002730 77  WS-TODAY-PRIOR-BUS-DATE     PIC 9(08) VALUE ZERO.
002740 77  WS-HORIZON-DATE             PIC 9(08) VALUE ZERO.
002750 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002760     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002770 77  WS-DATE-FLAG                PIC X(01) VALUE 'N'.
002780     88  WS-HAVE-BUSINESS-DATE       VALUE 'Y'.
002790 77  WS-LOG-HITS                 PIC 9(05) VALUE ZERO.
002800 77  WS-MAX-TERMS-DAYS           PIC 9(03) VALUE ZERO.
002810 77  WS-CUSTOMER-COUNT           PIC 9(05) VALUE ZERO.
002820 77  WS-MASTER-COUNT             PIC 9(05) VALUE ZERO.
002830 77  WS-SUSPENSE-COUNT           PIC 9(05) VALUE ZERO.
002840 77  WS-CHASE-COUNT              PIC 9(05) VALUE ZERO.
002850 77  WS-UNDATED-COUNT            PIC 9(05) VALUE ZERO.
002860 77  WS-OLDEST-SUSP-DATE         PIC 9(08) VALUE ZERO.
002870 77  WS-SUSP-INTEGER             PIC 9(07).
002880 77  WS-DAYS-IN-SUSPENSE         PIC S9(5).
002890 77  WS-MAP-COUNT                PIC 9(05) VALUE ZERO.
002900 77  WS-INVOICES-LEFT            PIC 9(05) VALUE ZERO.
002910 77  WS-TAX-RATE-RECORDS         PIC 9(05) VALUE ZERO.
002920 77  WS-BAD-RATE-COUNT           PIC 9(05) VALUE ZERO.
002930 77  WS-PLAN-COUNT               PIC 9(05) VALUE ZERO.
002940 77  WS-QUOTE-COUNT              PIC 9(05) VALUE ZERO.
002950 77  WS-VENDOR-COUNT             PIC 9(05) VALUE ZERO.

002960***
002970*** ONE CHECKLIST LINE: THE VERDICT, THE FILE IT IS ABOUT, AND
002980*** WHAT WAS FOUND.
002990***
003000 77  WS-VERDICT                  PIC X(07).
003010     88  WS-VERDICT-GO               VALUE 'GO     '.
003020     88  WS-VERDICT-WARN             VALUE 'WARNING'.
003030     88  WS-VERDICT-NO-GO            VALUE 'NO-GO  '.
003040 77  WS-CHECK-FILE               PIC X(08).
003050 77  WS-CHECK-REASON             PIC X(100).
003060 77  RPT-LINE                    PIC X(132).
003070 77  LINE-POS                    PIC S9(3).
003080 77  WS-CHECKS-MADE              PIC 9(03) VALUE ZERO.
003090 77  WS-CHECKS-PASSED            PIC 9(03) VALUE ZERO.
003100 77  WS-CHECKS-WARNED            PIC 9(03) VALUE ZERO.
003110 77  WS-CHECKS-FAILED            PIC 9(03) VALUE ZERO.

003120 PROCEDURE DIVISION.
003130******************************************************************
003140*  0000-MAINLINE                                                *
003150*  EVERY CHECK RUNS EVEN AFTER A FAILURE, SO ONE NIGHT'S        *
003160*  CHECKLIST SHOWS EVERYTHING THAT NEEDS FIXING, NOT JUST THE   *
003170*  FIRST THING.                                                 *
003180******************************************************************
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
003210     PERFORM 2000-CHECK-CYCLE-DATE  THRU 2000-EXIT.
003220     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003230     PERFORM 2100-CHECK-CYCLE-LOG   THRU 2100-EXIT.
003240     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003250     PERFORM 2500-CHECK-CUSTOMER-MASTER THRU 2500-EXIT.
003260     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003270     PERFORM 2200-CHECK-HOLIDAY-HORIZON THRU 2200-EXIT.
003280     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003290     PERFORM 2300-CHECK-INVOICE-CONTROL THRU 2300-EXIT.
003300     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003310     PERFORM 2400-CHECK-BALANCE-FORWARD THRU 2400-EXIT.
003320     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003330     PERFORM 2600-CHECK-BILLING-MASTER THRU 2600-EXIT.
003340     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003350     PERFORM 2700-CHECK-SUSPENSE    THRU 2700-EXIT.
003360     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003370     PERFORM 2800-CHECK-GL-MAPPING  THRU 2800-EXIT.
003380     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003390     PERFORM 2900-CHECK-TAXRATE     THRU 2900-EXIT.
003400     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003410     PERFORM 3000-CHECK-PAYMENT-PLANS THRU 3000-EXIT.
003420     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003430     PERFORM 3100-CHECK-PRODUCT-QUOTES THRU 3100-EXIT.
003440     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003450     PERFORM 3200-CHECK-VENDOR-MASTER THRU 3200-EXIT.
003460     PERFORM 8000-WRITE-CHECK-LINE  THRU 8000-EXIT.
003470     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
003480     GOBACK.

003490******************************************************************
003500*  1000-INITIALIZE                                              *
003510*  THE HOLIDAY CALENDAR LOADS FIRST - THE DATE CHECKS STEP      *
003520*  BUSINESS DAYS WITH IT.                                       *
003530******************************************************************
003540 1000-INITIALIZE.
003550     OPEN OUTPUT CHECKLIST-REPORT-FILE.
003560     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
003570     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
003580     MOVE SPACES TO RPT-LINE.
003590     STRING 'PRE-CYCLE READINESS CHECKLIST' SPACE 'RUN DATE'
003600            SPACE WS-TODAY-DATE
003610         DELIMITED BY SIZE
003620         INTO RPT-LINE
003630     END-STRING.
003640     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003650     MOVE SPACES TO RPT-LINE.
003660     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003670     MOVE 'VERDICT FILE     FINDING' TO RPT-LINE.
003680     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003690     PERFORM 4510-LOAD-HOLIDAY-TABLE THRU 4510-EXIT.
003700 1000-EXIT.
003710     EXIT.

003720******************************************************************
003730*  2000-CHECK-CYCLE-DATE                                        *
003740*  THE CONTROL MUST BE THERE, BE A REAL CALENDAR DATE, NOT LIE  *
003750*  IN THE FUTURE, AND NOT HAVE FALLEN BEHIND THE CALENDAR - A   *
003760*  BUSINESS DATE OLDER THAN THE BUSINESS DAY BEFORE TODAY MEANS *
003770*  CYCLADV HAS NOT BEEN ADVANCING IT.                           *
003780******************************************************************
003790 2000-CHECK-CYCLE-DATE.
003800     MOVE 'CYCLDATE' TO WS-CHECK-FILE.
003810     SET WS-VERDICT-NO-GO TO TRUE.
003820     OPEN INPUT CYCLE-DATE-FILE.
003830     IF NOT WS-CYC-DATE-OK
003840         MOVE 'NO CYCLE DATE CONTROL ON FILE' TO WS-CHECK-REASON
003850         GO TO 2000-EXIT
003860     END-IF.
003870     READ CYCLE-DATE-FILE
003880         AT END
003890             CLOSE CYCLE-DATE-FILE
003900             MOVE 'CYCLE DATE CONTROL IS EMPTY' TO WS-CHECK-REASON
003910             GO TO 2000-EXIT
003920     END-READ.
003930     CLOSE CYCLE-DATE-FILE.
003940     MOVE CYC-RERUN-FLAG TO WS-RERUN-FLAG.
003950     IF CYC-BUSINESS-DATE NOT NUMERIC
003960         OR CYC-BUSINESS-DATE = ZERO
003970         MOVE SPACES TO WS-CHECK-REASON
003980         STRING 'CYCLE DATE IS NOT A DATE: ' CYC-RECORD
003990             DELIMITED BY SIZE
004000             INTO WS-CHECK-REASON
004010         END-STRING
004020         GO TO 2000-EXIT
004030     END-IF.
004040     COMPUTE WS-CHECK-INTEGER-DATE =
004050         FUNCTION INTEGER-OF-DATE(CYC-BUSINESS-DATE).
004060     COMPUTE WS-CHECK-NUMERIC-DATE =
004070         FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER-DATE).
004080     IF WS-CHECK-NUMERIC-DATE NOT = CYC-BUSINESS-DATE
004090         MOVE SPACES TO WS-CHECK-REASON
004100         STRING 'CYCLE DATE ' CYC-BUSINESS-DATE
004110                ' IS NOT A REAL CALENDAR DATE'
004120             DELIMITED BY SIZE
004130             INTO WS-CHECK-REASON
004140         END-STRING
004150         GO TO 2000-EXIT
004160     END-IF.
004170     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
004180     MOVE WS-CHECK-INTEGER-DATE TO WS-BUSINESS-INTEGER.
004190     SET WS-HAVE-BUSINESS-DATE TO TRUE.
004200     PERFORM 2050-FIND-PRIOR-BUSINESS-DAY THRU 2050-EXIT.
004210     MOVE WS-CHECK-NUMERIC-DATE TO WS-PRIOR-BUSINESS-DATE.
004220     COMPUTE WS-CHECK-INTEGER-DATE =
004230         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
004240     PERFORM 2050-FIND-PRIOR-BUSINESS-DAY THRU 2050-EXIT.
004250     MOVE WS-CHECK-NUMERIC-DATE TO WS-TODAY-PRIOR-BUS-DATE.
004260     IF WS-BUSINESS-DATE > WS-TODAY-DATE
004270         MOVE SPACES TO WS-CHECK-REASON
004280         STRING 'CYCLE DATE ' WS-BUSINESS-DATE
004290                ' IS LATER THAN TODAY ' WS-TODAY-DATE
004300             DELIMITED BY SIZE
004310             INTO WS-CHECK-REASON
004320         END-STRING
004330         GO TO 2000-EXIT
004340     END-IF.
004350     IF WS-BUSINESS-DATE < WS-TODAY-PRIOR-BUS-DATE
004360         MOVE SPACES TO WS-CHECK-REASON
004370         MOVE 1 TO LINE-POS
004380         STRING 'CYCLE DATE ' WS-BUSINESS-DATE
004390                ' IS STALE - OLDER THAN PRIOR BUSINESS DAY '
004400                WS-TODAY-PRIOR-BUS-DATE
004410             DELIMITED BY SIZE
004420             INTO WS-CHECK-REASON
004430             WITH POINTER LINE-POS
004440         END-STRING
004450         IF WS-RERUN-REQUESTED
004460             STRING ' WITH RERUN FLAG ON'
004470                 DELIMITED BY SIZE
004480                 INTO WS-CHECK-REASON
004490                 WITH POINTER LINE-POS
004500             END-STRING
004510         END-IF
004520         GO TO 2000-EXIT
004530     END-IF.
004540     MOVE SPACES TO WS-CHECK-REASON.
004550     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
004560            ' RERUN FLAG ' WS-RERUN-FLAG
004570            ' PRIOR BUSINESS DATE ' WS-PRIOR-BUSINESS-DATE
004580         DELIMITED BY SIZE
004590         INTO WS-CHECK-REASON
004600     END-STRING.
004610     SET WS-VERDICT-GO TO TRUE.
004620 2000-EXIT.
004630     EXIT.

004640******************************************************************
004650*  2050-FIND-PRIOR-BUSINESS-DAY                                 *
004660*  STEPS BACK FROM WS-CHECK-INTEGER-DATE PAST WEEKENDS AND      *
004670*  HOLIDAY FILE DATES - CYCLADV'S STEP, RUN IN REVERSE.  THE    *
004680*  RESULT IS LEFT IN WS-CHECK-NUMERIC-DATE.                     *
004690******************************************************************
004700 2050-FIND-PRIOR-BUSINESS-DAY.
004710     MOVE 'N' TO WS-CHECK-RESULT.
004720     PERFORM 2060-STEP-BACK-A-DAY THRU 2060-EXIT
004730         UNTIL WS-CHECK-IS-BUSINESS-DAY.
004740 2050-EXIT.
004750     EXIT.

004760 2060-STEP-BACK-A-DAY.
004770     SUBTRACT 1 FROM WS-CHECK-INTEGER-DATE.
004780     PERFORM 4550-CHECK-BUSINESS-DAY-STATUS THRU 4550-EXIT.
004790 2060-EXIT.
004800     EXIT.

004810******************************************************************
004820*  2100-CHECK-CYCLE-LOG                                         *
004830*  CYCLADV EMPTIES THE LOG WHEN IT ADVANCES THE DATE, SO LOG    *
004840*  RECORDS FOR THE CONTROL DATE MEAN THE DATE WAS ALREADY       *
004850*  PROCESSED AND NEVER ADVANCED.  WITH THE RERUN FLAG OFF EVERY *
004860*  GATED STEP WILL REFUSE IT; WITH THE FLAG LEFT ON THEY WILL   *
004870*  ALL QUIETLY POST THE SAME DAY AGAIN.                         *
004880******************************************************************
004890 2100-CHECK-CYCLE-LOG.
004900     MOVE 'CYCLLOG ' TO WS-CHECK-FILE.
004910     IF NOT WS-HAVE-BUSINESS-DATE
004920         MOVE 'NOT CHECKED - NO USABLE CYCLE DATE'
004930             TO WS-CHECK-REASON
004940         SET WS-VERDICT-NO-GO TO TRUE
004950         GO TO 2100-EXIT
004960     END-IF.
004970     MOVE ZERO TO WS-LOG-HITS.
004980     OPEN INPUT CYCLE-LOG-FILE.
004990     IF WS-CYC-LOG-OK
005000         PERFORM 2150-READ-ONE-LOG-RECORD THRU 2150-EXIT
005010             UNTIL WS-CYC-LOG-EOF
005020         CLOSE CYCLE-LOG-FILE
005030     END-IF.
005040     MOVE SPACES TO WS-CHECK-REASON.
005050     MOVE 1 TO LINE-POS.
005060     IF WS-LOG-HITS = ZERO
005070         STRING 'NOTHING HAS PROCESSED ' WS-BUSINESS-DATE ' YET'
005080             DELIMITED BY SIZE
005090             INTO WS-CHECK-REASON
005100             WITH POINTER LINE-POS
005110         END-STRING
005120         IF WS-RERUN-REQUESTED
005130             STRING ' - RERUN FLAG IS ON AND SHOULD BE RESET'
005140                 DELIMITED BY SIZE
005150                 INTO WS-CHECK-REASON
005160                 WITH POINTER LINE-POS
005170             END-STRING
005180             SET WS-VERDICT-WARN TO TRUE
005190         ELSE
005200             SET WS-VERDICT-GO TO TRUE
005210         END-IF
005220     ELSE
005230         STRING WS-BUSINESS-DATE ' ALREADY PROCESSED BY '
005240                WS-LOG-HITS ' STEPS - CYCLADV DID NOT ADVANCE IT'
005250             DELIMITED BY SIZE
005260             INTO WS-CHECK-REASON
005270             WITH POINTER LINE-POS
005280         END-STRING
005290         IF WS-RERUN-REQUESTED
005300             STRING ' AND THE RERUN FLAG IS ON'
005310                 DELIMITED BY SIZE
005320                 INTO WS-CHECK-REASON
005330                 WITH POINTER LINE-POS
005340             END-STRING
005350         END-IF
005360         SET WS-VERDICT-NO-GO TO TRUE
005370     END-IF.
005380 2100-EXIT.
005390     EXIT.

005400 2150-READ-ONE-LOG-RECORD.
005410     READ CYCLE-LOG-FILE
005420         AT END
005430             SET WS-CYC-LOG-EOF TO TRUE
005440         NOT AT END
005450             IF CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
005460                 ADD 1 TO WS-LOG-HITS
005470             END-IF
005480     END-READ.
005490 2150-EXIT.
005500     EXIT.

005510******************************************************************
005520*  2200-CHECK-HOLIDAY-HORIZON                                   *
005530*  BILLGEN STEPS EACH DUE DATE PAST HOLIDAYS UP TO THE LONGEST  *
005540*  TERMS ON THE CUSTOMER MASTER AHEAD OF THE BUSINESS DATE; A   *
005550*  CALENDAR THAT STOPS SHORT OF THAT LETS A DUE DATE LAND ON A  *
005560*  HOLIDAY NOBODY LOADED.  MORE DATES THAN THE 50-ENTRY TABLE   *
005570*  MEANS THE LATEST ONES ARE DROPPED ON LOAD.                   *
005580******************************************************************
005590 2200-CHECK-HOLIDAY-HORIZON.
005600     MOVE 'HOLIDAY ' TO WS-CHECK-FILE.
005610     MOVE SPACES TO WS-CHECK-REASON.
005620     IF NOT WS-HOLIDAY-OK
005630         AND WS-HOLIDAY-RECORDS = ZERO
005640         MOVE 'NO HOLIDAY CALENDAR ON FILE' TO WS-CHECK-REASON
005650         SET WS-VERDICT-NO-GO TO TRUE
005660         GO TO 2200-EXIT
005670     END-IF.
005680     IF WS-HOLIDAY-RECORDS > HOLIDAY-TABLE-LIMIT
005690         STRING WS-HOLIDAY-RECORDS ' HOLIDAY DATES ON FILE - '
005700                'THE TABLE HOLDS ' HOLIDAY-TABLE-LIMIT
005710                '; PRUNE PAST DATES'
005720             DELIMITED BY SIZE
005730             INTO WS-CHECK-REASON
005740         END-STRING
005750         SET WS-VERDICT-NO-GO TO TRUE
005760         GO TO 2200-EXIT
005770     END-IF.
005780     IF NOT WS-HAVE-BUSINESS-DATE
005790         MOVE 'HORIZON NOT CHECKED - NO USABLE CYCLE DATE'
005800             TO WS-CHECK-REASON
005810         SET WS-VERDICT-NO-GO TO TRUE
005820         GO TO 2200-EXIT
005830     END-IF.
005840     COMPUTE WS-CHECK-INTEGER-DATE =
005850         WS-BUSINESS-INTEGER + WS-MAX-TERMS-DAYS
005860         + HOLIDAY-SLACK-DAYS.
005870     COMPUTE WS-HORIZON-DATE =
005880         FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER-DATE).
005890     IF WS-LAST-HOLIDAY-DATE < WS-HORIZON-DATE
005900         STRING 'CALENDAR ENDS ' WS-LAST-HOLIDAY-DATE
005910                ' - DUE DATES NEED IT THROUGH ' WS-HORIZON-DATE
005920                ' (TERMS ' WS-MAX-TERMS-DAYS ' DAYS)'
005930             DELIMITED BY SIZE
005940             INTO WS-CHECK-REASON
005950         END-STRING
005960         SET WS-VERDICT-NO-GO TO TRUE
005970         GO TO 2200-EXIT
005980     END-IF.
005990     STRING WS-HOLIDAY-RECORDS ' DATES THROUGH '
006000            WS-LAST-HOLIDAY-DATE ' - NEEDED THROUGH '
006010            WS-HORIZON-DATE
006020         DELIMITED BY SIZE
006030         INTO WS-CHECK-REASON
006040     END-STRING.
006050     SET WS-VERDICT-GO TO TRUE.
006060 2200-EXIT.
006070     EXIT.

006080******************************************************************
006090*  2300-CHECK-INVOICE-CONTROL                                   *
006100*  THE FIVE-DIGIT SEQUENCE CANNOT WRAP.  FEWER NUMBERS LEFT     *
006110*  THAN ONE NIGHT CAN USE STOPS THE CYCLE; FEWER THAN THE WARN  *
006120*  LEVEL GIVES NOTICE TO PLAN THE PREFIX CHANGE.                *
006130******************************************************************
006140 2300-CHECK-INVOICE-CONTROL.
006150     MOVE 'INVNOCTL' TO WS-CHECK-FILE.
006160     MOVE SPACES TO WS-CHECK-REASON.
006170     OPEN INPUT INVOICE-CONTROL-FILE.
006180     IF NOT WS-INV-CTL-OK
006190         MOVE 'NO INVOICE NUMBER CONTROL ON FILE'
006200             TO WS-CHECK-REASON
006210         SET WS-VERDICT-NO-GO TO TRUE
006220         GO TO 2300-EXIT
006230     END-IF.
006240     READ INVOICE-CONTROL-FILE
006250         AT END
006260             CLOSE INVOICE-CONTROL-FILE
006270             MOVE 'INVOICE NUMBER CONTROL IS EMPTY'
006280                 TO WS-CHECK-REASON
006290             SET WS-VERDICT-NO-GO TO TRUE
006300             GO TO 2300-EXIT
006310     END-READ.
006320     CLOSE INVOICE-CONTROL-FILE.
006330     IF IC-NEXT-INV-SEQ NOT NUMERIC
006340         STRING 'NEXT INVOICE SEQUENCE IS NOT NUMERIC: '
006350                INVCTL-RECORD
006360             DELIMITED BY SIZE
006370             INTO WS-CHECK-REASON
006380         END-STRING
006390         SET WS-VERDICT-NO-GO TO TRUE
006400         GO TO 2300-EXIT
006410     END-IF.
006420     COMPUTE WS-INVOICES-LEFT = 99999 - IC-NEXT-INV-SEQ.
006430     STRING 'NEXT INVOICE ' INVCTL-RECORD ' - '
006440            WS-INVOICES-LEFT ' NUMBERS LEFT BEFORE 99999'
006450         DELIMITED BY SIZE
006460         INTO WS-CHECK-REASON
006470     END-STRING.
006480     IF WS-INVOICES-LEFT < INVOICE-SEQ-HARD-LEFT
006490         SET WS-VERDICT-NO-GO TO TRUE
006500     ELSE
006510         IF WS-INVOICES-LEFT < INVOICE-SEQ-WARN-LEFT
006520             SET WS-VERDICT-WARN TO TRUE
006530         ELSE
006540             SET WS-VERDICT-GO TO TRUE
006550         END-IF
006560     END-IF.
006570 2300-EXIT.
006580     EXIT.

006590******************************************************************
006600*  2400-CHECK-BALANCE-FORWARD                                   *
006610*  BALCTL CARRIES ITS CLOSE FORWARD DATED WITH THE BUSINESS     *
006620*  DATE IT RAN; TONIGHT THAT HAS TO BE THE BUSINESS DAY BEFORE  *
006630*  THE CONTROL DATE, OR THE OPENING PROOF COMPARES AGAINST THE  *
006640*  WRONG NIGHT.  NO FILE AT ALL IS A FIRST RUN - BALCTL REPORTS *
006650*  THE OPENING AS NOT PROVED, SO IT ONLY WARNS HERE.            *
006660******************************************************************
006670 2400-CHECK-BALANCE-FORWARD.
006680     MOVE 'BALFWD  ' TO WS-CHECK-FILE.
006690     MOVE SPACES TO WS-CHECK-REASON.
006700     OPEN INPUT BALANCE-FORWARD-FILE.
006710     IF NOT WS-BAL-FWD-OK
006720         MOVE 'NO BALANCE FORWARD ON FILE - OPENING NOT PROVED'
006730             TO WS-CHECK-REASON
006740         SET WS-VERDICT-WARN TO TRUE
006750         GO TO 2400-EXIT
006760     END-IF.
006770     READ BALANCE-FORWARD-FILE
006780         AT END
006790             CLOSE BALANCE-FORWARD-FILE
006800             MOVE 'BALANCE FORWARD IS EMPTY' TO WS-CHECK-REASON
006810             SET WS-VERDICT-NO-GO TO TRUE
006820             GO TO 2400-EXIT
006830     END-READ.
006840     CLOSE BALANCE-FORWARD-FILE.
006850     IF NOT WS-HAVE-BUSINESS-DATE
006860         MOVE 'NOT CHECKED - NO USABLE CYCLE DATE'
006870             TO WS-CHECK-REASON
006880         SET WS-VERDICT-NO-GO TO TRUE
006890         GO TO 2400-EXIT
006900     END-IF.
006910     IF BF-RUN-DATE NOT NUMERIC
006920         OR BF-RUN-DATE NOT = WS-PRIOR-BUSINESS-DATE
006930         STRING 'BALANCE FORWARD DATED ' BF-RUN-DATE
006940                ' - EXPECTED PRIOR BUSINESS DATE '
006950                WS-PRIOR-BUSINESS-DATE
006960             DELIMITED BY SIZE
006970             INTO WS-CHECK-REASON
006980         END-STRING
006990         SET WS-VERDICT-NO-GO TO TRUE
007000         GO TO 2400-EXIT
007010     END-IF.
007020     STRING 'BALANCE FORWARD DATED ' BF-RUN-DATE
007030            ' = PRIOR BUSINESS DATE'
007040         DELIMITED BY SIZE
007050         INTO WS-CHECK-REASON
007060     END-STRING.
007070     SET WS-VERDICT-GO TO TRUE.
007080 2400-EXIT.
007090     EXIT.

007100******************************************************************
007110*  2500-CHECK-CUSTOMER-MASTER                                   *
007120*  COUNTS THE CUSTOMERS AGAINST THE 500-ENTRY LOAD LIMIT AND    *
007130*  FINDS THE LONGEST TERMS FOR THE HOLIDAY HORIZON.  PAST THE   *
007140*  LIMIT THE LOADING PROGRAMS DROP CUSTOMERS; NEAR IT, WARN.    *
007150******************************************************************
007160 2500-CHECK-CUSTOMER-MASTER.
007170     MOVE 'CUSTMST ' TO WS-CHECK-FILE.
007180     MOVE SPACES TO WS-CHECK-REASON.
007190     MOVE DEFAULT-TERMS-DAYS TO WS-MAX-TERMS-DAYS.
007200     OPEN INPUT CUSTOMER-MASTER-FILE.
007210     IF NOT WS-CUST-MST-OK
007220         MOVE 'NO CUSTOMER MASTER ON FILE' TO WS-CHECK-REASON
007230         SET WS-VERDICT-NO-GO TO TRUE
007240         GO TO 2500-EXIT
007250     END-IF.
007260     PERFORM 2550-READ-ONE-CUSTOMER THRU 2550-EXIT
007270         UNTIL WS-CUST-MST-EOF.
007280     CLOSE CUSTOMER-MASTER-FILE.
007290     STRING WS-CUSTOMER-COUNT ' CUSTOMERS - LOAD LIMIT '
007300            CUSTOMER-TABLE-LIMIT ' - LONGEST TERMS '
007310            WS-MAX-TERMS-DAYS ' DAYS'
007320         DELIMITED BY SIZE
007330         INTO WS-CHECK-REASON
007340     END-STRING.
007350     IF WS-CUSTOMER-COUNT = ZERO
007360         MOVE 'CUSTOMER MASTER IS EMPTY' TO WS-CHECK-REASON
007370         SET WS-VERDICT-NO-GO TO TRUE
007380         GO TO 2500-EXIT
007390     END-IF.
007400     IF WS-CUSTOMER-COUNT > CUSTOMER-TABLE-LIMIT
007410         SET WS-VERDICT-NO-GO TO TRUE
007420     ELSE
007430         IF WS-CUSTOMER-COUNT >= CUSTOMER-WARN-LEVEL
007440             SET WS-VERDICT-WARN TO TRUE
007450         ELSE
007460             SET WS-VERDICT-GO TO TRUE
007470         END-IF
007480     END-IF.
007490 2500-EXIT.
007500     EXIT.

007510 2550-READ-ONE-CUSTOMER.
007520     READ CUSTOMER-MASTER-FILE
007530         AT END
007540             SET WS-CUST-MST-EOF TO TRUE
007550         NOT AT END
007560             ADD 1 TO WS-CUSTOMER-COUNT
007570             IF MST-TERMS-DAYS NUMERIC
007580                 AND MST-TERMS-DAYS > WS-MAX-TERMS-DAYS
007590                 MOVE MST-TERMS-DAYS TO WS-MAX-TERMS-DAYS
007600             END-IF
007610     END-READ.
007620 2550-EXIT.
007630     EXIT.

007640******************************************************************
007650*  2600-CHECK-BILLING-MASTER                                    *
007660*  THE BILLING MASTER HAS TO BE THERE, AND FIT THE 2000-RECORD  *
007670*  TABLES THE POSTING RUNS LOAD IT INTO WITH ROOM FOR TONIGHT.  *
007680******************************************************************
007690 2600-CHECK-BILLING-MASTER.
007700     MOVE 'CUSTBILL' TO WS-CHECK-FILE.
007710     MOVE SPACES TO WS-CHECK-REASON.
007720     OPEN INPUT CUSTOMER-BILLING-FILE.
007730     IF NOT WS-CUST-BILL-OK
007740         MOVE 'NO BILLING MASTER ON FILE' TO WS-CHECK-REASON
007750         SET WS-VERDICT-NO-GO TO TRUE
007760         GO TO 2600-EXIT
007770     END-IF.
007780     PERFORM 2650-READ-ONE-MASTER THRU 2650-EXIT
007790         UNTIL WS-CUST-BILL-EOF.
007800     CLOSE CUSTOMER-BILLING-FILE.
007810     STRING WS-MASTER-COUNT ' MASTER RECORDS - TABLE LIMIT '
007820            MASTER-TABLE-LIMIT
007830         DELIMITED BY SIZE
007840         INTO WS-CHECK-REASON
007850     END-STRING.
007860     IF WS-MASTER-COUNT >= MASTER-TABLE-LIMIT
007870         SET WS-VERDICT-NO-GO TO TRUE
007880     ELSE
007890         IF WS-MASTER-COUNT >= MASTER-WARN-LEVEL
007900             SET WS-VERDICT-WARN TO TRUE
007910         ELSE
007920             SET WS-VERDICT-GO TO TRUE
007930         END-IF
007940     END-IF.
007950 2600-EXIT.
007960     EXIT.

007970 2650-READ-ONE-MASTER.
007980     READ CUSTOMER-BILLING-FILE
007990         AT END
008000             SET WS-CUST-BILL-EOF TO TRUE
008010         NOT AT END
008020             ADD 1 TO WS-MASTER-COUNT
008030     END-READ.
008040 2650-EXIT.
008050     EXIT.

008060******************************************************************
008070*  2700-CHECK-SUSPENSE                                          *
008080*  ITEMS SITTING IN SUSPENSE PAST SUSPFIX'S CHASE THRESHOLD ARE *
008090*  A WARNING, NOT A STOP - THE CYCLE RUNS, BUT SOMEBODY NEEDS   *
008100*  TO OWN THEM.  NO SUSPENSE FILE MEANS NOTHING IS SUSPENDED.   *
008110******************************************************************
008120 2700-CHECK-SUSPENSE.
008130     MOVE 'CUSTSUSP' TO WS-CHECK-FILE.
008140     MOVE SPACES TO WS-CHECK-REASON.
008150     OPEN INPUT SUSPENSE-FILE.
008160     IF NOT WS-SUSPENSE-OK
008170         MOVE 'NO SUSPENSE FILE - NOTHING IN SUSPENSE'
008180             TO WS-CHECK-REASON
008190         SET WS-VERDICT-GO TO TRUE
008200         GO TO 2700-EXIT
008210     END-IF.
008220     PERFORM 2750-AGE-ONE-ITEM THRU 2750-EXIT
008230         UNTIL WS-SUSPENSE-EOF.
008240     CLOSE SUSPENSE-FILE.
008250     MOVE 1 TO LINE-POS.
008260     STRING WS-SUSPENSE-COUNT ' ITEMS IN SUSPENSE - '
008270            WS-CHASE-COUNT ' OLDER THAN ' AGING-CHASE-DAYS ' DAYS'
008280         DELIMITED BY SIZE
008290         INTO WS-CHECK-REASON
008300         WITH POINTER LINE-POS
008310     END-STRING.
008320     IF WS-CHASE-COUNT > ZERO
008330         STRING ', OLDEST SUSPENDED ' WS-OLDEST-SUSP-DATE
008340             DELIMITED BY SIZE
008350             INTO WS-CHECK-REASON
008360             WITH POINTER LINE-POS
008370         END-STRING
008380     END-IF.
008390     IF WS-UNDATED-COUNT > ZERO
008400         STRING ', ' WS-UNDATED-COUNT ' UNDATED'
008410             DELIMITED BY SIZE
008420             INTO WS-CHECK-REASON
008430             WITH POINTER LINE-POS
008440         END-STRING
008450     END-IF.
008460     IF WS-CHASE-COUNT > ZERO
008470         OR WS-UNDATED-COUNT > ZERO
008480         SET WS-VERDICT-WARN TO TRUE
008490     ELSE
008500         SET WS-VERDICT-GO TO TRUE
008510     END-IF.
008520 2700-EXIT.
008530     EXIT.

008540 2750-AGE-ONE-ITEM.
008550     READ SUSPENSE-FILE
008560         AT END
008570             SET WS-SUSPENSE-EOF TO TRUE
008580             GO TO 2750-EXIT
008590     END-READ.
008600     ADD 1 TO WS-SUSPENSE-COUNT.
008610     IF SUSP-DATE NOT NUMERIC
008620         OR SUSP-DATE = ZERO
008630         ADD 1 TO WS-UNDATED-COUNT
008640         GO TO 2750-EXIT
008650     END-IF.
008660     IF NOT WS-HAVE-BUSINESS-DATE
008670         GO TO 2750-EXIT
008680     END-IF.
008690     COMPUTE WS-SUSP-INTEGER =
008700         FUNCTION INTEGER-OF-DATE(SUSP-DATE).
008710     COMPUTE WS-DAYS-IN-SUSPENSE =
008720         WS-BUSINESS-INTEGER - WS-SUSP-INTEGER.
008730     IF WS-DAYS-IN-SUSPENSE > AGING-CHASE-DAYS
008740         ADD 1 TO WS-CHASE-COUNT
008750         IF WS-OLDEST-SUSP-DATE = ZERO
008760             OR SUSP-DATE < WS-OLDEST-SUSP-DATE
008770             MOVE SUSP-DATE TO WS-OLDEST-SUSP-DATE
008780         END-IF
008790     END-IF.
008800 2750-EXIT.
008810     EXIT.

008820******************************************************************
008830*  2800-CHECK-GL-MAPPING                                        *
008840*  GLINTF WRITES NO FEED WITHOUT ITS ACCOUNT MAP.               *
008850******************************************************************
008860 2800-CHECK-GL-MAPPING.
008870     MOVE 'GLACCTS ' TO WS-CHECK-FILE.
008880     MOVE SPACES TO WS-CHECK-REASON.
008890     OPEN INPUT GL-ACCOUNT-MAP-FILE.
008900     IF NOT WS-ACCT-MAP-OK
008910         MOVE 'NO GL ACCOUNT MAPPING ON FILE' TO WS-CHECK-REASON
008920         SET WS-VERDICT-NO-GO TO TRUE
008930         GO TO 2800-EXIT
008940     END-IF.
008950     PERFORM 2850-READ-ONE-MAPPING THRU 2850-EXIT
008960         UNTIL WS-ACCT-MAP-EOF.
008970     CLOSE GL-ACCOUNT-MAP-FILE.
008980     IF WS-MAP-COUNT = ZERO
008990         MOVE 'GL ACCOUNT MAPPING IS EMPTY' TO WS-CHECK-REASON
009000         SET WS-VERDICT-NO-GO TO TRUE
009010         GO TO 2800-EXIT
009020     END-IF.
009030     STRING WS-MAP-COUNT ' ENTRY CODES MAPPED'
009040         DELIMITED BY SIZE
009050         INTO WS-CHECK-REASON
009060     END-STRING.
009070     SET WS-VERDICT-GO TO TRUE.
009080 2800-EXIT.
009090     EXIT.

009100 2850-READ-ONE-MAPPING.
009110     READ GL-ACCOUNT-MAP-FILE
009120         AT END
009130             SET WS-ACCT-MAP-EOF TO TRUE
009140         NOT AT END
009150             ADD 1 TO WS-MAP-COUNT
009160     END-READ.
009170 2850-EXIT.
009180     EXIT.

009190******************************************************************
009200*  2900-CHECK-TAXRATE                                           *
009210*  BILLGEN REJECTS EVERY ORDER FOR AN ACCOUNT WITH A TAX        *
009220*  JURISDICTION WHEN IT HAS NO RATE TO TAX IT AT, SO NO TABLE,  *
009230*  AN EMPTY ONE, OR A RATE THAT IS NOT NUMERIC STOPS THE CYCLE. *
009240*  MORE RATES THAN THE 20-ENTRY TABLE MEANS THE LAST ONES ARE   *
009250*  SKIPPED ON LOAD; NEAR THE LIMIT, WARN.                       *
009260******************************************************************
009270 2900-CHECK-TAXRATE.
009280     MOVE 'TAXRATE ' TO WS-CHECK-FILE.
009290     MOVE SPACES TO WS-CHECK-REASON.
009300     OPEN INPUT TAX-RATE-FILE.
009310     IF NOT WS-TAX-RATE-OK
009320         MOVE 'NO TAX RATE TABLE ON FILE' TO WS-CHECK-REASON
009330         SET WS-VERDICT-NO-GO TO TRUE
009340         GO TO 2900-EXIT
009350     END-IF.
009360     PERFORM 2950-READ-ONE-TAX-RATE THRU 2950-EXIT
009370         UNTIL WS-TAX-RATE-EOF.
009380     CLOSE TAX-RATE-FILE.
009390     IF WS-TAX-RATE-RECORDS = ZERO
009400         MOVE 'TAX RATE TABLE IS EMPTY' TO WS-CHECK-REASON
009410         SET WS-VERDICT-NO-GO TO TRUE
009420         GO TO 2900-EXIT
009430     END-IF.
009440     MOVE 1 TO LINE-POS.
009450     STRING WS-TAX-RATE-RECORDS ' JURISDICTION RATES - '
009460            'TABLE LIMIT ' TAX-RATE-TABLE-LIMIT
009470         DELIMITED BY SIZE
009480         INTO WS-CHECK-REASON
009490         WITH POINTER LINE-POS
009500     END-STRING.
009510     IF WS-BAD-RATE-COUNT > ZERO
009520         STRING ', ' WS-BAD-RATE-COUNT ' RATES NOT NUMERIC'
009530             DELIMITED BY SIZE
009540             INTO WS-CHECK-REASON
009550             WITH POINTER LINE-POS
009560         END-STRING
009570     END-IF.
009580     IF WS-BAD-RATE-COUNT > ZERO
009590         OR WS-TAX-RATE-RECORDS > TAX-RATE-TABLE-LIMIT
009600         SET WS-VERDICT-NO-GO TO TRUE
009610     ELSE
009620         IF WS-TAX-RATE-RECORDS >= TAX-RATE-WARN-LEVEL
009630             SET WS-VERDICT-WARN TO TRUE
009640         ELSE
009650             SET WS-VERDICT-GO TO TRUE
009660         END-IF
009670     END-IF.
009680 2900-EXIT.
009690     EXIT.

009700 2950-READ-ONE-TAX-RATE.
009710     READ TAX-RATE-FILE
009720         AT END
009730             SET WS-TAX-RATE-EOF TO TRUE
009740         NOT AT END
009750             ADD 1 TO WS-TAX-RATE-RECORDS
009760             IF TR-FILE-JURISDICTION-RATE NOT NUMERIC
009770                 ADD 1 TO WS-BAD-RATE-COUNT
009780             END-IF
009790     END-READ.
009800 2950-EXIT.
009810     EXIT.

009820******************************************************************
009830*  3000-CHECK-PAYMENT-PLANS                                     *
009840*  DUNNING AND FINCHG LEAVE INVOICES UNDER A PAYMENT PLAN       *
009850*  ALONE.  NO PAYPLAN FILE MEANS NO INVOICE IS UNDER A PLAN, SO *
009860*  THE FILE ONLY HAS TO BE READABLE WHEN IT IS THERE.           *
009870******************************************************************
009880 3000-CHECK-PAYMENT-PLANS.
009890     MOVE 'PAYPLAN ' TO WS-CHECK-FILE.
009900     MOVE SPACES TO WS-CHECK-REASON.
009910     OPEN INPUT PAYMENT-PLAN-FILE.
009920     IF NOT WS-PAY-PLAN-OK
009930         MOVE 'NO PAYMENT PLAN FILE - NO INVOICES UNDER A PLAN'
009940             TO WS-CHECK-REASON
009950         SET WS-VERDICT-GO TO TRUE
009960         GO TO 3000-EXIT
009970     END-IF.
009980     PERFORM 3050-READ-ONE-PLAN THRU 3050-EXIT
009990         UNTIL WS-PAY-PLAN-EOF.
010000     CLOSE PAYMENT-PLAN-FILE.
010010     STRING WS-PLAN-COUNT ' PAYMENT PLAN RECORDS ON FILE'
010020         DELIMITED BY SIZE
010030         INTO WS-CHECK-REASON
010040     END-STRING.
010050     SET WS-VERDICT-GO TO TRUE.
010060 3000-EXIT.
010070     EXIT.

010080 3050-READ-ONE-PLAN.
010090     READ PAYMENT-PLAN-FILE
010100         AT END
010110             SET WS-PAY-PLAN-EOF TO TRUE
010120         NOT AT END
010130             ADD 1 TO WS-PLAN-COUNT
010140     END-READ.
010150 3050-EXIT.
010160     EXIT.

010170******************************************************************
010180*  3100-CHECK-PRODUCT-QUOTES                                    *
010190*  THE PRICE LOOKUP IN INTRNUM PRICES FROM THE VENDOR QUOTES;   *
010200*  WITH NONE ON FILE IT HAS NOTHING TO PRICE FROM.              *
010210******************************************************************
010220 3100-CHECK-PRODUCT-QUOTES.
010230     MOVE 'PRODQUOT' TO WS-CHECK-FILE.
010240     MOVE SPACES TO WS-CHECK-REASON.
010250     OPEN INPUT PRODUCT-QUOTE-FILE.
010260     IF NOT WS-QUOTE-OK
010270         MOVE 'NO PRODUCT QUOTE FILE ON FILE' TO WS-CHECK-REASON
010280         SET WS-VERDICT-NO-GO TO TRUE
010290         GO TO 3100-EXIT
010300     END-IF.
010310     PERFORM 3150-READ-ONE-QUOTE THRU 3150-EXIT
010320         UNTIL WS-QUOTE-EOF.
010330     CLOSE PRODUCT-QUOTE-FILE.
010340     IF WS-QUOTE-COUNT = ZERO
010350         MOVE 'PRODUCT QUOTE FILE IS EMPTY' TO WS-CHECK-REASON
010360         SET WS-VERDICT-NO-GO TO TRUE
010370         GO TO 3100-EXIT
010380     END-IF.
010390     STRING WS-QUOTE-COUNT ' VENDOR QUOTES ON FILE'
010400         DELIMITED BY SIZE
010410         INTO WS-CHECK-REASON
010420     END-STRING.
010430     SET WS-VERDICT-GO TO TRUE.
010440 3100-EXIT.
010450     EXIT.

010460 3150-READ-ONE-QUOTE.
010470     READ PRODUCT-QUOTE-FILE
010480         AT END
010490             SET WS-QUOTE-EOF TO TRUE
010500         NOT AT END
010510             ADD 1 TO WS-QUOTE-COUNT
010520     END-READ.
010530 3150-EXIT.
010540     EXIT.

010550******************************************************************
010560*  3200-CHECK-VENDOR-MASTER                                     *
010570*  QUOTMNT REJECTS EVERY ADD AND CHANGE CARD WITHOUT THE VENDOR *
010580*  MASTER, AND THE QUOTE REPORTS CANNOT NAME THE VENDORS.       *
010590******************************************************************
010600 3200-CHECK-VENDOR-MASTER.
010610     MOVE 'VENDMST ' TO WS-CHECK-FILE.
010620     MOVE SPACES TO WS-CHECK-REASON.
010630     OPEN INPUT VENDOR-MASTER-FILE.
010640     IF NOT WS-VENDOR-OK
010650         MOVE 'NO VENDOR MASTER ON FILE' TO WS-CHECK-REASON
010660         SET WS-VERDICT-NO-GO TO TRUE
010670         GO TO 3200-EXIT
010680     END-IF.
010690     PERFORM 3250-READ-ONE-VENDOR THRU 3250-EXIT
010700         UNTIL WS-VENDOR-EOF.
010710     CLOSE VENDOR-MASTER-FILE.
010720     IF WS-VENDOR-COUNT = ZERO
010730         MOVE 'VENDOR MASTER IS EMPTY' TO WS-CHECK-REASON
010740         SET WS-VERDICT-NO-GO TO TRUE
010750         GO TO 3200-EXIT
010760     END-IF.
010770     STRING WS-VENDOR-COUNT ' VENDORS ON FILE'
010780         DELIMITED BY SIZE
010790         INTO WS-CHECK-REASON
010800     END-STRING.
010810     SET WS-VERDICT-GO TO TRUE.
010820 3200-EXIT.
010830     EXIT.

010840 3250-READ-ONE-VENDOR.
010850     READ VENDOR-MASTER-FILE
010860         AT END
010870             SET WS-VENDOR-EOF TO TRUE
010880         NOT AT END
010890             ADD 1 TO WS-VENDOR-COUNT
010900     END-READ.
010910 3250-EXIT.
010920     EXIT.

010930 4510-LOAD-HOLIDAY-TABLE.
010940     MOVE ZERO TO HOLIDAY-COUNT.
010950     OPEN INPUT HOLIDAY-CALENDAR-FILE.
010960     IF NOT WS-HOLIDAY-OK
010970         GO TO 4510-EXIT
010980     END-IF.
010990     PERFORM 4515-READ-HOLIDAY THRU 4515-EXIT
011000         UNTIL WS-HOLIDAY-EOF.
011010     CLOSE HOLIDAY-CALENDAR-FILE.
011020 4510-EXIT.
011030     EXIT.

011040 4515-READ-HOLIDAY.
011050     READ HOLIDAY-CALENDAR-FILE
011060         AT END
011070             SET WS-HOLIDAY-EOF TO TRUE
011080         NOT AT END
011090             ADD 1 TO WS-HOLIDAY-RECORDS
011100             IF HOL-FILE-DATE > WS-LAST-HOLIDAY-DATE
011110                 MOVE HOL-FILE-DATE TO WS-LAST-HOLIDAY-DATE
011120             END-IF
011130             IF HOLIDAY-COUNT < 50
011140                 ADD 1 TO HOLIDAY-COUNT
011150                 MOVE HOL-FILE-DATE TO HOLIDAY-DATE(HOLIDAY-COUNT)
011160             END-IF
011170     END-READ.
011180 4515-EXIT.
011190     EXIT.

011200 4550-CHECK-BUSINESS-DAY-STATUS.
011210     COMPUTE WS-CHECK-NUMERIC-DATE =
011220         FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER-DATE).
011230     COMPUTE WS-CHECK-WEEKDAY =
011240         FUNCTION MOD(WS-CHECK-INTEGER-DATE - 1, 7) + 1.
011250     MOVE 'Y' TO WS-CHECK-RESULT.
011260     IF WS-CHECK-WEEKDAY = 6 OR WS-CHECK-WEEKDAY = 7
011270         MOVE 'N' TO WS-CHECK-RESULT
011280     ELSE
011290         PERFORM 4560-SEARCH-HOLIDAY-TABLE THRU 4560-EXIT
011300     END-IF.
011310 4550-EXIT.
011320     EXIT.

011330 4560-SEARCH-HOLIDAY-TABLE.
011340     IF HOLIDAY-COUNT = ZERO
011350         GO TO 4560-EXIT
011360     END-IF.
011370     SET HOL-IDX TO 1.
011380     SEARCH HOLIDAY-DATE
011390         AT END
011400             CONTINUE
011410         WHEN HOLIDAY-DATE(HOL-IDX) = WS-CHECK-NUMERIC-DATE
011420             MOVE 'N' TO WS-CHECK-RESULT
011430     END-SEARCH.
011440 4560-EXIT.
011450     EXIT.

011460******************************************************************
011470*  8000-WRITE-CHECK-LINE                                        *
011480*  ONE CHECKLIST LINE PER CHECK, COUNTED BY VERDICT.            *
011490******************************************************************
011500 8000-WRITE-CHECK-LINE.
011510     ADD 1 TO WS-CHECKS-MADE.
011520     EVALUATE TRUE
011530         WHEN WS-VERDICT-GO
011540             ADD 1 TO WS-CHECKS-PASSED
011550         WHEN WS-VERDICT-WARN
011560             ADD 1 TO WS-CHECKS-WARNED
011570         WHEN OTHER
011580             ADD 1 TO WS-CHECKS-FAILED
011590     END-EVALUATE.
011600     MOVE SPACES TO RPT-LINE.
011610     MOVE 1 TO LINE-POS.
011620     STRING WS-VERDICT SPACE WS-CHECK-FILE SPACE WS-CHECK-REASON
011630         DELIMITED BY SIZE
011640         INTO RPT-LINE
011650         WITH POINTER LINE-POS
011660     END-STRING.
011670     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011680 8000-EXIT.
011690     EXIT.

011700 8500-WRITE-REPORT-LINE.
011710     MOVE RPT-LINE TO CHECKLIST-PRINT-RECORD.
011720     WRITE CHECKLIST-PRINT-RECORD.
011730     IF NOT WS-REPORT-OK
011740         DISPLAY 'CHECKLIST WRITE ERROR: ' WS-REPORT-STATUS
011750     END-IF.
011760     DISPLAY RPT-LINE.
011770 8500-EXIT.
011780     EXIT.

011790******************************************************************
011800*  9000-TERMINATE                                               *
011810*  THE OVERALL VERDICT AND THE RETURN CODE THE STREAM TESTS.    *
011820******************************************************************
011830 9000-TERMINATE.
011840     MOVE SPACES TO RPT-LINE.
011850     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011860     EVALUATE TRUE
011870         WHEN WS-CHECKS-FAILED > ZERO
011880             MOVE 'CYCLE IS NO-GO - STREAM STOPPED' TO RPT-LINE
011890             MOVE 16 TO RETURN-CODE
011900         WHEN WS-CHECKS-WARNED > ZERO
011910             MOVE 'CYCLE IS GO WITH WARNINGS' TO RPT-LINE
011920             MOVE 4 TO RETURN-CODE
011930         WHEN OTHER
011940             MOVE 'CYCLE IS GO' TO RPT-LINE
011950     END-EVALUATE.
011960     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
011970     MOVE SPACES TO RPT-LINE.
011980     MOVE 1 TO LINE-POS.
011990     STRING 'TRAILER' SPACE 'CHECKS' SPACE WS-CHECKS-MADE
012000            SPACE 'GO' SPACE WS-CHECKS-PASSED
012010            SPACE 'WARNING' SPACE WS-CHECKS-WARNED
012020            SPACE 'NO-GO' SPACE WS-CHECKS-FAILED
012030         DELIMITED BY SIZE
012040         INTO RPT-LINE
012050         WITH POINTER LINE-POS
012060     END-STRING.
012070     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
012080     CLOSE CHECKLIST-REPORT-FILE.
012090     DISPLAY 'CHECKS MADE:    ' WS-CHECKS-MADE.
012100     DISPLAY 'CHECKS GO:      ' WS-CHECKS-PASSED.
012110     DISPLAY 'CHECKS WARNING: ' WS-CHECKS-WARNED.
012120     DISPLAY 'CHECKS NO-GO:   ' WS-CHECKS-FAILED.
012130 9000-EXIT.
012140     EXIT.
