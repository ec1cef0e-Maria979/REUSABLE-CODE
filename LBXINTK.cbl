000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LBXINTK.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/02/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/02/2026  RH   ORIGINAL BANK LOCKBOX REMITTANCE INTAKE.    *
000120*                   READS THE DAY'S LOCKBOX TRANSMISSION AFTER  *
000130*                   THE EBCDIC CONVERSION (EBCCONV), PROVES     *
000140*                   EACH BANK BATCH TO ITS TRAILER COUNT AND    *
000150*                   TOTAL, MATCHES EACH REMITTANCE TO AN OPEN   *
000160*                   INVOICE ON THE BILLING MASTER, AND WRITES   *
000170*                   THE CASH RECEIPTS FILE (CASHRCPT) WITH ITS  *
000180*                   *BATCH HEADER FOR THE CASH APPLICATION RUN. *
000190*                   WHAT IT CANNOT PROVE OR MATCH GOES TO THE   *
000200*                   LBXRSCH RESEARCH REPORT.                    *
000201*  10/15/2026  RH   CASHRCPT IS HELD TO WHAT THE CASH           *
000202*                   APPLICATION RUN CAN LOAD: MAX-CASH-RECEIPTS *
000203*                   FROM THE CASHLIM COPYBOOK SHARED WITH       *
000204*                   CSHAPPLY, LESS THE UNAPPLIED RECEIPTS       *
000205*                   CARRIED IN ON CASHUNAP.  A PAYMENT PAST     *
000206*                   THAT GOES TO RESEARCH AS OVER THE CASH      *
000207*                   APPLY RECEIPT LIMIT.                        *
000210******************************************************************
000220*  RUNS AFTER EBCCONV HAS CONVERTED THE BANK'S TRANSMISSION AND *
000230*  AHEAD OF CSHAPPLY, IN PLACE OF THE CLERK RE-KEYING THE       *
000240*  LOCKBOX LISTING.                                             *
000250*                                                               *
000260*  A REMITTANCE CARRYING AN INVOICE NUMBER MATCHES THAT INVOICE *
000270*  WHEN IT IS OPEN ON CUSTBILL.  ONE WITHOUT MATCHES THE FIRST  *
000280*  OPEN INVOICE ON ITS ACCOUNT WHOSE BALANCE IS EXACTLY THE     *
000290*  AMOUNT PAID.  A CHECK WITH NO REMITTANCE DETAIL IS MATCHED   *
000300*  THE SAME WAY ON THE CHECK'S OWN ACCOUNT AND AMOUNT.  A BATCH *
000310*  THAT DOES NOT PROVE TO ITS TRAILER POSTS NOTHING, AND A      *
000320*  CHECK WHOSE REMITTANCES DO NOT ADD UP TO IT POSTS NOTHING;   *
000330*  EVERY ITEM OF EITHER IS LISTED FOR RESEARCH.  EVERY LOCKBOX  *
000340*  DOLLAR ENDS UP EITHER ON CASHRCPT OR ON THE RESEARCH REPORT. *
000341*                                                               *
000342*  CASHRCPT NEVER CARRIES MORE RECEIPTS THAN THE CASH APPLICATION*
000343*  RUN CAN HOLD (MAX-CASH-RECEIPTS, CASHLIM) LESS THE UNAPPLIED  *
000344*  RECEIPTS IT WILL CARRY IN FROM CASHUNAP; A PAYMENT PAST THAT  *
000345*  GOES TO RESEARCH AND THE *BATCH HEADER COUNTS ONLY WHAT WAS   *
000346*  WRITTEN.                                                      *
000350*                                                               *
000360*  RETURN CODES:   0  EVERY BATCH PROVED, EVERY ITEM MATCHED    *
000370*                  4  ITEMS LISTED FOR RESEARCH                 *
000380*                  8  A BATCH FAILED ITS PROOF - NOT POSTED     *
000390*                 16  NO CYCLE DATE, DATE ALREADY PROCESSED, OR *
000400*                     NO LOCKBOX FILE OR BILLING MASTER         *
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450*    THE LOCKBOX FILE IS EBCCONV'S RECORD-SEQUENTIAL OUTPUT, READ
000460*    UNDER THE SAME VARYING-LENGTH DEFINITION IT WAS WRITTEN WITH.
000470     SELECT LOCKBOX-FILE           ASSIGN TO LOCKBOX
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-LOCKBOX-STATUS.

000510     SELECT CUSTOMER-BILLING-FILE  ASSIGN TO CUSTBILL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE  IS SEQUENTIAL
000540         FILE STATUS  IS WS-CUST-BILL-STATUS.

000550     SELECT CASH-RECEIPTS-FILE     ASSIGN TO CASHRCPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE  IS SEQUENTIAL
000580         FILE STATUS  IS WS-RECEIPTS-STATUS.

000590     SELECT RESEARCH-REPORT-FILE   ASSIGN TO LBXRSCH
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-REPORT-STATUS.

000630     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE  IS SEQUENTIAL
000660         FILE STATUS  IS WS-CYC-DATE-STATUS.

000662     SELECT UNAPPLIED-CASH-FILE    ASSIGN TO CASHUNAP
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         ACCESS MODE  IS SEQUENTIAL
000668         FILE STATUS  IS WS-UNAP-STATUS.

000670     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         ACCESS MODE  IS SEQUENTIAL
000700         FILE STATUS  IS WS-CYC-LOG-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  LOCKBOX-FILE
000740     RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
000750         DEPENDING ON WS-LOCKBOX-LENGTH.
000760 01  LOCKBOX-INPUT-RECORD        PIC X(4096).

000770 FD  CUSTOMER-BILLING-FILE
000780     RECORDING MODE IS F.
000790 01  RCD-01.
000800     05  CUST-ACCT-NO            PIC X(6).
000810     05  BILL-INFO.
000820         10 INV-NO               PIC X(6).
000830         10 INV-AMT              PIC S9(9)V99
000840                                 SIGN LEADING SEPARATE.
000850         10 AMT-PAID             PIC S9(9)V99
000860                                 SIGN LEADING SEPARATE.
000870         10 DATE-PAID            PIC X(8).
000880         10 BAL-DUE              PIC S9(9)V99
000890                                 SIGN LEADING SEPARATE.
000900         10 DATE-DUE             PIC X(8).

000910 FD  CASH-RECEIPTS-FILE
000920     RECORDING MODE IS F.
000930 01  CR-RECEIPT-RECORD.
000940     05  CR-INV-NO             PIC X(06).
000950     05  CR-PAY-AMOUNT         PIC 9(05)V99.
000960     05  CR-PAY-DATE           PIC X(08).
000970***  THE FIRST RECORD OF THE DEPOSIT IS THE BATCH HEADER: WHAT
000980***  THE BANK DEPOSIT SLIP SAYS THE KEYED BATCH MUST ADD UP TO.
000990 01  CR-BATCH-HEADER.
001000     05  CRH-HEADER-ID         PIC X(06).
001010         88  CRH-IS-BATCH-HEADER   VALUE '*BATCH'.
001020     05  CRH-EXPECTED-COUNT    PIC 9(05).
001030     05  CRH-EXPECTED-AMOUNT   PIC 9(08)V99.

001040 FD  RESEARCH-REPORT-FILE
001050     RECORD CONTAINS 132 CHARACTERS
001060     RECORDING MODE IS F.
001070 01  REPORT-PRINT-RECORD         PIC X(132).

001071 FD  UNAPPLIED-CASH-FILE
001072     RECORDING MODE IS F.
001073 01  UNAP-RECORD.
001074     05  UNAP-INV-NO           PIC X(06).
001075     05  UNAP-PAY-AMOUNT       PIC 9(05)V99.
001076     05  UNAP-PAY-DATE         PIC X(08).

001080 FD  CYCLE-DATE-FILE
001090     RECORDING MODE IS F.
001100 01  CYC-RECORD.
001110     05  CYC-BUSINESS-DATE     PIC 9(08).
001120     05  CYC-RERUN-FLAG        PIC X(01).

001130 FD  CYCLE-LOG-FILE
001140     RECORDING MODE IS F.
001150 01  CYCLOG-RECORD.
001160     05  CYCLOG-PROGRAM-ID     PIC X(08).
001170     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001180 WORKING-STORAGE SECTION.
001190 01  WS-LOCKBOX-STATUS           PIC X(02).
001200     88  WS-LOCKBOX-OK               VALUE '00'.
001210     88  WS-LOCKBOX-EOF              VALUE '10'.
001220 01  WS-CUST-BILL-STATUS         PIC X(02).
001230     88  WS-CUST-BILL-OK             VALUE '00'.
001240     88  WS-CUST-BILL-EOF            VALUE '10'.
001250 01  WS-RECEIPTS-STATUS          PIC X(02).
001260     88  WS-RECEIPTS-OK              VALUE '00'.
001262 01  WS-UNAP-STATUS              PIC X(02).
001264     88  WS-UNAP-OK                  VALUE '00'.
001266     88  WS-UNAP-EOF                 VALUE '10'.
001270 01  WS-REPORT-STATUS            PIC X(02).
001280     88  WS-REPORT-OK                VALUE '00'.
001290 01  WS-LOCKBOX-LENGTH           PIC 9(04) BINARY.

001300***
001310*** ONE LOCKBOX RECORD AS IT COMES OUT OF EBCCONV.  THE BANK'S
001320*** RECORD TYPE IS IN COLUMN 1 AND THE BATCH NUMBER FOLLOWS IT ON
001330*** EVERY RECORD THAT BELONGS TO A BATCH.  AMOUNTS ARE UNSIGNED
001340*** ZONED DIGITS WITH TWO IMPLIED DECIMALS.
001350***    5  BATCH HEADER  - LOCKBOX NUMBER, DEPOSIT DATE CCYYMMDD
001360***    6  CHECK         - ITEM SEQUENCE, AMOUNT, CHECK NUMBER,
001370***                       REMITTER'S ACCOUNT NUMBER IF KNOWN
001380***    4  REMITTANCE    - ITEM SEQUENCE OF ITS CHECK, INVOICE
001390***                       NUMBER, ACCOUNT NUMBER, AMOUNT PAID;
001400***                       FOLLOWS THE CHECK IT CAME WITH
001410***    7  BATCH TRAILER - CHECK COUNT AND DOLLAR TOTAL
001420*** THE TRANSMISSION HEADER AND TRAILER RECORDS (1, 2, 8, 9)
001430*** CARRY NOTHING TO POST AND ARE PASSED OVER.
001440 01  LB-RECORD.
001450     05  LB-REC-TYPE             PIC X(01).
001460         88  LB-IS-BATCH-HEADER      VALUE '5'.
001470         88  LB-IS-CHECK             VALUE '6'.
001480         88  LB-IS-REMITTANCE        VALUE '4'.
001490         88  LB-IS-BATCH-TRAILER     VALUE '7'.
001500         88  LB-IS-TRANSMISSION      VALUE '1' '2' '8' '9'.
001510     05  LB-BATCH-NO             PIC X(03).
001520     05  LB-DETAIL               PIC X(76).
001530     05  LB-HEADER-DETAIL REDEFINES LB-DETAIL.
001540         10  LB-LOCKBOX-NO       PIC X(07).
001550         10  LB-DEPOSIT-DATE     PIC X(08).
001560         10  FILLER              PIC X(61).
001570     05  LB-CHECK-DETAIL REDEFINES LB-DETAIL.
001580         10  LB-CHK-ITEM-SEQ     PIC X(03).
001590         10  LB-CHK-AMOUNT       PIC 9(08)V99.
001600         10  LB-CHK-NUMBER       PIC X(10).
001610         10  LB-CHK-ACCT-NO      PIC X(06).
001620         10  FILLER              PIC X(47).
001630     05  LB-REMIT-DETAIL REDEFINES LB-DETAIL.
001640         10  LB-REM-ITEM-SEQ     PIC X(03).
001650         10  LB-REM-INV-NO       PIC X(06).
001660         10  LB-REM-ACCT-NO      PIC X(06).
001670         10  LB-REM-AMOUNT       PIC 9(08)V99.
001680         10  FILLER              PIC X(51).
001690     05  LB-TRAILER-DETAIL REDEFINES LB-DETAIL.
001700         10  LB-TRL-CHECK-COUNT  PIC 9(05).
001710         10  LB-TRL-TOTAL        PIC 9(10)V99.
001720         10  FILLER              PIC X(59).

001730***
001740*** THE OPEN INVOICES ON THE BILLING MASTER.  THE UNCLAIMED
001750*** BALANCE COMES DOWN AS THIS RUN MATCHES CASH TO THE INVOICE, SO
001760*** TWO REMITTANCES CANNOT BOTH CLAIM ONE INVOICE BY AMOUNT.
001770 01  OPEN-INV-COUNT              PIC 9(04) VALUE ZERO.
001780 01  OPEN-INV-TABLE.
001790     05  OPEN-INV-ENTRY  OCCURS 1 TO 2000 TIMES
001800                         DEPENDING ON OPEN-INV-COUNT
001810                         INDEXED BY OI-IDX.
001820         10  OI-ACCT-NO        PIC X(06).
001830         10  OI-INV-NO         PIC X(06).
001840         10  OI-BAL-DUE        PIC S9(9)V99.
001850         10  OI-UNCLAIMED      PIC S9(9)V99.

001860***
001870*** THE CHECKS AND REMITTANCES OF THE BATCH IN HAND, HELD UNTIL
001880*** ITS TRAILER PROVES IT.  A REMITTANCE CARRIES THE TABLE ENTRY
001890*** OF THE CHECK IT FOLLOWS - ZERO WHEN NO CHECK CAME AHEAD OF IT.
001900 01  BATCH-ITEM-COUNT            PIC 9(04) VALUE ZERO.
001910 01  BATCH-ITEM-TABLE.
001920     05  BATCH-ITEM-ENTRY  OCCURS 1 TO 1000 TIMES
001930                           DEPENDING ON BATCH-ITEM-COUNT.
001940         10  BI-REC-TYPE       PIC X(01).
001950             88  BI-IS-CHECK       VALUE '6'.
001960             88  BI-IS-REMITTANCE  VALUE '4'.
001970         10  BI-ITEM-SEQ       PIC X(03).
001980         10  BI-CHECK-NO       PIC X(10).
001990         10  BI-ACCT-NO        PIC X(06).
002000         10  BI-INV-NO         PIC X(06).
002010         10  BI-AMOUNT         PIC 9(08)V99.
002020         10  BI-CHECK-SUB      PIC 9(04).

002030***
002040*** THE CASH RECEIPTS MATCHED, HELD SO THE *BATCH HEADER CAN GO
002050*** OUT FIRST WITH THE COUNT AND DOLLARS BEHIND IT.  NO MORE ARE
002053*** HELD THAN THE CASH APPLICATION RUN HAS ROOM FOR, SO THE
002056*** OCCURS MUST AGREE WITH MAX-CASH-RECEIPTS (CASHLIM).
002060 01  RECEIPT-COUNT               PIC 9(04) VALUE ZERO.
002070 01  RECEIPT-TABLE.
002080     05  RECEIPT-ENTRY  OCCURS 1 TO 200 TIMES
002090                        DEPENDING ON RECEIPT-COUNT.
002100         10  RT-INV-NO         PIC X(06).
002110         10  RT-PAY-AMOUNT     PIC 9(05)V99.
002120         10  RT-PAY-DATE       PIC X(08).
002122     COPY CASHLIM.
002124 77  WS-UNAP-CARRIED             PIC 9(04) VALUE ZERO.
002126 77  WS-RECEIPT-ROOM             PIC 9(04) VALUE ZERO.

002130***
002140*** THE BATCH IN HAND.  A NON-BLANK REJECT REASON MEANS THE BATCH
002150*** WILL NOT POST, WHATEVER ITS TRAILER SAYS.
002160 01  WS-BATCH-STATE              PIC X(01) VALUE 'N'.
002170     88  WS-BATCH-OPEN               VALUE 'O'.
002180     88  WS-NO-BATCH-OPEN            VALUE 'N'.
002190 01  WS-BATCH-REJECT-REASON      PIC X(40).
002200 01  WS-DEPOSIT-DATE-CHECK.
002210     05  WS-DEP-CCYY             PIC 9(04).
002220     05  WS-DEP-MM               PIC 9(02).
002230         88  WS-DEP-MM-VALID         VALUE 1 THRU 12.
002240     05  WS-DEP-DD               PIC 9(02).
002250         88  WS-DEP-DD-VALID         VALUE 1 THRU 31.
002260 77  WS-BATCH-NO                 PIC X(03).
002270 77  WS-LOCKBOX-NO               PIC X(07).
002280 77  WS-DEPOSIT-DATE             PIC X(08).
002290 77  WS-PAY-DATE                 PIC X(08).
002300 77  WS-FILE-CHECK-COUNT         PIC 9(05).
002310 77  WS-FILE-CHECK-TOTAL         PIC 9(10)V99.
002320 77  WS-TRAILER-CHECK-COUNT      PIC 9(05).
002330 77  WS-TRAILER-TOTAL            PIC 9(10)V99.
002340 77  WS-LAST-CHECK-SUB           PIC 9(04).

002350 77  RPT-LINE                    PIC X(132).
002360 77  LINE-POS                    PIC S9(3).
002370 77  WS-ITEM-SUB                 PIC 9(04).
002380 77  WS-REMIT-SUB                PIC 9(04).
002390 77  WS-LINE-SUB                 PIC 9(04).
002400 77  WS-RECEIPT-SUB              PIC 9(04).
002410 77  WS-MATCH-SUB                PIC 9(04).
002420 77  WS-REMIT-COUNT              PIC 9(04).
002430 77  WS-REMIT-TOTAL              PIC 9(10)V99.
002440 77  WS-RESEARCH-REASON          PIC X(40).
002450 77  MAX-RECEIPT-AMOUNT          PIC 9(05)V99 VALUE 99999.99.
002460 77  WS-AMOUNT-ED                PIC $$$,$$$,$$9.99.
002470 77  WS-FILE-TOTAL-ED            PIC $$,$$$,$$$,$$9.99.
002480 77  WS-TRAILER-TOTAL-ED         PIC $$,$$$,$$$,$$9.99.
002490 77  WS-BATCH-RESULT             PIC X(10).
002500 77  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
002510 77  WS-BATCHES-READ             PIC 9(05) VALUE ZERO.
002520 77  WS-BATCHES-PROVED           PIC 9(05) VALUE ZERO.
002530 77  WS-BATCHES-REJECTED         PIC 9(05) VALUE ZERO.
002540 77  WS-CHECKS-READ              PIC 9(07) VALUE ZERO.
002550 77  WS-LOCKBOX-TOTAL            PIC 9(10)V99 VALUE ZERO.
002560 77  WS-MATCHED-BY-INVOICE       PIC 9(05) VALUE ZERO.
002570 77  WS-MATCHED-BY-AMOUNT        PIC 9(05) VALUE ZERO.
002580 77  WS-RECEIPTS-TOTAL           PIC 9(08)V99 VALUE ZERO.
002590 77  WS-RESEARCH-ITEMS           PIC 9(05) VALUE ZERO.
002600 77  WS-RESEARCH-TOTAL           PIC 9(10)V99 VALUE ZERO.
002610 77  WS-LOCKBOX-TOTAL-ED         PIC $$,$$$,$$$,$$9.99.
002620 77  WS-RECEIPTS-TOTAL-ED        PIC $$,$$$,$$$,$$9.99.
002630 77  WS-RESEARCH-TOTAL-ED        PIC $$,$$$,$$$,$$9.99.

002640***
002650*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002660*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
002670*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
002680*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
002690*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
002700*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002710*** THE CYCLDATE RECORD.
002720 01  WS-CYC-DATE-STATUS          PIC X(02).
002730     88  WS-CYC-DATE-OK              VALUE '00'.
002740 01  WS-CYC-LOG-STATUS           PIC X(02).
002750     88  WS-CYC-LOG-OK               VALUE '00'.
002760     88  WS-CYC-LOG-EOF              VALUE '10'.
002770 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002780 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002790     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002800 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
002810     88  WS-ALREADY-RAN              VALUE 'Y'.

002820 PROCEDURE DIVISION.
002830******************************************************************
002840*  0000-MAINLINE                                                *
002850*  LOADS THE OPEN INVOICES, WORKS THROUGH THE LOCKBOX FILE ONE  *
002860*  BANK BATCH AT A TIME, AND WRITES THE CASH RECEIPTS FILE.     *
002870******************************************************************
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
002900     PERFORM 2000-PROCESS-RECORD     THRU 2000-EXIT
002910         UNTIL WS-LOCKBOX-EOF.
002920     IF WS-BATCH-OPEN
002930         MOVE 'NO BATCH TRAILER' TO WS-BATCH-REJECT-REASON
002940         PERFORM 3000-CLOSE-OUT-BATCH THRU 3000-EXIT
002950     END-IF.
002960     PERFORM 8000-WRITE-CASH-RECEIPTS THRU 8000-EXIT.
002970     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
002980     GOBACK.

002990******************************************************************
003000*  0100-GET-BUSINESS-DATE                                        *
003010*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
003020*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
003030*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
003040******************************************************************
003050 0100-GET-BUSINESS-DATE.
003060     OPEN INPUT CYCLE-DATE-FILE.
003070     IF NOT WS-CYC-DATE-OK
003080         DISPLAY 'LBXINTK: NO CYCLE DATE CONTROL ON FILE - RUN '
003090             'STOPPED'
003100         MOVE 16 TO RETURN-CODE
003110         GOBACK
003120     END-IF.
003130     READ CYCLE-DATE-FILE
003140         AT END
003150             DISPLAY 'LBXINTK: CYCLE DATE CONTROL IS EMPTY - '
003160                 'RUN STOPPED'
003170             MOVE 16 TO RETURN-CODE
003180             GOBACK
003190     END-READ.
003200     IF CYC-BUSINESS-DATE NOT NUMERIC
003210         OR CYC-BUSINESS-DATE = ZERO
003220         DISPLAY 'LBXINTK: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
003230             ' - RUN STOPPED'
003240         MOVE 16 TO RETURN-CODE
003250         GOBACK
003260     END-IF.
003270     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003280     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
003290     CLOSE CYCLE-DATE-FILE.
003300     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
003310 0100-EXIT.
003320     EXIT.

003330 0150-CHECK-CYCLE-LOG.
003340     OPEN INPUT CYCLE-LOG-FILE.
003350     IF NOT WS-CYC-LOG-OK
003360         GO TO 0150-EXIT
003370     END-IF.
003380     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
003390         UNTIL WS-CYC-LOG-EOF.
003400     CLOSE CYCLE-LOG-FILE.
003410     IF NOT WS-ALREADY-RAN
003420         GO TO 0150-EXIT
003430     END-IF.
003440     IF WS-RERUN-REQUESTED
003450         DISPLAY 'LBXINTK: RERUN OF BUSINESS DATE '
003460             WS-BUSINESS-DATE ' AS REQUESTED'
003470         GO TO 0150-EXIT
003480     END-IF.
003490     DISPLAY 'LBXINTK: BUSINESS DATE ' WS-BUSINESS-DATE
003500         ' ALREADY PROCESSED - RUN STOPPED'.
003510     MOVE 16 TO RETURN-CODE.
003520     GOBACK.
003530 0150-EXIT.
003540     EXIT.

003550 0160-READ-ONE-LOG-RECORD.
003560     READ CYCLE-LOG-FILE
003570         AT END
003580             SET WS-CYC-LOG-EOF TO TRUE
003590         NOT AT END
003600             IF CYCLOG-PROGRAM-ID = 'LBXINTK '
003610                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003620                 SET WS-ALREADY-RAN TO TRUE
003630             END-IF
003640     END-READ.
003650 0160-EXIT.
003660     EXIT.

003670******************************************************************
003680*  0950-LOG-BUSINESS-DATE                                        *
003690*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003700*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003710*  THE DOOR.                                                     *
003720******************************************************************
003730 0950-LOG-BUSINESS-DATE.
003740     OPEN EXTEND CYCLE-LOG-FILE.
003750     IF WS-CYC-LOG-STATUS = '35'
003760         OPEN OUTPUT CYCLE-LOG-FILE
003770     END-IF.
003780     IF NOT WS-CYC-LOG-OK
003790         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
003800         GO TO 0950-EXIT
003810     END-IF.
003820     MOVE 'LBXINTK ' TO CYCLOG-PROGRAM-ID.
003830     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
003840     WRITE CYCLOG-RECORD.
003850     IF NOT WS-CYC-LOG-OK
003860         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
003870     END-IF.
003880     CLOSE CYCLE-LOG-FILE.
003890 0950-EXIT.
003900     EXIT.
003910******************************************************************
003920*  1000-INITIALIZE                                              *
003930*  NOTHING CAN BE MATCHED WITHOUT THE LOCKBOX FILE AND THE      *
003940*  BILLING MASTER, SO EITHER ONE MISSING STOPS THE RUN BEFORE   *
003950*  A CASH RECEIPTS FILE IS WRITTEN.                             *
003960******************************************************************
003970 1000-INITIALIZE.
003980     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003990     OPEN INPUT LOCKBOX-FILE.
004000     IF NOT WS-LOCKBOX-OK
004010         DISPLAY 'LBXINTK: LOCKBOX FILE OPEN ERROR: '
004020             WS-LOCKBOX-STATUS ' - RUN STOPPED'
004030         MOVE 16 TO RETURN-CODE
004040         GOBACK
004050     END-IF.
004060     PERFORM 1100-LOAD-OPEN-INVOICES THRU 1100-EXIT.
004065     PERFORM 1300-COUNT-UNAPPLIED-CASH THRU 1300-EXIT.
004070     OPEN OUTPUT CASH-RECEIPTS-FILE.
004080     OPEN OUTPUT RESEARCH-REPORT-FILE.
004090     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
004100     PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
004110 1000-EXIT.
004120     EXIT.

004130******************************************************************
004140*  1100-LOAD-OPEN-INVOICES                                      *
004150*  ONLY AN INVOICE WITH A BALANCE DUE CAN TAKE LOCKBOX CASH.    *
004160******************************************************************
004170 1100-LOAD-OPEN-INVOICES.
004180     OPEN INPUT CUSTOMER-BILLING-FILE.
004190     IF NOT WS-CUST-BILL-OK
004200         DISPLAY 'LBXINTK: BILLING MASTER OPEN ERROR: '
004210             WS-CUST-BILL-STATUS ' - RUN STOPPED'
004220         CLOSE LOCKBOX-FILE
004230         MOVE 16 TO RETURN-CODE
004240         GOBACK
004250     END-IF.
004260     PERFORM 1150-READ-ONE-INVOICE THRU 1150-EXIT
004270         UNTIL WS-CUST-BILL-EOF.
004280     CLOSE CUSTOMER-BILLING-FILE.
004290 1100-EXIT.
004300     EXIT.

004310 1150-READ-ONE-INVOICE.
004320     READ CUSTOMER-BILLING-FILE
004330         AT END
004340             SET WS-CUST-BILL-EOF TO TRUE
004350             GO TO 1150-EXIT
004360     END-READ.
004370     IF BAL-DUE NOT > ZERO
004380         GO TO 1150-EXIT
004390     END-IF.
004400     IF OPEN-INV-COUNT >= 2000
004410         DISPLAY 'OPEN INVOICE TABLE FULL - INVOICE NOT LOADED: '
004420             INV-NO
004430         GO TO 1150-EXIT
004440     END-IF.
004450     ADD 1 TO OPEN-INV-COUNT.
004460     MOVE CUST-ACCT-NO TO OI-ACCT-NO(OPEN-INV-COUNT).
004470     MOVE INV-NO       TO OI-INV-NO(OPEN-INV-COUNT).
004480     MOVE BAL-DUE      TO OI-BAL-DUE(OPEN-INV-COUNT).
004490     MOVE BAL-DUE      TO OI-UNCLAIMED(OPEN-INV-COUNT).
004500 1150-EXIT.
004510     EXIT.

004520 1200-WRITE-REPORT-HEADER.
004530     MOVE SPACES TO RPT-LINE.
004540     STRING 'LOCKBOX INTAKE - BATCH PROOF AND RESEARCH REPORT'
004550            SPACE 'RUN DATE' SPACE WS-BUSINESS-DATE
004560         DELIMITED BY SIZE
004570         INTO RPT-LINE
004580     END-STRING.
004581     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004582 1200-EXIT.
004583     EXIT.
004584******************************************************************
004585*  1300-COUNT-UNAPPLIED-CASH                                    *
004586*  THE CASH APPLICATION RUN LOADS YESTERDAY'S UNAPPLIED         *
004587*  RECEIPTS INTO THE SAME TABLE AHEAD OF CASHRCPT, SO THEY COME *
004588*  OFF THE ROOM LEFT FOR TODAY'S.  NO CASHUNAP MEANS NOTHING    *
004589*  CARRIED IN.                                                  *
004590******************************************************************
004591 1300-COUNT-UNAPPLIED-CASH.
004592     MOVE MAX-CASH-RECEIPTS TO WS-RECEIPT-ROOM.
004593     OPEN INPUT UNAPPLIED-CASH-FILE.
004594     IF NOT WS-UNAP-OK
004595         GO TO 1300-EXIT
004596     END-IF.
004597     PERFORM 1350-READ-ONE-UNAPPLIED THRU 1350-EXIT
004598         UNTIL WS-UNAP-EOF.
004599     CLOSE UNAPPLIED-CASH-FILE.
004608     IF WS-UNAP-CARRIED >= MAX-CASH-RECEIPTS
004609         MOVE ZERO TO WS-RECEIPT-ROOM
004610     ELSE
004611         SUBTRACT WS-UNAP-CARRIED FROM WS-RECEIPT-ROOM
004612     END-IF.
004613 1300-EXIT.
004614     EXIT.

004615 1350-READ-ONE-UNAPPLIED.
004616     READ UNAPPLIED-CASH-FILE
004617         AT END
004618             SET WS-UNAP-EOF TO TRUE
004619         NOT AT END
004620             ADD 1 TO WS-UNAP-CARRIED
004621     END-READ.
004622 1350-EXIT.
004623     EXIT.

004624******************************************************************
004625*  2000-PROCESS-RECORD                                          *
004640*  A BATCH HEADER OPENS A BATCH, ITS CHECKS AND REMITTANCES ARE *
004650*  HELD, AND ITS TRAILER PROVES AND POSTS IT.                   *
004660******************************************************************
004670 2000-PROCESS-RECORD.
004680     ADD 1 TO WS-RECORDS-READ.
004690     MOVE SPACES TO LB-RECORD.
004700     IF WS-LOCKBOX-LENGTH > 80
004710         MOVE LOCKBOX-INPUT-RECORD(1:80) TO LB-RECORD
004720     ELSE
004730         MOVE LOCKBOX-INPUT-RECORD(1:WS-LOCKBOX-LENGTH)
004740             TO LB-RECORD
004750     END-IF.
004760     EVALUATE TRUE
004770         WHEN LB-IS-BATCH-HEADER
004780             PERFORM 2200-START-BATCH  THRU 2200-EXIT
004790         WHEN LB-IS-CHECK
004800         WHEN LB-IS-REMITTANCE
004810             PERFORM 2300-HOLD-ITEM    THRU 2300-EXIT
004820         WHEN LB-IS-BATCH-TRAILER
004830             PERFORM 2400-END-BATCH    THRU 2400-EXIT
004840         WHEN LB-IS-TRANSMISSION
004850             CONTINUE
004860         WHEN OTHER
004870             MOVE 'RECORD TYPE NOT RECOGNIZED'
004880                 TO WS-RESEARCH-REASON
004890             PERFORM 6100-WRITE-RECORD-LINE THRU 6100-EXIT
004900     END-EVALUATE.
004910     PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
004920 2000-EXIT.
004930     EXIT.

004940 2100-READ-LOCKBOX.
004950     READ LOCKBOX-FILE
004960         AT END
004970             SET WS-LOCKBOX-EOF TO TRUE
004980     END-READ.
004990 2100-EXIT.
005000     EXIT.

005010******************************************************************
005020*  2200-START-BATCH                                             *
005030*  A NEW HEADER WITH A BATCH STILL OPEN MEANS THE OPEN BATCH    *
005040*  NEVER GOT ITS TRAILER; IT IS CLOSED OUT UNPOSTED FIRST.  THE *
005050*  DEPOSIT DATE BECOMES THE PAYMENT DATE ON EVERY RECEIPT.      *
005060******************************************************************
005070 2200-START-BATCH.
005080     IF WS-BATCH-OPEN
005090         MOVE 'NO BATCH TRAILER' TO WS-BATCH-REJECT-REASON
005100         PERFORM 3000-CLOSE-OUT-BATCH THRU 3000-EXIT
005110     END-IF.
005120     SET WS-BATCH-OPEN TO TRUE.
005130     ADD 1 TO WS-BATCHES-READ.
005140     MOVE SPACES TO WS-BATCH-REJECT-REASON.
005150     MOVE ZERO TO BATCH-ITEM-COUNT.
005160     MOVE ZERO TO WS-FILE-CHECK-COUNT.
005170     MOVE ZERO TO WS-FILE-CHECK-TOTAL.
005180     MOVE ZERO TO WS-TRAILER-CHECK-COUNT.
005190     MOVE ZERO TO WS-TRAILER-TOTAL.
005200     MOVE ZERO TO WS-LAST-CHECK-SUB.
005210     MOVE LB-BATCH-NO     TO WS-BATCH-NO.
005220     MOVE LB-LOCKBOX-NO   TO WS-LOCKBOX-NO.
005230     MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
005240     MOVE SPACES TO WS-PAY-DATE.
005250     IF LB-DEPOSIT-DATE NOT NUMERIC
005260         MOVE 'DEPOSIT DATE NOT VALID' TO WS-BATCH-REJECT-REASON
005270         GO TO 2200-EXIT
005280     END-IF.
005290     MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE-CHECK.
005300     IF WS-DEP-CCYY < 1900
005310         OR NOT WS-DEP-MM-VALID
005320         OR NOT WS-DEP-DD-VALID
005330         MOVE 'DEPOSIT DATE NOT VALID' TO WS-BATCH-REJECT-REASON
005340         GO TO 2200-EXIT
005350     END-IF.
005360     STRING LB-DEPOSIT-DATE(5:2) '/'
005370            LB-DEPOSIT-DATE(7:2) '/'
005380            LB-DEPOSIT-DATE(3:2)
005390         DELIMITED BY SIZE
005400         INTO WS-PAY-DATE
005410     END-STRING.
005420 2200-EXIT.
005430     EXIT.

005440******************************************************************
005450*  2300-HOLD-ITEM                                               *
005460*  HOLDS A CHECK OR REMITTANCE UNTIL THE BATCH TRAILER.  EVERY  *
005470*  CHECK COUNTS TOWARD THE BATCH PROOF, EVEN ONE THAT CANNOT BE *
005480*  HELD, SO A BATCH TOO BIG TO HOLD STILL FAILS ITS PROOF       *
005490*  HONESTLY AND DOES NOT POST.                                  *
005500******************************************************************
005510 2300-HOLD-ITEM.
005520     IF WS-NO-BATCH-OPEN
005530         MOVE 'NO BATCH HEADER AHEAD OF ITEM'
005540             TO WS-RESEARCH-REASON
005550         PERFORM 6100-WRITE-RECORD-LINE THRU 6100-EXIT
005560         IF LB-IS-CHECK
005570             ADD 1 TO WS-CHECKS-READ
005580             IF LB-CHK-AMOUNT NUMERIC
005590                 ADD LB-CHK-AMOUNT TO WS-LOCKBOX-TOTAL
005600                 ADD LB-CHK-AMOUNT TO WS-RESEARCH-TOTAL
005610             END-IF
005620         END-IF
005630         GO TO 2300-EXIT
005640     END-IF.
005650     IF LB-IS-CHECK
005660         ADD 1 TO WS-CHECKS-READ
005670         ADD 1 TO WS-FILE-CHECK-COUNT
005680         IF LB-CHK-AMOUNT NUMERIC
005690             ADD LB-CHK-AMOUNT TO WS-FILE-CHECK-TOTAL
005700         ELSE
005710             MOVE 'CHECK AMOUNT NOT NUMERIC'
005720                 TO WS-BATCH-REJECT-REASON
005730         END-IF
005740     END-IF.
005750     IF BATCH-ITEM-COUNT >= 1000
005760         MOVE 'BATCH TOO LARGE TO HOLD' TO WS-BATCH-REJECT-REASON
005770         MOVE 'BATCH TOO LARGE - ITEM NOT HELD'
005780             TO WS-RESEARCH-REASON
005790         PERFORM 6100-WRITE-RECORD-LINE THRU 6100-EXIT
005800         GO TO 2300-EXIT
005810     END-IF.
005820     ADD 1 TO BATCH-ITEM-COUNT.
005830     MOVE LB-REC-TYPE TO BI-REC-TYPE(BATCH-ITEM-COUNT).
005840     IF LB-IS-CHECK
005850         MOVE BATCH-ITEM-COUNT TO WS-LAST-CHECK-SUB
005860         MOVE LB-CHK-ITEM-SEQ  TO BI-ITEM-SEQ(BATCH-ITEM-COUNT)
005870         MOVE LB-CHK-NUMBER    TO BI-CHECK-NO(BATCH-ITEM-COUNT)
005880         MOVE LB-CHK-ACCT-NO   TO BI-ACCT-NO(BATCH-ITEM-COUNT)
005890         MOVE SPACES           TO BI-INV-NO(BATCH-ITEM-COUNT)
005900         MOVE ZERO             TO BI-AMOUNT(BATCH-ITEM-COUNT)
005910         IF LB-CHK-AMOUNT NUMERIC
005920             MOVE LB-CHK-AMOUNT TO BI-AMOUNT(BATCH-ITEM-COUNT)
005930         END-IF
005940         MOVE BATCH-ITEM-COUNT TO BI-CHECK-SUB(BATCH-ITEM-COUNT)
005950         GO TO 2300-EXIT
005960     END-IF.
005970     MOVE LB-REM-ITEM-SEQ TO BI-ITEM-SEQ(BATCH-ITEM-COUNT).
005980     MOVE SPACES          TO BI-CHECK-NO(BATCH-ITEM-COUNT).
005990     IF WS-LAST-CHECK-SUB > ZERO
006000         MOVE BI-CHECK-NO(WS-LAST-CHECK-SUB)
006010             TO BI-CHECK-NO(BATCH-ITEM-COUNT)
006020     END-IF.
006030     MOVE LB-REM-ACCT-NO  TO BI-ACCT-NO(BATCH-ITEM-COUNT).
006040     MOVE LB-REM-INV-NO   TO BI-INV-NO(BATCH-ITEM-COUNT).
006050*    A REMITTANCE AMOUNT THAT IS NOT NUMERIC HOLDS AS ZERO; ITS
006060*    CHECK THEN FAILS TO FOOT AND GOES TO RESEARCH WHOLE.
006070     MOVE ZERO TO BI-AMOUNT(BATCH-ITEM-COUNT).
006080     IF LB-REM-AMOUNT NUMERIC
006090         MOVE LB-REM-AMOUNT TO BI-AMOUNT(BATCH-ITEM-COUNT)
006100     END-IF.
006110     MOVE WS-LAST-CHECK-SUB TO BI-CHECK-SUB(BATCH-ITEM-COUNT).
006120 2300-EXIT.
006130     EXIT.

006140******************************************************************
006150*  2400-END-BATCH                                               *
006160*  THE TRAILER MUST BELONG TO THE BATCH IN HAND AND AGREE WITH  *
006170*  THE CHECKS RECEIVED ON BOTH COUNT AND DOLLARS.               *
006180******************************************************************
006190 2400-END-BATCH.
006200     IF WS-NO-BATCH-OPEN
006210         MOVE 'BATCH TRAILER WITH NO HEADER' TO WS-RESEARCH-REASON
006220         PERFORM 6100-WRITE-RECORD-LINE THRU 6100-EXIT
006230         GO TO 2400-EXIT
006240     END-IF.
006250     IF LB-TRL-CHECK-COUNT NUMERIC
006260         MOVE LB-TRL-CHECK-COUNT TO WS-TRAILER-CHECK-COUNT
006270     END-IF.
006280     IF LB-TRL-TOTAL NUMERIC
006290         MOVE LB-TRL-TOTAL TO WS-TRAILER-TOTAL
006300     END-IF.
006310     IF WS-BATCH-REJECT-REASON = SPACES
006320         AND LB-BATCH-NO NOT = WS-BATCH-NO
006330         MOVE 'TRAILER IS FOR ANOTHER BATCH'
006340             TO WS-BATCH-REJECT-REASON
006350     END-IF.
006360     IF WS-BATCH-REJECT-REASON = SPACES
006370         AND (LB-TRL-CHECK-COUNT NOT NUMERIC
006380           OR LB-TRL-TOTAL NOT NUMERIC)
006390         MOVE 'TRAILER NOT NUMERIC' TO WS-BATCH-REJECT-REASON
006400     END-IF.
006410     IF WS-BATCH-REJECT-REASON = SPACES
006420         AND (WS-TRAILER-CHECK-COUNT NOT = WS-FILE-CHECK-COUNT
006430           OR WS-TRAILER-TOTAL NOT = WS-FILE-CHECK-TOTAL)
006440         MOVE 'OUT OF BALANCE TO TRAILER'
006450             TO WS-BATCH-REJECT-REASON
006460     END-IF.
006470     PERFORM 3000-CLOSE-OUT-BATCH THRU 3000-EXIT.
006480 2400-EXIT.
006490     EXIT.

006500******************************************************************
006510*  3000-CLOSE-OUT-BATCH                                         *
006520*  PRINTS THE BATCH PROOF.  A BATCH THAT PROVED IS MATCHED CHECK*
006530*  BY CHECK; ONE THAT DID NOT POSTS NOTHING AND EVERY ITEM IN IT*
006540*  IS LISTED FOR RESEARCH.                                      *
006550******************************************************************
006560 3000-CLOSE-OUT-BATCH.
006570     ADD WS-FILE-CHECK-TOTAL TO WS-LOCKBOX-TOTAL.
006580     IF WS-BATCH-REJECT-REASON = SPACES
006590         MOVE 'PROVED'   TO WS-BATCH-RESULT
006600         ADD 1 TO WS-BATCHES-PROVED
006610     ELSE
006620         MOVE 'NOT POSTED' TO WS-BATCH-RESULT
006630         ADD 1 TO WS-BATCHES-REJECTED
006640         ADD WS-FILE-CHECK-TOTAL TO WS-RESEARCH-TOTAL
006650     END-IF.
006660     MOVE WS-FILE-CHECK-TOTAL TO WS-FILE-TOTAL-ED.
006670     MOVE WS-TRAILER-TOTAL    TO WS-TRAILER-TOTAL-ED.
006680     MOVE SPACES TO RPT-LINE.
006690     MOVE 1 TO LINE-POS.
006700     STRING
006710        'BATCH ' WS-BATCH-NO
006720        ' LOCKBOX ' WS-LOCKBOX-NO
006730        ' DEPOSIT ' WS-DEPOSIT-DATE
006740            DELIMITED BY SIZE
006750        ' CHECKS ' WS-FILE-CHECK-COUNT ' ' WS-FILE-TOTAL-ED
006760            DELIMITED BY SIZE
006770        ' TRAILER ' WS-TRAILER-CHECK-COUNT ' ' WS-TRAILER-TOTAL-ED
006780            DELIMITED BY SIZE
006790        ' ' WS-BATCH-RESULT
006800            DELIMITED BY SIZE
006830        INTO RPT-LINE
006840        WITH POINTER LINE-POS
006850     END-STRING.
006860     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006870     IF WS-BATCH-REJECT-REASON NOT = SPACES
006871         MOVE SPACES TO RPT-LINE
006872         STRING '  BATCH ' WS-BATCH-NO ' NOT POSTED - '
006873                WS-BATCH-REJECT-REASON
006874             DELIMITED BY SIZE
006875             INTO RPT-LINE
006876         END-STRING
006877         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006880         MOVE WS-BATCH-REJECT-REASON TO WS-RESEARCH-REASON
006890         PERFORM 6000-WRITE-RESEARCH-LINE THRU 6000-EXIT
006900             VARYING WS-LINE-SUB FROM 1 BY 1
006910             UNTIL WS-LINE-SUB > BATCH-ITEM-COUNT
006920     ELSE
006930         PERFORM 3100-POST-ONE-ITEM THRU 3100-EXIT
006940             VARYING WS-ITEM-SUB FROM 1 BY 1
006950             UNTIL WS-ITEM-SUB > BATCH-ITEM-COUNT
006960     END-IF.
006970     SET WS-NO-BATCH-OPEN TO TRUE.
006980 3000-EXIT.
006990     EXIT.

007000******************************************************************
007010*  3100-POST-ONE-ITEM                                           *
007020*  WORKS A PROVED BATCH ONE CHECK AT A TIME.  THE REMITTANCES   *
007030*  UNDER A CHECK ARE MATCHED ONLY WHEN THEY ADD UP TO IT - CASH *
007040*  THAT CANNOT BE SPLIT WITH CERTAINTY IS NOT APPLIED.  A CHECK *
007050*  WITH NO REMITTANCES IS MATCHED ON ITS OWN ACCOUNT AND AMOUNT.*
007060******************************************************************
007070 3100-POST-ONE-ITEM.
007080     IF BI-IS-REMITTANCE(WS-ITEM-SUB)
007090         IF BI-CHECK-SUB(WS-ITEM-SUB) = ZERO
007100             MOVE WS-ITEM-SUB TO WS-LINE-SUB
007110             MOVE 'REMITTANCE WITH NO CHECK AHEAD OF IT'
007120                 TO WS-RESEARCH-REASON
007130             PERFORM 6000-WRITE-RESEARCH-LINE THRU 6000-EXIT
007140         END-IF
007150         GO TO 3100-EXIT
007160     END-IF.
007170     MOVE ZERO TO WS-REMIT-COUNT.
007180     MOVE ZERO TO WS-REMIT-TOTAL.
007190     PERFORM 3150-FOOT-ONE-REMITTANCE THRU 3150-EXIT
007200         VARYING WS-REMIT-SUB FROM WS-ITEM-SUB BY 1
007210         UNTIL WS-REMIT-SUB > BATCH-ITEM-COUNT.
007220     IF WS-REMIT-COUNT = ZERO
007230         MOVE WS-ITEM-SUB TO WS-LINE-SUB
007240         PERFORM 4000-MATCH-ONE-PAYMENT THRU 4000-EXIT
007250         GO TO 3100-EXIT
007260     END-IF.
007270     IF WS-REMIT-TOTAL NOT = BI-AMOUNT(WS-ITEM-SUB)
007280         MOVE WS-ITEM-SUB TO WS-LINE-SUB
007290         MOVE 'REMITTANCES DO NOT ADD UP TO CHECK'
007300             TO WS-RESEARCH-REASON
007310         PERFORM 6000-WRITE-RESEARCH-LINE THRU 6000-EXIT
007320         ADD BI-AMOUNT(WS-ITEM-SUB) TO WS-RESEARCH-TOTAL
007330         MOVE 'ON CHECK ABOVE - NOT POSTED' TO WS-RESEARCH-REASON
007340         PERFORM 3200-LIST-ONE-REMITTANCE THRU 3200-EXIT
007350             VARYING WS-REMIT-SUB FROM WS-ITEM-SUB BY 1
007360             UNTIL WS-REMIT-SUB > BATCH-ITEM-COUNT
007370         GO TO 3100-EXIT
007380     END-IF.
007390     PERFORM 3300-POST-ONE-REMITTANCE THRU 3300-EXIT
007400         VARYING WS-REMIT-SUB FROM WS-ITEM-SUB BY 1
007410         UNTIL WS-REMIT-SUB > BATCH-ITEM-COUNT.
007420 3100-EXIT.
007430     EXIT.

007440 3150-FOOT-ONE-REMITTANCE.
007450     IF BI-IS-REMITTANCE(WS-REMIT-SUB)
007460         AND BI-CHECK-SUB(WS-REMIT-SUB) = WS-ITEM-SUB
007470         ADD 1 TO WS-REMIT-COUNT
007480         ADD BI-AMOUNT(WS-REMIT-SUB) TO WS-REMIT-TOTAL
007490     END-IF.
007500 3150-EXIT.
007510     EXIT.

007520 3200-LIST-ONE-REMITTANCE.
007530     IF BI-IS-REMITTANCE(WS-REMIT-SUB)
007540         AND BI-CHECK-SUB(WS-REMIT-SUB) = WS-ITEM-SUB
007550         MOVE WS-REMIT-SUB TO WS-LINE-SUB
007560         PERFORM 6000-WRITE-RESEARCH-LINE THRU 6000-EXIT
007570     END-IF.
007580 3200-EXIT.
007590     EXIT.

007600 3300-POST-ONE-REMITTANCE.
007610     IF BI-IS-REMITTANCE(WS-REMIT-SUB)
007620         AND BI-CHECK-SUB(WS-REMIT-SUB) = WS-ITEM-SUB
007630         MOVE WS-REMIT-SUB TO WS-LINE-SUB
007640         PERFORM 4000-MATCH-ONE-PAYMENT THRU 4000-EXIT
007650     END-IF.
007660 3300-EXIT.
007670     EXIT.

007680******************************************************************
007690*  4000-MATCH-ONE-PAYMENT                                       *
007700*  MATCHES THE PAYMENT HELD AT WS-LINE-SUB TO AN OPEN INVOICE   *
007710*  AND ADDS IT TO THE CASH RECEIPTS, OR LISTS IT FOR RESEARCH   *
007720*  WITH THE REASON IT WOULD NOT MATCH.  AN INVOICE NUMBER IS    *
007730*  TAKEN AT ITS WORD WHEN THE INVOICE IS OPEN, FOR ANY AMOUNT - *
007740*  THE CASH APPLICATION RUN HANDLES A PART OR OVER PAYMENT.     *
007750*  WITHOUT ONE THE ACCOUNT MUST HAVE AN UNCLAIMED OPEN INVOICE  *
007760*  FOR EXACTLY THE AMOUNT PAID.                                 *
007770******************************************************************
007780 4000-MATCH-ONE-PAYMENT.
007790     PERFORM 4050-FIND-OPEN-INVOICE THRU 4050-EXIT.
007800     IF WS-MATCH-SUB = ZERO
007810         PERFORM 6000-WRITE-RESEARCH-LINE THRU 6000-EXIT
007820         ADD BI-AMOUNT(WS-LINE-SUB) TO WS-RESEARCH-TOTAL
007830         GO TO 4000-EXIT
007840     END-IF.
007850     ADD 1 TO RECEIPT-COUNT.
007860     MOVE OI-INV-NO(WS-MATCH-SUB) TO RT-INV-NO(RECEIPT-COUNT).
007870     MOVE BI-AMOUNT(WS-LINE-SUB)  TO RT-PAY-AMOUNT(RECEIPT-COUNT).
007880     MOVE WS-PAY-DATE             TO RT-PAY-DATE(RECEIPT-COUNT).
007890     SUBTRACT BI-AMOUNT(WS-LINE-SUB)
007900         FROM OI-UNCLAIMED(WS-MATCH-SUB).
007910     ADD BI-AMOUNT(WS-LINE-SUB) TO WS-RECEIPTS-TOTAL.
007920     IF BI-INV-NO(WS-LINE-SUB) NOT = SPACES
007930         ADD 1 TO WS-MATCHED-BY-INVOICE
007940     ELSE
007950         ADD 1 TO WS-MATCHED-BY-AMOUNT
007960     END-IF.
007970 4000-EXIT.
007980     EXIT.

007990 4050-FIND-OPEN-INVOICE.
008000     MOVE SPACES TO WS-RESEARCH-REASON.
008010     MOVE ZERO TO WS-MATCH-SUB.
008020     IF BI-AMOUNT(WS-LINE-SUB) = ZERO
008030         MOVE 'NO AMOUNT PAID' TO WS-RESEARCH-REASON
008040         GO TO 4050-EXIT
008050     END-IF.
008060     IF BI-AMOUNT(WS-LINE-SUB) > MAX-RECEIPT-AMOUNT
008070         MOVE 'OVER 99,999.99 - TOO LARGE FOR CASHRCPT'
008080             TO WS-RESEARCH-REASON
008090         GO TO 4050-EXIT
008100     END-IF.
008150     IF BI-INV-NO(WS-LINE-SUB) NOT = SPACES
008160         PERFORM 4100-MATCH-BY-INVOICE THRU 4100-EXIT
008170     ELSE
008180         PERFORM 4200-MATCH-BY-AMOUNT  THRU 4200-EXIT
008190     END-IF.
008192     IF WS-MATCH-SUB NOT = ZERO
008194         AND RECEIPT-COUNT >= WS-RECEIPT-ROOM
008195         MOVE ZERO TO WS-MATCH-SUB
008196         MOVE 'OVER CASH APPLY RECEIPT LIMIT'
008197             TO WS-RESEARCH-REASON
008198     END-IF.
008200 4050-EXIT.
008210     EXIT.

008220 4100-MATCH-BY-INVOICE.
008230     SET OI-IDX TO 1.
008240     SEARCH OPEN-INV-ENTRY
008250         AT END
008260             MOVE 'INVOICE NOT OPEN ON CUSTBILL'
008270                 TO WS-RESEARCH-REASON
008280             GO TO 4100-EXIT
008290         WHEN OI-INV-NO(OI-IDX) = BI-INV-NO(WS-LINE-SUB)
008300             SET WS-MATCH-SUB TO OI-IDX
008310     END-SEARCH.
008320*    AN ACCOUNT NUMBER THAT DISAGREES WITH THE INVOICE'S OWN
008330*    ACCOUNT MEANS ONE OR THE OTHER IS WRONG; NEITHER IS GUESSED.
008340     IF BI-ACCT-NO(WS-LINE-SUB) NOT = SPACES
008350         AND BI-ACCT-NO(WS-LINE-SUB)
008360                 NOT = OI-ACCT-NO(WS-MATCH-SUB)
008370         MOVE 'INVOICE IS ON ANOTHER ACCOUNT'
008380             TO WS-RESEARCH-REASON
008390         MOVE ZERO TO WS-MATCH-SUB
008400     END-IF.
008410 4100-EXIT.
008420     EXIT.

008430 4200-MATCH-BY-AMOUNT.
008440     IF BI-ACCT-NO(WS-LINE-SUB) = SPACES
008450         MOVE 'NO INVOICE OR ACCOUNT NUMBER' TO WS-RESEARCH-REASON
008460         GO TO 4200-EXIT
008470     END-IF.
008480     SET OI-IDX TO 1.
008490     SEARCH OPEN-INV-ENTRY
008500         AT END
008510             MOVE 'NO OPEN INVOICE ON ACCOUNT FOR AMOUNT'
008520                 TO WS-RESEARCH-REASON
008530         WHEN OI-ACCT-NO(OI-IDX) = BI-ACCT-NO(WS-LINE-SUB)
008540             AND OI-UNCLAIMED(OI-IDX) = BI-AMOUNT(WS-LINE-SUB)
008550             SET WS-MATCH-SUB TO OI-IDX
008560     END-SEARCH.
008570 4200-EXIT.
008580     EXIT.

008590******************************************************************
008600*  6000-WRITE-RESEARCH-LINE                                     *
008610*  LISTS THE HELD ITEM AT WS-LINE-SUB WITH WS-RESEARCH-REASON.  *
008620*  THE DOLLARS ARE COUNTED BY THE CALLER, SO A CHECK AND THE    *
008630*  REMITTANCES UNDER IT ARE NOT COUNTED TWICE.                  *
008640******************************************************************
008650 6000-WRITE-RESEARCH-LINE.
008660     ADD 1 TO WS-RESEARCH-ITEMS.
008670     MOVE BI-AMOUNT(WS-LINE-SUB) TO WS-AMOUNT-ED.
008680     MOVE SPACES TO RPT-LINE.
008690     MOVE 1 TO LINE-POS.
008700     STRING
008710        '  RESEARCH BATCH ' WS-BATCH-NO
008720        ' ITEM ' BI-ITEM-SEQ(WS-LINE-SUB)
008730            DELIMITED BY SIZE
008740        ' CHECK ' BI-CHECK-NO(WS-LINE-SUB)
008750            DELIMITED BY SIZE
008760        ' ACCT ' BI-ACCT-NO(WS-LINE-SUB)
008770        ' INV ' BI-INV-NO(WS-LINE-SUB)
008780            DELIMITED BY SIZE
008790        ' ' WS-AMOUNT-ED
008800            DELIMITED BY SIZE
008810        ' ' WS-RESEARCH-REASON
008820            DELIMITED BY SIZE
008830        INTO RPT-LINE
008840        WITH POINTER LINE-POS
008850     END-STRING.
008860     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008870 6000-EXIT.
008880     EXIT.

008890******************************************************************
008900*  6100-WRITE-RECORD-LINE                                       *
008910*  LISTS A LOCKBOX RECORD THAT CANNOT BE HELD UNDER A BATCH,    *
008920*  AS RECEIVED, WITH WS-RESEARCH-REASON.                        *
008930******************************************************************
008940 6100-WRITE-RECORD-LINE.
008950     ADD 1 TO WS-RESEARCH-ITEMS.
008960     MOVE SPACES TO RPT-LINE.
008970     MOVE 1 TO LINE-POS.
008980     STRING
008990        '  RESEARCH ' WS-RESEARCH-REASON
009000            DELIMITED BY SIZE
009010        ' RECORD ' LB-RECORD
009020            DELIMITED BY SIZE
009030        INTO RPT-LINE
009040        WITH POINTER LINE-POS
009050     END-STRING.
009060     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009070 6100-EXIT.
009080     EXIT.

009090******************************************************************
009100*  8000-WRITE-CASH-RECEIPTS                                     *
009110*  THE *BATCH HEADER CARRIES THE COUNT AND DOLLARS OF THE       *
009120*  RECEIPTS BEHIND IT, SO THE CASH APPLICATION RUN'S DEPOSIT    *
009130*  PROOF HOLDS FOR EXACTLY WHAT THIS RUN MATCHED.               *
009140******************************************************************
009150 8000-WRITE-CASH-RECEIPTS.
009160     MOVE '*BATCH'          TO CRH-HEADER-ID.
009170     MOVE RECEIPT-COUNT     TO CRH-EXPECTED-COUNT.
009180     MOVE WS-RECEIPTS-TOTAL TO CRH-EXPECTED-AMOUNT.
009190     WRITE CR-BATCH-HEADER.
009200     IF NOT WS-RECEIPTS-OK
009210         DISPLAY 'CASH RECEIPTS WRITE ERROR: ' WS-RECEIPTS-STATUS
009220     END-IF.
009230     PERFORM 8100-WRITE-ONE-RECEIPT THRU 8100-EXIT
009240         VARYING WS-RECEIPT-SUB FROM 1 BY 1
009250         UNTIL WS-RECEIPT-SUB > RECEIPT-COUNT.
009260 8000-EXIT.
009270     EXIT.

009280 8100-WRITE-ONE-RECEIPT.
009290     MOVE RT-INV-NO(WS-RECEIPT-SUB)     TO CR-INV-NO.
009300     MOVE RT-PAY-AMOUNT(WS-RECEIPT-SUB) TO CR-PAY-AMOUNT.
009310     MOVE RT-PAY-DATE(WS-RECEIPT-SUB)   TO CR-PAY-DATE.
009320     WRITE CR-RECEIPT-RECORD.
009330     IF NOT WS-RECEIPTS-OK
009340         DISPLAY 'CASH RECEIPTS WRITE ERROR: ' WS-RECEIPTS-STATUS
009350     END-IF.
009360 8100-EXIT.
009370     EXIT.

009380 8500-WRITE-REPORT-LINE.
009390     MOVE RPT-LINE TO REPORT-PRINT-RECORD.
009400     WRITE REPORT-PRINT-RECORD.
009410     IF NOT WS-REPORT-OK
009420         DISPLAY 'RESEARCH REPORT WRITE ERROR: ' WS-REPORT-STATUS
009430     END-IF.
009440     DISPLAY RPT-LINE.
009450 8500-EXIT.
009460     EXIT.

009470******************************************************************
009480*  9000-TERMINATE                                               *
009490*  THE TRAILER PROVES THE LOCKBOX DOLLARS TO THE RECEIPTS       *
009500*  WRITTEN PLUS THE RESEARCH LISTED.  A BATCH NOT POSTED ENDS   *
009510*  THE RUN WITH RETURN CODE 8 SO THE BANK CAN BE CALLED BEFORE  *
009520*  THE CASH APPLICATION RUN; RESEARCH ITEMS ALONE END IT WITH 4.*
009530******************************************************************
009540 9000-TERMINATE.
009550     MOVE WS-LOCKBOX-TOTAL  TO WS-LOCKBOX-TOTAL-ED.
009560     MOVE WS-RECEIPTS-TOTAL TO WS-RECEIPTS-TOTAL-ED.
009570     MOVE WS-RESEARCH-TOTAL TO WS-RESEARCH-TOTAL-ED.
009580     MOVE SPACES TO RPT-LINE.
009590     MOVE 1 TO LINE-POS.
009600     STRING 'TRAILER' SPACE 'BATCHES' SPACE WS-BATCHES-READ
009610            SPACE 'PROVED' SPACE WS-BATCHES-PROVED
009620            SPACE 'NOT POSTED' SPACE WS-BATCHES-REJECTED
009630            SPACE 'CHECKS' SPACE WS-CHECKS-READ
009640            SPACE 'RECEIPTS' SPACE RECEIPT-COUNT
009650            SPACE 'BY INVOICE' SPACE WS-MATCHED-BY-INVOICE
009660            SPACE 'BY AMOUNT' SPACE WS-MATCHED-BY-AMOUNT
009670            SPACE 'RESEARCH' SPACE WS-RESEARCH-ITEMS
009680         DELIMITED BY SIZE
009690         INTO RPT-LINE
009700         WITH POINTER LINE-POS
009710     END-STRING.
009720     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009730     MOVE SPACES TO RPT-LINE.
009740     MOVE 1 TO LINE-POS.
009750     STRING 'TRAILER' SPACE 'LOCKBOX' SPACE WS-LOCKBOX-TOTAL-ED
009760            SPACE 'RECEIPTS' SPACE WS-RECEIPTS-TOTAL-ED
009770            SPACE 'RESEARCH' SPACE WS-RESEARCH-TOTAL-ED
009780         DELIMITED BY SIZE
009790         INTO RPT-LINE
009800         WITH POINTER LINE-POS
009810     END-STRING.
009820     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009830     CLOSE LOCKBOX-FILE.
009840     CLOSE CASH-RECEIPTS-FILE.
009850     CLOSE RESEARCH-REPORT-FILE.
009860     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
009870     IF WS-BATCHES-REJECTED > ZERO
009880         MOVE 8 TO RETURN-CODE
009890     ELSE
009900         IF WS-RESEARCH-ITEMS > ZERO
009910             MOVE 4 TO RETURN-CODE
009920         END-IF
009930     END-IF.
009940     DISPLAY 'LOCKBOX RECORDS READ:   ' WS-RECORDS-READ.
009950     DISPLAY 'OPEN INVOICES LOADED:   ' OPEN-INV-COUNT.
009955     DISPLAY 'UNAPPLIED CARRIED IN:   ' WS-UNAP-CARRIED.
009960     DISPLAY 'CASH RECEIPTS WRITTEN:  ' RECEIPT-COUNT.
009970     DISPLAY 'RESEARCH ITEMS:         ' WS-RESEARCH-ITEMS.
009980 9000-EXIT.
009990     EXIT.
