000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PLANMNT.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/29/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/29/2026  RH   ORIGINAL PAYMENT-ARRANGEMENT MAINTENANCE    *
000120*                   RUN.  APPLIES COLLECTIONS' PLAN CARDS TO    *
000130*                   THE PAYPLAN FILE - A PLAN HEADER PER        *
000140*                   ARRANGEMENT, THE INVOICES IT COVERS AND ITS *
000150*                   INSTALLMENT SCHEDULE - WRITES THE UPDATED   *
000160*                   FILE IN PLAN ORDER TO PAYPLANN, AND PRINTS  *
000170*                   AN AUDIT LISTING WITH A BEFORE AND AFTER    *
000180*                   IMAGE FOR EVERY CARD APPLIED AND A REJECT   *
000190*                   LINE FOR EVERY ONE THAT COULD NOT BE.       *
000200*  10/15/2026  RH   AN ADD CARD'S ACCOUNT MUST NOW BE ON        *
000210*                   CUSTMST AND AN INVOICE CARD'S INVOICE ON    *
000220*                   CUSTBILL UNDER THE PLAN'S ACCOUNT.  BOTH    *
000230*                   KEY SETS LOAD AT START OF RUN; A CARD THAT  *
000240*                   FAILS EITHER CHECK REJECTS TO THE AUDIT     *
000250*                   LISTING.                                    *
000260******************************************************************
000270*  TRANSACTION CARD (PLANTRAN):  ACTION X(1), PLAN ID X(6),     *
000280*  ACCOUNT X(6), COLLECTOR ID X(8), GRACE DAYS 9(3), START DATE *
000290*  9(8) CCYYMMDD, INVOICE X(6), INSTALLMENT DUE DATE 9(8)       *
000300*  CCYYMMDD, INSTALLMENT AMOUNT 9(7)V99.                        *
000310*     A  ADD A PLAN: ACCOUNT, COLLECTOR, GRACE DAYS AND START   *
000320*        DATE.  BLANK OR ZERO GRACE DAYS DEFAULTS TO 10.        *
000330*     I  ADD AN INVOICE TO THE PLAN.                            *
000340*     S  ADD AN INSTALLMENT: DUE DATE AND AMOUNT.               *
000350*     C  CHANGE THE COLLECTOR OR GRACE DAYS; BLANK KEEPS.       *
000360*     R  REMOVE ONE LINE: THE INVOICE, OR THE INSTALLMENT DUE   *
000370*        ON THE DATE KEYED.                                     *
000380*     D  DELETE THE PLAN WITH ALL ITS LINES.                    *
000390*  LINES ARE ONLY ADDED TO A PLAN THAT IS BEING KEPT.  A PLAN   *
000400*  THE MONITORING RUN HAS MARKED BROKEN OR COMPLETE IS DELETED  *
000410*  AND, IF COLLECTIONS RENEGOTIATES, ADDED AGAIN.               *
000420*  THE ACCOUNT ON AN ADD MUST BE ON THE CUSTOMER MASTER         *
000430*  (CUSTMST), AND AN INVOICE ADDED TO A PLAN MUST BE ON THE     *
000440*  BILLING MASTER (CUSTBILL) UNDER THE PLAN'S ACCOUNT.          *
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PLAN-MASTER-FILE       ASSIGN TO PAYPLAN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-PLAN-MST-STATUS.

000530     SELECT MAINTENANCE-TRAN-FILE  ASSIGN TO PLANTRAN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE  IS SEQUENTIAL
000560         FILE STATUS  IS WS-TRAN-STATUS.

000570     SELECT NEW-MASTER-FILE        ASSIGN TO PAYPLANN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE  IS SEQUENTIAL
000600         FILE STATUS  IS WS-NEW-MST-STATUS.

000610     SELECT AUDIT-REPORT-FILE      ASSIGN TO PLANAUDT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         ACCESS MODE  IS SEQUENTIAL
000640         FILE STATUS  IS WS-AUDIT-STATUS.

000650     SELECT CUSTOMER-MASTER-FILE   ASSIGN TO CUSTMST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         ACCESS MODE  IS SEQUENTIAL
000680         FILE STATUS  IS WS-CUST-MST-STATUS.

000690     SELECT CUSTOMER-BILLING-FILE  ASSIGN TO CUSTBILL
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         ACCESS MODE  IS SEQUENTIAL
000720         FILE STATUS  IS WS-CUST-BILL-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PLAN-MASTER-FILE
000760     RECORDING MODE IS F.
000770 01  PP-RECORD                   PIC X(50).

000780 FD  MAINTENANCE-TRAN-FILE
000790     RECORDING MODE IS F.
000800 01  TRAN-RECORD.
000810     05  TRAN-ACTION             PIC X(01).
000820         88  TRAN-IS-ADD             VALUE 'A'.
000830         88  TRAN-IS-INVOICE         VALUE 'I'.
000840         88  TRAN-IS-INSTALLMENT     VALUE 'S'.
000850         88  TRAN-IS-CHANGE          VALUE 'C'.
000860         88  TRAN-IS-REMOVE          VALUE 'R'.
000870         88  TRAN-IS-DELETE          VALUE 'D'.
000880     05  TRAN-PLAN-ID            PIC X(06).
000890     05  TRAN-ACCT-NO            PIC X(06).
000900     05  TRAN-COLLECTOR-ID       PIC X(08).
000910     05  TRAN-GRACE-DAYS         PIC 9(03).
000920     05  TRAN-GRACE-DAYS-X REDEFINES TRAN-GRACE-DAYS
000930                                 PIC X(03).
000940     05  TRAN-START-DATE         PIC 9(08).
000950     05  TRAN-INV-NO             PIC X(06).
000960     05  TRAN-DUE-DATE           PIC 9(08).
000970     05  TRAN-DUE-DATE-X REDEFINES TRAN-DUE-DATE
000980                                 PIC X(08).
000990     05  TRAN-INST-AMT           PIC 9(07)V99.

001000 FD  NEW-MASTER-FILE
001010     RECORDING MODE IS F.
001020 01  NEW-PP-RECORD               PIC X(50).

001030 FD  AUDIT-REPORT-FILE
001040     RECORD CONTAINS 132 CHARACTERS
001050     RECORDING MODE IS F.
001060 01  AUDIT-PRINT-RECORD          PIC X(132).

001070 FD  CUSTOMER-MASTER-FILE
001080     RECORDING MODE IS F.
001090 01  MST-RECORD.
001100     05  MST-ACCT-NO             PIC X(06).
001110     05  MST-NAME                PIC X(15).
001120     05  MST-ADDR                PIC X(35).
001130     05  MST-PHONE               PIC X(13).
001140     05  MST-TERMS-DAYS          PIC 9(03).
001150     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
001160     05  MST-CREDIT-HOLD         PIC X(01).
001170     05  MST-TAX-JURISDICTION    PIC X(16).
001180     05  MST-TAX-EXEMPT          PIC X(01).
001190     05  MST-EXEMPT-CERT-NO      PIC X(15).

001200 FD  CUSTOMER-BILLING-FILE
001210     RECORDING MODE IS F.
001220 01  RCD-01.
001230     05  CUST-ACCT-NO            PIC X(6).
001240     05  BILL-INFO.
001250         10 INV-NO               PIC X(6).
001260         10 INV-AMT              PIC S9(9)V99
001270                                 SIGN LEADING SEPARATE.
001280         10 AMT-PAID             PIC S9(9)V99
001290                                 SIGN LEADING SEPARATE.
001300         10 DATE-PAID            PIC X(8).
001310         10 BAL-DUE              PIC S9(9)V99
001320                                 SIGN LEADING SEPARATE.
001330         10 DATE-DUE             PIC X(8).

001340 WORKING-STORAGE SECTION.
001350 01  WS-PLAN-MST-STATUS          PIC X(02).
001360     88  WS-PLAN-MST-OK              VALUE '00'.
001370     88  WS-PLAN-MST-EOF             VALUE '10'.
001380 01  WS-TRAN-STATUS              PIC X(02).
001390     88  WS-TRAN-OK                  VALUE '00'.
001400     88  WS-TRAN-EOF                 VALUE '10'.
001410 01  WS-NEW-MST-STATUS           PIC X(02).
001420     88  WS-NEW-MST-OK               VALUE '00'.
001430 01  WS-AUDIT-STATUS             PIC X(02).
001440     88  WS-AUDIT-OK                 VALUE '00'.
001450 01  WS-CUST-MST-STATUS          PIC X(02).
001460     88  WS-CUST-MST-OK              VALUE '00'.
001470     88  WS-CUST-MST-EOF             VALUE '10'.
001480 01  WS-CUST-BILL-STATUS         PIC X(02).
001490     88  WS-CUST-BILL-OK             VALUE '00'.
001500     88  WS-CUST-BILL-EOF            VALUE '10'.

001510***
001520*** A GRACE PERIOD LEFT OFF THE ADD CARD GETS THE SAME TEN DAYS
001530*** THE FINANCE-CHARGE RUN ALLOWS.
001540 77  DEFAULT-GRACE-DAYS          PIC 9(03) VALUE 10.

001550***
001560*** ONE PAYPLAN RECORD.  EVERY RECORD CARRIES ITS PLAN ID, TYPE
001570*** AND LINE KEY UP FRONT SO THE FILE SORTS HEADER FIRST, THEN
001580*** THE INVOICES, THEN THE INSTALLMENTS IN DUE-DATE ORDER.
001590***    H  PLAN HEADER     - LINE KEY SPACES
001600***    I  INVOICE COVERED - LINE KEY IS THE INVOICE NUMBER
001610***    S  INSTALLMENT     - LINE KEY IS THE DUE DATE CCYYMMDD
001620*** PLAN STATUS: K BEING KEPT, B BROKEN, C COMPLETE.
001630 01  PW-RECORD.
001640     05  PW-KEY.
001650         10  PW-PLAN-ID          PIC X(06).
001660         10  PW-REC-TYPE         PIC X(01).
001670             88  PW-IS-HEADER        VALUE 'H'.
001680             88  PW-IS-INVOICE       VALUE 'I'.
001690             88  PW-IS-INSTALLMENT   VALUE 'S'.
001700         10  PW-LINE-KEY         PIC X(08).
001710         10  PW-DUE-DATE REDEFINES PW-LINE-KEY
001720                                 PIC 9(08).
001730     05  PW-ACCT-NO              PIC X(06).
001740     05  PW-DETAIL               PIC X(29).
001750     05  PW-HEADER-DETAIL REDEFINES PW-DETAIL.
001760         10  PW-COLLECTOR-ID     PIC X(08).
001770         10  PW-PLAN-STATUS      PIC X(01).
001780             88  PW-PLAN-KEPT        VALUE 'K'.
001790             88  PW-PLAN-BROKEN      VALUE 'B'.
001800             88  PW-PLAN-COMPLETE    VALUE 'C'.
001810         10  PW-GRACE-DAYS       PIC 9(03).
001820         10  PW-START-DATE       PIC 9(08).
001830         10  PW-STATUS-DATE      PIC 9(08).
001840         10  FILLER              PIC X(01).
001850     05  PW-INSTALLMENT-DETAIL REDEFINES PW-DETAIL.
001860         10  PW-INST-AMT         PIC S9(9)V99
001870                                 SIGN LEADING SEPARATE.
001880         10  FILLER              PIC X(17).

001890***
001900*** THE WHOLE PLAN FILE LOADS INTO THIS TABLE, THE CARDS APPLY
001910*** AGAINST IT IN PLACE, AND THE TABLE WRITES BACK OUT IN KEY
001920*** ORDER AT END OF RUN.
001930 01  PLAN-REC-COUNT              PIC 9(04) VALUE ZERO.
001940 01  PLAN-REC-TABLE.
001950     05  PLAN-REC-ENTRY  OCCURS 1 TO 2000 TIMES
001960                         DEPENDING ON PLAN-REC-COUNT.
001970         10  PR-KEY            PIC X(15).
001980         10  PR-REST           PIC X(35).

001990***
002000*** THE CUSTMST ACCOUNTS AND THE CUSTBILL ACCOUNT/INVOICE KEYS,
002010*** SO A CARD CANNOT PUT A PLAN ON AN ACCOUNT THAT DOES NOT EXIST
002020*** OR AN INVOICE ON A PLAN THAT THE ACCOUNT WAS NEVER BILLED.
002030 01  CUSTOMER-COUNT              PIC 9(03) VALUE ZERO.
002040 01  CUSTOMER-TABLE.
002050     05  CUSTOMER-ENTRY  OCCURS 1 TO 500 TIMES
002060                         DEPENDING ON CUSTOMER-COUNT
002070                         INDEXED BY CUST-IDX.
002080         10  CT-ACCT-NO        PIC X(06).
002090 01  BILLING-COUNT               PIC 9(04) VALUE ZERO.
002100 01  BILLING-TABLE.
002110     05  BILLING-ENTRY   OCCURS 1 TO 2000 TIMES
002120                         DEPENDING ON BILLING-COUNT
002130                         INDEXED BY BILL-IDX.
002140         10  BT-ACCT-NO        PIC X(06).
002150         10  BT-INV-NO         PIC X(06).

002160 77  RPT-LINE                    PIC X(132).
002170 77  LINE-POS                    PIC S9(3).
002180 77  WS-CURRENT-DATE-TIME        PIC X(21).
002190 77  WS-REC-SUB                  PIC 9(04).
002200 77  WS-FOUND-SUB                PIC 9(04).
002210 77  WS-HEADER-SUB               PIC 9(04).
002220 77  WS-INSERT-SUB               PIC 9(04).
002230 77  WS-SHIFT-SUB                PIC 9(04).
002240 77  WS-LAST-SUB                 PIC 9(04).
002250 77  WS-SEARCH-KEY               PIC X(15).
002260 77  WS-MASTER-READ-COUNT        PIC 9(05) VALUE ZERO.
002270 77  WS-MASTER-WRITE-COUNT       PIC 9(05) VALUE ZERO.
002280 77  WS-TRANS-READ               PIC 9(05) VALUE ZERO.
002290 77  WS-ADDS-APPLIED             PIC 9(05) VALUE ZERO.
002300 77  WS-LINES-ADDED              PIC 9(05) VALUE ZERO.
002310 77  WS-CHANGES-APPLIED          PIC 9(05) VALUE ZERO.
002320 77  WS-LINES-REMOVED            PIC 9(05) VALUE ZERO.
002330 77  WS-DELETES-APPLIED          PIC 9(05) VALUE ZERO.
002340 77  WS-TRANS-REJECTED           PIC 9(05) VALUE ZERO.
002350 77  WS-REJECT-REASON            PIC X(40).
002360 77  WS-IMAGE-TAG                PIC X(07).

002370***
002380*** A CARD DATE IS CCYYMMDD WITH A REAL MONTH AND DAY.
002390 01  WS-CHECK-DATE.
002400     05  WS-CHECK-CCYY           PIC 9(04).
002410     05  WS-CHECK-MM             PIC 9(02).
002420         88  WS-CHECK-MM-VALID       VALUE 01 THRU 12.
002430     05  WS-CHECK-DD             PIC 9(02).
002440         88  WS-CHECK-DD-VALID       VALUE 01 THRU 31.

002450***
002460*** ONE RECORD IMAGE FOR THE AUDIT LISTING.
002470 01  WS-IMAGE-AREA.
002480     05  WS-IMAGE-PLAN-ID        PIC X(06).
002490     05  WS-IMAGE-TYPE           PIC X(01).
002500     05  WS-IMAGE-ACCT-NO        PIC X(06).
002510     05  WS-IMAGE-INST-AMT       PIC $$$,$$$,$$9.99.

002520 PROCEDURE DIVISION.
002530******************************************************************
002540*  0000-MAINLINE                                                *
002550*  LOADS THE PLAN FILE, APPLIES EVERY TRANSACTION CARD WITH AN  *
002560*  AUDIT TRAIL, THEN WRITES THE UPDATED FILE IN KEY ORDER.      *
002570******************************************************************
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002600     PERFORM 2000-PROCESS-TRAN      THRU 2000-EXIT
002610         UNTIL WS-TRAN-EOF.
002620     PERFORM 8000-WRITE-NEW-MASTER  THRU 8000-EXIT.
002630     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002640     GOBACK.

002650******************************************************************
002660*  1000-INITIALIZE                                              *
002670******************************************************************
002680 1000-INITIALIZE.
002690     OPEN INPUT  MAINTENANCE-TRAN-FILE.
002700     OPEN OUTPUT NEW-MASTER-FILE.
002710     OPEN OUTPUT AUDIT-REPORT-FILE.
002720     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
002730     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
002740     PERFORM 1300-LOAD-CUSTOMER-MASTER THRU 1300-EXIT.
002750     PERFORM 1400-LOAD-BILLING-MASTER THRU 1400-EXIT.
002760     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002770 1000-EXIT.
002780     EXIT.

002790******************************************************************
002800*  1100-LOAD-MASTER                                             *
002810*  LOADS THE CURRENT PLAN FILE INTO THE TABLE.  A MISSING FILE  *
002820*  IS A VALID FIRST-TIME RUN: THE TABLE STARTS EMPTY AND THE    *
002830*  ADD CARDS BUILD IT.                                          *
002840******************************************************************
002850 1100-LOAD-MASTER.
002860     MOVE ZERO TO PLAN-REC-COUNT.
002870     OPEN INPUT PLAN-MASTER-FILE.
002880     IF NOT WS-PLAN-MST-OK
002890         DISPLAY 'NO PAYMENT PLAN FILE ON FILE - BUILDING A NEW '
002900             'ONE FROM THE ADD CARDS'
002910         GO TO 1100-EXIT
002920     END-IF.
002930     PERFORM 1150-READ-MASTER-RECORD THRU 1150-EXIT
002940         UNTIL WS-PLAN-MST-EOF.
002950     CLOSE PLAN-MASTER-FILE.
002960 1100-EXIT.
002970     EXIT.

002980 1150-READ-MASTER-RECORD.
002990     READ PLAN-MASTER-FILE
003000         AT END
003010             SET WS-PLAN-MST-EOF TO TRUE
003020         NOT AT END
003030             ADD 1 TO WS-MASTER-READ-COUNT
003040             IF PLAN-REC-COUNT < 2000
003050                 ADD 1 TO PLAN-REC-COUNT
003060                 MOVE PP-RECORD TO PLAN-REC-ENTRY(PLAN-REC-COUNT)
003070             ELSE
003080                 DISPLAY 'PAYMENT PLAN TABLE FULL - RECORD '
003090                     'SKIPPED: ' PP-RECORD
003100             END-IF
003110     END-READ.
003120 1150-EXIT.
003130     EXIT.

003140 1200-WRITE-REPORT-HEADER.
003150     MOVE SPACES TO RPT-LINE.
003160     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
003170     STRING 'PAYMENT PLAN MAINTENANCE AUDIT' SPACE 'RUN DATE'
003180            SPACE WS-CURRENT-DATE-TIME(1:8)
003190         DELIMITED BY SIZE
003200         INTO RPT-LINE
003210     END-STRING.
003220     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
003230 1200-EXIT.
003240     EXIT.

003250******************************************************************
003260*  1300-LOAD-CUSTOMER-MASTER                                    *
003270*  THE CUSTMST ACCOUNT KEYS.  WITHOUT THEM NO ACCOUNT CAN BE    *
003280*  CHECKED, SO EVERY PLAN ADD CARD REJECTS.                     *
003290******************************************************************
003300 1300-LOAD-CUSTOMER-MASTER.
003310     MOVE ZERO TO CUSTOMER-COUNT.
003320     OPEN INPUT CUSTOMER-MASTER-FILE.
003330     IF NOT WS-CUST-MST-OK
003340         DISPLAY 'NO CUSTOMER MASTER ON FILE - PLAN ADD CARDS '
003350             'WILL REJECT'
003360         GO TO 1300-EXIT
003370     END-IF.
003380     PERFORM 1350-READ-CUSTOMER-RECORD THRU 1350-EXIT
003390         UNTIL WS-CUST-MST-EOF.
003400     CLOSE CUSTOMER-MASTER-FILE.
003410 1300-EXIT.
003420     EXIT.

003430 1350-READ-CUSTOMER-RECORD.
003440     READ CUSTOMER-MASTER-FILE
003450         AT END
003460             SET WS-CUST-MST-EOF TO TRUE
003470         NOT AT END
003480             IF CUSTOMER-COUNT < 500
003490                 ADD 1 TO CUSTOMER-COUNT
003500                 MOVE MST-ACCT-NO TO CT-ACCT-NO(CUSTOMER-COUNT)
003510             ELSE
003520                 DISPLAY 'CUSTOMER TABLE FULL - MASTER RECORD '
003530                     'SKIPPED: ' MST-ACCT-NO
003540             END-IF
003550     END-READ.
003560 1350-EXIT.
003570     EXIT.

003580******************************************************************
003590*  1400-LOAD-BILLING-MASTER                                     *
003600*  THE CUSTBILL ACCOUNT AND INVOICE KEYS.  WITHOUT THEM NO      *
003610*  INVOICE CAN BE CHECKED, SO EVERY INVOICE CARD REJECTS.       *
003620******************************************************************
003630 1400-LOAD-BILLING-MASTER.
003640     MOVE ZERO TO BILLING-COUNT.
003650     OPEN INPUT CUSTOMER-BILLING-FILE.
003660     IF NOT WS-CUST-BILL-OK
003670         DISPLAY 'NO BILLING MASTER ON FILE - INVOICE CARDS '
003680             'WILL REJECT'
003690         GO TO 1400-EXIT
003700     END-IF.
003710     PERFORM 1450-READ-BILLING-RECORD THRU 1450-EXIT
003720         UNTIL WS-CUST-BILL-EOF.
003730     CLOSE CUSTOMER-BILLING-FILE.
003740 1400-EXIT.
003750     EXIT.

003760 1450-READ-BILLING-RECORD.
003770     READ CUSTOMER-BILLING-FILE
003780         AT END
003790             SET WS-CUST-BILL-EOF TO TRUE
003800         NOT AT END
003810             IF BILLING-COUNT < 2000
003820                 ADD 1 TO BILLING-COUNT
003830                 MOVE CUST-ACCT-NO TO BT-ACCT-NO(BILLING-COUNT)
003840                 MOVE INV-NO       TO BT-INV-NO(BILLING-COUNT)
003850             ELSE
003860                 DISPLAY 'BILLING TABLE FULL - MASTER RECORD '
003870                     'SKIPPED: ' CUST-ACCT-NO ' ' INV-NO
003880             END-IF
003890     END-READ.
003900 1450-EXIT.
003910     EXIT.

003920******************************************************************
003930*  2000-PROCESS-TRAN                                            *
003940*  APPLIES ONE TRANSACTION CARD, THEN READS THE NEXT ONE.       *
003950******************************************************************
003960 2000-PROCESS-TRAN.
003970     ADD 1 TO WS-TRANS-READ.
003980     PERFORM 2200-APPLY-TRAN THRU 2200-EXIT.
003990     PERFORM 2100-READ-TRAN  THRU 2100-EXIT.
004000 2000-EXIT.
004010     EXIT.

004020 2100-READ-TRAN.
004030     READ MAINTENANCE-TRAN-FILE
004040         AT END
004050             SET WS-TRAN-EOF TO TRUE
004060     END-READ.
004070 2100-EXIT.
004080     EXIT.

004090******************************************************************
004100*  2200-APPLY-TRAN                                              *
004110*  DISPATCHES ON THE ACTION CODE.  A BLANK PLAN ID OR AN        *
004120*  UNKNOWN ACTION REJECTS THE CARD TO THE AUDIT LISTING.  EVERY *
004130*  ACTION BUT AN ADD NEEDS THE PLAN HEADER ON FILE.             *
004140******************************************************************
004150 2200-APPLY-TRAN.
004160     IF TRAN-PLAN-ID = SPACES
004170         MOVE 'PLAN ID IS BLANK' TO WS-REJECT-REASON
004180         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004190         GO TO 2200-EXIT
004200     END-IF.
004210     IF TRAN-GRACE-DAYS-X NOT = SPACES
004220         AND TRAN-GRACE-DAYS NOT NUMERIC
004230         MOVE 'GRACE DAYS IS NOT NUMERIC' TO WS-REJECT-REASON
004240         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004250         GO TO 2200-EXIT
004260     END-IF.
004270     MOVE SPACES       TO WS-SEARCH-KEY.
004280     MOVE TRAN-PLAN-ID TO WS-SEARCH-KEY(1:6).
004290     MOVE 'H'          TO WS-SEARCH-KEY(7:1).
004300     PERFORM 2600-FIND-KEY THRU 2600-EXIT.
004310     MOVE WS-FOUND-SUB TO WS-HEADER-SUB.
004320     IF NOT TRAN-IS-ADD
004330         AND WS-HEADER-SUB = ZERO
004340         MOVE 'PLAN NOT ON FILE' TO WS-REJECT-REASON
004350         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004360         GO TO 2200-EXIT
004370     END-IF.
004380     EVALUATE TRUE
004390         WHEN TRAN-IS-ADD
004400             PERFORM 2300-APPLY-ADD         THRU 2300-EXIT
004410         WHEN TRAN-IS-INVOICE
004420             PERFORM 2320-APPLY-INVOICE     THRU 2320-EXIT
004430         WHEN TRAN-IS-INSTALLMENT
004440             PERFORM 2340-APPLY-INSTALLMENT THRU 2340-EXIT
004450         WHEN TRAN-IS-CHANGE
004460             PERFORM 2400-APPLY-CHANGE      THRU 2400-EXIT
004470         WHEN TRAN-IS-REMOVE
004480             PERFORM 2450-APPLY-REMOVE      THRU 2450-EXIT
004490         WHEN TRAN-IS-DELETE
004500             PERFORM 2500-APPLY-DELETE      THRU 2500-EXIT
004510         WHEN OTHER
004520             MOVE 'ACTION CODE IS NOT A, I, S, C, R, OR D'
004530                 TO WS-REJECT-REASON
004540             PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004550     END-EVALUATE.
004560 2200-EXIT.
004570     EXIT.

004580******************************************************************
004590*  2300-APPLY-ADD                                               *
004600*  STARTS A NEW PLAN, BEING KEPT AS OF ITS START DATE.  AN ADD  *
004610*  FOR A PLAN ALREADY ON FILE REJECTS - THE CLERK WANTED A      *
004620*  CHANGE - AND SO DOES ONE FOR AN ACCOUNT NOT ON CUSTMST.      *
004630******************************************************************
004640 2300-APPLY-ADD.
004650     IF WS-HEADER-SUB > ZERO
004660         MOVE 'PLAN ALREADY ON FILE' TO WS-REJECT-REASON
004670         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004680         GO TO 2300-EXIT
004690     END-IF.
004700     IF TRAN-ACCT-NO = SPACES
004710         MOVE 'ACCOUNT NUMBER IS BLANK' TO WS-REJECT-REASON
004720         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004730         GO TO 2300-EXIT
004740     END-IF.
004750     MOVE SPACES TO WS-REJECT-REASON.
004760     SET CUST-IDX TO 1.
004770     SEARCH CUSTOMER-ENTRY
004780         AT END
004790             MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
004800         WHEN CT-ACCT-NO(CUST-IDX) = TRAN-ACCT-NO
004810             CONTINUE
004820     END-SEARCH.
004830     IF WS-REJECT-REASON NOT = SPACES
004840         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004850         GO TO 2300-EXIT
004860     END-IF.
004870     MOVE TRAN-START-DATE TO WS-CHECK-DATE.
004880     IF WS-CHECK-DATE NOT NUMERIC
004890         OR NOT WS-CHECK-MM-VALID
004900         OR NOT WS-CHECK-DD-VALID
004910         OR WS-CHECK-CCYY < 1900
004920         MOVE 'START DATE IS NOT A DATE' TO WS-REJECT-REASON
004930         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004940         GO TO 2300-EXIT
004950     END-IF.
004960     MOVE SPACES             TO PW-RECORD.
004970     MOVE TRAN-PLAN-ID       TO PW-PLAN-ID.
004980     MOVE 'H'                TO PW-REC-TYPE.
004990     MOVE TRAN-ACCT-NO       TO PW-ACCT-NO.
005000     MOVE TRAN-COLLECTOR-ID  TO PW-COLLECTOR-ID.
005010     MOVE 'K'                TO PW-PLAN-STATUS.
005020     IF TRAN-GRACE-DAYS NUMERIC
005030         AND TRAN-GRACE-DAYS > ZERO
005040         MOVE TRAN-GRACE-DAYS    TO PW-GRACE-DAYS
005050     ELSE
005060         MOVE DEFAULT-GRACE-DAYS TO PW-GRACE-DAYS
005070     END-IF.
005080     MOVE TRAN-START-DATE    TO PW-START-DATE.
005090     MOVE TRAN-START-DATE    TO PW-STATUS-DATE.
005100     PERFORM 2700-INSERT-RECORD THRU 2700-EXIT.
005110     IF WS-INSERT-SUB = ZERO
005120         GO TO 2300-EXIT
005130     END-IF.
005140     ADD 1 TO WS-ADDS-APPLIED.
005150     MOVE 'AFTER  ' TO WS-IMAGE-TAG.
005160     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
005170 2300-EXIT.
005180     EXIT.

005190******************************************************************
005200*  2320-APPLY-INVOICE                                           *
005210*  PUTS ONE MORE INVOICE UNDER THE PLAN.  THE LINE CARRIES THE  *
005220*  PLAN'S ACCOUNT SO THE DUNNING AND FINANCE-CHARGE RUNS CAN    *
005230*  MATCH IT AGAINST THE BILLING MASTER.  THE INVOICE MUST BE ON *
005240*  THAT MASTER UNDER THE PLAN'S ACCOUNT.                        *
005250******************************************************************
005260 2320-APPLY-INVOICE.
005270     IF TRAN-INV-NO = SPACES
005280         MOVE 'INVOICE NUMBER IS BLANK' TO WS-REJECT-REASON
005290         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005300         GO TO 2320-EXIT
005310     END-IF.
005320     MOVE SPACES TO WS-REJECT-REASON.
005330     SET BILL-IDX TO 1.
005340     SEARCH BILLING-ENTRY
005350         AT END
005360             MOVE 'INVOICE NOT ON FILE FOR ACCOUNT'
005370                 TO WS-REJECT-REASON
005380         WHEN BT-INV-NO(BILL-IDX) = TRAN-INV-NO
005390             AND BT-ACCT-NO(BILL-IDX) =
005400                 PR-REST(WS-HEADER-SUB)(1:6)
005410             CONTINUE
005420     END-SEARCH.
005430     IF WS-REJECT-REASON NOT = SPACES
005440         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005450         GO TO 2320-EXIT
005460     END-IF.
005470     PERFORM 2800-CHECK-PLAN-KEPT THRU 2800-EXIT.
005480     IF WS-REJECT-REASON NOT = SPACES
005490         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005500         GO TO 2320-EXIT
005510     END-IF.
005520     MOVE SPACES        TO PW-RECORD.
005530     MOVE TRAN-PLAN-ID  TO PW-PLAN-ID.
005540     MOVE 'I'           TO PW-REC-TYPE.
005550     MOVE TRAN-INV-NO   TO PW-LINE-KEY.
005560     MOVE PR-REST(WS-HEADER-SUB)(1:6) TO PW-ACCT-NO.
005570     PERFORM 2700-INSERT-RECORD THRU 2700-EXIT.
005580     IF WS-INSERT-SUB = ZERO
005590         GO TO 2320-EXIT
005600     END-IF.
005610     ADD 1 TO WS-LINES-ADDED.
005620     MOVE 'AFTER  ' TO WS-IMAGE-TAG.
005630     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
005640 2320-EXIT.
005650     EXIT.

005660******************************************************************
005670*  2340-APPLY-INSTALLMENT                                       *
005680*  ADDS ONE INSTALLMENT TO THE PLAN'S SCHEDULE.  ONE            *
005690*  INSTALLMENT PER DUE DATE.                                    *
005700******************************************************************
005710 2340-APPLY-INSTALLMENT.
005720     MOVE TRAN-DUE-DATE TO WS-CHECK-DATE.
005730     IF WS-CHECK-DATE NOT NUMERIC
005740         OR NOT WS-CHECK-MM-VALID
005750         OR NOT WS-CHECK-DD-VALID
005760         OR WS-CHECK-CCYY < 1900
005770         MOVE 'DUE DATE IS NOT A DATE' TO WS-REJECT-REASON
005780         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005790         GO TO 2340-EXIT
005800     END-IF.
005810     IF TRAN-INST-AMT NOT NUMERIC
005820         OR TRAN-INST-AMT = ZERO
005830         MOVE 'INSTALLMENT AMOUNT IS NOT AN AMOUNT'
005840             TO WS-REJECT-REASON
005850         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005860         GO TO 2340-EXIT
005870     END-IF.
005880     PERFORM 2800-CHECK-PLAN-KEPT THRU 2800-EXIT.
005890     IF WS-REJECT-REASON NOT = SPACES
005900         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005910         GO TO 2340-EXIT
005920     END-IF.
005930     MOVE SPACES        TO PW-RECORD.
005940     MOVE TRAN-PLAN-ID  TO PW-PLAN-ID.
005950     MOVE 'S'           TO PW-REC-TYPE.
005960     MOVE TRAN-DUE-DATE TO PW-DUE-DATE.
005970     MOVE PR-REST(WS-HEADER-SUB)(1:6) TO PW-ACCT-NO.
005980     MOVE TRAN-INST-AMT TO PW-INST-AMT.
005990     PERFORM 2700-INSERT-RECORD THRU 2700-EXIT.
006000     IF WS-INSERT-SUB = ZERO
006010         GO TO 2340-EXIT
006020     END-IF.
006030     ADD 1 TO WS-LINES-ADDED.
006040     MOVE 'AFTER  ' TO WS-IMAGE-TAG.
006050     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
006060 2340-EXIT.
006070     EXIT.

006080******************************************************************
006090*  2400-APPLY-CHANGE                                            *
006100*  OVERLAYS THE PLAN HEADER WITH THE COLLECTOR AND GRACE DAYS   *
006110*  KEYED, WITH A BEFORE AND AFTER IMAGE ON THE AUDIT LISTING.   *
006120******************************************************************
006130 2400-APPLY-CHANGE.
006140     MOVE WS-HEADER-SUB TO WS-REC-SUB.
006150     MOVE 'BEFORE ' TO WS-IMAGE-TAG.
006160     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
006170     MOVE PLAN-REC-ENTRY(WS-HEADER-SUB) TO PW-RECORD.
006180     IF TRAN-COLLECTOR-ID NOT = SPACES
006190         MOVE TRAN-COLLECTOR-ID TO PW-COLLECTOR-ID
006200     END-IF.
006210     IF TRAN-GRACE-DAYS NUMERIC
006220         AND TRAN-GRACE-DAYS > ZERO
006230         MOVE TRAN-GRACE-DAYS TO PW-GRACE-DAYS
006240     END-IF.
006250     MOVE PW-RECORD TO PLAN-REC-ENTRY(WS-HEADER-SUB).
006260     ADD 1 TO WS-CHANGES-APPLIED.
006270     MOVE 'AFTER  ' TO WS-IMAGE-TAG.
006280     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
006290 2400-EXIT.
006300     EXIT.

006310******************************************************************
006320*  2450-APPLY-REMOVE                                            *
006330*  TAKES ONE INVOICE OR INSTALLMENT LINE OFF THE PLAN, WITH     *
006340*  THE BEFORE IMAGE ON THE AUDIT LISTING.  AN INVOICE KEYED     *
006350*  NAMES AN INVOICE LINE; OTHERWISE THE DUE DATE NAMES AN       *
006360*  INSTALLMENT.                                                 *
006370******************************************************************
006380 2450-APPLY-REMOVE.
006390     MOVE SPACES       TO WS-SEARCH-KEY.
006400     MOVE TRAN-PLAN-ID TO WS-SEARCH-KEY(1:6).
006410     IF TRAN-INV-NO NOT = SPACES
006420         MOVE 'I'          TO WS-SEARCH-KEY(7:1)
006430         MOVE TRAN-INV-NO  TO WS-SEARCH-KEY(8:6)
006440     ELSE
006450         MOVE 'S'             TO WS-SEARCH-KEY(7:1)
006460         MOVE TRAN-DUE-DATE-X TO WS-SEARCH-KEY(8:8)
006470     END-IF.
006480     PERFORM 2600-FIND-KEY THRU 2600-EXIT.
006490     IF WS-FOUND-SUB = ZERO
006500         MOVE 'PLAN LINE NOT ON FILE' TO WS-REJECT-REASON
006510         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
006520         GO TO 2450-EXIT
006530     END-IF.
006540     MOVE WS-FOUND-SUB TO WS-REC-SUB.
006550     MOVE 'BEFORE ' TO WS-IMAGE-TAG.
006560     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
006570     PERFORM 2550-REMOVE-ONE-ENTRY THRU 2550-EXIT.
006580     ADD 1 TO WS-LINES-REMOVED.
006590 2450-EXIT.
006600     EXIT.

006610******************************************************************
006620*  2500-APPLY-DELETE                                            *
006630*  DROPS THE PLAN HEADER AND EVERY LINE UNDER IT, EACH WITH ITS *
006640*  BEFORE IMAGE ON THE AUDIT LISTING.  THE LINES FOLLOW THE     *
006650*  HEADER DIRECTLY IN KEY ORDER, SO EACH REMOVAL BRINGS THE     *
006660*  NEXT ONE UP INTO THE SAME SLOT.                              *
006670******************************************************************
006680 2500-APPLY-DELETE.
006690     MOVE WS-HEADER-SUB TO WS-REC-SUB.
006700     PERFORM 2520-DELETE-ONE-PLAN-RECORD THRU 2520-EXIT
006710         UNTIL WS-REC-SUB > PLAN-REC-COUNT
006720             OR PR-KEY(WS-REC-SUB)(1:6) NOT = TRAN-PLAN-ID.
006730     ADD 1 TO WS-DELETES-APPLIED.
006740 2500-EXIT.
006750     EXIT.

006760 2520-DELETE-ONE-PLAN-RECORD.
006770     MOVE 'BEFORE ' TO WS-IMAGE-TAG.
006780     PERFORM 3000-WRITE-IMAGE-LINE THRU 3000-EXIT.
006790     PERFORM 2550-REMOVE-ONE-ENTRY THRU 2550-EXIT.
006800 2520-EXIT.
006810     EXIT.

006820 2550-REMOVE-ONE-ENTRY.
006830     PERFORM 2560-SHIFT-ONE-ENTRY-UP THRU 2560-EXIT
006840         VARYING WS-SHIFT-SUB FROM WS-REC-SUB BY 1
006850         UNTIL WS-SHIFT-SUB >= PLAN-REC-COUNT.
006860     SUBTRACT 1 FROM PLAN-REC-COUNT.
006870 2550-EXIT.
006880     EXIT.

006890 2560-SHIFT-ONE-ENTRY-UP.
006900     MOVE PLAN-REC-ENTRY(WS-SHIFT-SUB + 1)
006910         TO PLAN-REC-ENTRY(WS-SHIFT-SUB).
006920 2560-EXIT.
006930     EXIT.

006940******************************************************************
006950*  2600-FIND-KEY                                                *
006960*  SCANS THE TABLE FOR WS-SEARCH-KEY.  WS-FOUND-SUB IS THE      *
006970*  ENTRY NUMBER, OR ZERO WHEN THE KEY IS NOT ON FILE.           *
006980******************************************************************
006990 2600-FIND-KEY.
007000     MOVE ZERO TO WS-FOUND-SUB.
007010     PERFORM 2650-CHECK-ONE-ENTRY THRU 2650-EXIT
007020         VARYING WS-REC-SUB FROM 1 BY 1
007030         UNTIL WS-REC-SUB > PLAN-REC-COUNT
007040             OR WS-FOUND-SUB > ZERO.
007050 2600-EXIT.
007060     EXIT.

007070 2650-CHECK-ONE-ENTRY.
007080     IF PR-KEY(WS-REC-SUB) = WS-SEARCH-KEY
007090         MOVE WS-REC-SUB TO WS-FOUND-SUB
007100     END-IF.
007110 2650-EXIT.
007120     EXIT.

007130******************************************************************
007140*  2700-INSERT-RECORD                                           *
007150*  INSERTS PW-RECORD IN KEY ORDER.  A KEY ALREADY ON FILE OR A  *
007160*  FULL TABLE REJECTS THE CARD AND LEAVES WS-INSERT-SUB ZERO.   *
007170******************************************************************
007180 2700-INSERT-RECORD.
007190     MOVE ZERO TO WS-INSERT-SUB.
007200     MOVE PW-KEY TO WS-SEARCH-KEY.
007210     PERFORM 2600-FIND-KEY THRU 2600-EXIT.
007220     IF WS-FOUND-SUB > ZERO
007230         MOVE 'LINE ALREADY ON PLAN' TO WS-REJECT-REASON
007240         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
007250         GO TO 2700-EXIT
007260     END-IF.
007270     IF PLAN-REC-COUNT >= 2000
007280         MOVE 'PAYMENT PLAN TABLE FULL' TO WS-REJECT-REASON
007290         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
007300         GO TO 2700-EXIT
007310     END-IF.
007320     MOVE 1 TO WS-INSERT-SUB.
007330     PERFORM 2760-STEP-INSERT-POINT THRU 2760-EXIT
007340         UNTIL WS-INSERT-SUB > PLAN-REC-COUNT
007350             OR PR-KEY(WS-INSERT-SUB) > PW-KEY.
007360     ADD 1 TO PLAN-REC-COUNT.
007370     PERFORM 2770-SHIFT-ONE-ENTRY-DOWN THRU 2770-EXIT
007380         VARYING WS-SHIFT-SUB FROM PLAN-REC-COUNT BY -1
007390         UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB.
007400     MOVE PW-RECORD TO PLAN-REC-ENTRY(WS-INSERT-SUB).
007410     MOVE WS-INSERT-SUB TO WS-REC-SUB.
007420 2700-EXIT.
007430     EXIT.

007440 2760-STEP-INSERT-POINT.
007450     ADD 1 TO WS-INSERT-SUB.
007460 2760-EXIT.
007470     EXIT.

007480 2770-SHIFT-ONE-ENTRY-DOWN.
007490     MOVE PLAN-REC-ENTRY(WS-SHIFT-SUB - 1)
007500         TO PLAN-REC-ENTRY(WS-SHIFT-SUB).
007510 2770-EXIT.
007520     EXIT.

007530******************************************************************
007540*  2800-CHECK-PLAN-KEPT                                         *
007550*  LINES GO ONLY ON A PLAN THAT IS BEING KEPT, AND AN INVOICE   *
007560*  GOES ON ONLY ONE SUCH PLAN.  WS-REJECT-REASON COMES BACK     *
007570*  SPACES WHEN THE CARD MAY BE APPLIED.                         *
007580******************************************************************
007590 2800-CHECK-PLAN-KEPT.
007600     MOVE SPACES TO WS-REJECT-REASON.
007610     MOVE PLAN-REC-ENTRY(WS-HEADER-SUB) TO PW-RECORD.
007620     IF NOT PW-PLAN-KEPT
007630         MOVE 'PLAN IS BROKEN OR COMPLETE' TO WS-REJECT-REASON
007640         GO TO 2800-EXIT
007650     END-IF.
007660     IF NOT TRAN-IS-INVOICE
007670         GO TO 2800-EXIT
007680     END-IF.
007690     MOVE 1 TO WS-LAST-SUB.
007700     PERFORM 2850-CHECK-OTHER-PLANS THRU 2850-EXIT
007710         VARYING WS-REC-SUB FROM 1 BY 1
007720         UNTIL WS-REC-SUB > PLAN-REC-COUNT
007730             OR WS-REJECT-REASON NOT = SPACES.
007740 2800-EXIT.
007750     EXIT.

007760 2850-CHECK-OTHER-PLANS.
007770     MOVE PLAN-REC-ENTRY(WS-REC-SUB) TO PW-RECORD.
007780     IF PW-IS-HEADER
007790         MOVE WS-REC-SUB TO WS-LAST-SUB
007800         GO TO 2850-EXIT
007810     END-IF.
007820     IF NOT PW-IS-INVOICE
007830         OR PW-LINE-KEY(1:6) NOT = TRAN-INV-NO
007840         OR PW-PLAN-ID = TRAN-PLAN-ID
007850         GO TO 2850-EXIT
007860     END-IF.
007870     MOVE PLAN-REC-ENTRY(WS-LAST-SUB) TO PW-RECORD.
007880     IF PW-PLAN-KEPT
007890         MOVE 'INVOICE ALREADY ON ANOTHER KEPT PLAN'
007900             TO WS-REJECT-REASON
007910     END-IF.
007920 2850-EXIT.
007930     EXIT.

007940******************************************************************
007950*  3000-WRITE-IMAGE-LINE                                        *
007960*  ONE TABLE ENTRY AS AN AUDIT IMAGE, TAGGED BEFORE OR AFTER.   *
007970******************************************************************
007980 3000-WRITE-IMAGE-LINE.
007990     MOVE PLAN-REC-ENTRY(WS-REC-SUB) TO PW-RECORD.
008000     MOVE PW-PLAN-ID  TO WS-IMAGE-PLAN-ID.
008010     MOVE PW-REC-TYPE TO WS-IMAGE-TYPE.
008020     MOVE PW-ACCT-NO  TO WS-IMAGE-ACCT-NO.
008030     MOVE SPACES TO RPT-LINE.
008040     MOVE 1 TO LINE-POS.
008050     STRING
008060        TRAN-ACTION ' ' WS-IMAGE-PLAN-ID ' ' WS-IMAGE-TAG
008070            DELIMITED BY SIZE
008080        'ACCOUNT ' WS-IMAGE-ACCT-NO
008090            DELIMITED BY SIZE
008100        INTO RPT-LINE
008110        WITH POINTER LINE-POS
008120     END-STRING.
008130     EVALUATE TRUE
008140         WHEN PW-IS-HEADER
008150             STRING
008160                ' PLAN   COLLECTOR ' PW-COLLECTOR-ID
008170                    DELIMITED BY SIZE
008180                ' STATUS ' PW-PLAN-STATUS
008190                ' GRACE ' PW-GRACE-DAYS
008200                    DELIMITED BY SIZE
008210                ' START ' PW-START-DATE
008220                ' STATUS DATE ' PW-STATUS-DATE
008230                    DELIMITED BY SIZE
008240                INTO RPT-LINE
008250                WITH POINTER LINE-POS
008260             END-STRING
008270         WHEN PW-IS-INVOICE
008280             STRING
008290                ' INVOICE ' PW-LINE-KEY(1:6)
008300                    DELIMITED BY SIZE
008310                INTO RPT-LINE
008320                WITH POINTER LINE-POS
008330             END-STRING
008340         WHEN OTHER
008350             MOVE PW-INST-AMT TO WS-IMAGE-INST-AMT
008360             STRING
008370                ' INSTALLMENT DUE ' PW-DUE-DATE
008380                    DELIMITED BY SIZE
008390                ' AMOUNT ' WS-IMAGE-INST-AMT
008400                    DELIMITED BY SIZE
008410                INTO RPT-LINE
008420                WITH POINTER LINE-POS
008430             END-STRING
008440     END-EVALUATE.
008450     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
008460 3000-EXIT.
008470     EXIT.

008480******************************************************************
008490*  3200-WRITE-REJECT-LINE                                       *
008500*  THE WHOLE CARD PRINTS AS KEYED SO THE CLERK CAN SEE EXACTLY  *
008510*  WHAT TO CORRECT AND RESUBMIT.                                *
008520******************************************************************
008530 3200-WRITE-REJECT-LINE.
008540     ADD 1 TO WS-TRANS-REJECTED.
008550     MOVE SPACES TO RPT-LINE.
008560     MOVE 1 TO LINE-POS.
008570     STRING
008580        'REJECTED CARD ' TRAN-RECORD
008590            DELIMITED BY SIZE
008600        ' - ' WS-REJECT-REASON
008610            DELIMITED BY SIZE
008620        INTO RPT-LINE
008630        WITH POINTER LINE-POS
008640     END-STRING.
008650     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
008660 3200-EXIT.
008670     EXIT.

008680******************************************************************
008690*  8000-WRITE-NEW-MASTER                                        *
008700*  WRITES THE UPDATED TABLE TO THE NEW PLAN FILE IN KEY ORDER.  *
008710******************************************************************
008720 8000-WRITE-NEW-MASTER.
008730     PERFORM 8100-WRITE-ONE-MASTER THRU 8100-EXIT
008740         VARYING WS-REC-SUB FROM 1 BY 1
008750         UNTIL WS-REC-SUB > PLAN-REC-COUNT.
008760 8000-EXIT.
008770     EXIT.

008780 8100-WRITE-ONE-MASTER.
008790     MOVE PLAN-REC-ENTRY(WS-REC-SUB) TO NEW-PP-RECORD.
008800     WRITE NEW-PP-RECORD.
008810     IF NOT WS-NEW-MST-OK
008820         DISPLAY 'NEW PLAN FILE WRITE ERROR: ' WS-NEW-MST-STATUS
008830     END-IF.
008840     ADD 1 TO WS-MASTER-WRITE-COUNT.
008850 8100-EXIT.
008860     EXIT.

008870 8500-WRITE-AUDIT-LINE.
008880     MOVE RPT-LINE TO AUDIT-PRINT-RECORD.
008890     WRITE AUDIT-PRINT-RECORD.
008900     IF NOT WS-AUDIT-OK
008910         DISPLAY 'AUDIT LISTING WRITE ERROR: ' WS-AUDIT-STATUS
008920     END-IF.
008930     DISPLAY RPT-LINE.
008940 8500-EXIT.
008950     EXIT.

008960******************************************************************
008970*  9000-TERMINATE                                               *
008980******************************************************************
008990 9000-TERMINATE.
009000     MOVE SPACES TO RPT-LINE.
009010     MOVE 1 TO LINE-POS.
009020     STRING 'TRAILER' SPACE 'CARDS' SPACE WS-TRANS-READ
009030            SPACE 'PLANS ADDED' SPACE WS-ADDS-APPLIED
009040            SPACE 'LINES ADDED' SPACE WS-LINES-ADDED
009050            SPACE 'CHANGES' SPACE WS-CHANGES-APPLIED
009060            SPACE 'LINES REMOVED' SPACE WS-LINES-REMOVED
009070            SPACE 'PLANS DELETED' SPACE WS-DELETES-APPLIED
009080            SPACE 'REJECTS' SPACE WS-TRANS-REJECTED
009090         DELIMITED BY SIZE
009100         INTO RPT-LINE
009110         WITH POINTER LINE-POS
009120     END-STRING.
009130     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
009140     CLOSE MAINTENANCE-TRAN-FILE.
009150     CLOSE NEW-MASTER-FILE.
009160     CLOSE AUDIT-REPORT-FILE.
009170     DISPLAY 'PLAN RECORDS READ:      ' WS-MASTER-READ-COUNT.
009180     DISPLAY 'PLAN RECORDS WRITTEN:   ' WS-MASTER-WRITE-COUNT.
009190     DISPLAY 'TRANSACTIONS READ:      ' WS-TRANS-READ.
009200     DISPLAY 'TRANSACTIONS REJECTED:  ' WS-TRANS-REJECTED.
009210 9000-EXIT.
009220     EXIT.
