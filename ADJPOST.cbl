000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADJPOST.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/08/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/08/2026  RH   ORIGINAL BILLING-ADJUSTMENT POSTING RUN.    *
000120*                   READS THE DAY'S APPROVED ADJUSTMENT CARDS - *
000130*                   CREDIT MEMOS, FINANCE-CHARGE REVERSALS,     *
000140*                   SHORT-PAY SETTLEMENTS AND BAD-DEBT WRITE-   *
000150*                   OFFS - AND POSTS EACH ONE AGAINST ITS OPEN  *
000160*                   INVOICE ON THE CUSTBILL MASTER.  EVERY      *
000170*                   ADJUSTMENT COMES OFF INV-AMT AND BAL-DUE    *
000180*                   TOGETHER, THE SAME WAY FINCHG PUTS A CHARGE *
000190*                   ON, SO BAL-DUE STILL EQUALS INV-AMT MINUS   *
000200*                   AMT-PAID THROUGH THE FRONT-END EDIT.        *
000210*                   PRINTS AN ADJUSTMENT REGISTER BY TYPE AND   *
000220*                   WRITES THE ADJCTL POSTING-CONTROL RECORD SO *
000230*                   THE BALANCE CONTINUITY CONTROL CAN PROVE    *
000240*                   THE MASTER MOVEMENT AGAINST IT.             *
000250*  09/18/2026  RH   EACH ADJUSTMENT POSTED IS APPENDED TO THE   *
000260*                   SHARED ACCOUNT-HISTORY FILE (ACCTHIST).     *
000270*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW   *
000280*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE     *
000290*                   EDITED $$,$$$.99 PICTURES.  THE REGISTER'S  *
000300*                   NEW-BALANCE COLUMN WIDENS TO MATCH.         *
000310*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE WIDENED *
000320*                   TO S9(9)V99 TO CARRY THE FULL MASTER        *
000330*                   BALANCE.  HISTCONV CONVERTS THE EXISTING    *
000340*                   FILE.                                       *
000350*  10/15/2026  RH   CARD AMOUNT WIDENED TO 9(9)V99 SO A SHORT-  *
000360*                   PAY CAN SETTLE ANY MASTER BALANCE; THE      *
000370*                   REGISTER AMOUNT COLUMNS WIDEN WITH IT.      *
000380*                   HISTORY NOW CARRIES THE ADJUSTMENT TYPE     *
000390*                   (CM, FR, SP OR WO) IN PLACE OF AJ, AND IS   *
000400*                   WRITTEN ONLY ONCE THE MASTER IS REWRITTEN.  *
000410*                   A MASTER THAT CANNOT BE REWRITTEN STOPS THE *
000420*                   RUN WITH RC 16 AND NO ADJCTL OR CYCLE LOG   *
000430*                   ENTRY.                                      *
000440******************************************************************
000450*  ADJUSTMENT CARD (ADJTRAN):  ACCOUNT X(6), INVOICE X(6), TYPE  *
000460*  X(2), AMOUNT 9(9)V99, REASON X(20), APPROVER INITIALS X(3).   *
000470*  TYPES:  CM CREDIT MEMO, FR FINANCE-CHARGE REVERSAL, SP SHORT- *
000480*  PAY SETTLEMENT, WO BAD-DEBT WRITE-OFF.  A CARD WITH NO        *
000490*  REASON OR NO APPROVER INITIALS DOES NOT POST - AN UNAPPROVED  *
000500*  CREDIT TO A CUSTOMER BALANCE IS AN AUDIT FINDING.             *
000510******************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ADJUSTMENT-TRAN-FILE   ASSIGN TO ADJTRAN
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE  IS SEQUENTIAL
000580         FILE STATUS  IS WS-ADJ-TRAN-STATUS.

000590     SELECT CUSTOMER-BILLING-FILE  ASSIGN TO CUSTBILL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-CUST-BILL-STATUS.

000630     SELECT ADJUSTMENT-REGISTER-FILE ASSIGN TO ADJREG
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE  IS SEQUENTIAL
000660         FILE STATUS  IS WS-REGISTER-STATUS.

000670     SELECT ADJUSTMENT-CONTROL-FILE ASSIGN TO ADJCTL
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         ACCESS MODE  IS SEQUENTIAL
000700         FILE STATUS  IS WS-ADJ-CTL-STATUS.

000710     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         ACCESS MODE  IS SEQUENTIAL
000740         FILE STATUS  IS WS-CYC-DATE-STATUS.

000750     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         ACCESS MODE  IS SEQUENTIAL
000780         FILE STATUS  IS WS-CYC-LOG-STATUS.

000790     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         ACCESS MODE  IS SEQUENTIAL
000820         FILE STATUS  IS WS-HISTORY-STATUS.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ADJUSTMENT-TRAN-FILE
000860     RECORDING MODE IS F.
000870 01  AT-ADJ-RECORD.
000880     05  AT-ACCT-NO            PIC X(06).
000890     05  AT-INV-NO             PIC X(06).
000900     05  AT-ADJ-TYPE           PIC X(02).
000910     05  AT-ADJ-AMT            PIC 9(09)V99.
000920     05  AT-REASON             PIC X(20).
000930     05  AT-APPROVER           PIC X(03).

000940 FD  CUSTOMER-BILLING-FILE
000950     RECORDING MODE IS F.
000960 01  RCD-01.
000970     05  CUST-ACCT-NO            PIC X(6).
000980     05  BILL-INFO.
000990         10 INV-NO               PIC X(6).
001000         10 INV-AMT              PIC S9(9)V99
001010                                 SIGN LEADING SEPARATE.
001020         10 AMT-PAID             PIC S9(9)V99
001030                                 SIGN LEADING SEPARATE.
001040         10 DATE-PAID            PIC X(8).
001050         10 BAL-DUE              PIC S9(9)V99
001060                                 SIGN LEADING SEPARATE.
001070         10 DATE-DUE             PIC X(8).

001080 FD  ADJUSTMENT-REGISTER-FILE
001090     RECORD CONTAINS 132 CHARACTERS
001100     RECORDING MODE IS F.
001110 01  REGISTER-PRINT-RECORD       PIC X(132).

001120 FD  ADJUSTMENT-CONTROL-FILE
001130     RECORDING MODE IS F.
001140 01  AC-RECORD.
001150     05  AC-ADJUST-COUNT       PIC 9(05).
001160     05  AC-TOTAL-ADJUSTED     PIC S9(9)V99
001170                               SIGN LEADING SEPARATE.
001180     05  AC-RUN-DATE           PIC 9(08).

001190 FD  CYCLE-DATE-FILE
001200     RECORDING MODE IS F.
001210 01  CYC-RECORD.
001220     05  CYC-BUSINESS-DATE     PIC 9(08).
001230     05  CYC-RERUN-FLAG        PIC X(01).

001240 FD  CYCLE-LOG-FILE
001250     RECORDING MODE IS F.
001260 01  CYCLOG-RECORD.
001270     05  CYCLOG-PROGRAM-ID     PIC X(08).
001280     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001290 FD  ACCOUNT-HISTORY-FILE
001300     RECORDING MODE IS F.
001310 01  AH-HISTORY-RECORD.
001320     05  AH-ACCT-NO            PIC X(06).
001330     05  AH-INV-NO             PIC X(06).
001340     05  AH-TRAN-DATE          PIC 9(08).
001350     05  AH-TRAN-TYPE          PIC X(02).
001360     05  AH-AMOUNT             PIC S9(9)V99
001370                               SIGN LEADING SEPARATE.
001380     05  AH-INV-BALANCE        PIC S9(9)V99
001390                               SIGN LEADING SEPARATE.
001400     05  AH-SOURCE-PGM         PIC X(08).

001410 WORKING-STORAGE SECTION.
001420 01  WS-ADJ-TRAN-STATUS          PIC X(02).
001430     88  WS-ADJ-TRAN-OK              VALUE '00'.
001440     88  WS-ADJ-TRAN-EOF             VALUE '10'.
001450 01  WS-CUST-BILL-STATUS         PIC X(02).
001460     88  WS-CUST-BILL-OK             VALUE '00'.
001470     88  WS-CUST-BILL-EOF            VALUE '10'.
001480 01  WS-REGISTER-STATUS          PIC X(02).
001490     88  WS-REGISTER-OK              VALUE '00'.
001500 01  WS-ADJ-CTL-STATUS           PIC X(02).
001510     88  WS-ADJ-CTL-OK               VALUE '00'.
001520 01  WS-HISTORY-STATUS           PIC X(02).
001530     88  WS-HISTORY-OK               VALUE '00'.

001540***
001550*** THE WHOLE BILLING MASTER LOADS HERE SO EACH ADJUSTMENT CAN
001560*** FIND ITS INVOICE BY ACCOUNT/INVOICE KEY AND THE MASTER CAN
001570*** BE REWRITTEN IN THE SAME ORDER AT END OF RUN.
001580 01  MASTER-COUNT                PIC 9(04) VALUE ZERO.
001590 01  MASTER-TABLE.
001600     05  MASTER-ENTRY    OCCURS 1 TO 2000 TIMES
001610                         DEPENDING ON MASTER-COUNT.
001620         10  MT-RECORD         PIC X(64).
001630 77  WS-MST-SUB                  PIC 9(04).
001640 77  WS-ADJ-KEY                  PIC X(12).

001650***
001660*** THE FOUR ADJUSTMENT TYPES, IN THE ORDER THE REGISTER PRINTS
001670*** THEM, AND THE COUNT AND DOLLARS POSTED UNDER EACH.
001680 01  ADJ-TYPE-VALUES.
001690     05  FILLER  PIC X(22) VALUE 'CMCREDIT MEMO         '.
001700     05  FILLER  PIC X(22) VALUE 'FRFINANCE CHG REVERSAL'.
001710     05  FILLER  PIC X(22) VALUE 'SPSHORT-PAY SETTLEMENT'.
001720     05  FILLER  PIC X(22) VALUE 'WOBAD-DEBT WRITE-OFF  '.
001730 01  ADJ-TYPE-TABLE REDEFINES ADJ-TYPE-VALUES.
001740     05  ADJ-TYPE-ENTRY  OCCURS 4 TIMES
001750                         INDEXED BY TYPE-IDX.
001760         10  ADJ-TYPE-CODE     PIC X(02).
001770         10  ADJ-TYPE-NAME     PIC X(20).
001780 01  ADJ-TYPE-TOTALS.
001790     05  ADJ-TYPE-TOTAL  OCCURS 4 TIMES.
001800         10  ATT-COUNT         PIC 9(05).
001810         10  ATT-AMOUNT        PIC S9(9)V99.
001820 77  WS-TYPE-SUB                 PIC 9(01).

001830***
001840*** EVERY POSTED ADJUSTMENT IS HELD HERE UNTIL END OF RUN SO
001850*** THE REGISTER CAN PRINT THEM GROUPED BY TYPE, AND SO THE
001860*** ACCOUNT HISTORY IS WRITTEN ONLY ONCE THE MASTER IS SAFELY
001870*** REWRITTEN.
001880 01  POSTED-COUNT                PIC 9(03) VALUE ZERO.
001890 01  POSTED-TABLE.
001900     05  POSTED-ENTRY    OCCURS 1 TO 500 TIMES
001910                         DEPENDING ON POSTED-COUNT.
001920         10  PT-ACCT-NO        PIC X(06).
001930         10  PT-INV-NO         PIC X(06).
001940         10  PT-TYPE-SUB       PIC 9(01).
001950         10  PT-ADJ-AMT        PIC S9(9)V99.
001960         10  PT-NEW-BAL        PIC S9(9)V99.
001970         10  PT-REASON         PIC X(20).
001980         10  PT-APPROVER       PIC X(03).
001990 77  WS-PT-SUB                   PIC 9(03).

002000 77  RPT-LINE                    PIC X(132).
002010 77  LINE-POS                    PIC S9(3).
002020 77  WS-REJECT-REASON            PIC X(40).
002030 77  WS-ADJ-NUM                  PIC S9(9)V99.
002040 77  WS-INV-AMT-NUM              PIC S9(9)V99.
002050 77  WS-AMT-PAID-NUM             PIC S9(9)V99.
002060 77  WS-BAL-DUE-NUM              PIC S9(9)V99.
002070 77  WS-AMOUNT-ED                PIC $$,$$$,$$$,$$9.99.
002080 77  WS-BALANCE-ED               PIC $$,$$$,$$$,$$9.99-.
002090 77  WS-TOTAL-ED                 PIC $$,$$$,$$$,$$9.99.
002100 77  WS-CARDS-READ               PIC 9(05) VALUE ZERO.
002110 77  WS-ADJUSTMENTS-POSTED       PIC 9(05) VALUE ZERO.
002120 77  WS-CARDS-REJECTED           PIC 9(05) VALUE ZERO.
002130 77  WS-TOTAL-ADJUSTED           PIC S9(9)V99 VALUE ZERO.

002140***
002150*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002160*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
002170*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
002180*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
002190*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
002200*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002210*** THE CYCLDATE RECORD.
002220 01  WS-CYC-DATE-STATUS          PIC X(02).
002230     88  WS-CYC-DATE-OK              VALUE '00'.
002240 01  WS-CYC-LOG-STATUS           PIC X(02).
002250     88  WS-CYC-LOG-OK               VALUE '00'.
002260     88  WS-CYC-LOG-EOF              VALUE '10'.
002270 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002280 77  WS-HISTORY-WRITTEN          PIC 9(05) VALUE ZERO.
002290 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002300     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002310 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
002320     88  WS-ALREADY-RAN              VALUE 'Y'.
002330 77  WS-REWRITE-FLAG             PIC X(01) VALUE 'N'.
002340     88  WS-REWRITE-FAILED           VALUE 'Y'.

002350 PROCEDURE DIVISION.
002360******************************************************************
002370*  0000-MAINLINE                                                *
002380*  POSTS EACH APPROVED ADJUSTMENT CARD AGAINST ITS INVOICE AND   *
002390*  PRINTS THE REGISTER BY TYPE AT END OF RUN.                   *
002400******************************************************************
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002430     PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
002440         UNTIL WS-ADJ-TRAN-EOF.
002450     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002460     GOBACK.

002470******************************************************************
002480*  0100-GET-BUSINESS-DATE                                        *
002490*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
002500*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
002510*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
002520******************************************************************
002530 0100-GET-BUSINESS-DATE.
002540     OPEN INPUT CYCLE-DATE-FILE.
002550     IF NOT WS-CYC-DATE-OK
002560         DISPLAY 'ADJPOST: NO CYCLE DATE CONTROL ON FILE - RUN '
002570             'STOPPED'
002580         MOVE 16 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610     READ CYCLE-DATE-FILE
002620         AT END
002630             DISPLAY 'ADJPOST: CYCLE DATE CONTROL IS EMPTY - '
002640                 'RUN STOPPED'
002650             MOVE 16 TO RETURN-CODE
002660             GOBACK
002670     END-READ.
002680     IF CYC-BUSINESS-DATE NOT NUMERIC
002690         OR CYC-BUSINESS-DATE = ZERO
002700         DISPLAY 'ADJPOST: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
002710             ' - RUN STOPPED'
002720         MOVE 16 TO RETURN-CODE
002730         GOBACK
002740     END-IF.
002750     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002760     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
002770     CLOSE CYCLE-DATE-FILE.
002780     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
002790 0100-EXIT.
002800     EXIT.

002810 0150-CHECK-CYCLE-LOG.
002820     OPEN INPUT CYCLE-LOG-FILE.
002830     IF NOT WS-CYC-LOG-OK
002840         GO TO 0150-EXIT
002850     END-IF.
002860     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
002870         UNTIL WS-CYC-LOG-EOF.
002880     CLOSE CYCLE-LOG-FILE.
002890     IF NOT WS-ALREADY-RAN
002900         GO TO 0150-EXIT
002910     END-IF.
002920     IF WS-RERUN-REQUESTED
002930         DISPLAY 'ADJPOST: RERUN OF BUSINESS DATE '
002940             WS-BUSINESS-DATE ' AS REQUESTED'
002950         GO TO 0150-EXIT
002960     END-IF.
002970     DISPLAY 'ADJPOST: BUSINESS DATE ' WS-BUSINESS-DATE
002980         ' ALREADY PROCESSED - RUN STOPPED'.
002990     MOVE 16 TO RETURN-CODE.
003000     GOBACK.
003010 0150-EXIT.
003020     EXIT.

003030 0160-READ-ONE-LOG-RECORD.
003040     READ CYCLE-LOG-FILE
003050         AT END
003060             SET WS-CYC-LOG-EOF TO TRUE
003070         NOT AT END
003080             IF CYCLOG-PROGRAM-ID = 'ADJPOST '
003090                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003100                 SET WS-ALREADY-RAN TO TRUE
003110             END-IF
003120     END-READ.
003130 0160-EXIT.
003140     EXIT.

003150******************************************************************
003160*  0950-LOG-BUSINESS-DATE                                        *
003170*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003180*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003190*  THE DOOR.                                                     *
003200******************************************************************
003210 0950-LOG-BUSINESS-DATE.
003220     OPEN EXTEND CYCLE-LOG-FILE.
003230     IF WS-CYC-LOG-STATUS = '35'
003240         OPEN OUTPUT CYCLE-LOG-FILE
003250     END-IF.
003260     IF NOT WS-CYC-LOG-OK
003270         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
003280         GO TO 0950-EXIT
003290     END-IF.
003300     MOVE 'ADJPOST ' TO CYCLOG-PROGRAM-ID.
003310     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
003320     WRITE CYCLOG-RECORD.
003330     IF NOT WS-CYC-LOG-OK
003340         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
003350     END-IF.
003360     CLOSE CYCLE-LOG-FILE.
003370 0950-EXIT.
003380     EXIT.

003390******************************************************************
003400*  1000-INITIALIZE                                              *
003410******************************************************************
003420 1000-INITIALIZE.
003430     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003440     PERFORM 1050-OPEN-ACCOUNT-HISTORY
003450         THRU 1050-EXIT.
003460     PERFORM 1400-LOAD-BILLING-MASTER THRU 1400-EXIT.
003470     INITIALIZE ADJ-TYPE-TOTALS.
003480     OPEN OUTPUT ADJUSTMENT-REGISTER-FILE.
003490     PERFORM 1200-WRITE-REGISTER-HEADER THRU 1200-EXIT.
003500     OPEN INPUT  ADJUSTMENT-TRAN-FILE.
003510     IF NOT WS-ADJ-TRAN-OK
003520         DISPLAY 'NO ADJUSTMENT CARDS ON FILE - NOTHING TO POST'
003530         SET WS-ADJ-TRAN-EOF TO TRUE
003540         GO TO 1000-EXIT
003550     END-IF.
003560     PERFORM 2100-READ-ADJUSTMENT THRU 2100-EXIT.
003570 1000-EXIT.
003580     EXIT.

003590******************************************************************
003600*  1050-OPEN-ACCOUNT-HISTORY                                    *
003610*  EVERY POSTING RUN APPENDS TO THE ONE SHARED ACCOUNT-HISTORY  *
003620*  FILE.  NO FILE YET MEANS THE FIRST POSTING EVER - START ONE. *
003630*  A POSTING THAT CANNOT BE RECORDED IS NOT MADE.               *
003640******************************************************************
003650 1050-OPEN-ACCOUNT-HISTORY.
003660     OPEN EXTEND ACCOUNT-HISTORY-FILE.
003670     IF WS-HISTORY-STATUS = '35'
003680         OPEN OUTPUT ACCOUNT-HISTORY-FILE
003690     END-IF.
003700     IF NOT WS-HISTORY-OK
003710         DISPLAY 'ADJPOST: ACCOUNT HISTORY OPEN ERROR: '
003720             WS-HISTORY-STATUS ' - RUN STOPPED'
003730         MOVE 16 TO RETURN-CODE
003740         GOBACK
003750     END-IF.
003760 1050-EXIT.
003770     EXIT.

003780 1200-WRITE-REGISTER-HEADER.
003790     MOVE SPACES TO RPT-LINE.
003800     STRING 'ADJUSTMENT REGISTER' SPACE 'RUN DATE'
003810            SPACE WS-BUSINESS-DATE
003820         DELIMITED BY SIZE
003830         INTO RPT-LINE
003840     END-STRING.
003850     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
003860 1200-EXIT.
003870     EXIT.

003880******************************************************************
003890*  1400-LOAD-BILLING-MASTER                                     *
003900*  THE MASTER LOADS WHOLE SO EACH ADJUSTMENT CAN BE POSTED IN   *
003910*  PLACE.  WITH NO MASTER THERE IS NOTHING TO ADJUST AND EVERY  *
003920*  CARD REJECTS; ONE TOO BIG FOR THE TABLE STOPS THE RUN        *
003930*  BEFORE ANYTHING IS WRITTEN.                                  *
003940******************************************************************
003950 1400-LOAD-BILLING-MASTER.
003960     MOVE ZERO TO MASTER-COUNT.
003970     OPEN INPUT CUSTOMER-BILLING-FILE.
003980     IF NOT WS-CUST-BILL-OK
003990         DISPLAY 'NO BILLING MASTER ON FILE - EVERY ADJUSTMENT '
004000             'WILL REJECT'
004010         GO TO 1400-EXIT
004020     END-IF.
004030     PERFORM 1450-READ-ONE-MASTER THRU 1450-EXIT
004040         UNTIL WS-CUST-BILL-EOF.
004050     CLOSE CUSTOMER-BILLING-FILE.
004060 1400-EXIT.
004070     EXIT.

004080 1450-READ-ONE-MASTER.
004090     READ CUSTOMER-BILLING-FILE
004100         AT END
004110             SET WS-CUST-BILL-EOF TO TRUE
004120         NOT AT END
004130             IF MASTER-COUNT >= 2000
004140                 DISPLAY 'ADJPOST: BILLING MASTER EXCEEDS THE '
004150                     '2000-RECORD TABLE - RUN STOPPED'
004160                 MOVE 16 TO RETURN-CODE
004170                 GOBACK
004180             END-IF
004190             ADD 1 TO MASTER-COUNT
004200             MOVE RCD-01 TO MT-RECORD(MASTER-COUNT)
004210     END-READ.
004220 1450-EXIT.
004230     EXIT.

004240******************************************************************
004250*  2000-PROCESS-ADJUSTMENT                                      *
004260*  POSTS OR REJECTS ONE ADJUSTMENT CARD, THEN READS THE NEXT.   *
004270******************************************************************
004280 2000-PROCESS-ADJUSTMENT.
004290     ADD 1 TO WS-CARDS-READ.
004300     PERFORM 2200-EDIT-ONE-ADJUSTMENT THRU 2200-EXIT.
004310     PERFORM 2100-READ-ADJUSTMENT     THRU 2100-EXIT.
004320 2000-EXIT.
004330     EXIT.

004340 2100-READ-ADJUSTMENT.
004350     READ ADJUSTMENT-TRAN-FILE
004360         AT END
004370             SET WS-ADJ-TRAN-EOF TO TRUE
004380     END-READ.
004390 2100-EXIT.
004400     EXIT.

004410******************************************************************
004420*  2200-EDIT-ONE-ADJUSTMENT                                     *
004430*  A CARD POSTS ONLY WITH A KNOWN TYPE, A REAL AMOUNT, A REASON *
004440*  AND AN APPROVER, AGAINST AN INVOICE ON FILE FOR THE ACCOUNT  *
004450*  WITH AT LEAST THAT MUCH STILL OPEN.  A SHORT-PAY SETTLEMENT  *
004460*  ALSO NEEDS A PAYMENT ALREADY ON THE INVOICE AND MUST CLEAR   *
004470*  THE WHOLE REMAINING BALANCE; THAT IS WHAT SETTLING IT MEANS. *
004480******************************************************************
004490 2200-EDIT-ONE-ADJUSTMENT.
004500     SET TYPE-IDX TO 1.
004510     SEARCH ADJ-TYPE-ENTRY
004520         AT END
004530             MOVE 'ADJUSTMENT TYPE NOT CM, FR, SP OR WO'
004540                 TO WS-REJECT-REASON
004550             PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
004560             GO TO 2200-EXIT
004570         WHEN ADJ-TYPE-CODE(TYPE-IDX) = AT-ADJ-TYPE
004580             SET WS-TYPE-SUB TO TYPE-IDX
004590     END-SEARCH.
004600     IF AT-ADJ-AMT NOT NUMERIC
004610         OR AT-ADJ-AMT = ZERO
004620         MOVE 'ADJUSTMENT AMOUNT NOT NUMERIC OR ZERO'
004630             TO WS-REJECT-REASON
004640         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
004650         GO TO 2200-EXIT
004660     END-IF.
004670     IF AT-REASON = SPACES
004680         MOVE 'NO REASON GIVEN FOR THE ADJUSTMENT'
004690             TO WS-REJECT-REASON
004700         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
004710         GO TO 2200-EXIT
004720     END-IF.
004730     IF AT-APPROVER = SPACES
004740         MOVE 'NO APPROVER INITIALS ON THE CARD'
004750             TO WS-REJECT-REASON
004760         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
004770         GO TO 2200-EXIT
004780     END-IF.
004790     PERFORM 2300-FIND-INVOICE THRU 2300-EXIT.
004800     IF WS-MST-SUB > MASTER-COUNT
004810         MOVE 'INVOICE NOT ON MASTER FOR THIS ACCOUNT'
004820             TO WS-REJECT-REASON
004830         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
004840         GO TO 2200-EXIT
004850     END-IF.
004860     MOVE MT-RECORD(WS-MST-SUB) TO RCD-01.
004870     MOVE AT-ADJ-AMT TO WS-ADJ-NUM.
004880     MOVE INV-AMT    TO WS-INV-AMT-NUM.
004890     MOVE AMT-PAID   TO WS-AMT-PAID-NUM.
004900     MOVE BAL-DUE    TO WS-BAL-DUE-NUM.
004910     IF WS-ADJ-NUM > WS-BAL-DUE-NUM
004920         MOVE 'AMOUNT EXCEEDS THE OPEN BALANCE'
004930             TO WS-REJECT-REASON
004940         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
004950         GO TO 2200-EXIT
004960     END-IF.
004970     IF AT-ADJ-TYPE = 'SP'
004980         AND WS-AMT-PAID-NUM = ZERO
004990         MOVE 'SHORT-PAY WITH NO PAYMENT ON THE INVOICE'
005000             TO WS-REJECT-REASON
005010         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005020         GO TO 2200-EXIT
005030     END-IF.
005040     IF AT-ADJ-TYPE = 'SP'
005050         AND WS-ADJ-NUM NOT = WS-BAL-DUE-NUM
005060         MOVE 'SHORT-PAY MUST SETTLE THE WHOLE BALANCE'
005070             TO WS-REJECT-REASON
005080         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005090         GO TO 2200-EXIT
005100     END-IF.
005110     PERFORM 2400-POST-ADJUSTMENT THRU 2400-EXIT.
005120 2200-EXIT.
005130     EXIT.

005140******************************************************************
005150*  2300-FIND-INVOICE                                            *
005160*  LEAVES WS-MST-SUB ON THE MASTER ENTRY FOR THE CARD'S         *
005170*  ACCOUNT/INVOICE, OR PAST THE END OF THE TABLE IF NONE.       *
005180******************************************************************
005190 2300-FIND-INVOICE.
005200     MOVE AT-ACCT-NO TO WS-ADJ-KEY(1:6).
005210     MOVE AT-INV-NO  TO WS-ADJ-KEY(7:6).
005220     MOVE 1 TO WS-MST-SUB.
005230     PERFORM 2350-STEP-MASTER-SUB THRU 2350-EXIT
005240         UNTIL WS-MST-SUB > MASTER-COUNT
005250             OR MT-RECORD(WS-MST-SUB)(1:12) = WS-ADJ-KEY.
005260 2300-EXIT.
005270     EXIT.

005280 2350-STEP-MASTER-SUB.
005290     ADD 1 TO WS-MST-SUB.
005300 2350-EXIT.
005310     EXIT.

005320******************************************************************
005330*  2400-POST-ADJUSTMENT                                         *
005340*  TAKES THE ADJUSTMENT OFF INV-AMT AND BAL-DUE TOGETHER SO     *
005350*  BAL-DUE STILL EQUALS INV-AMT MINUS AMT-PAID AFTER THE RUN,   *
005360*  AND HOLDS THE POSTING FOR THE REGISTER AND THE HISTORY.      *
005370******************************************************************
005380 2400-POST-ADJUSTMENT.
005390     IF POSTED-COUNT >= 500
005400         MOVE 'REGISTER TABLE FULL - RESUBMIT'
005410             TO WS-REJECT-REASON
005420         PERFORM 2700-WRITE-REJECT-LINE THRU 2700-EXIT
005430         GO TO 2400-EXIT
005440     END-IF.
005450     SUBTRACT WS-ADJ-NUM FROM WS-INV-AMT-NUM.
005460     SUBTRACT WS-ADJ-NUM FROM WS-BAL-DUE-NUM.
005470     MOVE WS-INV-AMT-NUM TO INV-AMT.
005480     MOVE WS-BAL-DUE-NUM TO BAL-DUE.
005490     MOVE RCD-01 TO MT-RECORD(WS-MST-SUB).
005500     ADD 1 TO WS-ADJUSTMENTS-POSTED.
005510     ADD WS-ADJ-NUM TO WS-TOTAL-ADJUSTED.
005520     ADD 1 TO ATT-COUNT(WS-TYPE-SUB).
005530     ADD WS-ADJ-NUM TO ATT-AMOUNT(WS-TYPE-SUB).
005540     ADD 1 TO POSTED-COUNT.
005550     MOVE AT-ACCT-NO     TO PT-ACCT-NO(POSTED-COUNT).
005560     MOVE AT-INV-NO      TO PT-INV-NO(POSTED-COUNT).
005570     MOVE WS-TYPE-SUB    TO PT-TYPE-SUB(POSTED-COUNT).
005580     MOVE WS-ADJ-NUM     TO PT-ADJ-AMT(POSTED-COUNT).
005590     MOVE WS-BAL-DUE-NUM TO PT-NEW-BAL(POSTED-COUNT).
005600     MOVE AT-REASON      TO PT-REASON(POSTED-COUNT).
005610     MOVE AT-APPROVER    TO PT-APPROVER(POSTED-COUNT).
005620 2400-EXIT.
005630     EXIT.

005640 2700-WRITE-REJECT-LINE.
005650     ADD 1 TO WS-CARDS-REJECTED.
005660     MOVE SPACES TO RPT-LINE.
005670     MOVE 1 TO LINE-POS.
005680     STRING
005690        'REJECTED CARD ' AT-ADJ-RECORD
005700            DELIMITED BY SIZE
005710        ' - ' WS-REJECT-REASON
005720            DELIMITED BY SIZE
005730        INTO RPT-LINE
005740        WITH POINTER LINE-POS
005750     END-STRING.
005760     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
005770 2700-EXIT.
005780     EXIT.

005790******************************************************************
005800*  8000-PRINT-REGISTER-BY-TYPE                                  *
005810*  ONE SECTION PER ADJUSTMENT TYPE - THE POSTINGS OF THAT TYPE  *
005820*  IN CARD ORDER, THEN THE TYPE'S COUNT AND DOLLARS - SO EACH   *
005830*  TYPE TIES TO ITS OWN GENERAL-LEDGER ACCOUNT.                 *
005840******************************************************************
005850 8000-PRINT-REGISTER-BY-TYPE.
005860     PERFORM 8100-PRINT-ONE-TYPE THRU 8100-EXIT
005870         VARYING WS-TYPE-SUB FROM 1 BY 1
005880         UNTIL WS-TYPE-SUB > 4.
005890 8000-EXIT.
005900     EXIT.

005910 8100-PRINT-ONE-TYPE.
005920     MOVE SPACES TO RPT-LINE.
005930     MOVE 1 TO LINE-POS.
005940     STRING 'TYPE ' ADJ-TYPE-CODE(WS-TYPE-SUB)
005950            SPACE ADJ-TYPE-NAME(WS-TYPE-SUB)
005960         DELIMITED BY SIZE
005970         INTO RPT-LINE
005980         WITH POINTER LINE-POS
005990     END-STRING.
006000     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
006010     PERFORM 8150-PRINT-ONE-POSTING THRU 8150-EXIT
006020         VARYING WS-PT-SUB FROM 1 BY 1
006030         UNTIL WS-PT-SUB > POSTED-COUNT.
006040     MOVE ATT-AMOUNT(WS-TYPE-SUB) TO WS-TOTAL-ED.
006050     MOVE SPACES TO RPT-LINE.
006060     MOVE 1 TO LINE-POS.
006070     STRING '  SUBTOTAL ' ADJ-TYPE-NAME(WS-TYPE-SUB)
006080            ' COUNT ' ATT-COUNT(WS-TYPE-SUB)
006090            ' AMOUNT ' WS-TOTAL-ED
006100         DELIMITED BY SIZE
006110         INTO RPT-LINE
006120         WITH POINTER LINE-POS
006130     END-STRING.
006140     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
006150 8100-EXIT.
006160     EXIT.

006170 8150-PRINT-ONE-POSTING.
006180     IF PT-TYPE-SUB(WS-PT-SUB) NOT = WS-TYPE-SUB
006190         GO TO 8150-EXIT
006200     END-IF.
006210     MOVE PT-ADJ-AMT(WS-PT-SUB) TO WS-AMOUNT-ED.
006220     MOVE PT-NEW-BAL(WS-PT-SUB) TO WS-BALANCE-ED.
006230     MOVE SPACES TO RPT-LINE.
006240     MOVE 1 TO LINE-POS.
006250     STRING
006260        '  INVOICE ' PT-INV-NO(WS-PT-SUB)
006270        ' ACCOUNT ' PT-ACCT-NO(WS-PT-SUB)
006280            DELIMITED BY SIZE
006290        ' AMOUNT ' WS-AMOUNT-ED ' NEW BALANCE ' WS-BALANCE-ED
006300            DELIMITED BY SIZE
006310        ' APPROVED ' PT-APPROVER(WS-PT-SUB)
006320        ' REASON ' PT-REASON(WS-PT-SUB)
006330            DELIMITED BY SIZE
006340        INTO RPT-LINE
006350        WITH POINTER LINE-POS
006360     END-STRING.
006370     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
006380 8150-EXIT.
006390     EXIT.

006400 8500-WRITE-REGISTER-LINE.
006410     MOVE RPT-LINE TO REGISTER-PRINT-RECORD.
006420     WRITE REGISTER-PRINT-RECORD.
006430     IF NOT WS-REGISTER-OK
006440         DISPLAY 'ADJUSTMENT REGISTER WRITE ERROR: '
006450       WS-REGISTER-STATUS
006460     END-IF.
006470     DISPLAY RPT-LINE.
006480 8500-EXIT.
006490     EXIT.

006500******************************************************************
006510*  8600-WRITE-POSTING-HISTORY                                   *
006520*  ONE ACCOUNT-HISTORY RECORD PER ADJUSTMENT POSTED, UNDER ITS  *
006530*  OWN TYPE CODE - CM, FR, SP OR WO - SO THE INQUIRY SHOWS WHAT *
006540*  KIND OF ADJUSTMENT MOVED THE BALANCE.                        *
006550******************************************************************
006560 8600-WRITE-POSTING-HISTORY.
006570     PERFORM 8650-WRITE-ONE-POSTING THRU 8650-EXIT
006580         VARYING WS-PT-SUB FROM 1 BY 1
006590         UNTIL WS-PT-SUB > POSTED-COUNT.
006600 8600-EXIT.
006610     EXIT.

006620 8650-WRITE-ONE-POSTING.
006630     MOVE PT-ACCT-NO(WS-PT-SUB) TO AH-ACCT-NO.
006640     MOVE PT-INV-NO(WS-PT-SUB)  TO AH-INV-NO.
006650     MOVE ADJ-TYPE-CODE(PT-TYPE-SUB(WS-PT-SUB)) TO AH-TRAN-TYPE.
006660     COMPUTE AH-AMOUNT = ZERO - PT-ADJ-AMT(WS-PT-SUB).
006670     MOVE PT-NEW-BAL(WS-PT-SUB) TO AH-INV-BALANCE.
006680     PERFORM 8700-WRITE-HISTORY-RECORD THRU 8700-EXIT.
006690 8650-EXIT.
006700     EXIT.

006710******************************************************************
006720*  8700-WRITE-HISTORY-RECORD                                    *
006730*  ONE ACCOUNT-HISTORY RECORD PER POSTING.  THE CALLER SETS THE *
006740*  ACCOUNT, INVOICE, TYPE, AMOUNT (SIGNED AS IT MOVES THE       *
006750*  BALANCE) AND THE INVOICE BALANCE AFTER POSTING; THE DATE AND *
006760*  SOURCE PROGRAM ARE STAMPED HERE.                             *
006770******************************************************************
006780 8700-WRITE-HISTORY-RECORD.
006790     MOVE WS-BUSINESS-DATE TO AH-TRAN-DATE.
006800     MOVE 'ADJPOST ' TO AH-SOURCE-PGM.
006810     WRITE AH-HISTORY-RECORD.
006820     IF NOT WS-HISTORY-OK
006830         DISPLAY 'ACCOUNT HISTORY WRITE ERROR: ' WS-HISTORY-STATUS
006840             ' ' AH-ACCT-NO ' ' AH-INV-NO
006850     END-IF.
006860     ADD 1 TO WS-HISTORY-WRITTEN.
006870 8700-EXIT.
006880     EXIT.

006890******************************************************************
006900*  8900-REWRITE-MASTER                                          *
006910*  THE MASTER REWRITES ONLY WHEN SOMETHING POSTED; A RUN THAT   *
006920*  REJECTED EVERYTHING LEAVES THE FILE UNTOUCHED.  A MASTER     *
006930*  THAT CANNOT BE WRITTEN STOPS THE RUN - NOTHING DOWNSTREAM    *
006940*  MAY BE TOLD ABOUT ADJUSTMENTS CUSTBILL DOES NOT CARRY.       *
006950******************************************************************
006960 8900-REWRITE-MASTER.
006970     IF WS-ADJUSTMENTS-POSTED = ZERO
006980         GO TO 8900-EXIT
006990     END-IF.
007000     OPEN OUTPUT CUSTOMER-BILLING-FILE.
007010     IF NOT WS-CUST-BILL-OK
007020         DISPLAY 'ADJPOST: BILLING MASTER REWRITE OPEN ERROR: '
007030             WS-CUST-BILL-STATUS ' - RUN STOPPED'
007040         MOVE 16 TO RETURN-CODE
007050         SET WS-REWRITE-FAILED TO TRUE
007060         GO TO 8900-EXIT
007070     END-IF.
007080     PERFORM 8950-WRITE-ONE-MASTER THRU 8950-EXIT
007090         VARYING WS-MST-SUB FROM 1 BY 1
007100         UNTIL WS-MST-SUB > MASTER-COUNT.
007110     CLOSE CUSTOMER-BILLING-FILE.
007120 8900-EXIT.
007130     EXIT.

007140 8950-WRITE-ONE-MASTER.
007150     MOVE MT-RECORD(WS-MST-SUB) TO RCD-01.
007160     WRITE RCD-01.
007170     IF NOT WS-CUST-BILL-OK
007180         DISPLAY 'ADJPOST: BILLING MASTER WRITE ERROR: '
007190             WS-CUST-BILL-STATUS ' - RUN STOPPED'
007200         MOVE 16 TO RETURN-CODE
007210         SET WS-REWRITE-FAILED TO TRUE
007220     END-IF.
007230 8950-EXIT.
007240     EXIT.

007250******************************************************************
007260*  9000-TERMINATE                                               *
007270*  PRINTS THE REGISTER BY TYPE AND ITS TRAILER, REWRITES THE    *
007280*  MASTER, AND ONLY THEN RECORDS THE ACCOUNT HISTORY, LEAVES    *
007290*  THE POSTING CONTROL FOR THE CONTINUITY PROOF AND LOGS THE    *
007300*  RUN.                                                         *
007310******************************************************************
007320 9000-TERMINATE.
007330     PERFORM 8000-PRINT-REGISTER-BY-TYPE THRU 8000-EXIT.
007340     MOVE WS-TOTAL-ADJUSTED TO WS-TOTAL-ED.
007350     MOVE SPACES TO RPT-LINE.
007360     MOVE 1 TO LINE-POS.
007370     STRING 'TRAILER' SPACE 'CARDS' SPACE WS-CARDS-READ
007380            SPACE 'POSTED' SPACE WS-ADJUSTMENTS-POSTED
007390            SPACE 'REJECTS' SPACE WS-CARDS-REJECTED
007400            SPACE 'TOTAL ADJUSTED' SPACE WS-TOTAL-ED
007410         DELIMITED BY SIZE
007420         INTO RPT-LINE
007430         WITH POINTER LINE-POS
007440     END-STRING.
007450     PERFORM 8500-WRITE-REGISTER-LINE THRU 8500-EXIT.
007460     PERFORM 8900-REWRITE-MASTER THRU 8900-EXIT.
007470     IF NOT WS-REWRITE-FAILED
007480         PERFORM 8600-WRITE-POSTING-HISTORY THRU 8600-EXIT
007490         PERFORM 9300-WRITE-ADJUSTMENT-CONTROL THRU 9300-EXIT
007500         PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT
007510     END-IF.
007520     CLOSE ADJUSTMENT-TRAN-FILE.
007530     CLOSE ADJUSTMENT-REGISTER-FILE.
007540     CLOSE ACCOUNT-HISTORY-FILE.
007550     DISPLAY 'ADJUSTMENT CARDS READ: ' WS-CARDS-READ.
007560     DISPLAY 'ADJUSTMENTS POSTED:    ' WS-ADJUSTMENTS-POSTED.
007570     DISPLAY 'CARDS REJECTED:        ' WS-CARDS-REJECTED.
007580     DISPLAY 'HISTORY RECORDS:       ' WS-HISTORY-WRITTEN.
007590 9000-EXIT.
007600     EXIT.

007610******************************************************************
007620*  9300-WRITE-ADJUSTMENT-CONTROL                                *
007630*  WHAT THIS RUN TOOK OFF THE MASTER, FOR THE BALANCE           *
007640*  CONTINUITY CONTROL TO PROVE THE MASTER MOVEMENT AGAINST.     *
007650*  WRITTEN EVERY RUN, EVEN AT ZERO, SO A QUIET NIGHT DOES NOT   *
007660*  LEAVE YESTERDAY'S CONTROL BEHIND.                            *
007670******************************************************************
007680 9300-WRITE-ADJUSTMENT-CONTROL.
007690     OPEN OUTPUT ADJUSTMENT-CONTROL-FILE.
007700     IF NOT WS-ADJ-CTL-OK
007710         DISPLAY 'ADJUSTMENT CONTROL OPEN ERROR: '
007720             WS-ADJ-CTL-STATUS
007730         GO TO 9300-EXIT
007740     END-IF.
007750     MOVE WS-ADJUSTMENTS-POSTED TO AC-ADJUST-COUNT.
007760     MOVE WS-TOTAL-ADJUSTED     TO AC-TOTAL-ADJUSTED.
007770     MOVE WS-BUSINESS-DATE      TO AC-RUN-DATE.
007780     WRITE AC-RECORD.
007790     IF NOT WS-ADJ-CTL-OK
007800         DISPLAY 'ADJUSTMENT CONTROL WRITE ERROR: '
007810             WS-ADJ-CTL-STATUS
007820     END-IF.
007830     CLOSE ADJUSTMENT-CONTROL-FILE.
007840 9300-EXIT.
007850     EXIT.
