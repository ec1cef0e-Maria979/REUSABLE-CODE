000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLINTF.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/15/2026  RH   ORIGINAL GENERAL-LEDGER INTERFACE.  BUILDS  *
000120*                   THE NIGHT'S AR JOURNAL ENTRY FROM THE       *
000130*                   POSTING CONTROLS THE POSTING RUNS ALREADY   *
000140*                   WRITE - BILLCTL, FINCTL, SUSPCTL, ADJCTL    *
000150*                   AND CSHCTL - AND THE UNAPPLIED-CASH         *
000160*                   MOVEMENT FROM CASHUNAP TO CASHUNPN, SO THE  *
000170*                   AR TOTALS NO LONGER GET RE-KEYED INTO THE   *
000180*                   LEDGER FROM THE REGISTERS.  GL ACCOUNT      *
000190*                   NUMBERS COME FROM THE GLACCTS MAPPING FILE. *
000200*                   WRITES THE GLFEED DEBIT/CREDIT FEED ONLY    *
000210*                   WHEN THE JOURNAL BALANCES AND EVERY LINE IS *
000220*                   MAPPED, AND PRINTS THE GLPROOF JOURNAL      *
000230*                   PROOF DATED FROM CYCLDATE.                  *
000232*  10/06/2026  RH   THE SALES TAX INSIDE THE BILLCTL TOTAL NOW  *
000234*                   CREDITS SALESTAX, SALES TAX PAYABLE, AND    *
000236*                   ONLY THE CHARGES CREDIT SALES REVENUE.      *
000240******************************************************************
000250*  ACCOUNT MAPPING (GLACCTS):  ENTRY CODE X(8), GL ACCOUNT      *
000260*  X(12), DESCRIPTION X(30).  THE ENTRY CODES THIS RUN POSTS TO:*
000270*    AR        TRADE ACCOUNTS RECEIVABLE                        *
000280*    SALES     SALES REVENUE (BILLCTL)                          *
000285*    SALESTAX  SALES TAX PAYABLE (BILLCTL TAX)                  *
000290*    FINCHINC  FINANCE-CHARGE INCOME (FINCTL)                   *
000300*    ARSUSP    AR SUSPENSE CLEARING (SUSPCTL RELEASES)          *
000310*    ADJUST    AR ADJUSTMENTS - CREDITS AND WRITE-OFFS (ADJCTL) *
000320*    CASH      CASH IN BANK (CSHCTL AND UNAPPLIED MOVEMENT)     *
000330*    UNAPCASH  UNAPPLIED CASH (CASHUNAP TO CASHUNPN MOVEMENT)   *
000340*  A NEW ACCOUNT IS A GLACCTS CHANGE, NOT A PROGRAM CHANGE.     *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT GL-ACCOUNT-MAP-FILE    ASSIGN TO GLACCTS
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         ACCESS MODE  IS SEQUENTIAL
000420         FILE STATUS  IS WS-ACCT-MAP-STATUS.

000430     SELECT BILLING-CONTROL-FILE   ASSIGN TO BILLCTL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-BILL-CTL-STATUS.

000470     SELECT CHARGE-CONTROL-FILE    ASSIGN TO FINCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-CHG-CTL-STATUS.

000510     SELECT RELEASE-CONTROL-FILE   ASSIGN TO SUSPCTL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE  IS SEQUENTIAL
000540         FILE STATUS  IS WS-REL-CTL-STATUS.

000550     SELECT ADJUSTMENT-CONTROL-FILE ASSIGN TO ADJCTL
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE  IS SEQUENTIAL
000580         FILE STATUS  IS WS-ADJ-CTL-STATUS.

000590     SELECT APPLY-CONTROL-FILE     ASSIGN TO CSHCTL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-APPLY-CTL-STATUS.

000630     SELECT UNAPPLIED-CASH-FILE    ASSIGN TO CASHUNAP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         ACCESS MODE  IS SEQUENTIAL
000660         FILE STATUS  IS WS-UNAP-STATUS.

000670     SELECT NEW-UNAPPLIED-FILE     ASSIGN TO CASHUNPN
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         ACCESS MODE  IS SEQUENTIAL
000700         FILE STATUS  IS WS-NEW-UNAP-STATUS.

000710     SELECT GL-FEED-FILE           ASSIGN TO GLFEED
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         ACCESS MODE  IS SEQUENTIAL
000740         FILE STATUS  IS WS-FEED-STATUS.

000750     SELECT JOURNAL-PROOF-FILE     ASSIGN TO GLPROOF
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         ACCESS MODE  IS SEQUENTIAL
000780         FILE STATUS  IS WS-PROOF-STATUS.

000790     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         ACCESS MODE  IS SEQUENTIAL
000820         FILE STATUS  IS WS-CYC-DATE-STATUS.

000830     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         ACCESS MODE  IS SEQUENTIAL
000860         FILE STATUS  IS WS-CYC-LOG-STATUS.

000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  GL-ACCOUNT-MAP-FILE
000900     RECORDING MODE IS F.
000910 01  GA-MAP-RECORD.
000920     05  GA-ENTRY-CODE         PIC X(08).
000930     05  GA-GL-ACCOUNT         PIC X(12).
000940     05  GA-DESCRIPTION        PIC X(30).

000950 FD  BILLING-CONTROL-FILE
000960     RECORDING MODE IS F.
000970 01  BC-RECORD.
000980     05  BC-INVOICE-COUNT      PIC 9(05).
000990     05  BC-TOTAL-BILLED       PIC S9(9)V99
001000                               SIGN LEADING SEPARATE.
001010     05  BC-RUN-DATE           PIC 9(08).
001013     05  BC-TOTAL-TAX          PIC S9(9)V99
001016                               SIGN LEADING SEPARATE.

001020 FD  CHARGE-CONTROL-FILE
001030     RECORDING MODE IS F.
001040 01  FC-RECORD.
001050     05  FC-CHARGE-COUNT       PIC 9(05).
001060     05  FC-TOTAL-CHARGES      PIC S9(9)V99
001070                               SIGN LEADING SEPARATE.
001080     05  FC-RUN-DATE           PIC 9(08).

001090 FD  RELEASE-CONTROL-FILE
001100     RECORDING MODE IS F.
001110 01  SC-RECORD.
001120     05  SC-RELEASED-COUNT     PIC 9(05).
001130     05  SC-TOTAL-RELEASED     PIC S9(9)V99
001140                               SIGN LEADING SEPARATE.
001150     05  SC-RUN-DATE           PIC 9(08).

001160 FD  ADJUSTMENT-CONTROL-FILE
001170     RECORDING MODE IS F.
001180 01  AC-RECORD.
001190     05  AC-ADJUST-COUNT       PIC 9(05).
001200     05  AC-TOTAL-ADJUSTED     PIC S9(9)V99
001210                               SIGN LEADING SEPARATE.
001220     05  AC-RUN-DATE           PIC 9(08).

001230 FD  APPLY-CONTROL-FILE
001240     RECORDING MODE IS F.
001250 01  CC-RECORD.
001260     05  CC-APPLIED-COUNT      PIC 9(05).
001270     05  CC-DOLLARS-APPLIED    PIC S9(9)V99
001280                               SIGN LEADING SEPARATE.
001290     05  CC-RUN-DATE           PIC 9(08).

001300 FD  UNAPPLIED-CASH-FILE
001310     RECORDING MODE IS F.
001320 01  UNAP-RECORD.
001330     05  UNAP-INV-NO           PIC X(06).
001340     05  UNAP-PAY-AMOUNT       PIC 9(05)V99.
001350     05  UNAP-PAY-DATE         PIC X(08).

001360 FD  NEW-UNAPPLIED-FILE
001370     RECORDING MODE IS F.
001380 01  NEW-UNAP-RECORD.
001390     05  NEW-UNAP-INV-NO       PIC X(06).
001400     05  NEW-UNAP-PAY-AMOUNT   PIC 9(05)V99.
001410     05  NEW-UNAP-PAY-DATE     PIC X(08).

001420 FD  GL-FEED-FILE
001430     RECORDING MODE IS F.
001440 01  GF-DETAIL-RECORD.
001450     05  GF-RECORD-TYPE        PIC X(01).
001460         88  GF-IS-DETAIL          VALUE 'D'.
001470         88  GF-IS-TRAILER         VALUE 'T'.
001480     05  GF-POST-DATE          PIC 9(08).
001490     05  GF-GL-ACCOUNT         PIC X(12).
001500     05  GF-DR-CR              PIC X(01).
001510     05  GF-AMOUNT             PIC 9(09)V99.
001520     05  GF-SOURCE             PIC X(08).
001530     05  GF-DESCRIPTION        PIC X(30).
001540***  THE LAST RECORD OF THE FEED CARRIES THE LINE COUNT AND BOTH
001550***  SIDES' TOTALS SO THE LEDGER LOAD CAN PROVE WHAT IT RECEIVED.
001560 01  GF-TRAILER-RECORD.
001570     05  GFT-RECORD-TYPE       PIC X(01).
001580     05  GFT-POST-DATE         PIC 9(08).
001590     05  GFT-LINE-COUNT        PIC 9(05).
001600     05  GFT-TOTAL-DEBITS      PIC 9(11)V99.
001610     05  GFT-TOTAL-CREDITS     PIC 9(11)V99.

001620 FD  JOURNAL-PROOF-FILE
001630     RECORD CONTAINS 132 CHARACTERS
001640     RECORDING MODE IS F.
001650 01  PROOF-PRINT-RECORD          PIC X(132).

001660 FD  CYCLE-DATE-FILE
001670     RECORDING MODE IS F.
001680 01  CYC-RECORD.
001690     05  CYC-BUSINESS-DATE     PIC 9(08).
001700     05  CYC-RERUN-FLAG        PIC X(01).

001710 FD  CYCLE-LOG-FILE
001720     RECORDING MODE IS F.
001730 01  CYCLOG-RECORD.
001740     05  CYCLOG-PROGRAM-ID     PIC X(08).
001750     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001760 WORKING-STORAGE SECTION.
001770 01  WS-ACCT-MAP-STATUS          PIC X(02).
001780     88  WS-ACCT-MAP-OK              VALUE '00'.
001790     88  WS-ACCT-MAP-EOF             VALUE '10'.
001800 01  WS-BILL-CTL-STATUS          PIC X(02).
001810     88  WS-BILL-CTL-OK              VALUE '00'.
001820 01  WS-CHG-CTL-STATUS           PIC X(02).
001830     88  WS-CHG-CTL-OK               VALUE '00'.
001840 01  WS-REL-CTL-STATUS           PIC X(02).
001850     88  WS-REL-CTL-OK               VALUE '00'.
001860 01  WS-ADJ-CTL-STATUS           PIC X(02).
001870     88  WS-ADJ-CTL-OK               VALUE '00'.
001880 01  WS-APPLY-CTL-STATUS         PIC X(02).
001890     88  WS-APPLY-CTL-OK             VALUE '00'.
001900 01  WS-UNAP-STATUS              PIC X(02).
001910     88  WS-UNAP-OK                  VALUE '00'.
001920     88  WS-UNAP-EOF                 VALUE '10'.
001930 01  WS-NEW-UNAP-STATUS          PIC X(02).
001940     88  WS-NEW-UNAP-OK              VALUE '00'.
001950     88  WS-NEW-UNAP-EOF             VALUE '10'.
001960 01  WS-FEED-STATUS              PIC X(02).
001970     88  WS-FEED-OK                  VALUE '00'.
001980 01  WS-PROOF-STATUS             PIC X(02).
001990     88  WS-PROOF-OK                 VALUE '00'.

002000***
002010*** THE GLACCTS MAPPING LOADS HERE WHOLE.  EACH JOURNAL LINE LOOKS
002020*** UP ITS ENTRY CODE; A CODE WITH NO ACCOUNT STOPS THE FEED.
002030 01  ACCOUNT-MAP-COUNT           PIC 9(03) VALUE ZERO.
002040 01  ACCOUNT-MAP-TABLE.
002050     05  ACCOUNT-MAP-ENTRY   OCCURS 1 TO 100 TIMES
002060                             DEPENDING ON ACCOUNT-MAP-COUNT
002070                             INDEXED BY MAP-IDX.
002080         10  AM-ENTRY-CODE     PIC X(08).
002090         10  AM-GL-ACCOUNT     PIC X(12).
002100         10  AM-DESCRIPTION    PIC X(30).

002110***
002120*** THE NIGHT'S JOURNAL ENTRY, ONE ROW PER DEBIT OR CREDIT LINE.
002130*** EVERY SOURCE POSTS AS A DEBIT/CREDIT PAIR, SO AT MOST TWO
002140*** LINES PER SOURCE.
002150 01  JOURNAL-COUNT               PIC 9(03) VALUE ZERO.
002160 01  JOURNAL-TABLE.
002170     05  JOURNAL-ENTRY       OCCURS 1 TO 20 TIMES
002180                             DEPENDING ON JOURNAL-COUNT.
002190         10  JL-SOURCE         PIC X(08).
002200         10  JL-ENTRY-CODE     PIC X(08).
002210         10  JL-GL-ACCOUNT     PIC X(12).
002220         10  JL-DESCRIPTION    PIC X(30).
002230         10  JL-DR-CR          PIC X(01).
002240             88  JL-IS-DEBIT       VALUE 'D'.
002250             88  JL-IS-CREDIT      VALUE 'C'.
002260         10  JL-AMOUNT         PIC 9(09)V99.
002270 77  WS-JL-SUB                   PIC 9(03).

002280 77  RPT-LINE                    PIC X(132).
002290 77  LINE-POS                    PIC S9(3).

002300***
002310*** WHAT EACH POSTING CONTROL SAYS MOVED TONIGHT.  A CONTROL NOT
002320*** ON FILE, OR LEFT OVER FROM AN EARLIER BUSINESS DATE, POSTS
002330*** NOTHING - THE SAME RULE THE BALANCE CONTINUITY CONTROL USES.
002340 77  WS-DOLLARS-BILLED           PIC S9(9)V99 VALUE ZERO.
002343 77  WS-DOLLARS-TAXED            PIC S9(9)V99 VALUE ZERO.
002346 77  WS-DOLLARS-SOLD             PIC S9(9)V99 VALUE ZERO.
002350 77  WS-DOLLARS-CHARGED          PIC S9(9)V99 VALUE ZERO.
002360 77  WS-DOLLARS-RELEASED         PIC S9(9)V99 VALUE ZERO.
002370 77  WS-DOLLARS-ADJUSTED         PIC S9(9)V99 VALUE ZERO.
002380 77  WS-DOLLARS-APPLIED          PIC S9(9)V99 VALUE ZERO.
002390 77  WS-APPLY-FLAG               PIC X(01) VALUE 'N'.
002400     88  WS-HAVE-APPLY-CONTROL       VALUE 'Y'.
002410 77  WS-STALE-NAME               PIC X(08).
002420 77  WS-STALE-DATE               PIC 9(08).
002430 77  WS-CTL-NAME                 PIC X(08).
002440 77  WS-CTL-COUNT                PIC 9(05).
002450 77  WS-CTL-AMOUNT               PIC S9(9)V99.

002460***
002470*** UNAPPLIED CASH: WHAT CSHAPPLY CARRIED IN (CASHUNAP) AGAINST
002480*** WHAT IT CARRIED OUT (CASHUNPN).  AN INCREASE IS CASH BANKED
002490*** BUT NOT YET ON AN INVOICE; A DECREASE IS OLD UNAPPLIED CASH
002500*** THAT WENT ONTO INVOICES TONIGHT AND IS ALREADY IN CSHCTL.
002510 77  WS-UNAP-IN-TOTAL            PIC S9(9)V99 VALUE ZERO.
002520 77  WS-UNAP-OUT-TOTAL           PIC S9(9)V99 VALUE ZERO.
002530 77  WS-UNAP-MOVEMENT            PIC S9(9)V99 VALUE ZERO.
002540 77  WS-UNAP-IN-COUNT            PIC 9(05) VALUE ZERO.
002550 77  WS-UNAP-OUT-COUNT           PIC 9(05) VALUE ZERO.

002560***
002570*** ONE DEBIT/CREDIT PAIR ON ITS WAY INTO THE JOURNAL TABLE.
002580 77  WS-PAIR-SOURCE              PIC X(08).
002590 77  WS-PAIR-DEBIT-CODE          PIC X(08).
002600 77  WS-PAIR-CREDIT-CODE         PIC X(08).
002610 77  WS-PAIR-SWAP-CODE           PIC X(08).
002620 77  WS-PAIR-AMOUNT              PIC S9(9)V99.
002630 77  WS-LINE-CODE                PIC X(08).
002640 77  WS-LINE-DR-CR               PIC X(01).

002650***
002660*** THE PROOF.
002670 77  WS-TOTAL-DEBITS             PIC 9(11)V99 VALUE ZERO.
002680 77  WS-TOTAL-CREDITS            PIC 9(11)V99 VALUE ZERO.
002690 77  WS-UNMAPPED-COUNT           PIC 9(03) VALUE ZERO.
002700 77  WS-OVERFLOW-COUNT           PIC 9(03) VALUE ZERO.
002710 77  WS-PROOF-FLAG               PIC X(01) VALUE 'N'.
002720     88  WS-JOURNAL-PROVED           VALUE 'Y'.
002730 77  WS-FEED-RECORDS             PIC 9(05) VALUE ZERO.
002740 77  WS-AMOUNT-ED                PIC $$$,$$$,$$9.99-.
002750 77  WS-DEBIT-COLUMN             PIC X(15).
002760 77  WS-CREDIT-COLUMN            PIC X(15).
002770 77  WS-TOTAL-DEBITS-ED          PIC $$$,$$$,$$$,$$9.99.
002780 77  WS-TOTAL-CREDITS-ED         PIC $$$,$$$,$$$,$$9.99.
002790 01  WS-POST-DATE-ED.
002800     05  WS-POST-MM              PIC X(02).
002810     05  FILLER                  PIC X(01) VALUE '/'.
002820     05  WS-POST-DD              PIC X(02).
002830     05  FILLER                  PIC X(01) VALUE '/'.
002840     05  WS-POST-CCYY            PIC X(04).

002850***
002860*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002870*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
002880*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
002890*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
002900*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
002910*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002920*** THE CYCLDATE RECORD.
002930 01  WS-CYC-DATE-STATUS          PIC X(02).
002940     88  WS-CYC-DATE-OK              VALUE '00'.
002950 01  WS-CYC-LOG-STATUS           PIC X(02).
002960     88  WS-CYC-LOG-OK               VALUE '00'.
002970     88  WS-CYC-LOG-EOF              VALUE '10'.
002980 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002990 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
003000     88  WS-RERUN-REQUESTED          VALUE 'Y'.
003010 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
003020     88  WS-ALREADY-RAN              VALUE 'Y'.

003030 PROCEDURE DIVISION.
003040******************************************************************
003050*  0000-MAINLINE                                                *
003060*  READS THE NIGHT'S POSTING CONTROLS, BUILDS THE JOURNAL ENTRY *
003070*  FROM THEM, PROVES IT, AND WRITES THE FEED ONLY WHEN IT       *
003080*  PROVES.                                                      *
003090******************************************************************
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
003120     PERFORM 2000-READ-POSTING-CONTROLS THRU 2000-EXIT.
003130     PERFORM 2500-TOTAL-UNAPPLIED-CASH THRU 2500-EXIT.
003140     PERFORM 3000-BUILD-JOURNAL       THRU 3000-EXIT.
003150     PERFORM 4000-PROVE-JOURNAL       THRU 4000-EXIT.
003160     PERFORM 5000-PRINT-JOURNAL       THRU 5000-EXIT.
003170     PERFORM 9000-TERMINATE           THRU 9000-EXIT.
003180     GOBACK.

003190******************************************************************
003200*  0100-GET-BUSINESS-DATE                                        *
003210*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
003220*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
003230*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
003240******************************************************************
003250 0100-GET-BUSINESS-DATE.
003260     OPEN INPUT CYCLE-DATE-FILE.
003270     IF NOT WS-CYC-DATE-OK
003280         DISPLAY 'GLINTF: NO CYCLE DATE CONTROL ON FILE - RUN '
003290             'STOPPED'
003300         MOVE 16 TO RETURN-CODE
003310         GOBACK
003320     END-IF.
003330     READ CYCLE-DATE-FILE
003340         AT END
003350             DISPLAY 'GLINTF: CYCLE DATE CONTROL IS EMPTY - '
003360                 'RUN STOPPED'
003370             MOVE 16 TO RETURN-CODE
003380             GOBACK
003390     END-READ.
003400     IF CYC-BUSINESS-DATE NOT NUMERIC
003410         OR CYC-BUSINESS-DATE = ZERO
003420         DISPLAY 'GLINTF: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
003430             ' - RUN STOPPED'
003440         MOVE 16 TO RETURN-CODE
003450         GOBACK
003460     END-IF.
003470     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003480     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
003490     CLOSE CYCLE-DATE-FILE.
003500     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
003510 0100-EXIT.
003520     EXIT.

003530 0150-CHECK-CYCLE-LOG.
003540     OPEN INPUT CYCLE-LOG-FILE.
003550     IF NOT WS-CYC-LOG-OK
003560         GO TO 0150-EXIT
003570     END-IF.
003580     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
003590         UNTIL WS-CYC-LOG-EOF.
003600     CLOSE CYCLE-LOG-FILE.
003610     IF NOT WS-ALREADY-RAN
003620         GO TO 0150-EXIT
003630     END-IF.
003640     IF WS-RERUN-REQUESTED
003650         DISPLAY 'GLINTF: RERUN OF BUSINESS DATE '
003660             WS-BUSINESS-DATE ' AS REQUESTED'
003670         GO TO 0150-EXIT
003680     END-IF.
003690     DISPLAY 'GLINTF: BUSINESS DATE ' WS-BUSINESS-DATE
003700         ' ALREADY PROCESSED - RUN STOPPED'.
003710     MOVE 16 TO RETURN-CODE.
003720     GOBACK.
003730 0150-EXIT.
003740     EXIT.

003750 0160-READ-ONE-LOG-RECORD.
003760     READ CYCLE-LOG-FILE
003770         AT END
003780             SET WS-CYC-LOG-EOF TO TRUE
003790         NOT AT END
003800             IF CYCLOG-PROGRAM-ID = 'GLINTF  '
003810                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003820                 SET WS-ALREADY-RAN TO TRUE
003830             END-IF
003840     END-READ.
003850 0160-EXIT.
003860     EXIT.

003870******************************************************************
003880*  0950-LOG-BUSINESS-DATE                                        *
003890*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003900*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003910*  THE DOOR.                                                     *
003920******************************************************************
003930 0950-LOG-BUSINESS-DATE.
003940     OPEN EXTEND CYCLE-LOG-FILE.
003950     IF WS-CYC-LOG-STATUS = '35'
003960         OPEN OUTPUT CYCLE-LOG-FILE
003970     END-IF.
003980     IF NOT WS-CYC-LOG-OK
003990         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
004000         GO TO 0950-EXIT
004010     END-IF.
004020     MOVE 'GLINTF  ' TO CYCLOG-PROGRAM-ID.
004030     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
004040     WRITE CYCLOG-RECORD.
004050     IF NOT WS-CYC-LOG-OK
004060         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
004070     END-IF.
004080     CLOSE CYCLE-LOG-FILE.
004090 0950-EXIT.
004100     EXIT.

004110******************************************************************
004120*  1000-INITIALIZE                                              *
004130*  THE POSTING DATE ON THE PROOF AND ON EVERY FEED RECORD IS    *
004140*  THE CYCLDATE BUSINESS DATE.                                  *
004150******************************************************************
004160 1000-INITIALIZE.
004170     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
004180     MOVE WS-BUSINESS-DATE(5:2) TO WS-POST-MM.
004190     MOVE WS-BUSINESS-DATE(7:2) TO WS-POST-DD.
004200     MOVE WS-BUSINESS-DATE(1:4) TO WS-POST-CCYY.
004210     OPEN OUTPUT JOURNAL-PROOF-FILE.
004220     MOVE SPACES TO RPT-LINE.
004230     STRING 'GENERAL LEDGER JOURNAL PROOF - ACCOUNTS RECEIVABLE'
004240            SPACE 'POSTING DATE' SPACE WS-POST-DATE-ED
004250         DELIMITED BY SIZE
004260         INTO RPT-LINE
004270     END-STRING.
004280     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
004290     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
004300 1000-EXIT.
004310     EXIT.

004320******************************************************************
004330*  1100-LOAD-ACCOUNT-MAP                                        *
004340*  NO MAPPING FILE MEANS NO ACCOUNT FOR ANY LINE - THE JOURNAL   *
004350*  STILL PRINTS, BUT THE FEED IS NOT WRITTEN.                   *
004360******************************************************************
004370 1100-LOAD-ACCOUNT-MAP.
004380     OPEN INPUT GL-ACCOUNT-MAP-FILE.
004390     IF NOT WS-ACCT-MAP-OK
004400         MOVE 'GL ACCOUNT MAPPING (GLACCTS) NOT ON FILE'
004410             TO RPT-LINE
004420         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
004430         GO TO 1100-EXIT
004440     END-IF.
004450     PERFORM 1150-READ-ONE-MAPPING THRU 1150-EXIT
004460         UNTIL WS-ACCT-MAP-EOF.
004470     CLOSE GL-ACCOUNT-MAP-FILE.
004480 1100-EXIT.
004490     EXIT.

004500 1150-READ-ONE-MAPPING.
004510     READ GL-ACCOUNT-MAP-FILE
004520         AT END
004530             SET WS-ACCT-MAP-EOF TO TRUE
004540         NOT AT END
004550             IF ACCOUNT-MAP-COUNT < 100
004560                 ADD 1 TO ACCOUNT-MAP-COUNT
004570                 MOVE GA-ENTRY-CODE
004580                     TO AM-ENTRY-CODE(ACCOUNT-MAP-COUNT)
004590                 MOVE GA-GL-ACCOUNT
004600                     TO AM-GL-ACCOUNT(ACCOUNT-MAP-COUNT)
004610                 MOVE GA-DESCRIPTION
004620                     TO AM-DESCRIPTION(ACCOUNT-MAP-COUNT)
004630             ELSE
004640                 DISPLAY 'ACCOUNT MAP FULL - MAPPING SKIPPED: '
004650                     GA-ENTRY-CODE
004660             END-IF
004670     END-READ.
004680 1150-EXIT.
004690     EXIT.

004700******************************************************************
004710*  2000-READ-POSTING-CONTROLS                                   *
004720*  THE POSTING RUNS THAT MOVED AR TONIGHT.  EVERY ONE OF THEM    *
004730*  IS A CONDITIONAL STEP, SO A MISSING CONTROL POSTS NOTHING.    *
004740*  A CONTROL LEFT OVER FROM AN EARLIER BUSINESS DATE - THE      *
004750*  FINANCE CHARGE RUN IS MONTHLY, SO ITS CONTROL SITS ON DISK   *
004760*  FOR WEEKS - ALSO POSTS NOTHING, OR THE SAME CHARGES WOULD    *
004770*  GO TO THE LEDGER EVERY NIGHT UNTIL THE NEXT ASSESSMENT.      *
004780******************************************************************
004790 2000-READ-POSTING-CONTROLS.
004800     OPEN INPUT BILLING-CONTROL-FILE.
004810     IF WS-BILL-CTL-OK
004820         READ BILLING-CONTROL-FILE
004830             AT END CONTINUE
004840             NOT AT END
004850                 IF BC-RUN-DATE = WS-BUSINESS-DATE
004860                     MOVE BC-TOTAL-BILLED TO WS-DOLLARS-BILLED
004861*                    A BILLCTL WRITTEN BEFORE SALES TAX CARRIES
004862*                    NONE.
004863                     IF BC-TOTAL-TAX NUMERIC
004864                         MOVE BC-TOTAL-TAX TO WS-DOLLARS-TAXED
004865                     END-IF
004870                     MOVE 'BILLCTL ' TO WS-CTL-NAME
004880                     MOVE BC-INVOICE-COUNT TO WS-CTL-COUNT
004890                     MOVE BC-TOTAL-BILLED TO WS-CTL-AMOUNT
004900                     PERFORM 2290-WRITE-CONTROL-LINE
004910                         THRU 2290-EXIT
004920                 ELSE
004930                     MOVE 'BILLCTL ' TO WS-STALE-NAME
004940                     MOVE BC-RUN-DATE TO WS-STALE-DATE
004950                     PERFORM 2280-WRITE-STALE-LINE THRU 2280-EXIT
004960                 END-IF
004970         END-READ
004980         CLOSE BILLING-CONTROL-FILE
004990     ELSE
005000         MOVE 'BILLING CONTROL NOT ON FILE - NOTHING POSTED'
005010             TO RPT-LINE
005020         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
005030     END-IF.
005040     OPEN INPUT CHARGE-CONTROL-FILE.
005050     IF WS-CHG-CTL-OK
005060         READ CHARGE-CONTROL-FILE
005070             AT END CONTINUE
005080             NOT AT END
005090                 IF FC-RUN-DATE = WS-BUSINESS-DATE
005100                     MOVE FC-TOTAL-CHARGES TO WS-DOLLARS-CHARGED
005110                     MOVE 'FINCTL  ' TO WS-CTL-NAME
005120                     MOVE FC-CHARGE-COUNT TO WS-CTL-COUNT
005130                     MOVE FC-TOTAL-CHARGES TO WS-CTL-AMOUNT
005140                     PERFORM 2290-WRITE-CONTROL-LINE
005150                         THRU 2290-EXIT
005160                 ELSE
005170                     MOVE 'FINCTL  ' TO WS-STALE-NAME
005180                     MOVE FC-RUN-DATE TO WS-STALE-DATE
005190                     PERFORM 2280-WRITE-STALE-LINE THRU 2280-EXIT
005200                 END-IF
005210         END-READ
005220         CLOSE CHARGE-CONTROL-FILE
005230     ELSE
005240         MOVE 'CHARGE CONTROL NOT ON FILE - NOTHING POSTED'
005250             TO RPT-LINE
005260         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
005270     END-IF.
005280     OPEN INPUT RELEASE-CONTROL-FILE.
005290     IF WS-REL-CTL-OK
005300         READ RELEASE-CONTROL-FILE
005310             AT END CONTINUE
005320             NOT AT END
005330                 IF SC-RUN-DATE = WS-BUSINESS-DATE
005340                     MOVE SC-TOTAL-RELEASED
005350                         TO WS-DOLLARS-RELEASED
005360                     MOVE 'SUSPCTL ' TO WS-CTL-NAME
005370                     MOVE SC-RELEASED-COUNT TO WS-CTL-COUNT
005380                     MOVE SC-TOTAL-RELEASED TO WS-CTL-AMOUNT
005390                     PERFORM 2290-WRITE-CONTROL-LINE
005400                         THRU 2290-EXIT
005410                 ELSE
005420                     MOVE 'SUSPCTL ' TO WS-STALE-NAME
005430                     MOVE SC-RUN-DATE TO WS-STALE-DATE
005440                     PERFORM 2280-WRITE-STALE-LINE THRU 2280-EXIT
005450                 END-IF
005460         END-READ
005470         CLOSE RELEASE-CONTROL-FILE
005480     ELSE
005490         MOVE 'RELEASE CONTROL NOT ON FILE - NOTHING POSTED'
005500             TO RPT-LINE
005510         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
005520     END-IF.
005530     OPEN INPUT ADJUSTMENT-CONTROL-FILE.
005540     IF WS-ADJ-CTL-OK
005550         READ ADJUSTMENT-CONTROL-FILE
005560             AT END CONTINUE
005570             NOT AT END
005580                 IF AC-RUN-DATE = WS-BUSINESS-DATE
005590                     MOVE AC-TOTAL-ADJUSTED
005600                         TO WS-DOLLARS-ADJUSTED
005610                     MOVE 'ADJCTL  ' TO WS-CTL-NAME
005620                     MOVE AC-ADJUST-COUNT TO WS-CTL-COUNT
005630                     MOVE AC-TOTAL-ADJUSTED TO WS-CTL-AMOUNT
005640                     PERFORM 2290-WRITE-CONTROL-LINE
005650                         THRU 2290-EXIT
005660                 ELSE
005670                     MOVE 'ADJCTL  ' TO WS-STALE-NAME
005680                     MOVE AC-RUN-DATE TO WS-STALE-DATE
005690                     PERFORM 2280-WRITE-STALE-LINE THRU 2280-EXIT
005700                 END-IF
005710         END-READ
005720         CLOSE ADJUSTMENT-CONTROL-FILE
005730     ELSE
005740         MOVE 'ADJUSTMENT CONTROL NOT ON FILE - NOTHING POSTED'
005750             TO RPT-LINE
005760         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
005770     END-IF.
005780     OPEN INPUT APPLY-CONTROL-FILE.
005790     IF WS-APPLY-CTL-OK
005800         READ APPLY-CONTROL-FILE
005810             AT END CONTINUE
005820             NOT AT END
005830                 IF CC-RUN-DATE = WS-BUSINESS-DATE
005840                     MOVE CC-DOLLARS-APPLIED
005850                         TO WS-DOLLARS-APPLIED
005860                     SET WS-HAVE-APPLY-CONTROL TO TRUE
005870                     MOVE 'CSHCTL  ' TO WS-CTL-NAME
005880                     MOVE CC-APPLIED-COUNT TO WS-CTL-COUNT
005890                     MOVE CC-DOLLARS-APPLIED TO WS-CTL-AMOUNT
005900                     PERFORM 2290-WRITE-CONTROL-LINE
005910                         THRU 2290-EXIT
005920                 ELSE
005930                     MOVE 'CSHCTL  ' TO WS-STALE-NAME
005940                     MOVE CC-RUN-DATE TO WS-STALE-DATE
005950                     PERFORM 2280-WRITE-STALE-LINE THRU 2280-EXIT
005960                 END-IF
005970         END-READ
005980         CLOSE APPLY-CONTROL-FILE
005990     ELSE
006000         MOVE 'APPLY CONTROL NOT ON FILE - NO CASH POSTED'
006010             TO RPT-LINE
006020         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
006030     END-IF.
006040 2000-EXIT.
006050     EXIT.

006060******************************************************************
006070*  2280-WRITE-STALE-LINE                                        *
006080******************************************************************
006090 2280-WRITE-STALE-LINE.
006100     MOVE SPACES TO RPT-LINE.
006110     MOVE 1 TO LINE-POS.
006120     STRING
006130        WS-STALE-NAME 'STALE - DATED ' WS-STALE-DATE
006140            DELIMITED BY SIZE
006150        ' NOT BUSINESS DATE ' WS-BUSINESS-DATE
006160            DELIMITED BY SIZE
006170        ' - NOTHING POSTED'
006180            DELIMITED BY SIZE
006190        INTO RPT-LINE
006200        WITH POINTER LINE-POS
006210     END-STRING.
006220     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
006230 2280-EXIT.
006240     EXIT.

006250 2290-WRITE-CONTROL-LINE.
006260     MOVE WS-CTL-AMOUNT TO WS-AMOUNT-ED.
006270     MOVE SPACES TO RPT-LINE.
006280     MOVE 1 TO LINE-POS.
006290     STRING
006300        WS-CTL-NAME 'COUNT ' WS-CTL-COUNT
006310            DELIMITED BY SIZE
006320        ' AMOUNT ' WS-AMOUNT-ED
006330            DELIMITED BY SIZE
006340        INTO RPT-LINE
006350        WITH POINTER LINE-POS
006360     END-STRING.
006370     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
006380 2290-EXIT.
006390     EXIT.

006400******************************************************************
006410*  2500-TOTAL-UNAPPLIED-CASH                                    *
006420*  THE UNAPPLIED-CASH MOVEMENT BELONGS TO THE CASH APPLY, SO IT *
006430*  POSTS ONLY WHEN TONIGHT'S APPLY CONTROL IS ON FILE.  NO      *
006440*  CASHUNAP IS A FIRST RUN - NOTHING WAS CARRIED IN.            *
006450******************************************************************
006460 2500-TOTAL-UNAPPLIED-CASH.
006470     IF NOT WS-HAVE-APPLY-CONTROL
006480         GO TO 2500-EXIT
006490     END-IF.
006500     OPEN INPUT UNAPPLIED-CASH-FILE.
006510     IF WS-UNAP-OK
006520         PERFORM 2550-READ-ONE-UNAPPLIED THRU 2550-EXIT
006530             UNTIL WS-UNAP-EOF
006540         CLOSE UNAPPLIED-CASH-FILE
006550     END-IF.
006560     OPEN INPUT NEW-UNAPPLIED-FILE.
006570     IF WS-NEW-UNAP-OK
006580         PERFORM 2560-READ-ONE-NEW-UNAPPLIED THRU 2560-EXIT
006590             UNTIL WS-NEW-UNAP-EOF
006600         CLOSE NEW-UNAPPLIED-FILE
006610     ELSE
006620         MOVE 'UNAPPLIED CASH CARRY-OUT (CASHUNPN) NOT ON FILE - '
006630             TO RPT-LINE
006640         MOVE 'TREATED AS ZERO' TO RPT-LINE(51:15)
006650         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
006660     END-IF.
006670     COMPUTE WS-UNAP-MOVEMENT =
006680         WS-UNAP-OUT-TOTAL - WS-UNAP-IN-TOTAL.
006690     MOVE SPACES TO RPT-LINE.
006700     MOVE 1 TO LINE-POS.
006710     MOVE WS-UNAP-IN-TOTAL TO WS-AMOUNT-ED.
006720     STRING
006730        'CASHUNAP COUNT ' WS-UNAP-IN-COUNT
006740            DELIMITED BY SIZE
006750        ' AMOUNT ' WS-AMOUNT-ED ' CARRIED IN'
006760            DELIMITED BY SIZE
006770        INTO RPT-LINE
006780        WITH POINTER LINE-POS
006790     END-STRING.
006800     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
006810     MOVE SPACES TO RPT-LINE.
006820     MOVE 1 TO LINE-POS.
006830     MOVE WS-UNAP-OUT-TOTAL TO WS-AMOUNT-ED.
006840     STRING
006850        'CASHUNPN COUNT ' WS-UNAP-OUT-COUNT
006860            DELIMITED BY SIZE
006870        ' AMOUNT ' WS-AMOUNT-ED ' CARRIED OUT'
006880            DELIMITED BY SIZE
006890        INTO RPT-LINE
006900        WITH POINTER LINE-POS
006910     END-STRING.
006920     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
006930 2500-EXIT.
006940     EXIT.

006950 2550-READ-ONE-UNAPPLIED.
006960     READ UNAPPLIED-CASH-FILE
006970         AT END
006980             SET WS-UNAP-EOF TO TRUE
006990         NOT AT END
007000             IF UNAP-PAY-AMOUNT NUMERIC
007010                 ADD 1 TO WS-UNAP-IN-COUNT
007020                 ADD UNAP-PAY-AMOUNT TO WS-UNAP-IN-TOTAL
007030             END-IF
007040     END-READ.
007050 2550-EXIT.
007060     EXIT.

007070 2560-READ-ONE-NEW-UNAPPLIED.
007080     READ NEW-UNAPPLIED-FILE
007090         AT END
007100             SET WS-NEW-UNAP-EOF TO TRUE
007110         NOT AT END
007120             IF NEW-UNAP-PAY-AMOUNT NUMERIC
007130                 ADD 1 TO WS-UNAP-OUT-COUNT
007140                 ADD NEW-UNAP-PAY-AMOUNT TO WS-UNAP-OUT-TOTAL
007150             END-IF
007160     END-READ.
007170 2560-EXIT.
007180     EXIT.

007190******************************************************************
007200*  3000-BUILD-JOURNAL                                           *
007210*  ONE DEBIT/CREDIT PAIR PER SOURCE:                            *
007220*    BILLING            DR AR        CR SALES                   *
007225*    SALES TAX BILLED   DR AR        CR SALESTAX                *
007230*    FINANCE CHARGES    DR AR        CR FINCHINC                *
007240*    SUSPENSE RELEASES  DR AR        CR ARSUSP                  *
007250*    ADJUSTMENTS        DR ADJUST    CR AR                      *
007260*    CASH APPLIED       DR CASH      CR AR                      *
007270*    UNAPPLIED MOVEMENT DR CASH      CR UNAPCASH                *
007280*  A NEGATIVE AMOUNT POSTS THE PAIR THE OTHER WAY ROUND; A ZERO *
007290*  AMOUNT POSTS NOTHING.                                        *
007300******************************************************************
007310 3000-BUILD-JOURNAL.
007320     MOVE 'BILLCTL '           TO WS-PAIR-SOURCE.
007330     MOVE 'AR      '           TO WS-PAIR-DEBIT-CODE.
007340     MOVE 'SALES   '           TO WS-PAIR-CREDIT-CODE.
007342     COMPUTE WS-DOLLARS-SOLD =
007343         WS-DOLLARS-BILLED - WS-DOLLARS-TAXED.
007344     MOVE WS-DOLLARS-SOLD      TO WS-PAIR-AMOUNT.
007346     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007348     MOVE 'BILLCTL '           TO WS-PAIR-SOURCE.
007350     MOVE 'AR      '           TO WS-PAIR-DEBIT-CODE.
007352     MOVE 'SALESTAX'           TO WS-PAIR-CREDIT-CODE.
007354     MOVE WS-DOLLARS-TAXED     TO WS-PAIR-AMOUNT.
007360     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007370     MOVE 'FINCTL  '           TO WS-PAIR-SOURCE.
007380     MOVE 'AR      '           TO WS-PAIR-DEBIT-CODE.
007390     MOVE 'FINCHINC'           TO WS-PAIR-CREDIT-CODE.
007400     MOVE WS-DOLLARS-CHARGED   TO WS-PAIR-AMOUNT.
007410     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007420     MOVE 'SUSPCTL '           TO WS-PAIR-SOURCE.
007430     MOVE 'AR      '           TO WS-PAIR-DEBIT-CODE.
007440     MOVE 'ARSUSP  '           TO WS-PAIR-CREDIT-CODE.
007450     MOVE WS-DOLLARS-RELEASED  TO WS-PAIR-AMOUNT.
007460     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007470     MOVE 'ADJCTL  '           TO WS-PAIR-SOURCE.
007480     MOVE 'ADJUST  '           TO WS-PAIR-DEBIT-CODE.
007490     MOVE 'AR      '           TO WS-PAIR-CREDIT-CODE.
007500     MOVE WS-DOLLARS-ADJUSTED  TO WS-PAIR-AMOUNT.
007510     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007520     MOVE 'CSHCTL  '           TO WS-PAIR-SOURCE.
007530     MOVE 'CASH    '           TO WS-PAIR-DEBIT-CODE.
007540     MOVE 'AR      '           TO WS-PAIR-CREDIT-CODE.
007550     MOVE WS-DOLLARS-APPLIED   TO WS-PAIR-AMOUNT.
007560     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007570     MOVE 'CASHUNPN'           TO WS-PAIR-SOURCE.
007580     MOVE 'CASH    '           TO WS-PAIR-DEBIT-CODE.
007590     MOVE 'UNAPCASH'           TO WS-PAIR-CREDIT-CODE.
007600     MOVE WS-UNAP-MOVEMENT     TO WS-PAIR-AMOUNT.
007610     PERFORM 3100-ADD-ENTRY-PAIR THRU 3100-EXIT.
007620 3000-EXIT.
007630     EXIT.

007640 3100-ADD-ENTRY-PAIR.
007650     IF WS-PAIR-AMOUNT = ZERO
007660         GO TO 3100-EXIT
007670     END-IF.
007680     IF WS-PAIR-AMOUNT < ZERO
007690         MOVE WS-PAIR-DEBIT-CODE  TO WS-PAIR-SWAP-CODE
007700         MOVE WS-PAIR-CREDIT-CODE TO WS-PAIR-DEBIT-CODE
007710         MOVE WS-PAIR-SWAP-CODE   TO WS-PAIR-CREDIT-CODE
007720         COMPUTE WS-PAIR-AMOUNT = ZERO - WS-PAIR-AMOUNT
007730     END-IF.
007740     MOVE WS-PAIR-DEBIT-CODE  TO WS-LINE-CODE.
007750     MOVE 'D'                 TO WS-LINE-DR-CR.
007760     PERFORM 3200-ADD-JOURNAL-LINE THRU 3200-EXIT.
007770     MOVE WS-PAIR-CREDIT-CODE TO WS-LINE-CODE.
007780     MOVE 'C'                 TO WS-LINE-DR-CR.
007790     PERFORM 3200-ADD-JOURNAL-LINE THRU 3200-EXIT.
007800 3100-EXIT.
007810     EXIT.

007820 3200-ADD-JOURNAL-LINE.
007830     IF JOURNAL-COUNT >= 20
007840         ADD 1 TO WS-OVERFLOW-COUNT
007850         GO TO 3200-EXIT
007860     END-IF.
007870     ADD 1 TO JOURNAL-COUNT.
007880     MOVE WS-PAIR-SOURCE TO JL-SOURCE(JOURNAL-COUNT).
007890     MOVE WS-LINE-CODE   TO JL-ENTRY-CODE(JOURNAL-COUNT).
007900     MOVE WS-LINE-DR-CR  TO JL-DR-CR(JOURNAL-COUNT).
007910     MOVE WS-PAIR-AMOUNT TO JL-AMOUNT(JOURNAL-COUNT).
007920     MOVE SPACES         TO JL-GL-ACCOUNT(JOURNAL-COUNT).
007930     MOVE 'NO GL ACCOUNT MAPPED'
007940                         TO JL-DESCRIPTION(JOURNAL-COUNT).
007950     SET MAP-IDX TO 1.
007960     IF ACCOUNT-MAP-COUNT > ZERO
007970         SEARCH ACCOUNT-MAP-ENTRY
007980             AT END
007990                 CONTINUE
008000             WHEN AM-ENTRY-CODE(MAP-IDX) = WS-LINE-CODE
008010                 MOVE AM-GL-ACCOUNT(MAP-IDX)
008020                     TO JL-GL-ACCOUNT(JOURNAL-COUNT)
008030                 MOVE AM-DESCRIPTION(MAP-IDX)
008040                     TO JL-DESCRIPTION(JOURNAL-COUNT)
008050         END-SEARCH
008060     END-IF.
008070     IF JL-GL-ACCOUNT(JOURNAL-COUNT) = SPACES
008080         ADD 1 TO WS-UNMAPPED-COUNT
008090     END-IF.
008100     IF JL-IS-DEBIT(JOURNAL-COUNT)
008110         ADD WS-PAIR-AMOUNT TO WS-TOTAL-DEBITS
008120     ELSE
008130         ADD WS-PAIR-AMOUNT TO WS-TOTAL-CREDITS
008140     END-IF.
008150 3200-EXIT.
008160     EXIT.

008170******************************************************************
008180*  4000-PROVE-JOURNAL                                           *
008190*  THE FEED GOES TO THE LEDGER ONLY WHEN DEBITS EQUAL CREDITS,  *
008200*  EVERY LINE HAS A GL ACCOUNT, AND NO LINE WAS LOST TO A FULL  *
008210*  TABLE.  ANYTHING LESS AND THE LEDGER WOULD BE POSTED WRONG.  *
008220******************************************************************
008230 4000-PROVE-JOURNAL.
008240     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
008250         AND WS-UNMAPPED-COUNT = ZERO
008260         AND WS-OVERFLOW-COUNT = ZERO
008270         SET WS-JOURNAL-PROVED TO TRUE
008280     END-IF.
008290 4000-EXIT.
008300     EXIT.

008310******************************************************************
008320*  5000-PRINT-JOURNAL                                           *
008330*  THE JOURNAL AS IT GOES TO THE LEDGER, WITH BOTH SIDES        *
008340*  FOOTED AND THE VERDICT.                                      *
008350******************************************************************
008360 5000-PRINT-JOURNAL.
008370     MOVE SPACES TO RPT-LINE.
008380     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
008390     MOVE SPACES TO RPT-LINE.
008400     MOVE 1 TO LINE-POS.
008410     STRING
008420        'SOURCE   ENTRY    GL ACCOUNT   DESCRIPTION'
008430            DELIMITED BY SIZE
008440        '                                  DEBIT'
008450            DELIMITED BY SIZE
008460        '             CREDIT'
008470            DELIMITED BY SIZE
008480        INTO RPT-LINE
008490        WITH POINTER LINE-POS
008500     END-STRING.
008510     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
008520     PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT
008530         VARYING WS-JL-SUB FROM 1 BY 1
008540         UNTIL WS-JL-SUB > JOURNAL-COUNT.
008550     MOVE WS-TOTAL-DEBITS  TO WS-TOTAL-DEBITS-ED.
008560     MOVE WS-TOTAL-CREDITS TO WS-TOTAL-CREDITS-ED.
008570     MOVE SPACES TO RPT-LINE.
008580     MOVE 1 TO LINE-POS.
008590     STRING
008600        'TOTALS                                               '
008610            DELIMITED BY SIZE
008620        '          ' WS-TOTAL-DEBITS-ED WS-TOTAL-CREDITS-ED
008630            DELIMITED BY SIZE
008640        INTO RPT-LINE
008650        WITH POINTER LINE-POS
008660     END-STRING.
008670     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
008680     IF WS-UNMAPPED-COUNT > ZERO
008690         MOVE SPACES TO RPT-LINE
008700         MOVE 1 TO LINE-POS
008710         STRING
008720            'UNMAPPED LINES ' WS-UNMAPPED-COUNT
008730                DELIMITED BY SIZE
008740            ' - ADD THE ENTRY CODES TO GLACCTS AND RERUN'
008750                DELIMITED BY SIZE
008760            INTO RPT-LINE
008770            WITH POINTER LINE-POS
008780         END-STRING
008790         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
008800     END-IF.
008810     IF WS-OVERFLOW-COUNT > ZERO
008820         MOVE SPACES TO RPT-LINE
008830         MOVE 1 TO LINE-POS
008840         STRING
008850            'JOURNAL LINES NOT LOADED ' WS-OVERFLOW-COUNT
008860                DELIMITED BY SIZE
008870            ' - JOURNAL TABLE FULL'
008880                DELIMITED BY SIZE
008890            INTO RPT-LINE
008900            WITH POINTER LINE-POS
008910         END-STRING
008920         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
008930     END-IF.
008940 5000-EXIT.
008950     EXIT.

008960 5100-PRINT-ONE-LINE.
008970     MOVE JL-AMOUNT(WS-JL-SUB) TO WS-AMOUNT-ED.
008980     MOVE SPACES TO WS-DEBIT-COLUMN.
008990     MOVE SPACES TO WS-CREDIT-COLUMN.
009000     IF JL-IS-DEBIT(WS-JL-SUB)
009010         MOVE WS-AMOUNT-ED TO WS-DEBIT-COLUMN
009020     ELSE
009030         MOVE WS-AMOUNT-ED TO WS-CREDIT-COLUMN
009040     END-IF.
009050     MOVE SPACES TO RPT-LINE.
009060     MOVE 1 TO LINE-POS.
009070     STRING
009080        JL-SOURCE(WS-JL-SUB) ' ' JL-ENTRY-CODE(WS-JL-SUB) ' '
009090            DELIMITED BY SIZE
009100        JL-GL-ACCOUNT(WS-JL-SUB) ' ' JL-DESCRIPTION(WS-JL-SUB)
009110            DELIMITED BY SIZE
009120        '      ' WS-DEBIT-COLUMN '   ' WS-CREDIT-COLUMN
009130            DELIMITED BY SIZE
009140        INTO RPT-LINE
009150        WITH POINTER LINE-POS
009160     END-STRING.
009170     PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT.
009180 5100-EXIT.
009190     EXIT.

009200******************************************************************
009210*  6000-WRITE-GL-FEED                                           *
009220*  ONE FEED RECORD PER JOURNAL LINE, DATED WITH THE BUSINESS    *
009230*  DATE, THEN THE TRAILER.                                      *
009240******************************************************************
009250 6000-WRITE-GL-FEED.
009260     OPEN OUTPUT GL-FEED-FILE.
009270     IF NOT WS-FEED-OK
009280         DISPLAY 'GL FEED OPEN ERROR: ' WS-FEED-STATUS
009290         MOVE 16 TO RETURN-CODE
009300         GO TO 6000-EXIT
009310     END-IF.
009320     PERFORM 6100-WRITE-ONE-FEED-RECORD THRU 6100-EXIT
009330         VARYING WS-JL-SUB FROM 1 BY 1
009340         UNTIL WS-JL-SUB > JOURNAL-COUNT.
009350     MOVE SPACES           TO GF-TRAILER-RECORD.
009360     MOVE 'T'              TO GFT-RECORD-TYPE.
009370     MOVE WS-BUSINESS-DATE TO GFT-POST-DATE.
009380     MOVE WS-FEED-RECORDS  TO GFT-LINE-COUNT.
009390     MOVE WS-TOTAL-DEBITS  TO GFT-TOTAL-DEBITS.
009400     MOVE WS-TOTAL-CREDITS TO GFT-TOTAL-CREDITS.
009410     WRITE GF-TRAILER-RECORD.
009420     IF NOT WS-FEED-OK
009430         DISPLAY 'GL FEED WRITE ERROR: ' WS-FEED-STATUS
009440         MOVE 16 TO RETURN-CODE
009450     END-IF.
009460     CLOSE GL-FEED-FILE.
009470 6000-EXIT.
009480     EXIT.

009490 6100-WRITE-ONE-FEED-RECORD.
009500     MOVE SPACES                   TO GF-DETAIL-RECORD.
009510     SET GF-IS-DETAIL              TO TRUE.
009520     MOVE WS-BUSINESS-DATE         TO GF-POST-DATE.
009530     MOVE JL-GL-ACCOUNT(WS-JL-SUB) TO GF-GL-ACCOUNT.
009540     MOVE JL-DR-CR(WS-JL-SUB)      TO GF-DR-CR.
009550     MOVE JL-AMOUNT(WS-JL-SUB)     TO GF-AMOUNT.
009560     MOVE JL-SOURCE(WS-JL-SUB)     TO GF-SOURCE.
009570     MOVE JL-DESCRIPTION(WS-JL-SUB) TO GF-DESCRIPTION.
009580     WRITE GF-DETAIL-RECORD.
009590     IF NOT WS-FEED-OK
009600         DISPLAY 'GL FEED WRITE ERROR: ' WS-FEED-STATUS
009610         MOVE 16 TO RETURN-CODE
009620     END-IF.
009630     ADD 1 TO WS-FEED-RECORDS.
009640 6100-EXIT.
009650     EXIT.

009660 8500-WRITE-PROOF-LINE.
009670     MOVE RPT-LINE TO PROOF-PRINT-RECORD.
009680     WRITE PROOF-PRINT-RECORD.
009690     IF NOT WS-PROOF-OK
009700         DISPLAY 'JOURNAL PROOF WRITE ERROR: '
009710       WS-PROOF-STATUS
009720     END-IF.
009730     DISPLAY RPT-LINE.
009740 8500-EXIT.
009750     EXIT.

009760******************************************************************
009770*  9000-TERMINATE                                               *
009780*  A PROVED JOURNAL WRITES THE FEED AND LOGS THE DATE.  ONE THAT *
009790*  DOES NOT PROVE EMPTIES THE FEED - YESTERDAY'S MUST NOT LOAD A *
009800*  SECOND TIME - AND ENDS WITH RETURN CODE 8, LEAVING THE DATE   *
009810*  OPEN SO THE RUN CAN GO AGAIN ONCE THE CAUSE IS FIXED.         *
009820******************************************************************
009830 9000-TERMINATE.
009840     MOVE SPACES TO RPT-LINE.
009850     IF WS-JOURNAL-PROVED
009860         PERFORM 6000-WRITE-GL-FEED THRU 6000-EXIT
009870         MOVE 1 TO LINE-POS
009880         STRING 'JOURNAL IN BALANCE - FEED WRITTEN, RECORDS '
009890                WS-FEED-RECORDS
009900             DELIMITED BY SIZE
009910             INTO RPT-LINE
009920             WITH POINTER LINE-POS
009930         END-STRING
009940         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
009950         PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT
009960     ELSE
009970         OPEN OUTPUT GL-FEED-FILE
009980         CLOSE GL-FEED-FILE
009990         MOVE 'JOURNAL DOES NOT PROVE - NO FEED WRITTEN'
010000             TO RPT-LINE
010010         PERFORM 8500-WRITE-PROOF-LINE THRU 8500-EXIT
010020         MOVE 8 TO RETURN-CODE
010030     END-IF.
010040     CLOSE JOURNAL-PROOF-FILE.
010050     DISPLAY 'JOURNAL LINES:     ' JOURNAL-COUNT.
010060     DISPLAY 'FEED RECORDS:      ' WS-FEED-RECORDS.
010070 9000-EXIT.
010080     EXIT.
