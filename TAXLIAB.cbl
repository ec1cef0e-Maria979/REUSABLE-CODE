000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TAXLIAB.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/06/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/06/2026  RH   ORIGINAL MONTHLY SALES-TAX LIABILITY        *
000120*                   REPORT.  TOTALS THE TAX DETAIL THE BILLING- *
000130*                   GENERATION RUN RECORDS FOR EVERY INVOICE    *
000140*                   (TAXDTL) FOR THE MONTH OF THE CYCLDATE      *
000150*                   BUSINESS DATE, BY JURISDICTION AND RATE -   *
000160*                   TAXABLE SALES, EXEMPT SALES AND TAX BILLED -*
000170*                   FOR THE STATE RETURNS.                      *
000180******************************************************************
000190*  RUNS ON THE LAST BUSINESS DAY OF THE MONTH, AFTER THE        *
000200*  BILLING-GENERATION RUN.  EVERY INVOICE BILLED IN THE MONTH   *
000210*  IS ON TAXDTL ONCE FOR EACH JURISDICTION IT WAS TAXED IN, SO  *
000220*  A JURISDICTION'S LINE CARRIES THE WHOLE TAXABLE CHARGE OF    *
000230*  EACH OF ITS INVOICES.  A RATE CHANGE DURING THE MONTH GIVES  *
000240*  THE JURISDICTION ONE LINE PER RATE.  INVOICES FOR ACCOUNTS   *
000250*  WITH NO TAX JURISDICTION ON THE CUSTOMER MASTER BILLED NO    *
000260*  TAX AND REPORT UNDER NONE AS UNTAXED SALES.                  *
000270*                                                               *
000280*  TAX DETAIL (TAXDTL):  BILL DATE 9(8), JURISDICTION X(4),     *
000290*  RATE 99V999, ACCOUNT X(6), INVOICE X(6), THEN SALES,         *
000300*  TAXABLE, EXEMPT AND TAX AMOUNTS S9(7)V99 SIGN LEADING        *
000310*  SEPARATE, AND EXEMPTION CERTIFICATE X(15).                   *
000320*                                                               *
000330*  RETURN CODES:   0  REPORT COMPLETE                           *
000340*                  4  UNTAXED SALES IN THE MONTH, A TAX DETAIL  *
000350*                     RECORD THAT WOULD NOT READ, OR NO TAX     *
000360*                     DETAIL ON FILE - SEE THE REPORT           *
000370*                 16  NO CYCLE DATE OR DATE ALREADY PROCESSED   *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TAX-DETAIL-FILE        ASSIGN TO TAXDTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-TAX-DTL-STATUS.

000460     SELECT LIABILITY-REPORT-FILE  ASSIGN TO TAXLRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-REPORT-STATUS.

000500     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE  IS SEQUENTIAL
000530         FILE STATUS  IS WS-CYC-DATE-STATUS.

000540     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-CYC-LOG-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TAX-DETAIL-FILE
000610     RECORDING MODE IS F.
000620 01  TD-TAX-DETAIL-RECORD.
000630     05  TD-BILL-DATE          PIC 9(08).
000640     05  TD-TAX-KEY.
000650         10  TD-JURISDICTION-CODE  PIC X(04).
000660         10  TD-TAX-RATE           PIC 99V999.
000670     05  TD-ACCT-NO            PIC X(06).
000680     05  TD-INV-NO             PIC X(06).
000690     05  TD-SALES-AMT          PIC S9(7)V99
000700                               SIGN LEADING SEPARATE.
000710     05  TD-TAXABLE-AMT        PIC S9(7)V99
000720                               SIGN LEADING SEPARATE.
000730     05  TD-EXEMPT-AMT         PIC S9(7)V99
000740                               SIGN LEADING SEPARATE.
000750     05  TD-TAX-AMT            PIC S9(7)V99
000760                               SIGN LEADING SEPARATE.
000770     05  TD-EXEMPT-CERT-NO     PIC X(15).

000780 FD  LIABILITY-REPORT-FILE
000790     RECORD CONTAINS 132 CHARACTERS
000800     RECORDING MODE IS F.
000810 01  REPORT-PRINT-RECORD         PIC X(132).

000820 FD  CYCLE-DATE-FILE
000830     RECORDING MODE IS F.
000840 01  CYC-RECORD.
000850     05  CYC-BUSINESS-DATE     PIC 9(08).
000860     05  CYC-RERUN-FLAG        PIC X(01).

000870 FD  CYCLE-LOG-FILE
000880     RECORDING MODE IS F.
000890 01  CYCLOG-RECORD.
000900     05  CYCLOG-PROGRAM-ID     PIC X(08).
000910     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

000920 WORKING-STORAGE SECTION.
000930 01  WS-TAX-DTL-STATUS           PIC X(02).
000940     88  WS-TAX-DTL-OK               VALUE '00'.
000950     88  WS-TAX-DTL-EOF              VALUE '10'.
000960 01  WS-REPORT-STATUS            PIC X(02).
000970     88  WS-REPORT-OK                VALUE '00'.

000980***
000990*** ONE ENTRY PER JURISDICTION AND RATE BILLED IN THE MONTH, KEPT
001000*** IN JURISDICTION/RATE ORDER AS THE DETAIL IS READ.
001010 01  JURIS-COUNT                 PIC 9(02) VALUE ZERO.
001020 01  JURIS-TABLE.
001030     05  JURIS-ENTRY     OCCURS 1 TO 50 TIMES
001040                         DEPENDING ON JURIS-COUNT.
001050         10  JT-TAX-KEY.
001060             15  JT-JURISDICTION-CODE  PIC X(04).
001070             15  JT-TAX-RATE           PIC 99V999.
001080         10  JT-INVOICE-COUNT      PIC 9(05).
001090         10  JT-TAXABLE-SALES      PIC S9(9)V99.
001100         10  JT-EXEMPT-SALES       PIC S9(9)V99.
001110         10  JT-UNTAXED-SALES      PIC S9(9)V99.
001120         10  JT-TAX-BILLED         PIC S9(9)V99.
001130 77  WS-JURIS-SUB                PIC 9(02).
001140 77  WS-INSERT-SUB               PIC 9(02).
001150 77  WS-SHIFT-SUB                PIC 9(02).

001160 77  RPT-LINE                    PIC X(132).
001170 77  LINE-POS                    PIC S9(3).
001180 77  WS-REPORT-MONTH             PIC X(06).
001190 77  WS-UNTAXED-NUM              PIC S9(7)V99.
001200 77  WS-RATE-PCT                 PIC 9(03)V99.
001210 77  WS-RATE-PCT-ED              PIC ZZ9.99.
001220 77  WS-TAXABLE-ED               PIC $$$,$$$,$$9.99-.
001230 77  WS-EXEMPT-ED                PIC $$$,$$$,$$9.99-.
001240 77  WS-UNTAXED-ED               PIC $$$,$$$,$$9.99-.
001250 77  WS-TAX-ED                   PIC $$$,$$$,$$9.99-.
001260 77  WS-TOTAL-TAX                PIC S9(9)V99 VALUE ZERO.
001270 77  WS-TOTAL-UNTAXED            PIC S9(9)V99 VALUE ZERO.
001280 77  WS-DETAIL-READ              PIC 9(07) VALUE ZERO.
001290 77  WS-DETAIL-IN-MONTH          PIC 9(07) VALUE ZERO.
001300 77  WS-DETAIL-BAD               PIC 9(05) VALUE ZERO.
001310 77  WS-DETAIL-OVERFLOW          PIC 9(05) VALUE ZERO.
001320 77  WS-UNTAXED-INVOICES         PIC 9(05) VALUE ZERO.
001330 77  WS-NO-DETAIL-FLAG           PIC X(01) VALUE 'N'.
001340     88  WS-NO-TAX-DETAIL            VALUE 'Y'.

001350***
001360*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
001370*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
001380*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
001390*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
001400*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
001410*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
001420*** THE CYCLDATE RECORD.
001430 01  WS-CYC-DATE-STATUS          PIC X(02).
001440     88  WS-CYC-DATE-OK              VALUE '00'.
001450 01  WS-CYC-LOG-STATUS           PIC X(02).
001460     88  WS-CYC-LOG-OK               VALUE '00'.
001470     88  WS-CYC-LOG-EOF              VALUE '10'.
001480 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001490 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
001500     88  WS-RERUN-REQUESTED          VALUE 'Y'.
001510 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
001520     88  WS-ALREADY-RAN              VALUE 'Y'.

001530 PROCEDURE DIVISION.
001540******************************************************************
001550*  0000-MAINLINE                                                *
001560*  TOTALS THE MONTH'S TAX DETAIL BY JURISDICTION AND RATE AND   *
001570*  PRINTS THE LIABILITY REPORT.                                 *
001580******************************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001610     PERFORM 2000-TOTAL-ONE-DETAIL  THRU 2000-EXIT
001620         UNTIL WS-TAX-DTL-EOF.
001630     PERFORM 3000-PRINT-ONE-JURISDICTION THRU 3000-EXIT
001640         VARYING WS-JURIS-SUB FROM 1 BY 1
001650         UNTIL WS-JURIS-SUB > JURIS-COUNT.
001660     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001670     GOBACK.

001680******************************************************************
001690*  0100-GET-BUSINESS-DATE                                        *
001700*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
001710*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
001720*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
001730******************************************************************
001740 0100-GET-BUSINESS-DATE.
001750     OPEN INPUT CYCLE-DATE-FILE.
001760     IF NOT WS-CYC-DATE-OK
001770         DISPLAY 'TAXLIAB: NO CYCLE DATE CONTROL ON FILE - RUN '
001780             'STOPPED'
001790         MOVE 16 TO RETURN-CODE
001800         GOBACK
001810     END-IF.
001820     READ CYCLE-DATE-FILE
001830         AT END
001840             DISPLAY 'TAXLIAB: CYCLE DATE CONTROL IS EMPTY - '
001850                 'RUN STOPPED'
001860             MOVE 16 TO RETURN-CODE
001870             GOBACK
001880     END-READ.
001890     IF CYC-BUSINESS-DATE NOT NUMERIC
001900         OR CYC-BUSINESS-DATE = ZERO
001910         DISPLAY 'TAXLIAB: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
001920             ' - RUN STOPPED'
001930         MOVE 16 TO RETURN-CODE
001940         GOBACK
001950     END-IF.
001960     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
001970     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
001980     CLOSE CYCLE-DATE-FILE.
001990     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
002000 0100-EXIT.
002010     EXIT.

002020 0150-CHECK-CYCLE-LOG.
002030     OPEN INPUT CYCLE-LOG-FILE.
002040     IF NOT WS-CYC-LOG-OK
002050         GO TO 0150-EXIT
002060     END-IF.
002070     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
002080         UNTIL WS-CYC-LOG-EOF.
002090     CLOSE CYCLE-LOG-FILE.
002100     IF NOT WS-ALREADY-RAN
002110         GO TO 0150-EXIT
002120     END-IF.
002130     IF WS-RERUN-REQUESTED
002140         DISPLAY 'TAXLIAB: RERUN OF BUSINESS DATE '
002150             WS-BUSINESS-DATE ' AS REQUESTED'
002160         GO TO 0150-EXIT
002170     END-IF.
002180     DISPLAY 'TAXLIAB: BUSINESS DATE ' WS-BUSINESS-DATE
002190         ' ALREADY PROCESSED - RUN STOPPED'.
002200     MOVE 16 TO RETURN-CODE.
002210     GOBACK.
002220 0150-EXIT.
002230     EXIT.

002240 0160-READ-ONE-LOG-RECORD.
002250     READ CYCLE-LOG-FILE
002260         AT END
002270             SET WS-CYC-LOG-EOF TO TRUE
002280         NOT AT END
002290             IF CYCLOG-PROGRAM-ID = 'TAXLIAB '
002300                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
002310                 SET WS-ALREADY-RAN TO TRUE
002320             END-IF
002330     END-READ.
002340 0160-EXIT.
002350     EXIT.

002360******************************************************************
002370*  0950-LOG-BUSINESS-DATE                                        *
002380*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
002390*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
002400*  THE DOOR.                                                     *
002410******************************************************************
002420 0950-LOG-BUSINESS-DATE.
002430     OPEN EXTEND CYCLE-LOG-FILE.
002440     IF WS-CYC-LOG-STATUS = '35'
002450         OPEN OUTPUT CYCLE-LOG-FILE
002460     END-IF.
002470     IF NOT WS-CYC-LOG-OK
002480         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
002490         GO TO 0950-EXIT
002500     END-IF.
002510     MOVE 'TAXLIAB ' TO CYCLOG-PROGRAM-ID.
002520     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
002530     WRITE CYCLOG-RECORD.
002540     IF NOT WS-CYC-LOG-OK
002550         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
002560     END-IF.
002570     CLOSE CYCLE-LOG-FILE.
002580 0950-EXIT.
002590     EXIT.

002600******************************************************************
002610*  1000-INITIALIZE                                              *
002620*  NO TAX DETAIL ON FILE MEANS NOTHING WAS BILLED SINCE THE     *
002630*  FILE WAS STARTED; THE REPORT STILL PRINTS, EMPTY, WITH A     *
002640*  WARNING.                                                     *
002650******************************************************************
002660 1000-INITIALIZE.
002670     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
002680     MOVE WS-BUSINESS-DATE(1:6) TO WS-REPORT-MONTH.
002690     OPEN OUTPUT LIABILITY-REPORT-FILE.
002700     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
002710     OPEN INPUT TAX-DETAIL-FILE.
002720     IF NOT WS-TAX-DTL-OK
002730         MOVE 'Y' TO WS-NO-DETAIL-FLAG
002740         SET WS-TAX-DTL-EOF TO TRUE
002750         MOVE 'NO TAX DETAIL (TAXDTL) ON FILE - NOTHING TO REPORT'
002760             TO RPT-LINE
002770         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
002780         GO TO 1000-EXIT
002790     END-IF.
002800     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
002810 1000-EXIT.
002820     EXIT.

002830 1200-WRITE-REPORT-HEADER.
002840     MOVE SPACES TO RPT-LINE.
002850     MOVE 1 TO LINE-POS.
002860     STRING 'SALES TAX LIABILITY BY JURISDICTION' SPACE 'MONTH'
002870            SPACE WS-REPORT-MONTH(1:4) '/' WS-REPORT-MONTH(5:2)
002880            SPACE 'RUN DATE' SPACE WS-BUSINESS-DATE
002890         DELIMITED BY SIZE
002900         INTO RPT-LINE
002910         WITH POINTER LINE-POS
002920     END-STRING.
002930     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002940     MOVE SPACES TO RPT-LINE.
002950     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002960     MOVE SPACES TO RPT-LINE.
002970     MOVE 1 TO LINE-POS.
002980     STRING 'JURIS   RATE %  INVOICES'
002990            '      TAXABLE SALES'
003000            '       EXEMPT SALES'
003010            '      UNTAXED SALES'
003020            '         TAX BILLED'
003030         DELIMITED BY SIZE
003040         INTO RPT-LINE
003050         WITH POINTER LINE-POS
003060     END-STRING.
003070     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003080 1200-EXIT.
003090     EXIT.

003100******************************************************************
003110*  2000-TOTAL-ONE-DETAIL                                        *
003120*  TOTALS ONE TAX DETAIL RECORD, THEN READS THE NEXT ONE.       *
003130******************************************************************
003140 2000-TOTAL-ONE-DETAIL.
003150     ADD 1 TO WS-DETAIL-READ.
003160     PERFORM 2050-ADD-ONE-DETAIL THRU 2050-EXIT.
003170     PERFORM 2100-READ-DETAIL    THRU 2100-EXIT.
003180 2000-EXIT.
003190     EXIT.

003200******************************************************************
003210*  2050-ADD-ONE-DETAIL                                          *
003220*  ADDS A TAX DETAIL RECORD BILLED IN THE REPORT MONTH INTO ITS *
003230*  JURISDICTION AND RATE.  A RECORD WHOSE AMOUNTS DO NOT READ   *
003240*  IS COUNTED, LISTED AND LEFT OUT.                             *
003250******************************************************************
003260 2050-ADD-ONE-DETAIL.
003270     IF TD-BILL-DATE NOT NUMERIC
003280         OR TD-TAX-RATE NOT NUMERIC
003290         OR TD-SALES-AMT NOT NUMERIC
003300         OR TD-TAXABLE-AMT NOT NUMERIC
003310         OR TD-EXEMPT-AMT NOT NUMERIC
003320         OR TD-TAX-AMT NOT NUMERIC
003330         ADD 1 TO WS-DETAIL-BAD
003340         PERFORM 2900-WRITE-BAD-DETAIL-LINE THRU 2900-EXIT
003350         GO TO 2050-EXIT
003360     END-IF.
003370     IF TD-BILL-DATE(1:6) NOT = WS-REPORT-MONTH
003380         GO TO 2050-EXIT
003390     END-IF.
003400     ADD 1 TO WS-DETAIL-IN-MONTH.
003410     PERFORM 2200-FIND-JURISDICTION THRU 2200-EXIT.
003420     IF WS-JURIS-SUB = ZERO
003430         ADD 1 TO WS-DETAIL-OVERFLOW
003440         GO TO 2050-EXIT
003450     END-IF.
003460     COMPUTE WS-UNTAXED-NUM =
003470         TD-SALES-AMT - TD-TAXABLE-AMT - TD-EXEMPT-AMT.
003480     ADD 1              TO JT-INVOICE-COUNT(WS-JURIS-SUB).
003490     ADD TD-TAXABLE-AMT TO JT-TAXABLE-SALES(WS-JURIS-SUB).
003500     ADD TD-EXEMPT-AMT  TO JT-EXEMPT-SALES(WS-JURIS-SUB).
003510     ADD WS-UNTAXED-NUM TO JT-UNTAXED-SALES(WS-JURIS-SUB).
003520     ADD TD-TAX-AMT     TO JT-TAX-BILLED(WS-JURIS-SUB).
003530     ADD TD-TAX-AMT     TO WS-TOTAL-TAX.
003540     IF WS-UNTAXED-NUM NOT = ZERO
003550         ADD 1              TO WS-UNTAXED-INVOICES
003560         ADD WS-UNTAXED-NUM TO WS-TOTAL-UNTAXED
003570     END-IF.
003580 2050-EXIT.
003590     EXIT.

003600 2100-READ-DETAIL.
003610     READ TAX-DETAIL-FILE
003620         AT END
003630             SET WS-TAX-DTL-EOF TO TRUE
003640     END-READ.
003650 2100-EXIT.
003660     EXIT.

003670******************************************************************
003680*  2200-FIND-JURISDICTION                                       *
003690*  FINDS THE DETAIL'S JURISDICTION AND RATE IN THE TABLE, OR    *
003700*  OPENS AN ENTRY FOR IT IN KEY ORDER.  WS-JURIS-SUB COMES BACK *
003710*  ZERO ONLY WHEN THE TABLE IS FULL.                            *
003720******************************************************************
003730 2200-FIND-JURISDICTION.
003740     MOVE 1 TO WS-INSERT-SUB.
003750     PERFORM 2250-STEP-INSERT-POINT THRU 2250-EXIT
003760         UNTIL WS-INSERT-SUB > JURIS-COUNT
003770             OR JT-TAX-KEY(WS-INSERT-SUB) NOT < TD-TAX-KEY.
003780     IF WS-INSERT-SUB NOT > JURIS-COUNT
003790         IF JT-TAX-KEY(WS-INSERT-SUB) = TD-TAX-KEY
003800             MOVE WS-INSERT-SUB TO WS-JURIS-SUB
003810             GO TO 2200-EXIT
003820         END-IF
003830     END-IF.
003840     IF JURIS-COUNT >= 50
003850         MOVE ZERO TO WS-JURIS-SUB
003860         GO TO 2200-EXIT
003870     END-IF.
003880     ADD 1 TO JURIS-COUNT.
003890     PERFORM 2260-SHIFT-ONE-ENTRY-DOWN THRU 2260-EXIT
003900         VARYING WS-SHIFT-SUB FROM JURIS-COUNT BY -1
003910         UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB.
003920     MOVE TD-TAX-KEY TO JT-TAX-KEY(WS-INSERT-SUB).
003930     MOVE ZERO TO JT-INVOICE-COUNT(WS-INSERT-SUB).
003940     MOVE ZERO TO JT-TAXABLE-SALES(WS-INSERT-SUB).
003950     MOVE ZERO TO JT-EXEMPT-SALES(WS-INSERT-SUB).
003960     MOVE ZERO TO JT-UNTAXED-SALES(WS-INSERT-SUB).
003970     MOVE ZERO TO JT-TAX-BILLED(WS-INSERT-SUB).
003980     MOVE WS-INSERT-SUB TO WS-JURIS-SUB.
003990 2200-EXIT.
004000     EXIT.

004010 2250-STEP-INSERT-POINT.
004020     ADD 1 TO WS-INSERT-SUB.
004030 2250-EXIT.
004040     EXIT.

004050 2260-SHIFT-ONE-ENTRY-DOWN.
004060     MOVE JURIS-ENTRY(WS-SHIFT-SUB - 1)
004070         TO JURIS-ENTRY(WS-SHIFT-SUB).
004080 2260-EXIT.
004090     EXIT.

004100 2900-WRITE-BAD-DETAIL-LINE.
004110     MOVE SPACES TO RPT-LINE.
004120     MOVE 1 TO LINE-POS.
004130     STRING 'UNREADABLE TAX DETAIL ' TD-TAX-DETAIL-RECORD
004140         DELIMITED BY SIZE
004150         INTO RPT-LINE
004160         WITH POINTER LINE-POS
004170     END-STRING.
004180     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004190 2900-EXIT.
004200     EXIT.

004210******************************************************************
004220*  3000-PRINT-ONE-JURISDICTION                                  *
004230*  ONE REPORT LINE PER JURISDICTION AND RATE.                   *
004240******************************************************************
004250 3000-PRINT-ONE-JURISDICTION.
004260     COMPUTE WS-RATE-PCT = JT-TAX-RATE(WS-JURIS-SUB) * 100.
004270     MOVE WS-RATE-PCT TO WS-RATE-PCT-ED.
004280     MOVE JT-TAXABLE-SALES(WS-JURIS-SUB) TO WS-TAXABLE-ED.
004290     MOVE JT-EXEMPT-SALES(WS-JURIS-SUB)  TO WS-EXEMPT-ED.
004300     MOVE JT-UNTAXED-SALES(WS-JURIS-SUB) TO WS-UNTAXED-ED.
004310     MOVE JT-TAX-BILLED(WS-JURIS-SUB)    TO WS-TAX-ED.
004320     MOVE SPACES TO RPT-LINE.
004330     MOVE 1 TO LINE-POS.
004340     STRING
004350        JT-JURISDICTION-CODE(WS-JURIS-SUB) '    ' WS-RATE-PCT-ED
004360            DELIMITED BY SIZE
004370        '     ' JT-INVOICE-COUNT(WS-JURIS-SUB)
004380            DELIMITED BY SIZE
004390        '    ' WS-TAXABLE-ED '    ' WS-EXEMPT-ED
004400            DELIMITED BY SIZE
004410        '    ' WS-UNTAXED-ED '    ' WS-TAX-ED
004420            DELIMITED BY SIZE
004430        INTO RPT-LINE
004440        WITH POINTER LINE-POS
004450     END-STRING.
004460     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004470 3000-EXIT.
004480     EXIT.

004490 8500-WRITE-REPORT-LINE.
004500     MOVE RPT-LINE TO REPORT-PRINT-RECORD.
004510     WRITE REPORT-PRINT-RECORD.
004520     IF NOT WS-REPORT-OK
004530         DISPLAY 'LIABILITY REPORT WRITE ERROR: ' WS-REPORT-STATUS
004540     END-IF.
004550     DISPLAY RPT-LINE.
004560 8500-EXIT.
004570     EXIT.

004580******************************************************************
004590*  9000-TERMINATE                                               *
004600*  THE MONTH'S TOTAL TAX BILLED AND UNTAXED SALES, AND THE      *
004610*  TRAILER.  UNTAXED SALES, UNREADABLE DETAIL, OR NO DETAIL AT  *
004620*  ALL ENDS THE RUN WITH RETURN CODE 4.                         *
004630******************************************************************
004640 9000-TERMINATE.
004650     MOVE WS-TOTAL-TAX     TO WS-TAX-ED.
004660     MOVE WS-TOTAL-UNTAXED TO WS-UNTAXED-ED.
004670     MOVE SPACES TO RPT-LINE.
004680     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004690     MOVE SPACES TO RPT-LINE.
004700     MOVE 1 TO LINE-POS.
004710     STRING 'TOTAL TAX BILLED' SPACE WS-TAX-ED
004720            SPACE SPACE 'UNTAXED SALES' SPACE WS-UNTAXED-ED
004730            SPACE 'ON' SPACE WS-UNTAXED-INVOICES SPACE 'INVOICES'
004740         DELIMITED BY SIZE
004750         INTO RPT-LINE
004760         WITH POINTER LINE-POS
004770     END-STRING.
004780     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004790     IF WS-DETAIL-OVERFLOW > ZERO
004800         MOVE SPACES TO RPT-LINE
004810         MOVE 1 TO LINE-POS
004820         STRING 'JURISDICTION TABLE FULL - ' WS-DETAIL-OVERFLOW
004830                ' DETAIL RECORDS NOT REPORTED'
004840             DELIMITED BY SIZE
004850             INTO RPT-LINE
004860             WITH POINTER LINE-POS
004870         END-STRING
004880         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004890     END-IF.
004900     MOVE SPACES TO RPT-LINE.
004910     MOVE 1 TO LINE-POS.
004920     STRING 'TRAILER' SPACE 'DETAIL READ' SPACE WS-DETAIL-READ
004930            SPACE 'IN MONTH' SPACE WS-DETAIL-IN-MONTH
004940            SPACE 'UNREADABLE' SPACE WS-DETAIL-BAD
004950            SPACE 'JURISDICTIONS' SPACE JURIS-COUNT
004960         DELIMITED BY SIZE
004970         INTO RPT-LINE
004980         WITH POINTER LINE-POS
004990     END-STRING.
005000     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005010     IF NOT WS-NO-TAX-DETAIL
005020         CLOSE TAX-DETAIL-FILE
005030     END-IF.
005040     CLOSE LIABILITY-REPORT-FILE.
005050     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
005060     IF WS-TOTAL-UNTAXED NOT = ZERO
005070         OR WS-DETAIL-BAD > ZERO
005080         OR WS-DETAIL-OVERFLOW > ZERO
005090         OR WS-NO-TAX-DETAIL
005100         MOVE 4 TO RETURN-CODE
005110     END-IF.
005120     DISPLAY 'TAX DETAIL READ:        ' WS-DETAIL-READ.
005130     DISPLAY 'TAX DETAIL IN MONTH:    ' WS-DETAIL-IN-MONTH.
005140     DISPLAY 'JURISDICTIONS REPORTED: ' JURIS-COUNT.
005150 9000-EXIT.
005160     EXIT.
