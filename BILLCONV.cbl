000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BILLCONV.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  09/25/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  09/25/2026  RH   ORIGINAL ONE-TIME CONVERSION OF THE BILLING *
000120*                   MASTER FROM THE 55-BYTE RECORD WITH EDITED  *
000130*                   $$,$$$.99 AMOUNTS TO THE 64-BYTE RECORD     *
000140*                   WITH SIGNED S9(9)V99 AMOUNTS (LEADING       *
000150*                   SEPARATE SIGN).  CONVERTS THE SUSPENSE FILE *
000160*                   WITH IT, THEN RE-READS BOTH NEW FILES AND   *
000170*                   PROVES RECORD COUNTS AND INV-AMT, AMT-PAID  *
000180*                   AND BAL-DUE DOLLAR TOTALS BEFORE AND AFTER. *
000190******************************************************************
000200*  RUN ONCE, AFTER THE LAST CYCLE ON THE OLD PROGRAMS AND       *
000210*  BEFORE THE FIRST CYCLE ON THE NEW ONES.  CUSTBILN REPLACES   *
000220*  CUSTBILL AND CUSTSUSN REPLACES CUSTSUSP ONLY WHEN THE RUN    *
000230*  ENDS WITH RETURN CODE 0 OR 4.                                *
000240*                                                               *
000250*  AN AMOUNT THAT DOES NOT EDIT UNDER THE OLD $$,$$$.99 RULES   *
000260*  IS WRITTEN AS SPACES, LISTED ON THE REPORT WITH ITS OLD      *
000270*  IMAGE, AND LEFT OUT OF THE BEFORE TOTAL - THE FRONT-END EDIT *
000280*  SUSPENDS IT ON THE NEXT CYCLE FOR CORRECTION.                *
000290*                                                               *
000300*  RETURN CODES:   0  CONVERTED AND PROVED                      *
000310*                  4  CONVERTED AND PROVED, BUT MASTER AMOUNTS  *
000320*                     WERE WRITTEN AS SPACES - SEE THE REPORT   *
000330*                 16  PROOF FAILED OR NO MASTER - DO NOT SWAP   *
000340*                     THE FILES IN                              *
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT OLD-BILLING-FILE       ASSIGN TO CUSTBILL
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         ACCESS MODE  IS SEQUENTIAL
000420         FILE STATUS  IS WS-OLD-BILL-STATUS.

000430     SELECT NEW-BILLING-FILE       ASSIGN TO CUSTBILN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-NEW-BILL-STATUS.

000470     SELECT OLD-SUSPENSE-FILE      ASSIGN TO CUSTSUSP
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-OLD-SUSP-STATUS.

000510     SELECT NEW-SUSPENSE-FILE      ASSIGN TO CUSTSUSN
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE  IS SEQUENTIAL
000540         FILE STATUS  IS WS-NEW-SUSP-STATUS.

000550     SELECT CONVERSION-REPORT-FILE ASSIGN TO CONVRPT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE  IS SEQUENTIAL
000580         FILE STATUS  IS WS-REPORT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  OLD-BILLING-FILE
000620     RECORD CONTAINS 55 CHARACTERS
000630     RECORDING MODE IS F.
000640 01  OB-RECORD                   PIC X(55).

000650 FD  NEW-BILLING-FILE
000660     RECORD CONTAINS 64 CHARACTERS
000670     RECORDING MODE IS F.
000680 01  NB-RECORD                   PIC X(64).

000690 FD  OLD-SUSPENSE-FILE
000700     RECORD CONTAINS 77 CHARACTERS
000710     RECORDING MODE IS F.
000720 01  OS-RECORD.
000730     05  OS-REASON-LIST          PIC X(12).
000740     05  FILLER                  PIC X(01).
000750     05  OS-DATE                 PIC 9(08).
000760     05  FILLER                  PIC X(01).
000770     05  OS-DATA                 PIC X(55).

000780 FD  NEW-SUSPENSE-FILE
000790     RECORD CONTAINS 86 CHARACTERS
000800     RECORDING MODE IS F.
000810 01  NS-RECORD.
000820     05  NS-REASON-LIST          PIC X(12).
000830     05  FILLER                  PIC X(01).
000840     05  NS-DATE                 PIC 9(08).
000850     05  FILLER                  PIC X(01).
000860     05  NS-DATA                 PIC X(64).

000870 FD  CONVERSION-REPORT-FILE
000880     RECORD CONTAINS 132 CHARACTERS
000890     RECORDING MODE IS F.
000900 01  CONV-PRINT-RECORD           PIC X(132).

000910 WORKING-STORAGE SECTION.
000920 01  WS-OLD-BILL-STATUS          PIC X(02).
000930     88  WS-OLD-BILL-OK              VALUE '00'.
000940     88  WS-OLD-BILL-EOF             VALUE '10'.
000950 01  WS-NEW-BILL-STATUS          PIC X(02).
000960     88  WS-NEW-BILL-OK              VALUE '00'.
000970     88  WS-NEW-BILL-EOF             VALUE '10'.
000980 01  WS-OLD-SUSP-STATUS          PIC X(02).
000990     88  WS-OLD-SUSP-OK              VALUE '00'.
001000     88  WS-OLD-SUSP-EOF             VALUE '10'.
001010 01  WS-NEW-SUSP-STATUS          PIC X(02).
001020     88  WS-NEW-SUSP-OK              VALUE '00'.
001030     88  WS-NEW-SUSP-EOF             VALUE '10'.
001040 01  WS-REPORT-STATUS            PIC X(02).
001050     88  WS-REPORT-OK                VALUE '00'.

001060***
001070*** THE BILLING RECORD BEFORE AND AFTER.  THE SUSPENSE FILE
001080*** CARRIES THE SAME RECORD BEHIND ITS REASON CODES AND DATE, SO
001090*** BOTH FILES CONVERT THROUGH THESE TWO AREAS.
001100 01  WS-OLD-RECORD.
001110     05  WS-OLD-ACCT-NO          PIC X(06).
001120     05  WS-OLD-INV-NO           PIC X(06).
001130     05  WS-OLD-INV-AMT          PIC X(09).
001140     05  WS-OLD-AMT-PAID         PIC X(09).
001150     05  WS-OLD-DATE-PAID        PIC X(08).
001160     05  WS-OLD-BAL-DUE          PIC X(09).
001170     05  WS-OLD-DATE-DUE         PIC X(08).
001180 01  WS-NEW-RECORD.
001190     05  WS-NEW-ACCT-NO          PIC X(06).
001200     05  WS-NEW-INV-NO           PIC X(06).
001210     05  WS-NEW-INV-AMT          PIC X(12).
001220     05  WS-NEW-AMT-PAID         PIC X(12).
001230     05  WS-NEW-DATE-PAID        PIC X(08).
001240     05  WS-NEW-BAL-DUE          PIC X(12).
001250     05  WS-NEW-DATE-DUE         PIC X(08).

001260***
001270*** CONTROL TOTALS BY FILE (1 CUSTBILL, 2 CUSTSUSP) AND BY AMOUNT
001280*** (1 INV-AMT, 2 AMT-PAID, 3 BAL-DUE).  BEFORE TOTALS ARE TAKEN
001290*** FROM THE OLD FILE AS IT IS READ; AFTER TOTALS FROM THE NEW
001300*** FILE ON THE PROOF RE-READ.
001310 01  WS-CONV-TOTALS.
001320     05  WS-FILE-TOTALS        OCCURS 2 TIMES.
001330         10  WS-RECORDS-READ     PIC 9(05).
001340         10  WS-RECORDS-WRITTEN  PIC 9(05).
001350         10  WS-RECORDS-REREAD   PIC 9(05).
001360         10  WS-FIELDS-BLANKED   PIC 9(05).
001370         10  WS-AMOUNT-TOTALS  OCCURS 3 TIMES.
001380             15  WS-BEFORE-TOTAL PIC S9(11)V99.
001390             15  WS-AFTER-TOTAL  PIC S9(11)V99.
001400 01  WS-FILE-NAMES.
001410     05  FILLER                  PIC X(08) VALUE 'CUSTBILL'.
001420     05  FILLER                  PIC X(08) VALUE 'CUSTSUSP'.
001430 01                REDEFINES WS-FILE-NAMES.
001440     05  WS-FILE-NAME          OCCURS 2 TIMES PIC X(08).
001450 01  WS-AMOUNT-NAMES.
001460     05  FILLER                  PIC X(08) VALUE 'INV-AMT '.
001470     05  FILLER                  PIC X(08) VALUE 'AMT-PAID'.
001480     05  FILLER                  PIC X(08) VALUE 'BAL-DUE '.
001490 01                REDEFINES WS-AMOUNT-NAMES.
001500     05  WS-AMOUNT-NAME        OCCURS 3 TIMES PIC X(08).
001510 77  WS-FILE-SUB                 PIC 9(01).
001520 77  WS-AMT-SUB                  PIC 9(01).
001530 77  WS-SUSP-FLAG                PIC X(01) VALUE 'N'.
001540     88  WS-SUSP-PRESENT             VALUE 'Y'.
001550 77  WS-EXCEPTIONS               PIC 9(05) VALUE ZERO.
001560 77  WS-PROOF-FAILURES           PIC 9(03) VALUE ZERO.

001570***
001580*** WORK AREAS FOR THE OLD MONEY-FIELD EDIT, THE FRONT-END
001590*** EDIT'S OWN: THE EDITED FIELD IS UNSTRUNG ON THE DECIMAL
001600*** POINT, THE DOLLARS HALF IS SCANNED CHARACTER BY CHARACTER,
001610*** AND THE DIGITS ARE REASSEMBLED INTO A NUMERIC VALUE.
001620 77  WS-EDITED-X                 PIC X(09).
001630 77  WS-MONEY-VALID              PIC X(01).
001640     88  WS-MONEY-IS-VALID           VALUE 'Y'.
001650 77  WS-MONEY-VALUE              PIC S9(9)V99.
001660 77  WS-MONEY-DOLLARS-X          PIC X(06).
001670 77  WS-MONEY-CENTS-X            PIC X(02).
001680 77  WS-MONEY-DOLLARS            PIC 9(06).
001690 77  WS-MONEY-CENTS              PIC 9(02).
001700 77  WS-MONEY-SUB                PIC 9(02).
001710 77  WS-MONEY-DIGIT              PIC 9(01).
001720 77  WS-MONEY-DIGIT-COUNT        PIC 9(01).
001730 77  WS-MONEY-STATE              PIC X(01).
001740     88  WS-STATE-LEADING-SPACE      VALUE 'S'.
001750     88  WS-STATE-AFTER-DOLLAR       VALUE 'D'.
001760     88  WS-STATE-BAD                VALUE 'X'.

001770***
001780*** THE NEW SIGNED IMAGE, BUILT FROM THE VALUE ON THE WAY OUT AND
001790*** CLASS-TESTED THE WAY THE FRONT-END EDIT DOES ON THE RE-READ.
001800 01  WS-MONEY-X                  PIC X(12).
001810 01  WS-MONEY-NUM    REDEFINES WS-MONEY-X
001820                                 PIC S9(9)V99
001830                                 SIGN LEADING SEPARATE.

001840 77  WS-CURRENT-DATE-TIME        PIC X(21).
001850 77  WS-TODAY-DATE               PIC 9(08).
001860 77  WS-BEFORE-ED                PIC $$$,$$$,$$$,$$9.99-.
001870 77  WS-AFTER-ED                 PIC $$$,$$$,$$$,$$9.99-.
001880 77  WS-PROOF-RESULT             PIC X(08).
001890 77  RPT-LINE                    PIC X(132).
001900 77  LINE-POS                    PIC S9(3).

001910 PROCEDURE DIVISION.
001920******************************************************************
001930*  0000-MAINLINE                                                *
001940*  CONVERT BOTH FILES, THEN RE-READ WHAT WAS WRITTEN AND PROVE  *
001950*  IT AGAINST WHAT WAS READ.                                    *
001960******************************************************************
001970 0000-MAINLINE.
001980     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001990     PERFORM 2000-CONVERT-MASTER    THRU 2000-EXIT.
002000     PERFORM 2500-CONVERT-SUSPENSE  THRU 2500-EXIT.
002010     IF WS-EXCEPTIONS = ZERO
002020         MOVE '  NONE' TO RPT-LINE
002030         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
002040     END-IF.
002050     PERFORM 3000-REREAD-MASTER     THRU 3000-EXIT.
002060     PERFORM 3500-REREAD-SUSPENSE   THRU 3500-EXIT.
002070     PERFORM 5000-PROVE-FILE        THRU 5000-EXIT
002080         VARYING WS-FILE-SUB FROM 1 BY 1
002090         UNTIL WS-FILE-SUB > 2.
002100     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002110     GOBACK.

002120******************************************************************
002130*  1000-INITIALIZE                                              *
002140*  NO MASTER, NO CONVERSION.  A MISSING SUSPENSE FILE ONLY      *
002150*  MEANS NOTHING IS IN SUSPENSE.                                *
002160******************************************************************
002170 1000-INITIALIZE.
002180     INITIALIZE WS-CONV-TOTALS.
002190     OPEN INPUT OLD-BILLING-FILE.
002200     IF NOT WS-OLD-BILL-OK
002210         DISPLAY 'BILLCONV: CUSTBILL WILL NOT OPEN, STATUS '
002220             WS-OLD-BILL-STATUS ' - RUN STOPPED'
002230         MOVE 16 TO RETURN-CODE
002240         GOBACK
002250     END-IF.
002260     OPEN INPUT OLD-SUSPENSE-FILE.
002270     IF WS-OLD-SUSP-OK
002280         SET WS-SUSP-PRESENT TO TRUE
002290     END-IF.
002300     OPEN OUTPUT CONVERSION-REPORT-FILE.
002310     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002320     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
002330     MOVE SPACES TO RPT-LINE.
002340     STRING 'BILLING MASTER CONVERSION REPORT' SPACE 'RUN DATE'
002350            SPACE WS-TODAY-DATE
002360         DELIMITED BY SIZE
002370         INTO RPT-LINE
002380     END-STRING.
002390     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002400     MOVE SPACES TO RPT-LINE.
002410     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002420     MOVE 'AMOUNTS THAT WOULD NOT CONVERT - WRITTEN AS SPACES'
002430         TO RPT-LINE.
002440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002450     MOVE 'FILE     ACCOUNT INVOICE FIELD    OLD IMAGE'
002455         TO RPT-LINE.
002460     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002470 1000-EXIT.
002480     EXIT.

002490******************************************************************
002500*  2000-CONVERT-MASTER                                          *
002510******************************************************************
002520 2000-CONVERT-MASTER.
002530     MOVE 1 TO WS-FILE-SUB.
002540     OPEN OUTPUT NEW-BILLING-FILE.
002550     PERFORM 2100-CONVERT-ONE-MASTER THRU 2100-EXIT
002560         UNTIL WS-OLD-BILL-EOF.
002570     CLOSE OLD-BILLING-FILE.
002580     CLOSE NEW-BILLING-FILE.
002590 2000-EXIT.
002600     EXIT.

002610 2100-CONVERT-ONE-MASTER.
002620     READ OLD-BILLING-FILE
002630         AT END
002640             SET WS-OLD-BILL-EOF TO TRUE
002650             GO TO 2100-EXIT
002660     END-READ.
002670     ADD 1 TO WS-RECORDS-READ(WS-FILE-SUB).
002680     MOVE OB-RECORD TO WS-OLD-RECORD.
002690     PERFORM 4000-CONVERT-RECORD THRU 4000-EXIT.
002700     MOVE WS-NEW-RECORD TO NB-RECORD.
002710     WRITE NB-RECORD.
002720     IF NOT WS-NEW-BILL-OK
002730         DISPLAY 'CUSTBILN WRITE ERROR: ' WS-NEW-BILL-STATUS
002740         GO TO 2100-EXIT
002750     END-IF.
002760     ADD 1 TO WS-RECORDS-WRITTEN(WS-FILE-SUB).
002770 2100-EXIT.
002780     EXIT.

002790******************************************************************
002800*  2500-CONVERT-SUSPENSE                                        *
002810*  REASON CODES AND SUSPENSE DATE CARRY ACROSS UNCHANGED.       *
002820******************************************************************
002830 2500-CONVERT-SUSPENSE.
002840     IF NOT WS-SUSP-PRESENT
002850         GO TO 2500-EXIT
002860     END-IF.
002870     MOVE 2 TO WS-FILE-SUB.
002880     OPEN OUTPUT NEW-SUSPENSE-FILE.
002890     PERFORM 2600-CONVERT-ONE-SUSPENSE THRU 2600-EXIT
002900         UNTIL WS-OLD-SUSP-EOF.
002910     CLOSE OLD-SUSPENSE-FILE.
002920     CLOSE NEW-SUSPENSE-FILE.
002930 2500-EXIT.
002940     EXIT.

002950 2600-CONVERT-ONE-SUSPENSE.
002960     READ OLD-SUSPENSE-FILE
002970         AT END
002980             SET WS-OLD-SUSP-EOF TO TRUE
002990             GO TO 2600-EXIT
003000     END-READ.
003010     ADD 1 TO WS-RECORDS-READ(WS-FILE-SUB).
003020     MOVE OS-DATA TO WS-OLD-RECORD.
003030     PERFORM 4000-CONVERT-RECORD THRU 4000-EXIT.
003040     MOVE SPACES TO NS-RECORD.
003050     MOVE OS-REASON-LIST TO NS-REASON-LIST.
003060     MOVE OS-DATE        TO NS-DATE.
003070     MOVE WS-NEW-RECORD  TO NS-DATA.
003080     WRITE NS-RECORD.
003090     IF NOT WS-NEW-SUSP-OK
003100         DISPLAY 'CUSTSUSN WRITE ERROR: ' WS-NEW-SUSP-STATUS
003110         GO TO 2600-EXIT
003120     END-IF.
003130     ADD 1 TO WS-RECORDS-WRITTEN(WS-FILE-SUB).
003140 2600-EXIT.
003150     EXIT.

003160******************************************************************
003170*  3000-REREAD-MASTER                                           *
003180*  THE PROOF READS BACK WHAT WAS ACTUALLY WRITTEN, NOT WHAT WAS *
003190*  MEANT TO BE WRITTEN.                                         *
003200******************************************************************
003210 3000-REREAD-MASTER.
003220     MOVE 1 TO WS-FILE-SUB.
003230     OPEN INPUT NEW-BILLING-FILE.
003240     IF NOT WS-NEW-BILL-OK
003250         DISPLAY 'BILLCONV: CUSTBILN WILL NOT REOPEN, STATUS '
003260             WS-NEW-BILL-STATUS
003270         GO TO 3000-EXIT
003280     END-IF.
003290     PERFORM 3100-REREAD-ONE-MASTER THRU 3100-EXIT
003300         UNTIL WS-NEW-BILL-EOF.
003310     CLOSE NEW-BILLING-FILE.
003320 3000-EXIT.
003330     EXIT.

003340 3100-REREAD-ONE-MASTER.
003350     READ NEW-BILLING-FILE
003360         AT END
003370             SET WS-NEW-BILL-EOF TO TRUE
003380             GO TO 3100-EXIT
003390     END-READ.
003400     ADD 1 TO WS-RECORDS-REREAD(WS-FILE-SUB).
003410     MOVE NB-RECORD TO WS-NEW-RECORD.
003420     PERFORM 4500-TOTAL-NEW-RECORD THRU 4500-EXIT.
003430 3100-EXIT.
003440     EXIT.

003450 3500-REREAD-SUSPENSE.
003460     IF NOT WS-SUSP-PRESENT
003470         GO TO 3500-EXIT
003480     END-IF.
003490     MOVE 2 TO WS-FILE-SUB.
003500     OPEN INPUT NEW-SUSPENSE-FILE.
003510     IF NOT WS-NEW-SUSP-OK
003520         DISPLAY 'BILLCONV: CUSTSUSN WILL NOT REOPEN, STATUS '
003530             WS-NEW-SUSP-STATUS
003540         GO TO 3500-EXIT
003550     END-IF.
003560     PERFORM 3600-REREAD-ONE-SUSPENSE THRU 3600-EXIT
003570         UNTIL WS-NEW-SUSP-EOF.
003580     CLOSE NEW-SUSPENSE-FILE.
003590 3500-EXIT.
003600     EXIT.

003610 3600-REREAD-ONE-SUSPENSE.
003620     READ NEW-SUSPENSE-FILE
003630         AT END
003640             SET WS-NEW-SUSP-EOF TO TRUE
003650             GO TO 3600-EXIT
003660     END-READ.
003670     ADD 1 TO WS-RECORDS-REREAD(WS-FILE-SUB).
003680     MOVE NS-DATA TO WS-NEW-RECORD.
003690     PERFORM 4500-TOTAL-NEW-RECORD THRU 4500-EXIT.
003700 3600-EXIT.
003710     EXIT.

003720******************************************************************
003730*  4000-CONVERT-RECORD                                          *
003740*  KEYS AND DATES MOVE ACROSS AS THEY STAND; EACH AMOUNT IS     *
003750*  DE-EDITED AND REWRITTEN AS A SIGNED IMAGE.                   *
003760******************************************************************
003770 4000-CONVERT-RECORD.
003780     MOVE SPACES TO WS-NEW-RECORD.
003790     MOVE WS-OLD-ACCT-NO   TO WS-NEW-ACCT-NO.
003800     MOVE WS-OLD-INV-NO    TO WS-NEW-INV-NO.
003810     MOVE WS-OLD-DATE-PAID TO WS-NEW-DATE-PAID.
003820     MOVE WS-OLD-DATE-DUE  TO WS-NEW-DATE-DUE.

003830     MOVE 1 TO WS-AMT-SUB.
003840     MOVE WS-OLD-INV-AMT TO WS-EDITED-X.
003850     PERFORM 4100-CONVERT-AMOUNT THRU 4100-EXIT.
003860     MOVE WS-MONEY-X TO WS-NEW-INV-AMT.

003870     MOVE 2 TO WS-AMT-SUB.
003880     MOVE WS-OLD-AMT-PAID TO WS-EDITED-X.
003890     PERFORM 4100-CONVERT-AMOUNT THRU 4100-EXIT.
003900     MOVE WS-MONEY-X TO WS-NEW-AMT-PAID.

003910     MOVE 3 TO WS-AMT-SUB.
003920     MOVE WS-OLD-BAL-DUE TO WS-EDITED-X.
003930     PERFORM 4100-CONVERT-AMOUNT THRU 4100-EXIT.
003940     MOVE WS-MONEY-X TO WS-NEW-BAL-DUE.
003950 4000-EXIT.
003960     EXIT.

003970 4100-CONVERT-AMOUNT.
003980     PERFORM 4300-DE-EDIT-MONEY-FIELD THRU 4300-EXIT.
003990     IF NOT WS-MONEY-IS-VALID
004000         MOVE SPACES TO WS-MONEY-X
004010         ADD 1 TO WS-FIELDS-BLANKED(WS-FILE-SUB)
004020         PERFORM 4200-WRITE-EXCEPTION-LINE THRU 4200-EXIT
004030         GO TO 4100-EXIT
004040     END-IF.
004050     MOVE WS-MONEY-VALUE TO WS-MONEY-NUM.
004060     ADD WS-MONEY-VALUE
004070         TO WS-BEFORE-TOTAL(WS-FILE-SUB WS-AMT-SUB).
004080 4100-EXIT.
004090     EXIT.

004100 4200-WRITE-EXCEPTION-LINE.
004110     ADD 1 TO WS-EXCEPTIONS.
004120     MOVE SPACES TO RPT-LINE.
004130     MOVE 1 TO LINE-POS.
004140     STRING WS-FILE-NAME(WS-FILE-SUB) SPACE
004150            WS-OLD-ACCT-NO '  ' WS-OLD-INV-NO '  '
004160            WS-AMOUNT-NAME(WS-AMT-SUB) SPACE
004170            '''' WS-EDITED-X ''''
004180         DELIMITED BY SIZE
004190         INTO RPT-LINE
004200         WITH POINTER LINE-POS
004210     END-STRING.
004220     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004230 4200-EXIT.
004240     EXIT.

004250******************************************************************
004260*  4300-DE-EDIT-MONEY-FIELD                                     *
004270*  EDITS ONE $$,$$$.99 FIELD IN WS-EDITED-X EXACTLY AS THE      *
004280*  FRONT-END EDIT DID BEFORE THE CONVERSION.  THE FIELD IS      *
004290*  UNSTRUNG ON THE DECIMAL POINT; THE CENTS HALF MUST BE TWO    *
004300*  DIGITS AND THE DOLLARS HALF MUST BE LEADING SPACES, ONE      *
004310*  DOLLAR SIGN, THEN DIGITS WITH OPTIONAL COMMAS.  THE DIGITS   *
004320*  REASSEMBLE INTO WS-MONEY-VALUE.                              *
004330******************************************************************
004340 4300-DE-EDIT-MONEY-FIELD.
004350     MOVE 'N' TO WS-MONEY-VALID.
004360     MOVE ZERO TO WS-MONEY-VALUE.
004370     MOVE SPACES TO WS-MONEY-DOLLARS-X WS-MONEY-CENTS-X.
004380     UNSTRING WS-EDITED-X DELIMITED BY '.'
004390         INTO WS-MONEY-DOLLARS-X WS-MONEY-CENTS-X
004400     END-UNSTRING.
004410     IF WS-MONEY-CENTS-X NOT NUMERIC
004420         GO TO 4300-EXIT
004430     END-IF.
004440     MOVE WS-MONEY-CENTS-X TO WS-MONEY-CENTS.

004450     MOVE ZERO TO WS-MONEY-DOLLARS.
004460     MOVE ZERO TO WS-MONEY-DIGIT-COUNT.
004470     SET WS-STATE-LEADING-SPACE TO TRUE.
004480     PERFORM 4350-SCAN-DOLLARS-CHAR THRU 4350-EXIT
004490         VARYING WS-MONEY-SUB FROM 1 BY 1
004500         UNTIL WS-MONEY-SUB > 6
004510             OR WS-STATE-BAD.
004520*    A ZERO AMOUNT EDITS TO $.00 UNDER THE OLD PICTURE - NO
004530*    DIGIT BEFORE THE POINT - SO AN EMPTY DOLLARS HALF IS VALID
004540*    AS LONG AS THE SCAN GOT CLEANLY PAST THE DOLLAR SIGN.
004550     IF WS-STATE-BAD
004560         OR WS-STATE-LEADING-SPACE
004570         GO TO 4300-EXIT
004580     END-IF.
004590     COMPUTE WS-MONEY-VALUE =
004600         WS-MONEY-DOLLARS + WS-MONEY-CENTS / 100.
004610     MOVE 'Y' TO WS-MONEY-VALID.
004620 4300-EXIT.
004630     EXIT.

004640 4350-SCAN-DOLLARS-CHAR.
004650     EVALUATE TRUE
004660         WHEN WS-STATE-LEADING-SPACE
004670             AND WS-MONEY-DOLLARS-X(WS-MONEY-SUB:1) = SPACE
004680             CONTINUE
004690         WHEN WS-STATE-LEADING-SPACE
004700             AND WS-MONEY-DOLLARS-X(WS-MONEY-SUB:1) = '$'
004710             SET WS-STATE-AFTER-DOLLAR TO TRUE
004720         WHEN WS-STATE-AFTER-DOLLAR
004730             AND WS-MONEY-DOLLARS-X(WS-MONEY-SUB:1) NUMERIC
004740             PERFORM 4370-KEEP-DOLLARS-DIGIT THRU 4370-EXIT
004750         WHEN WS-STATE-AFTER-DOLLAR
004760             AND WS-MONEY-DOLLARS-X(WS-MONEY-SUB:1) = ','
004770             AND WS-MONEY-DIGIT-COUNT > ZERO
004780             CONTINUE
004790         WHEN OTHER
004800             SET WS-STATE-BAD TO TRUE
004810     END-EVALUATE.
004820 4350-EXIT.
004830     EXIT.

004840 4370-KEEP-DOLLARS-DIGIT.
004850     ADD 1 TO WS-MONEY-DIGIT-COUNT.
004860     MOVE WS-MONEY-DOLLARS-X(WS-MONEY-SUB:1) TO WS-MONEY-DIGIT.
004870     COMPUTE WS-MONEY-DOLLARS =
004880         WS-MONEY-DOLLARS * 10 + WS-MONEY-DIGIT.
004890 4370-EXIT.
004900     EXIT.

004910******************************************************************
004920*  4500-TOTAL-NEW-RECORD                                        *
004930*  ONLY AMOUNTS THAT PASS THE FRONT-END EDIT'S CLASS TEST COUNT *
004940*  IN THE AFTER TOTAL.                                          *
004950******************************************************************
004960 4500-TOTAL-NEW-RECORD.
004970     MOVE 1 TO WS-AMT-SUB.
004980     MOVE WS-NEW-INV-AMT TO WS-MONEY-X.
004990     PERFORM 4600-ADD-AFTER-AMOUNT THRU 4600-EXIT.
005000     MOVE 2 TO WS-AMT-SUB.
005010     MOVE WS-NEW-AMT-PAID TO WS-MONEY-X.
005020     PERFORM 4600-ADD-AFTER-AMOUNT THRU 4600-EXIT.
005030     MOVE 3 TO WS-AMT-SUB.
005040     MOVE WS-NEW-BAL-DUE TO WS-MONEY-X.
005050     PERFORM 4600-ADD-AFTER-AMOUNT THRU 4600-EXIT.
005060 4500-EXIT.
005070     EXIT.

005080 4600-ADD-AFTER-AMOUNT.
005090     IF WS-MONEY-NUM NUMERIC
005100         ADD WS-MONEY-NUM
005110             TO WS-AFTER-TOTAL(WS-FILE-SUB WS-AMT-SUB)
005120     END-IF.
005130 4600-EXIT.
005140     EXIT.

005150******************************************************************
005160*  5000-PROVE-FILE                                              *
005170*  RECORDS READ, WRITTEN AND READ BACK MUST AGREE, AND EACH     *
005180*  AMOUNT'S TOTAL MUST COME THROUGH TO THE PENNY.               *
005190******************************************************************
005200 5000-PROVE-FILE.
005210     IF WS-FILE-SUB = 1
005220         MOVE SPACES TO RPT-LINE
005230         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005240         MOVE 'CONVERSION PROOF' TO RPT-LINE
005250         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005260         MOVE SPACES TO RPT-LINE
005270         STRING 'FILE     ITEM                 '
005280                'BEFORE               AFTER   RESULT'
005290             DELIMITED BY SIZE
005300             INTO RPT-LINE
005310         END-STRING
005320         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005330     END-IF.
005340     IF WS-FILE-SUB = 2
005350         AND NOT WS-SUSP-PRESENT
005360         MOVE SPACES TO RPT-LINE
005370         MOVE 1 TO LINE-POS
005380         STRING WS-FILE-NAME(WS-FILE-SUB) SPACE
005390                'NO SUSPENSE FILE - NOTHING TO CONVERT'
005400             DELIMITED BY SIZE
005410             INTO RPT-LINE
005420             WITH POINTER LINE-POS
005430         END-STRING
005440         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005450         GO TO 5000-EXIT
005460     END-IF.
005470     IF WS-RECORDS-READ(WS-FILE-SUB) =
005480            WS-RECORDS-WRITTEN(WS-FILE-SUB)
005490         AND WS-RECORDS-READ(WS-FILE-SUB) =
005500            WS-RECORDS-REREAD(WS-FILE-SUB)
005510         MOVE 'AGREES' TO WS-PROOF-RESULT
005520     ELSE
005530         MOVE 'MISMATCH' TO WS-PROOF-RESULT
005540         ADD 1 TO WS-PROOF-FAILURES
005550     END-IF.
005560     MOVE SPACES TO RPT-LINE.
005570     MOVE 1 TO LINE-POS.
005580     STRING WS-FILE-NAME(WS-FILE-SUB) SPACE
005590            'RECORDS  READ ' WS-RECORDS-READ(WS-FILE-SUB)
005600            ' WRITTEN ' WS-RECORDS-WRITTEN(WS-FILE-SUB)
005610            ' READ BACK ' WS-RECORDS-REREAD(WS-FILE-SUB)
005620            '  ' WS-PROOF-RESULT
005630         DELIMITED BY SIZE
005640         INTO RPT-LINE
005650         WITH POINTER LINE-POS
005660     END-STRING.
005670     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005680     PERFORM 5100-PROVE-AMOUNT THRU 5100-EXIT
005690         VARYING WS-AMT-SUB FROM 1 BY 1
005700         UNTIL WS-AMT-SUB > 3.
005710     MOVE SPACES TO RPT-LINE.
005720     MOVE 1 TO LINE-POS.
005730     STRING WS-FILE-NAME(WS-FILE-SUB) SPACE
005740            'AMOUNTS WRITTEN AS SPACES '
005745            WS-FIELDS-BLANKED(WS-FILE-SUB)
005750         DELIMITED BY SIZE
005760         INTO RPT-LINE
005770         WITH POINTER LINE-POS
005780     END-STRING.
005790     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005800 5000-EXIT.
005810     EXIT.

005820 5100-PROVE-AMOUNT.
005830     IF WS-BEFORE-TOTAL(WS-FILE-SUB WS-AMT-SUB) =
005840            WS-AFTER-TOTAL(WS-FILE-SUB WS-AMT-SUB)
005850         MOVE 'AGREES' TO WS-PROOF-RESULT
005860     ELSE
005870         MOVE 'MISMATCH' TO WS-PROOF-RESULT
005880         ADD 1 TO WS-PROOF-FAILURES
005890     END-IF.
005900     MOVE WS-BEFORE-TOTAL(WS-FILE-SUB WS-AMT-SUB) TO WS-BEFORE-ED.
005910     MOVE WS-AFTER-TOTAL(WS-FILE-SUB WS-AMT-SUB)  TO WS-AFTER-ED.
005920     MOVE SPACES TO RPT-LINE.
005930     MOVE 1 TO LINE-POS.
005940     STRING WS-FILE-NAME(WS-FILE-SUB) SPACE
005950            WS-AMOUNT-NAME(WS-AMT-SUB) SPACE
005960            WS-BEFORE-ED SPACE WS-AFTER-ED
005970            '  ' WS-PROOF-RESULT
005980         DELIMITED BY SIZE
005990         INTO RPT-LINE
006000         WITH POINTER LINE-POS
006010     END-STRING.
006020     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006030 5100-EXIT.
006040     EXIT.

006050 8500-WRITE-REPORT-LINE.
006060     MOVE RPT-LINE TO CONV-PRINT-RECORD.
006070     WRITE CONV-PRINT-RECORD.
006080     IF NOT WS-REPORT-OK
006090         DISPLAY 'CONVERSION REPORT WRITE ERROR: '
006095             WS-REPORT-STATUS
006100     END-IF.
006110     DISPLAY RPT-LINE.
006120 8500-EXIT.
006130     EXIT.

006140******************************************************************
006150*  9000-TERMINATE                                               *
006160*  THE VERDICT AND THE RETURN CODE THE SWAP STEP TESTS.         *
006170******************************************************************
006180 9000-TERMINATE.
006190     MOVE SPACES TO RPT-LINE.
006200     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006210     EVALUATE TRUE
006220         WHEN WS-PROOF-FAILURES > ZERO
006230             MOVE 'CONVERSION DID NOT PROVE - DO NOT SWAP FILES'
006240                 TO RPT-LINE
006250             MOVE 16 TO RETURN-CODE
006260         WHEN WS-FIELDS-BLANKED(1) > ZERO
006270             MOVE 'CONVERSION PROVED - MASTER AMOUNTS BLANKED'
006280                 TO RPT-LINE
006290             MOVE 4 TO RETURN-CODE
006300         WHEN OTHER
006310             MOVE 'CONVERSION PROVED' TO RPT-LINE
006320     END-EVALUATE.
006330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006340     MOVE SPACES TO RPT-LINE.
006350     MOVE 1 TO LINE-POS.
006360     STRING 'TRAILER' SPACE 'CUSTBILL' SPACE WS-RECORDS-WRITTEN(1)
006370            SPACE 'CUSTSUSP' SPACE WS-RECORDS-WRITTEN(2)
006380            SPACE 'EXCEPTIONS' SPACE WS-EXCEPTIONS
006390            SPACE 'PROOF FAILURES' SPACE WS-PROOF-FAILURES
006400         DELIMITED BY SIZE
006410         INTO RPT-LINE
006420         WITH POINTER LINE-POS
006430     END-STRING.
006440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
006450     CLOSE CONVERSION-REPORT-FILE.
006460     DISPLAY 'MASTER RECORDS CONVERTED:   ' WS-RECORDS-WRITTEN(1).
006470     DISPLAY 'SUSPENSE RECORDS CONVERTED: ' WS-RECORDS-WRITTEN(2).
006480     DISPLAY 'AMOUNTS WRITTEN AS SPACES:  ' WS-EXCEPTIONS.
006490     DISPLAY 'PROOF FAILURES:             ' WS-PROOF-FAILURES.
006500 9000-EXIT.
006510     EXIT.
