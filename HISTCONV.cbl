000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HISTCONV.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/15/2026  RH   ORIGINAL ONE-TIME CONVERSION OF             *
000120*                   THE SHARED ACCOUNT-HISTORY FILE             *
000130*                   FROM THE 50-BYTE RECORD WITH                *
000140*                   S9(7)V99 AMOUNT AND INVOICE                 *
000150*                   BALANCE TO THE 54-BYTE RECORD               *
000160*                   WITH S9(9)V99 (LEADING SEPARATE             *
000170*                   SIGN), THE WIDTH OF THE BILLING             *
000180*                   MASTER'S MONEY FIELDS.  RE-READS            *
000190*                   THE NEW FILE AND PROVES THE                 *
000200*                   RECORD COUNT AND THE AMOUNT AND             *
000210*                   INVOICE-BALANCE DOLLAR TOTALS               *
000220*                   BEFORE AND AFTER.                           *
000230******************************************************************
000240*  RUN ONCE, AFTER THE LAST CYCLE ON THE OLD PROGRAMS AND       *
000250*  BEFORE THE FIRST CYCLE ON THE NEW ONES.  ACCTHISN REPLACES   *
000260*  ACCTHIST ONLY WHEN THE RUN ENDS WITH RETURN CODE 0 OR 4.     *
000270*  NO HISTORY FILE MEANS NOTHING TO CONVERT - THE FIRST RUN     *
000280*  THAT APPENDS TO IT CREATES IT IN THE NEW LAYOUT.             *
000290*                                                               *
000300*  AN AMOUNT THAT IS NOT NUMERIC ON THE OLD RECORD IS WRITTEN   *
000310*  AS SPACES, LISTED ON THE REPORT WITH ITS OLD IMAGE, AND      *
000320*  LEFT OUT OF THE BEFORE TOTAL.                                *
000330*                                                               *
000340*  RETURN CODES:   0  CONVERTED AND PROVED, OR NO HISTORY FILE  *
000350*                  4  CONVERTED AND PROVED, BUT AMOUNTS WERE    *
000360*                     WRITTEN AS SPACES - SEE THE REPORT        *
000370*                 16  PROOF FAILED - DO NOT SWAP THE FILES      *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OLD-HISTORY-FILE       ASSIGN TO ACCTHIST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-OLD-HIST-STATUS.

000460     SELECT NEW-HISTORY-FILE       ASSIGN TO ACCTHISN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-NEW-HIST-STATUS.

000500     SELECT CONVERSION-REPORT-FILE ASSIGN TO HISTCRPT
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE  IS SEQUENTIAL
000530         FILE STATUS  IS WS-REPORT-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  OLD-HISTORY-FILE
000570     RECORD CONTAINS 50 CHARACTERS
000580     RECORDING MODE IS F.
000590 01  OH-RECORD.
000600     05  OH-ACCT-NO            PIC X(06).
000610     05  OH-INV-NO             PIC X(06).
000620     05  OH-TRAN-DATE          PIC X(08).
000630     05  OH-TRAN-TYPE          PIC X(02).
000640     05  OH-AMOUNT             PIC S9(7)V99
000650                               SIGN LEADING SEPARATE.
000660     05  OH-AMOUNT-X REDEFINES OH-AMOUNT
000670                               PIC X(10).
000680     05  OH-INV-BALANCE        PIC S9(7)V99
000690                               SIGN LEADING SEPARATE.
000700     05  OH-INV-BALANCE-X REDEFINES OH-INV-BALANCE
000710                               PIC X(10).
000720     05  OH-SOURCE-PGM         PIC X(08).

000730 FD  NEW-HISTORY-FILE
000740     RECORD CONTAINS 54 CHARACTERS
000750     RECORDING MODE IS F.
000760 01  AH-HISTORY-RECORD.
000770     05  AH-ACCT-NO            PIC X(06).
000780     05  AH-INV-NO             PIC X(06).
000790     05  AH-TRAN-DATE          PIC X(08).
000800     05  AH-TRAN-TYPE          PIC X(02).
000810     05  AH-AMOUNT             PIC S9(9)V99
000820                               SIGN LEADING SEPARATE.
000830     05  AH-AMOUNT-X REDEFINES AH-AMOUNT
000840                               PIC X(12).
000850     05  AH-INV-BALANCE        PIC S9(9)V99
000860                               SIGN LEADING SEPARATE.
000870     05  AH-INV-BALANCE-X REDEFINES AH-INV-BALANCE
000880                               PIC X(12).
000890     05  AH-SOURCE-PGM         PIC X(08).

000900 FD  CONVERSION-REPORT-FILE
000910     RECORD CONTAINS 132 CHARACTERS
000920     RECORDING MODE IS F.
000930 01  CONV-PRINT-RECORD           PIC X(132).

000940 WORKING-STORAGE SECTION.
000950 01  WS-OLD-HIST-STATUS          PIC X(02).
000960     88  WS-OLD-HIST-OK              VALUE '00'.
000970     88  WS-OLD-HIST-EOF             VALUE '10'.
000980 01  WS-NEW-HIST-STATUS          PIC X(02).
000990     88  WS-NEW-HIST-OK              VALUE '00'.
001000     88  WS-NEW-HIST-EOF             VALUE '10'.
001010 01  WS-REPORT-STATUS            PIC X(02).
001020     88  WS-REPORT-OK                VALUE '00'.

001030***
001040*** CONTROL TOTALS BY AMOUNT (1 AMOUNT, 2 INVOICE BALANCE).
001050*** BEFORE TOTALS ARE TAKEN FROM THE OLD FILE AS IT IS READ;
001060*** AFTER TOTALS FROM THE NEW FILE ON THE PROOF RE-READ.
001070 01  WS-CONV-TOTALS.
001080     05  WS-RECORDS-READ         PIC 9(07).
001090     05  WS-RECORDS-WRITTEN      PIC 9(07).
001100     05  WS-RECORDS-REREAD       PIC 9(07).
001110     05  WS-FIELDS-BLANKED       PIC 9(05).
001120     05  WS-AMOUNT-TOTALS      OCCURS 2 TIMES.
001130         10  WS-BEFORE-TOTAL     PIC S9(11)V99.
001140         10  WS-AFTER-TOTAL      PIC S9(11)V99.
001150 01  WS-AMOUNT-NAMES.
001160     05  FILLER                  PIC X(11) VALUE 'AMOUNT     '.
001170     05  FILLER                  PIC X(11) VALUE 'INV-BALANCE'.
001180 01                REDEFINES WS-AMOUNT-NAMES.
001190     05  WS-AMOUNT-NAME        OCCURS 2 TIMES PIC X(11).
001200 77  WS-AMT-SUB                  PIC 9(01).
001210 77  WS-HIST-FLAG                PIC X(01) VALUE 'N'.
001220     88  WS-HIST-PRESENT             VALUE 'Y'.
001230 77  WS-EXCEPTIONS               PIC 9(05) VALUE ZERO.
001240 77  WS-PROOF-FAILURES           PIC 9(03) VALUE ZERO.
001250 77  WS-OLD-IMAGE                PIC X(10).

001260 77  WS-CURRENT-DATE-TIME        PIC X(21).
001270 77  WS-TODAY-DATE               PIC 9(08).
001280 77  WS-BEFORE-ED                PIC $$$,$$$,$$$,$$9.99-.
001290 77  WS-AFTER-ED                 PIC $$$,$$$,$$$,$$9.99-.
001300 77  WS-PROOF-RESULT             PIC X(08).
001310 77  RPT-LINE                    PIC X(132).
001320 77  LINE-POS                    PIC S9(3).

001330 PROCEDURE DIVISION.
001340******************************************************************
001350*  0000-MAINLINE                                                *
001360*  CONVERT THE FILE, THEN RE-READ WHAT WAS WRITTEN AND PROVE IT *
001370*  AGAINST WHAT WAS READ.                                       *
001380******************************************************************
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001410     PERFORM 2000-CONVERT-HISTORY   THRU 2000-EXIT.
001420     IF WS-EXCEPTIONS = ZERO
001430         MOVE '  NONE' TO RPT-LINE
001440         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
001450     END-IF.
001460     PERFORM 3000-REREAD-HISTORY    THRU 3000-EXIT.
001470     PERFORM 5000-PROVE-FILE        THRU 5000-EXIT.
001480     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001490     GOBACK.

001500******************************************************************
001510*  1000-INITIALIZE                                              *
001520******************************************************************
001530 1000-INITIALIZE.
001540     INITIALIZE WS-CONV-TOTALS.
001550     OPEN INPUT OLD-HISTORY-FILE.
001560     IF WS-OLD-HIST-OK
001570         SET WS-HIST-PRESENT TO TRUE
001580     END-IF.
001590     OPEN OUTPUT CONVERSION-REPORT-FILE.
001600     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
001610     MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE.
001620     MOVE SPACES TO RPT-LINE.
001630     STRING 'ACCOUNT HISTORY CONVERSION REPORT' SPACE 'RUN DATE'
001640            SPACE WS-TODAY-DATE
001650         DELIMITED BY SIZE
001660         INTO RPT-LINE
001670     END-STRING.
001680     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
001690     MOVE SPACES TO RPT-LINE.
001700     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
001710     MOVE 'AMOUNTS THAT WOULD NOT CONVERT - WRITTEN AS SPACES'
001720         TO RPT-LINE.
001730     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
001740     MOVE 'ACCOUNT INVOICE DATE     TYPE FIELD       OLD IMAGE'
001750         TO RPT-LINE.
001760     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
001770 1000-EXIT.
001780     EXIT.

001790******************************************************************
001800*  2000-CONVERT-HISTORY                                         *
001810*  KEYS, DATE, TYPE AND SOURCE MOVE ACROSS AS THEY STAND; EACH  *
001820*  AMOUNT IS REWRITTEN IN THE WIDER SIGNED IMAGE.               *
001830******************************************************************
001840 2000-CONVERT-HISTORY.
001850     IF NOT WS-HIST-PRESENT
001860         GO TO 2000-EXIT
001870     END-IF.
001880     OPEN OUTPUT NEW-HISTORY-FILE.
001890     PERFORM 2100-CONVERT-ONE-RECORD THRU 2100-EXIT
001900         UNTIL WS-OLD-HIST-EOF.
001910     CLOSE OLD-HISTORY-FILE.
001920     CLOSE NEW-HISTORY-FILE.
001930 2000-EXIT.
001940     EXIT.

001950 2100-CONVERT-ONE-RECORD.
001960     READ OLD-HISTORY-FILE
001970         AT END
001980             SET WS-OLD-HIST-EOF TO TRUE
001990             GO TO 2100-EXIT
002000     END-READ.
002010     ADD 1 TO WS-RECORDS-READ.
002020     MOVE SPACES TO AH-HISTORY-RECORD.
002030     MOVE OH-ACCT-NO    TO AH-ACCT-NO.
002040     MOVE OH-INV-NO     TO AH-INV-NO.
002050     MOVE OH-TRAN-DATE  TO AH-TRAN-DATE.
002060     MOVE OH-TRAN-TYPE  TO AH-TRAN-TYPE.
002070     MOVE OH-SOURCE-PGM TO AH-SOURCE-PGM.

002080     MOVE 1 TO WS-AMT-SUB.
002090     IF OH-AMOUNT NUMERIC
002100         MOVE OH-AMOUNT TO AH-AMOUNT
002110         ADD OH-AMOUNT TO WS-BEFORE-TOTAL(WS-AMT-SUB)
002120     ELSE
002130         MOVE OH-AMOUNT-X TO WS-OLD-IMAGE
002140         PERFORM 2200-WRITE-EXCEPTION-LINE THRU 2200-EXIT
002150     END-IF.

002160     MOVE 2 TO WS-AMT-SUB.
002170     IF OH-INV-BALANCE NUMERIC
002180         MOVE OH-INV-BALANCE TO AH-INV-BALANCE
002190         ADD OH-INV-BALANCE TO WS-BEFORE-TOTAL(WS-AMT-SUB)
002200     ELSE
002210         MOVE OH-INV-BALANCE-X TO WS-OLD-IMAGE
002220         PERFORM 2200-WRITE-EXCEPTION-LINE THRU 2200-EXIT
002230     END-IF.

002240     WRITE AH-HISTORY-RECORD.
002250     IF NOT WS-NEW-HIST-OK
002260         DISPLAY 'ACCTHISN WRITE ERROR: ' WS-NEW-HIST-STATUS
002270         GO TO 2100-EXIT
002280     END-IF.
002290     ADD 1 TO WS-RECORDS-WRITTEN.
002300 2100-EXIT.
002310     EXIT.

002320 2200-WRITE-EXCEPTION-LINE.
002330     ADD 1 TO WS-EXCEPTIONS.
002340     ADD 1 TO WS-FIELDS-BLANKED.
002350     MOVE SPACES TO RPT-LINE.
002360     MOVE 1 TO LINE-POS.
002370     STRING OH-ACCT-NO '  ' OH-INV-NO '  ' OH-TRAN-DATE SPACE
002380            OH-TRAN-TYPE '   ' WS-AMOUNT-NAME(WS-AMT-SUB) SPACE
002390            '''' WS-OLD-IMAGE ''''
002400         DELIMITED BY SIZE
002410         INTO RPT-LINE
002420         WITH POINTER LINE-POS
002430     END-STRING.
002440     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002450 2200-EXIT.
002460     EXIT.

002470******************************************************************
002480*  3000-REREAD-HISTORY                                          *
002490*  THE PROOF READS BACK WHAT WAS ACTUALLY WRITTEN, NOT WHAT WAS *
002500*  MEANT TO BE WRITTEN.                                         *
002510******************************************************************
002520 3000-REREAD-HISTORY.
002530     IF NOT WS-HIST-PRESENT
002540         GO TO 3000-EXIT
002550     END-IF.
002560     OPEN INPUT NEW-HISTORY-FILE.
002570     IF NOT WS-NEW-HIST-OK
002580         DISPLAY 'HISTCONV: ACCTHISN WILL NOT REOPEN, STATUS '
002590             WS-NEW-HIST-STATUS
002600         GO TO 3000-EXIT
002610     END-IF.
002620     PERFORM 3100-REREAD-ONE-RECORD THRU 3100-EXIT
002630         UNTIL WS-NEW-HIST-EOF.
002640     CLOSE NEW-HISTORY-FILE.
002650 3000-EXIT.
002660     EXIT.

002670 3100-REREAD-ONE-RECORD.
002680     READ NEW-HISTORY-FILE
002690         AT END
002700             SET WS-NEW-HIST-EOF TO TRUE
002710             GO TO 3100-EXIT
002720     END-READ.
002730     ADD 1 TO WS-RECORDS-REREAD.
002740     IF AH-AMOUNT NUMERIC
002750         ADD AH-AMOUNT TO WS-AFTER-TOTAL(1)
002760     END-IF.
002770     IF AH-INV-BALANCE NUMERIC
002780         ADD AH-INV-BALANCE TO WS-AFTER-TOTAL(2)
002790     END-IF.
002800 3100-EXIT.
002810     EXIT.

002820******************************************************************
002830*  5000-PROVE-FILE                                              *
002840*  RECORDS READ, WRITTEN AND READ BACK MUST AGREE, AND EACH     *
002850*  AMOUNT'S TOTAL MUST COME THROUGH TO THE PENNY.               *
002860******************************************************************
002870 5000-PROVE-FILE.
002880     MOVE SPACES TO RPT-LINE.
002890     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002900     MOVE 'CONVERSION PROOF' TO RPT-LINE.
002910     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002920     IF NOT WS-HIST-PRESENT
002930         MOVE 'ACCTHIST NO HISTORY FILE - NOTHING TO CONVERT'
002940             TO RPT-LINE
002950         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
002960         GO TO 5000-EXIT
002970     END-IF.
002980     MOVE SPACES TO RPT-LINE.
002990     STRING 'FILE     ITEM                    '
003000            'BEFORE               AFTER   RESULT'
003010         DELIMITED BY SIZE
003020         INTO RPT-LINE
003030     END-STRING.
003040     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003050     IF WS-RECORDS-READ = WS-RECORDS-WRITTEN
003060         AND WS-RECORDS-READ = WS-RECORDS-REREAD
003070         MOVE 'AGREES' TO WS-PROOF-RESULT
003080     ELSE
003090         MOVE 'MISMATCH' TO WS-PROOF-RESULT
003100         ADD 1 TO WS-PROOF-FAILURES
003110     END-IF.
003120     MOVE SPACES TO RPT-LINE.
003130     MOVE 1 TO LINE-POS.
003140     STRING 'ACCTHIST RECORDS  READ ' WS-RECORDS-READ
003150            ' WRITTEN ' WS-RECORDS-WRITTEN
003160            ' READ BACK ' WS-RECORDS-REREAD
003170            '  ' WS-PROOF-RESULT
003180         DELIMITED BY SIZE
003190         INTO RPT-LINE
003200         WITH POINTER LINE-POS
003210     END-STRING.
003220     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003230     PERFORM 5100-PROVE-AMOUNT THRU 5100-EXIT
003240         VARYING WS-AMT-SUB FROM 1 BY 1
003250         UNTIL WS-AMT-SUB > 2.
003260     MOVE SPACES TO RPT-LINE.
003270     MOVE 1 TO LINE-POS.
003280     STRING 'ACCTHIST AMOUNTS WRITTEN AS SPACES '
003290            WS-FIELDS-BLANKED
003300         DELIMITED BY SIZE
003310         INTO RPT-LINE
003320         WITH POINTER LINE-POS
003330     END-STRING.
003340     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003350 5000-EXIT.
003360     EXIT.

003370 5100-PROVE-AMOUNT.
003380     IF WS-BEFORE-TOTAL(WS-AMT-SUB) = WS-AFTER-TOTAL(WS-AMT-SUB)
003390         MOVE 'AGREES' TO WS-PROOF-RESULT
003400     ELSE
003410         MOVE 'MISMATCH' TO WS-PROOF-RESULT
003420         ADD 1 TO WS-PROOF-FAILURES
003430     END-IF.
003440     MOVE WS-BEFORE-TOTAL(WS-AMT-SUB) TO WS-BEFORE-ED.
003450     MOVE WS-AFTER-TOTAL(WS-AMT-SUB)  TO WS-AFTER-ED.
003460     MOVE SPACES TO RPT-LINE.
003470     MOVE 1 TO LINE-POS.
003480     STRING 'ACCTHIST' SPACE WS-AMOUNT-NAME(WS-AMT-SUB) SPACE
003490            WS-BEFORE-ED SPACE WS-AFTER-ED
003500            '  ' WS-PROOF-RESULT
003510         DELIMITED BY SIZE
003520         INTO RPT-LINE
003530         WITH POINTER LINE-POS
003540     END-STRING.
003550     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003560 5100-EXIT.
003570     EXIT.

003580 8500-WRITE-REPORT-LINE.
003590     MOVE RPT-LINE TO CONV-PRINT-RECORD.
003600     WRITE CONV-PRINT-RECORD.
003610     IF NOT WS-REPORT-OK
003620         DISPLAY 'CONVERSION REPORT WRITE ERROR: '
003630             WS-REPORT-STATUS
003640     END-IF.
003650     DISPLAY RPT-LINE.
003660 8500-EXIT.
003670     EXIT.

003680******************************************************************
003690*  9000-TERMINATE                                               *
003700*  THE VERDICT AND THE RETURN CODE THE SWAP STEP TESTS.         *
003710******************************************************************
003720 9000-TERMINATE.
003730     MOVE SPACES TO RPT-LINE.
003740     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003750     EVALUATE TRUE
003760         WHEN WS-PROOF-FAILURES > ZERO
003770             MOVE 'CONVERSION DID NOT PROVE - DO NOT SWAP FILES'
003780                 TO RPT-LINE
003790             MOVE 16 TO RETURN-CODE
003800         WHEN WS-FIELDS-BLANKED > ZERO
003810             MOVE 'CONVERSION PROVED - AMOUNTS BLANKED'
003820                 TO RPT-LINE
003830             MOVE 4 TO RETURN-CODE
003840         WHEN OTHER
003850             MOVE 'CONVERSION PROVED' TO RPT-LINE
003860     END-EVALUATE.
003870     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003880     MOVE SPACES TO RPT-LINE.
003890     MOVE 1 TO LINE-POS.
003900     STRING 'TRAILER' SPACE 'ACCTHIST' SPACE WS-RECORDS-WRITTEN
003910            SPACE 'EXCEPTIONS' SPACE WS-EXCEPTIONS
003920            SPACE 'PROOF FAILURES' SPACE WS-PROOF-FAILURES
003930         DELIMITED BY SIZE
003940         INTO RPT-LINE
003950         WITH POINTER LINE-POS
003960     END-STRING.
003970     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003980     CLOSE CONVERSION-REPORT-FILE.
003990     DISPLAY 'HISTORY RECORDS CONVERTED:  ' WS-RECORDS-WRITTEN.
004000     DISPLAY 'AMOUNTS WRITTEN AS SPACES:  ' WS-EXCEPTIONS.
004010     DISPLAY 'PROOF FAILURES:             ' WS-PROOF-FAILURES.
004020 9000-EXIT.
004030     EXIT.
