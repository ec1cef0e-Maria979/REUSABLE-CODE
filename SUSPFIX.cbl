000360*                   THE ACCOUNT OUT OF SEQUENCE AND SPLIT ITS  *
000370*                   STATEMENT AND AGING LINE ON THE NEXT       *
000380*                   ACCOUNT-BREAK RUN.                         *
000381*  09/18/2026  RH   EACH ITEM RELEASED TO THE MASTER IS        *
000381*                   APPENDED TO THE SHARED ACCOUNT-HISTORY     *
000382*                   FILE (ACCTHIST).                           *
000383*  09/25/2026  RH   SUSPENSE RECORD AND CORRECTION CARD        *
000384*                   AMOUNTS WIDEN TO THE BILLING MASTER'S      *
000384*                   SIGNED S9(9)V99 IMAGE SO A RELEASE NEVER   *
000385*                   TRUNCATES A LARGE AMOUNT; THE MONEY EDIT   *
000386*                   FOLLOWS CUSTEDIT'S CLASS TEST.             *
000387*  10/15/2026  RH   ACCTHIST AMOUNT AND INVOICE BALANCE        *
000387*                   WIDENED TO S9(9)V99 TO CARRY THE FULL      *
000388*                   MASTER BALANCE.  HISTCONV CONVERTS THE     *
000389*                   EXISTING FILE.                             *
000390******************************************************************
000400*  CORRECTION CARD (SUSPCORR):  ACCOUNT X(6), INVOICE X(6),     *
000410*  THEN THE FIVE EDITABLE FIELDS IN RECORD ORDER - INV-AMT      *
000420*  X(12), AMT-PAID X(12), DATE-PAID X(8), BAL-DUE X(12),        *
000423*  DATE-DUE X(8).  AMOUNTS ARE PUNCHED AS THE MASTER CARRIES    *
000426*  THEM: A SIGN AND ELEVEN DIGITS, IMPLIED CENTS (+00000123456  *
000430*  IS $1,234.56).  A BLANK FIELD KEEPS WHAT WAS SUSPENDED.      *
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000780         ACCESS MODE  IS SEQUENTIAL
000790         FILE STATUS  IS WS-CYC-LOG-STATUS.

000792     SELECT ACCOUNT-HISTORY-FILE   ASSIGN TO ACCTHIST
000794         ORGANIZATION IS LINE SEQUENTIAL
000796         ACCESS MODE  IS SEQUENTIAL
000798         FILE STATUS  IS WS-HISTORY-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  SUSPENSE-FILE
000830     RECORD CONTAINS 86 CHARACTERS
000840     RECORDING MODE IS F.
000850 01  SUSP-RECORD.
000860     05  SUSP-REASON-LIST.
000910     05  SUSP-DATA.
000920         10  SUSP-ACCT-NO      PIC X(06).
000930         10  SUSP-INV-NO       PIC X(06).
000940         10  SUSP-INV-AMT      PIC X(12).
000950         10  SUSP-AMT-PAID     PIC X(12).
000960         10  SUSP-DATE-PAID    PIC X(08).
000970         10  SUSP-BAL-DUE      PIC X(12).
000980         10  SUSP-DATE-DUE     PIC X(08).

000990 FD  CORRECTION-CARD-FILE
001010 01  CORR-RECORD.
001020     05  CORR-ACCT-NO          PIC X(06).
001030     05  CORR-INV-NO           PIC X(06).
001040     05  CORR-INV-AMT          PIC X(12).
001050     05  CORR-AMT-PAID         PIC X(12).
001060     05  CORR-DATE-PAID        PIC X(08).
001070     05  CORR-BAL-DUE          PIC X(12).
001080     05  CORR-DATE-DUE         PIC X(08).

001090 FD  CUSTOMER-BILLING-FILE
001100     RECORDING MODE IS F.
001110 01  RCD-01                      PIC X(64).

001120 FD  NEW-SUSPENSE-FILE
001130     RECORD CONTAINS 86 CHARACTERS
001140     RECORDING MODE IS F.
001150 01  NEW-SUSP-RECORD.
001160     05  NEW-SUSP-REASON-LIST  PIC X(12).
001170     05  FILLER                PIC X(01).
001180     05  NEW-SUSP-DATE         PIC 9(08).
001190     05  FILLER                PIC X(01).
001200     05  NEW-SUSP-DATA         PIC X(64).

001210 FD  RECYCLE-REPORT-FILE
001220     RECORD CONTAINS 132 CHARACTERS
001400     05  CYCLOG-PROGRAM-ID     PIC X(08).
001410     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001411 FD  ACCOUNT-HISTORY-FILE
001411     RECORDING MODE IS F.
001412 01  AH-HISTORY-RECORD.
001413     05  AH-ACCT-NO            PIC X(06).
001414     05  AH-INV-NO             PIC X(06).
001414     05  AH-TRAN-DATE          PIC 9(08).
001415     05  AH-TRAN-TYPE          PIC X(02).
001416     05  AH-AMOUNT             PIC S9(9)V99
001417                               SIGN LEADING SEPARATE.
001417     05  AH-INV-BALANCE        PIC S9(9)V99
001418                               SIGN LEADING SEPARATE.
001419     05  AH-SOURCE-PGM         PIC X(08).

001420 WORKING-STORAGE SECTION.
001430 01  WS-SUSPENSE-STATUS          PIC X(02).
001440     88  WS-SUSPENSE-OK              VALUE '00'.
001550     88  WS-REPORT-OK                VALUE '00'.
001560 01  WS-REL-CTL-STATUS           PIC X(02).
001570     88  WS-REL-CTL-OK               VALUE '00'.
001573 01  WS-HISTORY-STATUS           PIC X(02).
001576     88  WS-HISTORY-OK               VALUE '00'.

001580***
001590*** AN ITEM STILL IN SUSPENSE LONGER THAN THIS MANY DAYS GETS
001680                         DEPENDING ON CORR-COUNT.
001690         10  CR-ACCT-NO        PIC X(06).
001700         10  CR-INV-NO         PIC X(06).
001710         10  CR-INV-AMT        PIC X(12).
001720         10  CR-AMT-PAID       PIC X(12).
001730         10  CR-DATE-PAID      PIC X(08).
001740         10  CR-BAL-DUE        PIC X(12).
001750         10  CR-DATE-DUE       PIC X(08).
001760         10  CR-USED-FLAG      PIC X(01).
001770             88  CR-WAS-USED       VALUE 'Y'.
001830 01  MASTER-TABLE.
001840     05  MASTER-ENTRY    OCCURS 1 TO 2000 TIMES
001850                         DEPENDING ON MASTER-COUNT.
001860         10  MT-RECORD         PIC X(64).
001870 77  WS-MST-SUB                  PIC 9(04).
001880 77  WS-INSERT-SUB               PIC 9(04).
001890 77  WS-SHIFT-SUB                PIC 9(04).

002100***
002110*** WORK AREAS FOR THE MONEY-FIELD EDIT, THE SAME SHAPE AS THE
002120*** FRONT-END EDIT'S: THE RAW SIGNED IMAGE IS CLASS-TESTED
002130*** THROUGH THE NUMERIC REDEFINITION AND CARRIED AS A VALUE.
002140 01  WS-MONEY-X                  PIC X(12).
002142 01  WS-MONEY-NUM    REDEFINES WS-MONEY-X
002144                                 PIC S9(9)V99
002146                                 SIGN LEADING SEPARATE.
002150 77  WS-MONEY-VALID              PIC X(01).
002160     88  WS-MONEY-IS-VALID           VALUE 'Y'.
002170 77  WS-MONEY-VALUE              PIC S9(9)V99.

002290 77  WS-INV-AMT-VALUE            PIC S9(9)V99.
002300 77  WS-AMT-PAID-VALUE           PIC S9(9)V99.
002310 77  WS-BAL-DUE-VALUE            PIC S9(9)V99.
002320 77  WS-INV-AMT-VALID            PIC X(01).
002330 77  WS-AMT-PAID-VALID           PIC X(01).
002340 77  WS-BAL-DUE-VALID            PIC X(01).
002780     88  WS-CYC-LOG-OK               VALUE '00'.
002790     88  WS-CYC-LOG-EOF              VALUE '10'.
002800 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002805 77  WS-HISTORY-WRITTEN          PIC 9(05) VALUE ZERO.
002810 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002820     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002830 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
003920******************************************************************
003930 1000-INITIALIZE.
003940     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003943     PERFORM 1050-OPEN-ACCOUNT-HISTORY
003946         THRU 1050-EXIT.
003950     PERFORM 1070-LOAD-BILLING-MASTER THRU 1070-EXIT.
003960     OPEN INPUT  SUSPENSE-FILE.
003970     OPEN OUTPUT NEW-SUSPENSE-FILE.
004030     PERFORM 1100-LOAD-CORRECTION-TABLE THRU 1100-EXIT.
004040     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
004050 1000-EXIT.
004051     EXIT.

004051******************************************************************
004051*  1050-OPEN-ACCOUNT-HISTORY                                    *
004052*  EVERY POSTING RUN APPENDS TO THE ONE SHARED ACCOUNT-HISTORY  *
004052*  FILE.  NO FILE YET MEANS THE FIRST POSTING EVER - START ONE. *
004053*  A POSTING THAT CANNOT BE RECORDED IS NOT MADE.               *
004053******************************************************************
004054 1050-OPEN-ACCOUNT-HISTORY.
004054     OPEN EXTEND ACCOUNT-HISTORY-FILE.
004055     IF WS-HISTORY-STATUS = '35'
004055         OPEN OUTPUT ACCOUNT-HISTORY-FILE
004056     END-IF.
004056     IF NOT WS-HISTORY-OK
004057         DISPLAY 'SUSPFIX: ACCOUNT HISTORY OPEN ERROR: '
004057             WS-HISTORY-STATUS ' - RUN STOPPED'
004058         MOVE 16 TO RETURN-CODE
004058         GOBACK
004059     END-IF.
004059 1050-EXIT.
004060     EXIT.

004070******************************************************************
005940     PERFORM 2520-INSERT-INTO-MASTER THRU 2520-EXIT.
005950     ADD 1 TO WS-ITEMS-RELEASED.
005960     ADD WS-BAL-DUE-VALUE TO WS-TOTAL-RELEASED.
005961     MOVE SUSP-ACCT-NO     TO AH-ACCT-NO.
005962     MOVE SUSP-INV-NO      TO AH-INV-NO.
005963     MOVE 'SR'             TO AH-TRAN-TYPE.
005964     MOVE WS-BAL-DUE-VALUE TO AH-AMOUNT.
005965     MOVE WS-BAL-DUE-VALUE TO AH-INV-BALANCE.
005966     PERFORM 8700-WRITE-HISTORY-RECORD THRU 8700-EXIT.
005970     MOVE WS-DAYS-IN-SUSPENSE TO WS-DAYS-IN-SUSPENSE-ED.
005980     MOVE SPACES TO RPT-LINE.
005990     MOVE 1 TO LINE-POS.

007450******************************************************************
007460*  3300-VALIDATE-MONEY-FIELD                                    *
007470*  EDITS ONE SIGNED AMOUNT IN WS-MONEY-X, EXACTLY AS THE        *
007480*  FRONT-END EDIT DOES: A LEADING + OR - AND ELEVEN DIGITS,     *
007490*  THE LAST TWO OF THEM CENTS, OR THE FIELD FAILS.              *
007510******************************************************************
007520 3300-VALIDATE-MONEY-FIELD.
007530     MOVE 'N' TO WS-MONEY-VALID.
007540     MOVE ZERO TO WS-MONEY-VALUE.
007590     IF WS-MONEY-NUM NOT NUMERIC
007600         GO TO 3300-EXIT
007610     END-IF.
007620     MOVE WS-MONEY-NUM TO WS-MONEY-VALUE.
007790     MOVE 'Y' TO WS-MONEY-VALID.
007800 3300-EXIT.
008080     EXIT.

008090******************************************************************
008970     EXIT.

008980******************************************************************
008981*  8700-WRITE-HISTORY-RECORD                                    *
008981*  ONE ACCOUNT-HISTORY RECORD PER POSTING.  THE CALLER SETS THE *
008982*  ACCOUNT, INVOICE, TYPE, AMOUNT (SIGNED AS IT MOVES THE       *
008982*  BALANCE) AND THE INVOICE BALANCE AFTER POSTING; THE DATE AND *
008983*  SOURCE PROGRAM ARE STAMPED HERE.                             *
008983******************************************************************
008984 8700-WRITE-HISTORY-RECORD.
008984     MOVE WS-BUSINESS-DATE TO AH-TRAN-DATE.
008985     MOVE 'SUSPFIX ' TO AH-SOURCE-PGM.
008985     WRITE AH-HISTORY-RECORD.
008986     IF NOT WS-HISTORY-OK
008986         DISPLAY 'ACCOUNT HISTORY WRITE ERROR: ' WS-HISTORY-STATUS
008987             ' ' AH-ACCT-NO ' ' AH-INV-NO
008987     END-IF.
008988     ADD 1 TO WS-HISTORY-WRITTEN.
008988 8700-EXIT.
008989     EXIT.

008989******************************************************************
008990*  8900-REWRITE-MASTER                                          *
009000*  THE MASTER REWRITES IN KEY ORDER ONLY WHEN SOMETHING WAS     *
009010*  RELEASED; AN AGING-ONLY PASS LEAVES THE FILE UNTOUCHED.      *
009470     CLOSE SUSPENSE-FILE.
009480     CLOSE NEW-SUSPENSE-FILE.
009490     CLOSE RECYCLE-REPORT-FILE.
009495     CLOSE ACCOUNT-HISTORY-FILE.
009500     DISPLAY 'SUSPENSE ITEMS READ:  ' WS-ITEMS-READ.
009510     DISPLAY 'ITEMS RELEASED:       ' WS-ITEMS-RELEASED.
009520     DISPLAY 'ITEMS RESUSPENDED:    ' WS-ITEMS-RESUSPENDED.
009530     DISPLAY 'CARDS UNMATCHED:      ' WS-CARDS-UNMATCHED.
009535     DISPLAY 'HISTORY RECORDS:      ' WS-HISTORY-WRITTEN.
009540 9000-EXIT.
009550     EXIT.

