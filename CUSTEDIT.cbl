000330*                   CONTROL IS MISSING OR THE DATE WAS ALREADY  *
000340*                   PROCESSED (CYCLLOG), UNLESS A RERUN IS      *
000350*                   FLAGGED ON THE CONTROL RECORD.              *
000351*  09/25/2026  RH   BILLING MASTER AMOUNTS ARE NOW SIGNED ZONED *
000352*                   S9(9)V99 WITH A LEADING SEPARATE SIGN IN    *
000353*                   PLACE OF THE $$,$$$.99 EDITED IMAGES.  THE  *
000354*                   MONEY EDIT IS A CLASS TEST ON THE SIGNED    *
000355*                   FIELD, AND THE CLEAN AND SUSPENSE RECORDS   *
000356*                   WIDEN TO MATCH.                             *
000360******************************************************************
000370*  SUSPENSE REASON CODES                                        *
000380*    E1  INVOICE AMOUNT IS NOT A VALID SIGNED AMOUNT            *
000390*    E2  AMOUNT PAID IS NOT A VALID SIGNED AMOUNT               *
000400*    E3  BALANCE DUE IS NOT A VALID SIGNED AMOUNT               *
000410*    E4  DATE PAID IS NOT A REAL CALENDAR DATE                  *
000420*    E5  DATE DUE IS NOT A REAL CALENDAR DATE                   *
000430*    E6  BALANCE DUE DOES NOT CROSS-FOOT TO INV-AMT - AMT-PAID  *
000730     05  CUST-ACCT-NO            PIC X(6).
000740     05  BILL-INFO.
000750         10 INV-NO               PIC X(6).
000760         10 INV-AMT              PIC S9(9)V99
000765                                 SIGN LEADING SEPARATE.
000770         10 AMT-PAID             PIC S9(9)V99
000775                                 SIGN LEADING SEPARATE.
000780         10 DATE-PAID            PIC X(8).
000790         10 BAL-DUE              PIC S9(9)V99
000795                                 SIGN LEADING SEPARATE.
000800         10 DATE-DUE             PIC X(8).
000801 01  RCD-01-AMOUNTS.
000802     05  FILLER                  PIC X(12).
000803     05  RCD-INV-AMT-X           PIC X(12).
000804     05  RCD-AMT-PAID-X          PIC X(12).
000805     05  FILLER                  PIC X(8).
000806     05  RCD-BAL-DUE-X           PIC X(12).
000807     05  FILLER                  PIC X(8).

000810 FD  CLEAN-BILLING-FILE
000820     RECORDING MODE IS F.
000830 01  CLEAN-RCD-01                PIC X(64).

000840 FD  SUSPENSE-FILE
000850     RECORD CONTAINS 86 CHARACTERS
000860     RECORDING MODE IS F.
000870 01  SUSP-RECORD.
000880     05  SUSP-REASON-LIST.
000900     05  FILLER                PIC X(01).
000910     05  SUSP-DATE             PIC 9(08).
000920     05  FILLER                PIC X(01).
000930     05  SUSP-DATA             PIC X(64).

000940 FD  CYCLE-DATE-FILE
000950     RECORDING MODE IS F.
001180     05  WS-REASON-CODE    OCCURS 6 TIMES PIC X(02).

001190***
001200*** WORK AREAS FOR THE MONEY-FIELD EDIT.  EACH AMOUNT IS A
001210*** SIGNED ZONED IMAGE WITH A LEADING SEPARATE SIGN; THE RAW
001220*** BYTES ARE CLASS-TESTED THROUGH THE NUMERIC REDEFINITION AND
001230*** CARRIED AS A VALUE FOR THE CROSS-FOOT CHECK.
001240 01  WS-MONEY-X                  PIC X(12).
001242 01  WS-MONEY-NUM    REDEFINES WS-MONEY-X
001244                                 PIC S9(9)V99
001246                                 SIGN LEADING SEPARATE.
001250 77  WS-MONEY-VALID              PIC X(01).
001260     88  WS-MONEY-IS-VALID           VALUE 'Y'.
001270 77  WS-MONEY-VALUE              PIC S9(9)V99.

001390 77  WS-INV-AMT-VALUE            PIC S9(9)V99.
001400 77  WS-AMT-PAID-VALUE           PIC S9(9)V99.
001410 77  WS-BAL-DUE-VALUE            PIC S9(9)V99.
001420 77  WS-INV-AMT-VALID            PIC X(01).
001430 77  WS-AMT-PAID-VALID           PIC X(01).
001440 77  WS-BAL-DUE-VALID            PIC X(01).
003170     MOVE ZERO TO WS-REASON-COUNT.
003180     MOVE SPACES TO WS-REASON-LIST.

003190     MOVE RCD-INV-AMT-X TO WS-MONEY-X.
003200     PERFORM 3300-VALIDATE-MONEY-FIELD THRU 3300-EXIT.
003210     MOVE WS-MONEY-VALID TO WS-INV-AMT-VALID.
003220     MOVE WS-MONEY-VALUE TO WS-INV-AMT-VALUE.
003250         PERFORM 2050-ADD-REASON THRU 2050-EXIT
003260     END-IF.

003270     MOVE RCD-AMT-PAID-X TO WS-MONEY-X.
003280     PERFORM 3300-VALIDATE-MONEY-FIELD THRU 3300-EXIT.
003290     MOVE WS-MONEY-VALID TO WS-AMT-PAID-VALID.
003300     MOVE WS-MONEY-VALUE TO WS-AMT-PAID-VALUE.
003330         PERFORM 2050-ADD-REASON THRU 2050-EXIT
003340     END-IF.

003350     MOVE RCD-BAL-DUE-X TO WS-MONEY-X.
003360     PERFORM 3300-VALIDATE-MONEY-FIELD THRU 3300-EXIT.
003370     MOVE WS-MONEY-VALID TO WS-BAL-DUE-VALID.
003380     MOVE WS-MONEY-VALUE TO WS-BAL-DUE-VALUE.

004130******************************************************************
004140*  3300-VALIDATE-MONEY-FIELD                                    *
004150*  EDITS ONE SIGNED AMOUNT IN WS-MONEY-X.  THE FIELD MUST BE A  *
004160*  LEADING + OR - FOLLOWED BY ELEVEN DIGITS, THE LAST TWO OF    *
004170*  THEM CENTS; ANYTHING ELSE - SPACES, A STRAY CHARACTER, AN    *
004180*  OLD EDITED $$,$$$.99 IMAGE - FAILS THE CLASS TEST.  A GOOD   *
004190*  FIELD IS CARRIED INTO WS-MONEY-VALUE.                        *
004200******************************************************************
004210 3300-VALIDATE-MONEY-FIELD.
004220     MOVE 'N' TO WS-MONEY-VALID.
004230     MOVE ZERO TO WS-MONEY-VALUE.
004280     IF WS-MONEY-NUM NOT NUMERIC
004290         GO TO 3300-EXIT
004300     END-IF.
004310     MOVE WS-MONEY-NUM TO WS-MONEY-VALUE.
004480     MOVE 'Y' TO WS-MONEY-VALID.
004490 3300-EXIT.
004770     EXIT.

004780******************************************************************
