000310*                   AND PRINTS A STALE LINE - A LEFTOVER       *
000320*                   FINCTL FROM THE MONTHLY ASSESSMENT WAS     *
000330*                   BREAKING THE OPENING PROOF EVERY NIGHT.    *
000331*  09/08/2026  RH   THE OPENING PROOF NOW TAKES OFF THE ADJCTL *
000332*                   POSTING CONTROL FROM THE ADJUSTMENT RUN -  *
000333*                   CREDIT MEMOS, FINANCE-CHARGE REVERSALS,    *
000334*                   SHORT-PAY SETTLEMENTS AND WRITE-OFFS COME  *
000335*                   OFF THE MASTER BETWEEN CLOSES TOO.         *
000336*  09/25/2026  RH   THE BILLING MASTER'S MONEY FIELDS ARE NOW  *
000337*                   SIGNED NUMERIC S9(9)V99 IN PLACE OF THE    *
000338*                   EDITED $$,$$$.99 PICTURES.                 *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-REL-CTL-STATUS.

000611     SELECT ADJUSTMENT-CONTROL-FILE ASSIGN TO ADJCTL
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         ACCESS MODE  IS SEQUENTIAL
000614         FILE STATUS  IS WS-ADJ-CTL-STATUS.

000620     SELECT BALANCE-FORWARD-FILE   ASSIGN TO BALFWD
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000830     05  CUST-ACCT-NO            PIC X(6).
000840     05  BILL-INFO.
000850         10 INV-NO               PIC X(6).
000860         10 INV-AMT              PIC S9(9)V99
000865                                 SIGN LEADING SEPARATE.
000870         10 AMT-PAID             PIC S9(9)V99
000875                                 SIGN LEADING SEPARATE.
000880         10 DATE-PAID            PIC X(8).
000890         10 BAL-DUE              PIC S9(9)V99
000895                                 SIGN LEADING SEPARATE.
000900         10 DATE-DUE             PIC X(8).

000910 FD  UPDATED-BILLING-FILE
000940     05  NEW-CUST-ACCT-NO        PIC X(6).
000950     05  NEW-BILL-INFO.
000960         10 NEW-INV-NO           PIC X(6).
000970         10 NEW-INV-AMT          PIC S9(9)V99
000975                                 SIGN LEADING SEPARATE.
000980         10 NEW-AMT-PAID         PIC S9(9)V99
000985                                 SIGN LEADING SEPARATE.
000990         10 NEW-DATE-PAID        PIC X(8).
001000         10 NEW-BAL-DUE          PIC S9(9)V99
001005                                 SIGN LEADING SEPARATE.
001010         10 NEW-DATE-DUE         PIC X(8).

001020 FD  APPLY-CONTROL-FILE
001280                               SIGN LEADING SEPARATE.
001290     05  SC-RUN-DATE           PIC 9(08).

001291 FD  ADJUSTMENT-CONTROL-FILE
001292     RECORDING MODE IS F.
001293 01  AC-RECORD.
001294     05  AC-ADJUST-COUNT       PIC 9(05).
001295     05  AC-TOTAL-ADJUSTED     PIC S9(9)V99
001296                               SIGN LEADING SEPARATE.
001297     05  AC-RUN-DATE           PIC 9(08).

001300 FD  BALANCE-FORWARD-FILE
001310     RECORDING MODE IS F.
001320 01  BF-RECORD.
001620     88  WS-CHG-CTL-OK               VALUE '00'.
001630 01  WS-REL-CTL-STATUS           PIC X(02).
001640     88  WS-REL-CTL-OK               VALUE '00'.
001641 01  WS-ADJ-CTL-STATUS           PIC X(02).
001642     88  WS-ADJ-CTL-OK               VALUE '00'.
001650 01  WS-BAL-FWD-STATUS           PIC X(02).
001660     88  WS-BAL-FWD-OK               VALUE '00'.
001670 01  WS-REPORT-STATUS            PIC X(02).
001690 77  RPT-LINE                    PIC X(132).
001700 77  LINE-POS                    PIC S9(3).
001710 77  WS-MISMATCH-COUNT           PIC 9(03) VALUE ZERO.
001720 77  WS-BAL-DUE-NUM              PIC S9(9)V99.

001730***
001740*** THE FIGURES OF THE NIGHTLY EQUATION: PRIOR CLOSE PLUS
001750*** POSTINGS LESS ADJUSTMENTS MUST EQUAL TONIGHT'S OPENING, AND
001760*** OPENING MINUS RECEIPTS APPLIED MUST EQUAL TONIGHT'S CLOSE.
001770 77  WS-PRIOR-CLOSE              PIC S9(9)V99 VALUE ZERO.
001780 77  WS-HAVE-PRIOR-FLAG          PIC X(01) VALUE 'N'.
001790     88  WS-HAVE-PRIOR-CLOSE         VALUE 'Y'.
001830 77  WS-DOLLARS-BILLED           PIC S9(9)V99 VALUE ZERO.
001840 77  WS-DOLLARS-CHARGED          PIC S9(9)V99 VALUE ZERO.
001850 77  WS-DOLLARS-RELEASED         PIC S9(9)V99 VALUE ZERO.
001855 77  WS-DOLLARS-ADJUSTED         PIC S9(9)V99 VALUE ZERO.
001860 77  WS-EXPECTED-OPENING         PIC S9(9)V99.
001870 77  WS-EXPECTED-CLOSING         PIC S9(9)V99.
001880 77  WS-OUT-OF-BALANCE           PIC S9(9)V99.
003600******************************************************************
003610*  2200-READ-POSTING-CONTROLS                                   *
003620*  THE POSTING RUNS THAT MOVE THE MASTER BETWEEN CLOSES:        *
003630*  BILLING, FINANCE CHARGES, SUSPENSE RELEASES, ADJUSTMENTS,    *
003640*  AND THE CASH APPLY.  THE FIRST FOUR ARE CONDITIONAL STEPS,   *
003650*  SO A MISSING CONTROL JUST COUNTS AS ZERO; THE APPLY CONTROL  *
003660*  IS CHECKED AGAINST THE OUTPUT MASTER IN THE CLOSING PROOF.   *
003670*  A CONTROL LEFT OVER FROM AN EARLIER BUSINESS DATE - THE      *
003680*  FINANCE CHARGE RUN IS MONTHLY, SO ITS CONTROL SITS ON DISK   *
003690*  FOR WEEKS - ALSO COUNTS AS ZERO, OR IT WOULD BREAK OR MASK   *
003700*  THE OPENING PROOF EVERY NIGHT UNTIL THE NEXT ASSESSMENT.     *
003710******************************************************************
003720 2200-READ-POSTING-CONTROLS.
003730     OPEN INPUT BILLING-CONTROL-FILE.
004250         CLOSE RELEASE-CONTROL-FILE
004260     ELSE
004270         MOVE 'RELEASE CONTROL NOT ON FILE - TREATED AS ZERO'
004271             TO RPT-LINE
004271         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004271     END-IF.
004272     OPEN INPUT ADJUSTMENT-CONTROL-FILE.
004272     IF WS-ADJ-CTL-OK
004273         READ ADJUSTMENT-CONTROL-FILE
004273             AT END CONTINUE
004274             NOT AT END
004274                 IF AC-RUN-DATE = WS-BUSINESS-DATE
004275                     MOVE AC-TOTAL-ADJUSTED
004275                         TO WS-DOLLARS-ADJUSTED
004275                 ELSE
004276                     MOVE 'ADJCTL  ' TO WS-STALE-NAME
004276                     MOVE AC-RUN-DATE TO WS-STALE-DATE
004277                     PERFORM 2280-WRITE-STALE-LINE THRU 2280-EXIT
004277                 END-IF
004278         END-READ
004278         CLOSE ADJUSTMENT-CONTROL-FILE
004279     ELSE
004279         MOVE 'ADJUSTMENT CONTROL NOT ON FILE - TREATED AS ZERO'
004280             TO RPT-LINE
004290         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004300     END-IF.
005420******************************************************************
005430*  4000-PROVE-OPENING                                           *
005440*  TONIGHT'S OPENING BALANCE MUST EQUAL LAST NIGHT'S CLOSE      *
005450*  PLUS EVERYTHING THE POSTING RUNS SAY THEY ADDED, LESS WHAT   *
005460*  THE ADJUSTMENT RUN SAYS IT TOOK OFF.  A BREAK HERE MEANS A   *
005470*  RECORD WAS DROPPED OR CHANGED OUTSIDE THE CONTROLLED RUNS.   *
005480******************************************************************
005490 4000-PROVE-OPENING.
005500     IF NOT WS-HAVE-PRIOR-CLOSE
005630     END-IF.
005640     COMPUTE WS-EXPECTED-OPENING =
005650         WS-PRIOR-CLOSE + WS-DOLLARS-BILLED
005660         + WS-DOLLARS-CHARGED + WS-DOLLARS-RELEASED
005665         - WS-DOLLARS-ADJUSTED.
005670     IF WS-OPENING-TOTAL = WS-EXPECTED-OPENING
005680         MOVE SPACES TO RPT-LINE
005690         MOVE 1 TO LINE-POS
005700         STRING
005710            'OPENING CONTINUITY: OK  OPENING AGREES WITH '
005720                DELIMITED BY SIZE
005730            'PRIOR CLOSE PLUS POSTINGS LESS ADJUSTMENTS'
005740                DELIMITED BY SIZE
005750            INTO RPT-LINE
005760            WITH POINTER LINE-POS
