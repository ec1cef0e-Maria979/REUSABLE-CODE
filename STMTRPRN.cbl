000160*                   OUT TO A PRINT FILE FOR CUSTOMER SERVICE,   *
000170*                   WITH A NOT-FOUND LINE FOR ANY REQUEST THAT  *
000180*                   MATCHES NOTHING.                            *
000183*  09/25/2026  RH   ARCHIVE LINE AND REPRINT RECORD WIDENED TO  *
000186*                   132 TO MATCH THE WIDER STATEMENT LINES.     *
000190******************************************************************
000200*  REQUEST CARD (STMTREQ):  ACCOUNT X(6), FROM DATE 9(8), TO    *
000210*  DATE 9(8), BOTH CCYYMMDD.  BLANK OR ZERO DATES MEAN NO       *
000460     05  REQ-TO-DATE           PIC 9(08).

000470 FD  STATEMENT-ARCHIVE-FILE
000480     RECORD CONTAINS 146 CHARACTERS
000490     RECORDING MODE IS F.
000500 01  ARCH-RECORD.
000510     05  ARCH-ACCT-NO          PIC X(06).
000520     05  ARCH-RUN-DATE         PIC 9(08).
000530     05  ARCH-LINE             PIC X(132).

000540 FD  REPRINT-FILE
000550     RECORD CONTAINS 132 CHARACTERS
000560     RECORDING MODE IS F.
000570 01  REPRINT-RECORD              PIC X(132).

000580 WORKING-STORAGE SECTION.
000590 01  WS-REQUEST-STATUS           PIC X(02).
000650 01  WS-REPRINT-STATUS           PIC X(02).
000660     88  WS-REPRINT-OK               VALUE '00'.

000670 77  RPT-LINE                    PIC X(132).
000680 77  LINE-POS                    PIC S9(3).
000690 77  WS-CURRENT-DATE-TIME        PIC X(21).
000700 77  WS-FROM-DATE                PIC 9(08).
