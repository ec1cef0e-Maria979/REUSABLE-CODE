000270*                   DODGING THE SINGLE-VENDOR FLAG AND RAISING  *
000280*                   THE WIDE-SPREAD FLAG ON THE VENDOR'S OWN    *
000290*                   TWO PRICES.                                 *
000291*  10/13/2026  RH   EACH VENDOR QUOTE NOW CARRIES AN EFFECTIVE  *
000292*                   AND AN EXPIRY DATE. ONLY QUOTES IN EFFECT   *
000293*                   ON THE CYCLDATE BUSINESS DATE ARE SCORED,   *
000294*                   SO A LAPSED QUOTE NO LONGER MAKES ITS       *
000295*                   VENDOR LOOK COMPETITIVE; THE REST ARE       *
000296*                   COUNTED ON THE TRAILER. THE RUN STOPS WHEN  *
000297*                   THE CYCLE-DATE CONTROL IS MISSING OR THE    *
000298*                   DATE WAS ALREADY PROCESSED (CYCLLOG),       *
000299*                   UNLESS A RERUN IS FLAGGED.                  *
000300******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000400         ACCESS MODE  IS SEQUENTIAL
000410         FILE STATUS  IS WS-REPORT-STATUS.

000411     SELECT CYCLE-DATE-FILE     ASSIGN TO CYCLDATE
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         ACCESS MODE  IS SEQUENTIAL
000414         FILE STATUS  IS WS-CYC-DATE-STATUS.

000415     SELECT CYCLE-LOG-FILE      ASSIGN TO CYCLLOG
000416         ORGANIZATION IS LINE SEQUENTIAL
000417         ACCESS MODE  IS SEQUENTIAL
000418         FILE STATUS  IS WS-CYC-LOG-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PRODUCT-QUOTE-FILE
000470     05  PQ-PRODUCT-NUMBER     PIC 9(09).
000480     05  PQ-VENDOR-ID          PIC X(05).
000490     05  PQ-VENDOR-PRICE       PIC 9(06).
000493     05  PQ-EFFECTIVE-DATE     PIC 9(08).
000496     05  PQ-EXPIRY-DATE        PIC 9(08).

000500 FD  QUOTE-REPORT-FILE
000510     RECORD CONTAINS 132 CHARACTERS
000520     RECORDING MODE IS F.
000530 01  QUOTE-PRINT-RECORD          PIC X(132).

000531 FD  CYCLE-DATE-FILE
000531     RECORDING MODE IS F.
000532 01  CYC-RECORD.
000533     05  CYC-BUSINESS-DATE     PIC 9(08).
000534     05  CYC-RERUN-FLAG        PIC X(01).

000535 FD  CYCLE-LOG-FILE
000536     RECORDING MODE IS F.
000537 01  CYCLOG-RECORD.
000538     05  CYCLOG-PROGRAM-ID     PIC X(08).
000539     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

000540 WORKING-STORAGE SECTION.
000550 01  WS-QUOTE-FILE-STATUS        PIC X(02).
000560     88  WS-QUOTE-OK                 VALUE '00'.
000580 01  WS-REPORT-STATUS            PIC X(02).
000590     88  WS-REPORT-OK                VALUE '00'.

000591***
000591*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
000592*** FILE, NOT THE WALL CLOCK.  ONLY QUOTES IN EFFECT ON THAT DATE
000592*** ARE SCORED.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END AGAINST
000593*** THE DATE SO THE SAME BUSINESS DATE CANNOT RUN TWICE BY
000593*** ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON THE CYCLDATE
000594*** RECORD.
000594 01  WS-CYC-DATE-STATUS          PIC X(02).
000595     88  WS-CYC-DATE-OK              VALUE '00'.
000595 01  WS-CYC-LOG-STATUS           PIC X(02).
000596     88  WS-CYC-LOG-OK               VALUE '00'.
000596     88  WS-CYC-LOG-EOF              VALUE '10'.
000597 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000597 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
000598     88  WS-RERUN-REQUESTED          VALUE 'Y'.
000598 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
000599     88  WS-ALREADY-RAN              VALUE 'Y'.

000600***
000610*** A PRODUCT WHOSE HIGH QUOTE SITS THIS FAR (IN PERCENT) OVER
000620*** ITS LOW QUOTE GETS THE WIDE-SPREAD FLAG - SOMEBODY SHOULD

000930 77  RPT-LINE                    PIC X(132).
000940 77  LINE-POS                    PIC S9(3).
000960 77  WS-QUOTES-READ              PIC 9(05) VALUE ZERO.
000962 77  WS-QUOTES-NOT-IN-EFFECT     PIC 9(05) VALUE ZERO.
000964 77  WS-QUOTE-IN-EFFECT          PIC X(01).
000966     88  WS-QUOTE-IS-IN-EFFECT       VALUE 'Y'.
000970 77  WS-PROD-SUB                 PIC 9(03).
000980 77  WS-VEND-SUB                 PIC 9(03).
000990 77  WS-FOUND-SUB                PIC 9(03).
001280     GOBACK.

001290******************************************************************
001291*  0100-GET-BUSINESS-DATE                                        *
001291*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
001291*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
001291*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
001291******************************************************************
001291 0100-GET-BUSINESS-DATE.
001291     OPEN INPUT CYCLE-DATE-FILE.
001291     IF NOT WS-CYC-DATE-OK
001291         DISPLAY 'VENDQUOT: NO CYCLE DATE CONTROL ON FILE - RUN '
001291             'STOPPED'
001291         MOVE 16 TO RETURN-CODE
001292         GOBACK
001292     END-IF.
001292     READ CYCLE-DATE-FILE
001292         AT END
001292             DISPLAY 'VENDQUOT: CYCLE DATE CONTROL IS EMPTY - '
001292                 'RUN STOPPED'
001292             MOVE 16 TO RETURN-CODE
001292             GOBACK
001292     END-READ.
001292     IF CYC-BUSINESS-DATE NOT NUMERIC
001293         OR CYC-BUSINESS-DATE = ZERO
001293         DISPLAY 'VENDQUOT: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
001293             ' - RUN STOPPED'
001293         MOVE 16 TO RETURN-CODE
001293         GOBACK
001293     END-IF.
001293     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
001293     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
001293     CLOSE CYCLE-DATE-FILE.
001293     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
001294 0100-EXIT.
001294     EXIT.

001294 0150-CHECK-CYCLE-LOG.
001294     OPEN INPUT CYCLE-LOG-FILE.
001294     IF NOT WS-CYC-LOG-OK
001294         GO TO 0150-EXIT
001294     END-IF.
001294     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
001294         UNTIL WS-CYC-LOG-EOF.
001294     CLOSE CYCLE-LOG-FILE.
001295     IF NOT WS-ALREADY-RAN
001295         GO TO 0150-EXIT
001295     END-IF.
001295     IF WS-RERUN-REQUESTED
001295         DISPLAY 'VENDQUOT: RERUN OF BUSINESS DATE '
001295             WS-BUSINESS-DATE ' AS REQUESTED'
001295         GO TO 0150-EXIT
001295     END-IF.
001295     DISPLAY 'VENDQUOT: BUSINESS DATE ' WS-BUSINESS-DATE
001295         ' ALREADY PROCESSED - RUN STOPPED'.
001295     MOVE 16 TO RETURN-CODE.
001296     GOBACK.
001296 0150-EXIT.
001296     EXIT.

001296 0160-READ-ONE-LOG-RECORD.
001296     READ CYCLE-LOG-FILE
001296         AT END
001296             SET WS-CYC-LOG-EOF TO TRUE
001296         NOT AT END
001296             IF CYCLOG-PROGRAM-ID = 'VENDQUOT'
001296                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
001297                 SET WS-ALREADY-RAN TO TRUE
001297             END-IF
001297     END-READ.
001297 0160-EXIT.
001297     EXIT.

001297******************************************************************
001297*  0950-LOG-BUSINESS-DATE                                        *
001297*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
001297*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
001297*  THE DOOR.                                                     *
001298******************************************************************
001298 0950-LOG-BUSINESS-DATE.
001298     OPEN EXTEND CYCLE-LOG-FILE.
001298     IF WS-CYC-LOG-STATUS = '35'
001298         OPEN OUTPUT CYCLE-LOG-FILE
001298     END-IF.
001298     IF NOT WS-CYC-LOG-OK
001298         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
001298         GO TO 0950-EXIT
001298     END-IF.
001299     MOVE 'VENDQUOT' TO CYCLOG-PROGRAM-ID.
001299     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
001299     WRITE CYCLOG-RECORD.
001299     IF NOT WS-CYC-LOG-OK
001299         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
001299     END-IF.
001299     CLOSE CYCLE-LOG-FILE.
001299 0950-EXIT.
001299     EXIT.

001299******************************************************************
001300*  1000-INITIALIZE                                              *
001310******************************************************************
001320 1000-INITIALIZE.
001323     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
001330     OPEN OUTPUT QUOTE-REPORT-FILE.
001340     MOVE SPACES TO RPT-LINE.
001360     MOVE WIDE-SPREAD-PCT TO WS-TOLERANCE-ED.
001370     STRING 'VENDOR QUOTE COMPETITIVENESS' SPACE
001380            'QUOTES IN EFFECT ON' SPACE WS-BUSINESS-DATE
001390            SPACE 'WIDE-SPREAD FLAG AT ' WS-TOLERANCE-ED ' PCT'
001400         DELIMITED BY SIZE
001410         INTO RPT-LINE
001660             SET WS-QUOTE-EOF TO TRUE
001670         NOT AT END
001680             ADD 1 TO WS-QUOTES-READ
001682             PERFORM 2150-CHECK-QUOTE-IN-EFFECT THRU 2150-EXIT
001684             IF WS-QUOTE-IS-IN-EFFECT
001690                 PERFORM 2200-POST-QUOTE-TO-PRODUCT THRU 2200-EXIT
001692             ELSE
001694                 ADD 1 TO WS-QUOTES-NOT-IN-EFFECT
001696             END-IF
001700     END-READ.
001710 2100-EXIT.
001711     EXIT.

001711******************************************************************
001711*  2150-CHECK-QUOTE-IN-EFFECT                                   *
001712*  A QUOTE COUNTS ONLY FROM ITS EFFECTIVE DATE THROUGH ITS       *
001712*  EXPIRY DATE - A LAPSED QUOTE DOES NOT MAKE A VENDOR LOOK      *
001713*  COMPETITIVE.  A QUOTE WITH NO DATES IS NOT IN EFFECT UNTIL    *
001713*  QUOTE MAINTENANCE DATES IT.                                   *
001714******************************************************************
001714 2150-CHECK-QUOTE-IN-EFFECT.
001715     MOVE 'N' TO WS-QUOTE-IN-EFFECT.
001715     IF PQ-EFFECTIVE-DATE NOT NUMERIC
001715         OR PQ-EXPIRY-DATE NOT NUMERIC
001716         GO TO 2150-EXIT
001716     END-IF.
001717     IF PQ-EFFECTIVE-DATE > WS-BUSINESS-DATE
001717         OR PQ-EXPIRY-DATE < WS-BUSINESS-DATE
001718         GO TO 2150-EXIT
001718     END-IF.
001719     MOVE 'Y' TO WS-QUOTE-IN-EFFECT.
001719 2150-EXIT.
001720     EXIT.

001730 2200-POST-QUOTE-TO-PRODUCT.
002740         AT END
002750             SET WS-QUOTE-EOF TO TRUE
002760         NOT AT END
002764             PERFORM 2150-CHECK-QUOTE-IN-EFFECT THRU 2150-EXIT
002768             IF WS-QUOTE-IS-IN-EFFECT
002770                 PERFORM 3200-POST-QUOTE-TO-VENDOR THRU 3200-EXIT
002776             END-IF
002780     END-READ.
002790 3100-EXIT.
002800     EXIT.
004340            SPACE 'VENDORS' SPACE VENDOR-COUNT
004350            SPACE 'SINGLE VENDOR' SPACE WS-SINGLE-VENDOR-COUNT
004360            SPACE 'WIDE SPREAD' SPACE WS-WIDE-SPREAD-COUNT
004365            SPACE 'NOT IN EFFECT' SPACE WS-QUOTES-NOT-IN-EFFECT
004370         DELIMITED BY SIZE
004380         INTO RPT-LINE
004390         WITH POINTER LINE-POS
004410     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004420     CLOSE QUOTE-REPORT-FILE.
004430     DISPLAY 'QUOTES READ:    ' WS-QUOTES-READ.
004435     DISPLAY 'NOT IN EFFECT:  ' WS-QUOTES-NOT-IN-EFFECT.
004440     DISPLAY 'PRODUCTS SEEN:  ' PRODUCT-COUNT.
004450     DISPLAY 'VENDORS SEEN:   ' VENDOR-COUNT.
004455     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
004460 9000-EXIT.
004470     EXIT.
