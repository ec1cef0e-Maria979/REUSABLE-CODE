000400*                   IS ALSO APPENDED TO THE PRICE-HISTORY FILE  *
000410*                   (PRICHIST), KEYED BY PRODUCT NUMBER AND RUN *
000420*                   DATE, FOR THE DAY-OVER-DAY CHANGE REPORT.   *
000421*  10/13/2026  RH   EACH VENDOR QUOTE NOW CARRIES AN EFFECTIVE  *
000422*                   AND AN EXPIRY DATE, AND ONLY QUOTES IN      *
000423*                   EFFECT ON THE CYCLDATE BUSINESS DATE ARE    *
000424*                   CONSIDERED FOR THE LOW OR HIGH PRICE;       *
000425*                   LAPSED, FUTURE, AND UNDATED QUOTES ARE      *
000426*                   SKIPPED AND COUNTED. THE RUN STOPS WHEN THE *
000427*                   CYCLE-DATE CONTROL IS MISSING OR THE DATE   *
000428*                   WAS ALREADY PROCESSED (CYCLLOG), UNLESS A   *
000429*                   RERUN IS FLAGGED.                           *
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000850         ACCESS MODE  IS SEQUENTIAL
000860         FILE STATUS  IS WS-PRICE-HIST-STATUS.

000861     SELECT CYCLE-DATE-FILE     ASSIGN TO CYCLDATE
000862         ORGANIZATION IS LINE SEQUENTIAL
000863         ACCESS MODE  IS SEQUENTIAL
000864         FILE STATUS  IS WS-CYC-DATE-STATUS.

000865     SELECT CYCLE-LOG-FILE      ASSIGN TO CYCLLOG
000866         ORGANIZATION IS LINE SEQUENTIAL
000867         ACCESS MODE  IS SEQUENTIAL
000868         FILE STATUS  IS WS-CYC-LOG-STATUS.

000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PRODUCT-QUOTE-FILE
000920     05  PQ-PRODUCT-NUMBER     PIC 9(09).
000930     05  PQ-VENDOR-ID          PIC X(05).
000940     05  PQ-VENDOR-PRICE       PIC 9(06).
000943     05  PQ-EFFECTIVE-DATE     PIC 9(08).
000946     05  PQ-EXPIRY-DATE        PIC 9(08).

000950 FD  TAX-RATE-FILE
000960     RECORDING MODE IS F.
001600     05  PH-RUN-TIME           PIC 9(06).
001610     05  PH-PRICE              PIC 9(06).

001611 FD  CYCLE-DATE-FILE
001611     RECORDING MODE IS F.
001612 01  CYC-RECORD.
001613     05  CYC-BUSINESS-DATE     PIC 9(08).
001614     05  CYC-RERUN-FLAG        PIC X(01).

001615 FD  CYCLE-LOG-FILE
001616     RECORDING MODE IS F.
001617 01  CYCLOG-RECORD.
001618     05  CYCLOG-PROGRAM-ID     PIC X(08).
001619     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001620 WORKING-STORAGE SECTION.
001630***
001640*** VARIABLES FOR INTRINSIC FUNCTIONS MAX, LENGTH, UPPER CASE
001840     88  WS-PRICE-FEED-OK          VALUE '00'.
001850 01  WS-PRICE-FEED-VALID       PIC X(01).
001860     88  WS-PRICE-FEED-IS-VALID    VALUE 'Y'.
001861***
001862*** A QUOTE IS ONLY USED IN ITS EFFECTIVE-THROUGH-EXPIRY WINDOW ON
001863*** THE CYCLDATE BUSINESS DATE.  A LAPSED, NOT-YET-EFFECTIVE, OR
001864*** UNDATED QUOTE IS COUNTED BUT NEVER PRICES THE PRODUCT.
001865 01  WS-QUOTES-NOT-IN-EFFECT   PIC 9(05) BINARY VALUE ZERO.
001866 01  WS-QUOTE-IN-EFFECT        PIC X(01).
001867     88  WS-QUOTE-IS-IN-EFFECT     VALUE 'Y'.

001870***
001880*** VARIABLES FOR THE RUN-CONTROL CARD FILE THAT SUPPLIES THE
002150 01  WS-JRNL-COMPLETION        PIC X(04).
002160 01  WS-FEED-RECORDS-WRITTEN   PIC 9(05) VALUE ZERO.
002170 01  WS-FEED-RECORDS-REJECTED  PIC 9(05) VALUE ZERO.

002171***
002171*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002172*** FILE, NOT THE WALL CLOCK.  CYCLLOG RECORDS EACH PROGRAM'S
002172*** CLEAN END AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT
002173*** RUN TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002173*** THE CYCLDATE RECORD.
002174 01  WS-CYC-DATE-STATUS        PIC X(02).
002174     88  WS-CYC-DATE-OK            VALUE '00'.
002175 01  WS-CYC-LOG-STATUS         PIC X(02).
002176     88  WS-CYC-LOG-OK             VALUE '00'.
002176     88  WS-CYC-LOG-EOF            VALUE '10'.
002177 01  WS-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
002177 01  WS-RERUN-FLAG             PIC X(01) VALUE 'N'.
002178     88  WS-RERUN-REQUESTED        VALUE 'Y'.
002178 01  WS-DUP-FLAG               PIC X(01) VALUE 'N'.
002179     88  WS-ALREADY-RAN            VALUE 'Y'.
002180 01  WS-AMORT-LINES-WRITTEN    PIC 9(07) VALUE ZERO.
002190 01  WS-PRICE-HIST-STATUS      PIC X(02).
002200     88  WS-PRICE-HIST-OK          VALUE '00'.
003630*  DRIVES EACH OF THE INTRINSIC-FUNCTION DEMONSTRATION SECTIONS. *
003640******************************************************************
003650 0000-MAINLINE.
003655     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003660     MOVE 'START' TO WS-JRNL-EVENT.
003670     MOVE SPACES  TO WS-JRNL-COMPLETION.
003680     PERFORM 9100-WRITE-RUN-JOURNAL THRU 9100-EXIT.
003790     MOVE 'END  ' TO WS-JRNL-EVENT.
003800     MOVE 'OK  '  TO WS-JRNL-COMPLETION.
003810     PERFORM 9100-WRITE-RUN-JOURNAL THRU 9100-EXIT.
003814     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
003820     GOBACK.

003821******************************************************************
003821*  0100-GET-BUSINESS-DATE                                        *
003821*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
003821*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
003821*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
003821******************************************************************
003821 0100-GET-BUSINESS-DATE.
003821     OPEN INPUT CYCLE-DATE-FILE.
003821     IF NOT WS-CYC-DATE-OK
003821         DISPLAY 'INTRNUM: NO CYCLE DATE CONTROL ON FILE - RUN '
003821             'STOPPED'
003822         MOVE 16 TO RETURN-CODE
003822         GOBACK
003822     END-IF.
003822     READ CYCLE-DATE-FILE
003822         AT END
003822             DISPLAY 'INTRNUM: CYCLE DATE CONTROL IS EMPTY - '
003822                 'RUN STOPPED'
003822             MOVE 16 TO RETURN-CODE
003822             GOBACK
003822     END-READ.
003823     IF CYC-BUSINESS-DATE NOT NUMERIC
003823         OR CYC-BUSINESS-DATE = ZERO
003823         DISPLAY 'INTRNUM: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
003823             ' - RUN STOPPED'
003823         MOVE 16 TO RETURN-CODE
003823         GOBACK
003823     END-IF.
003823     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003823     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
003823     CLOSE CYCLE-DATE-FILE.
003824     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
003824 0100-EXIT.
003824     EXIT.

003824 0150-CHECK-CYCLE-LOG.
003824     OPEN INPUT CYCLE-LOG-FILE.
003824     IF NOT WS-CYC-LOG-OK
003824         GO TO 0150-EXIT
003824     END-IF.
003824     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
003824         UNTIL WS-CYC-LOG-EOF.
003825     CLOSE CYCLE-LOG-FILE.
003825     IF NOT WS-ALREADY-RAN
003825         GO TO 0150-EXIT
003825     END-IF.
003825     IF WS-RERUN-REQUESTED
003825         DISPLAY 'INTRNUM: RERUN OF BUSINESS DATE '
003825             WS-BUSINESS-DATE ' AS REQUESTED'
003825         GO TO 0150-EXIT
003825     END-IF.
003825     DISPLAY 'INTRNUM: BUSINESS DATE ' WS-BUSINESS-DATE
003825         ' ALREADY PROCESSED - RUN STOPPED'.
003826     MOVE 16 TO RETURN-CODE.
003826     GOBACK.
003826 0150-EXIT.
003826     EXIT.

003826 0160-READ-ONE-LOG-RECORD.
003826     READ CYCLE-LOG-FILE
003826         AT END
003826             SET WS-CYC-LOG-EOF TO TRUE
003826         NOT AT END
003826             IF CYCLOG-PROGRAM-ID = 'INTRNUM '
003827                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003827                 SET WS-ALREADY-RAN TO TRUE
003827             END-IF
003827     END-READ.
003827 0160-EXIT.
003827     EXIT.

003827******************************************************************
003827*  0950-LOG-BUSINESS-DATE                                        *
003827*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003827*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003828*  THE DOOR.                                                     *
003828******************************************************************
003828 0950-LOG-BUSINESS-DATE.
003828     OPEN EXTEND CYCLE-LOG-FILE.
003828     IF WS-CYC-LOG-STATUS = '35'
003828         OPEN OUTPUT CYCLE-LOG-FILE
003828     END-IF.
003828     IF NOT WS-CYC-LOG-OK
003828         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
003828         GO TO 0950-EXIT
003829     END-IF.
003829     MOVE 'INTRNUM ' TO CYCLOG-PROGRAM-ID.
003829     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
003829     WRITE CYCLOG-RECORD.
003829     IF NOT WS-CYC-LOG-OK
003829         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
003829     END-IF.
003829     CLOSE CYCLE-LOG-FILE.
003829 0950-EXIT.
003829     EXIT.

003830******************************************************************
003840*  1500-LOAD-RUN-CONTROL                                        *
003850*  LOADS THE RUN-CONTROL CARDS INTO THE PRODUCT AND LOAN        *
005170     MOVE PR-SELECT-MODE(WS-PRODUCT-SUB)
005180         TO WS-PRICE-SELECT-MODE.
005190     MOVE ZERO TO WS-QUOTE-MATCH-COUNT.
005195     MOVE ZERO TO WS-QUOTES-NOT-IN-EFFECT.
005200     MOVE ZERO TO WS-LOW-VENDOR-PRICE.
005210     MOVE ZERO TO WS-HIGH-VENDOR-PRICE.
005220     OPEN INPUT PRODUCT-QUOTE-FILE.
005230     PERFORM 2100-SCAN-VENDOR-QUOTES THRU 2100-EXIT
005240         UNTIL WS-QUOTE-EOF.
005250     CLOSE PRODUCT-QUOTE-FILE.
005251     IF WS-QUOTES-NOT-IN-EFFECT > ZERO
005252         DISPLAY 'QUOTES NOT IN EFFECT ON ' WS-BUSINESS-DATE
005253             ' SKIPPED FOR PRODUCT: ' WS-TARGET-PRODUCT-NUMBER
005254             ' COUNT: ' WS-QUOTES-NOT-IN-EFFECT
005255     END-IF.

005260     MOVE WS-TARGET-PRODUCT-NUMBER TO PRODUCT-NUMBER.

005270     IF WS-QUOTE-MATCH-COUNT = ZERO
005280         DISPLAY 'NO VENDOR QUOTES IN EFFECT ON ' WS-BUSINESS-DATE
005290             ' FOR PRODUCT: ' WS-TARGET-PRODUCT-NUMBER
005300         MOVE ZERO TO PRODUCT-PRICE
005310     ELSE
005320         IF WS-SELECT-LOW-PRICE
005990             SET WS-QUOTE-EOF TO TRUE
006000         NOT AT END
006010             IF PQ-PRODUCT-NUMBER = WS-TARGET-PRODUCT-NUMBER
006013                 PERFORM 2120-CHECK-QUOTE-IN-EFFECT
006016                                     THRU 2120-EXIT
006019                 IF WS-QUOTE-IS-IN-EFFECT
006020                     PERFORM 2150-APPLY-VENDOR-QUOTE
006030                                     THRU 2150-EXIT
006032                 ELSE
006034                     ADD 1 TO WS-QUOTES-NOT-IN-EFFECT
006036                 END-IF
006040             END-IF
006050     END-READ.
006060 2100-EXIT.
006061     EXIT.

006061******************************************************************
006061*  2120-CHECK-QUOTE-IN-EFFECT                                   *
006062*  A QUOTE PRICES THE PRODUCT ONLY FROM ITS EFFECTIVE DATE       *
006062*  THROUGH ITS EXPIRY DATE.  A QUOTE WITH NO DATES IS NOT IN     *
006063*  EFFECT UNTIL QUOTE MAINTENANCE DATES IT.                      *
006063******************************************************************
006064 2120-CHECK-QUOTE-IN-EFFECT.
006064     MOVE 'N' TO WS-QUOTE-IN-EFFECT.
006065     IF PQ-EFFECTIVE-DATE NOT NUMERIC
006065         OR PQ-EXPIRY-DATE NOT NUMERIC
006066         GO TO 2120-EXIT
006066     END-IF.
006067     IF PQ-EFFECTIVE-DATE > WS-BUSINESS-DATE
006067         OR PQ-EXPIRY-DATE < WS-BUSINESS-DATE
006068         GO TO 2120-EXIT
006068     END-IF.
006069     MOVE 'Y' TO WS-QUOTE-IN-EFFECT.
006069 2120-EXIT.
006070     EXIT.

006080 2150-APPLY-VENDOR-QUOTE.
