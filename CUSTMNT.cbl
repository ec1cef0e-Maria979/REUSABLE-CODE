000194*                   RECORD AND THE TRANSACTION CARD FOR THE     *
000196*                   BILLING-GENERATION RUN.  A BLANK OR ZERO    *
000198*                   TERMS FIELD ON AN ADD DEFAULTS TO 30 DAYS.  *
000199*  09/11/2026  RH   CREDIT LIMIT AND CREDIT-HOLD FLAG ADDED TO  *
000199*                   THE MASTER RECORD AND THE TRANSACTION CARD  *
000199*                   FOR THE BILLING-GENERATION CREDIT CHECK,    *
000199*                   AND SHOWN ON THE BEFORE AND AFTER IMAGES.   *
000199*                   A ZERO LIMIT MEANS NONE SET.  A LIMIT THAT  *
000199*                   IS KEYED BUT NOT NUMERIC, OR A HOLD FLAG    *
000199*                   OTHER THAN Y OR N, REJECTS THE CARD.        *
000199*  10/06/2026  RH   TAX JURISDICTION, TAX-EXEMPT FLAG AND       *
000199*                   EXEMPTION CERTIFICATE NUMBER ADDED TO THE   *
000199*                   MASTER RECORD AND THE TRANSACTION CARD FOR  *
000199*                   THE BILLING-GENERATION SALES TAX, AND SHOWN *
000199*                   ON A TAX LINE UNDER THE BEFORE AND AFTER    *
000199*                   IMAGES.  A JURISDICTION CODE NOT ON         *
000199*                   TAXRATE, AN EXEMPT FLAG OTHER THAN Y OR N,  *
000199*                   OR AN EXEMPT ACCOUNT WITH NO CERTIFICATE    *
000199*                   NUMBER REJECTS THE CARD.                    *
000200******************************************************************
000210*  TRANSACTION CARD (CUSTTRAN):  ACTION X(1) A/C/D, ACCOUNT     *
000220*  X(6), THEN NAME X(15), ADDRESS X(35), PHONE X(13), PAYMENT  *
000224*  TERMS DAYS 9(3), CREDIT LIMIT 9(7)V99, AND CREDIT HOLD X(1) *
000230*  Y/N.  ON A CHANGE, A BLANK FIELD KEEPS THE MASTER VALUE;    *
000240*  ONLY THE FIELDS KEYED ON THE CARD OVERLAY THE RECORD.  KEY  *
000241*  ZEROS IN THE LIMIT TO TAKE AN ACCOUNT'S LIMIT OFF.          *
000241*  THEN TAX JURISDICTION X(16) - UP TO FOUR TAXRATE CODES,     *
000242*  STATE, COUNTY, CITY, DISTRICT - TAX-EXEMPT FLAG X(1) Y/N,   *
000243*  AND EXEMPTION CERTIFICATE NUMBER X(15).  EVERY CODE KEYED   *
000244*  MUST BE ON TAXRATE, AND AN EXEMPT ACCOUNT MUST HAVE ITS     *
000245*  CERTIFICATE NUMBER ON FILE.                                 *
000250******************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000430         ACCESS MODE  IS SEQUENTIAL
000440         FILE STATUS  IS WS-AUDIT-STATUS.

000442     SELECT TAX-RATE-FILE          ASSIGN TO TAXRATE
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         ACCESS MODE  IS SEQUENTIAL
000448         FILE STATUS  IS WS-TAX-FILE-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER-FILE
000520     05  MST-ADDR                PIC X(35).
000530     05  MST-PHONE               PIC X(13).
000535     05  MST-TERMS-DAYS          PIC 9(03).
000536     05  MST-CREDIT-LIMIT        PIC 9(07)V99.
000536     05  MST-CREDIT-HOLD         PIC X(01).
000537     05  MST-TAX-JURISDICTION    PIC X(16).
000538     05  MST-TAX-EXEMPT          PIC X(01).
000539     05  MST-EXEMPT-CERT-NO      PIC X(15).

000540 FD  MAINTENANCE-TRAN-FILE
000550     RECORDING MODE IS F.
000630     05  TRAN-ADDR               PIC X(35).
000640     05  TRAN-PHONE              PIC X(13).
000645     05  TRAN-TERMS-DAYS         PIC 9(03).
000646     05  TRAN-CREDIT-LIMIT       PIC 9(07)V99.
000646     05  TRAN-CREDIT-LIMIT-X REDEFINES TRAN-CREDIT-LIMIT
000646                                 PIC X(09).
000647     05  TRAN-CREDIT-HOLD        PIC X(01).
000647         88  TRAN-HOLD-IS-VALID      VALUE SPACE 'Y' 'N'.
000648     05  TRAN-TAX-JURISDICTION.
000648         10  TRAN-JURIS-CODE     PIC X(04) OCCURS 4 TIMES.
000648     05  TRAN-TAX-EXEMPT         PIC X(01).
000649         88  TRAN-EXEMPT-IS-VALID    VALUE SPACE 'Y' 'N'.
000649     05  TRAN-EXEMPT-CERT-NO     PIC X(15).

000650 FD  NEW-MASTER-FILE
000660     RECORDING MODE IS F.
000700     05  NEW-MST-ADDR            PIC X(35).
000710     05  NEW-MST-PHONE           PIC X(13).
000715     05  NEW-MST-TERMS-DAYS      PIC 9(03).
000716     05  NEW-MST-CREDIT-LIMIT    PIC 9(07)V99.
000716     05  NEW-MST-CREDIT-HOLD     PIC X(01).
000717     05  NEW-MST-TAX-JURISDICTION PIC X(16).
000718     05  NEW-MST-TAX-EXEMPT      PIC X(01).
000719     05  NEW-MST-EXEMPT-CERT-NO  PIC X(15).

000720 FD  AUDIT-REPORT-FILE
000730     RECORD CONTAINS 132 CHARACTERS
000740     RECORDING MODE IS F.
000750 01  AUDIT-PRINT-RECORD          PIC X(132).

000751 FD  TAX-RATE-FILE
000752     RECORDING MODE IS F.
000753 01  TR-RATE-RECORD.
000754     05  TR-FILE-JURISDICTION-CODE  PIC X(04).
000755     05  TR-FILE-JURISDICTION-RATE  PIC 99V999.

000760 WORKING-STORAGE SECTION.
000770 01  WS-CUST-MST-STATUS          PIC X(02).
000780     88  WS-CUST-MST-OK              VALUE '00'.
000840     88  WS-NEW-MST-OK               VALUE '00'.
000850 01  WS-AUDIT-STATUS             PIC X(02).
000860     88  WS-AUDIT-OK                 VALUE '00'.
000862 01  WS-TAX-FILE-STATUS          PIC X(02).
000864     88  WS-TAX-OK                   VALUE '00'.
000866     88  WS-TAX-EOF                  VALUE '10'.

000870***
000880*** THE WHOLE CUSTOMER MASTER LOADS INTO THIS TABLE, THE
000970         10  CT-ADDR           PIC X(35).
000980         10  CT-PHONE          PIC X(13).
000985         10  CT-TERMS-DAYS     PIC 9(03).
000986         10  CT-CREDIT-LIMIT   PIC 9(07)V99.
000986         10  CT-CREDIT-HOLD    PIC X(01).
000986         10  CT-TAX-JURISDICTION PIC X(16).
000986         10  CT-TAX-EXEMPT     PIC X(01).
000986         10  CT-EXEMPT-CERT-NO PIC X(15).

000987***
000987*** THE TAXRATE JURISDICTION CODES, SAME SHAPE AS INTRNUM'S TABLE,
000987*** SO A CARD CANNOT PUT A CODE ON THE MASTER THAT BILLING WOULD
000987*** HAVE NO RATE FOR.
000987 01  TAX-RATE-COUNT              PIC 9(02) VALUE ZERO.
000988 01  TAX-RATE-TABLE.
000988     05  TAX-RATE-ENTRY  OCCURS 1 TO 20 TIMES
000988                         DEPENDING ON TAX-RATE-COUNT
000988                         INDEXED BY TAX-RATE-IDX.
000988         10  TR-JURISDICTION-CODE  PIC X(04).
000989         10  TR-JURISDICTION-RATE  PIC 99V999.
000989 77  WS-JURIS-SUB                PIC 9(01).
000989 77  WS-EXEMPT-AFTER             PIC X(01).
000989 77  WS-CERT-AFTER               PIC X(15).

000990 77  RPT-LINE                    PIC X(132).
001000 77  LINE-POS                    PIC S9(3).
001190     05  WS-IMAGE-ADDR           PIC X(35).
001200     05  WS-IMAGE-PHONE          PIC X(13).
001205     05  WS-IMAGE-TERMS-DAYS     PIC 9(03).
001206     05  WS-IMAGE-CREDIT-LIMIT   PIC $$,$$$,$$9.99.
001206     05  WS-IMAGE-CREDIT-HOLD    PIC X(01).
001207     05  WS-IMAGE-TAX-JURISDICTION PIC X(16).
001208     05  WS-IMAGE-TAX-EXEMPT     PIC X(01).
001209     05  WS-IMAGE-EXEMPT-CERT-NO PIC X(15).

001210 PROCEDURE DIVISION.
001220******************************************************************
001400     OPEN OUTPUT AUDIT-REPORT-FILE.
001410     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
001420     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
001425     PERFORM 1300-LOAD-TAX-RATES THRU 1300-EXIT.
001430     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
001440 1000-EXIT.
001450     EXIT.
001772                 ELSE
001773                     MOVE 30 TO CT-TERMS-DAYS(CUSTOMER-COUNT)
001774                 END-IF
001775*                AND ONE WRITTEN BEFORE THE CREDIT FIELDS CARRIES
001775*                NO LIMIT AND NO HOLD.
001775                 IF MST-CREDIT-LIMIT NUMERIC
001775                     MOVE MST-CREDIT-LIMIT
001775                         TO CT-CREDIT-LIMIT(CUSTOMER-COUNT)
001775                 ELSE
001775                     MOVE ZERO TO CT-CREDIT-LIMIT(CUSTOMER-COUNT)
001775                 END-IF
001775                 IF MST-CREDIT-HOLD = 'Y'
001775                     MOVE 'Y' TO CT-CREDIT-HOLD(CUSTOMER-COUNT)
001775                 ELSE
001775                     MOVE 'N' TO CT-CREDIT-HOLD(CUSTOMER-COUNT)
001775                 END-IF
001775*                AND ONE WRITTEN BEFORE THE TAX FIELDS HAS NO
001775*                JURISDICTION AND IS NOT EXEMPT.
001775                 MOVE MST-TAX-JURISDICTION
001775                     TO CT-TAX-JURISDICTION(CUSTOMER-COUNT)
001775                 IF MST-TAX-EXEMPT = 'Y'
001775                     MOVE 'Y' TO CT-TAX-EXEMPT(CUSTOMER-COUNT)
001775                 ELSE
001775                     MOVE 'N' TO CT-TAX-EXEMPT(CUSTOMER-COUNT)
001775                 END-IF
001775                 MOVE MST-EXEMPT-CERT-NO
001775                     TO CT-EXEMPT-CERT-NO(CUSTOMER-COUNT)
001776             ELSE
001780                 DISPLAY 'CUSTOMER TABLE FULL - MASTER RECORD '
001790                     'SKIPPED: ' MST-ACCT-NO
001910     END-STRING.
001920     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
001930 1200-EXIT.
001931     EXIT.

001931******************************************************************
001931*  1300-LOAD-TAX-RATES                                          *
001931*  THE TAXRATE JURISDICTION TABLE.  WITHOUT IT NO JURISDICTION  *
001932*  CAN BE CHECKED, SO EVERY CARD THAT KEYS ONE REJECTS.         *
001932******************************************************************
001932 1300-LOAD-TAX-RATES.
001932     MOVE ZERO TO TAX-RATE-COUNT.
001933     OPEN INPUT TAX-RATE-FILE.
001933     IF NOT WS-TAX-OK
001933         DISPLAY 'NO TAX RATE TABLE ON FILE - CARDS KEYING A TAX '
001933             'JURISDICTION WILL REJECT'
001934         GO TO 1300-EXIT
001934     END-IF.
001934     PERFORM 1350-READ-TAX-RATE THRU 1350-EXIT
001934         UNTIL WS-TAX-EOF.
001935     CLOSE TAX-RATE-FILE.
001935 1300-EXIT.
001935     EXIT.

001935 1350-READ-TAX-RATE.
001936     READ TAX-RATE-FILE
001936         AT END
001936             SET WS-TAX-EOF TO TRUE
001936         NOT AT END
001937             IF TAX-RATE-COUNT < 20
001937                 ADD 1 TO TAX-RATE-COUNT
001937                 MOVE TR-FILE-JURISDICTION-CODE
001937                     TO TR-JURISDICTION-CODE(TAX-RATE-COUNT)
001938                 MOVE TR-FILE-JURISDICTION-RATE
001938                     TO TR-JURISDICTION-RATE(TAX-RATE-COUNT)
001938             ELSE
001938                 DISPLAY 'TAX RATE TABLE FULL - RATE SKIPPED: '
001939                     TR-FILE-JURISDICTION-CODE
001939             END-IF
001939     END-READ.
001939 1350-EXIT.
001940     EXIT.

001950******************************************************************
002200         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002210         GO TO 2200-EXIT
002220     END-IF.
002221     IF TRAN-CREDIT-LIMIT-X NOT = SPACES
002221         AND TRAN-CREDIT-LIMIT NOT NUMERIC
002221         MOVE 'CREDIT LIMIT IS NOT NUMERIC' TO WS-REJECT-REASON
002222         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002222         GO TO 2200-EXIT
002222     END-IF.
002223     IF NOT TRAN-HOLD-IS-VALID
002223         MOVE 'CREDIT HOLD FLAG IS NOT Y OR N' TO WS-REJECT-REASON
002223         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002224         GO TO 2200-EXIT
002224     END-IF.
002224     IF NOT TRAN-EXEMPT-IS-VALID
002225         MOVE 'TAX-EXEMPT FLAG IS NOT Y OR N' TO WS-REJECT-REASON
002225         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002226         GO TO 2200-EXIT
002226     END-IF.
002226     MOVE SPACES TO WS-REJECT-REASON.
002227     PERFORM 2250-CHECK-ONE-JURISDICTION THRU 2250-EXIT
002227         VARYING WS-JURIS-SUB FROM 1 BY 1
002227         UNTIL WS-JURIS-SUB > 4
002228             OR WS-REJECT-REASON NOT = SPACES.
002228     IF WS-REJECT-REASON NOT = SPACES
002228         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002229         GO TO 2200-EXIT
002229     END-IF.
002230     PERFORM 2600-FIND-ACCOUNT THRU 2600-EXIT.
002240     EVALUATE TRUE
002250         WHEN TRAN-IS-ADD
002340             PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002350     END-EVALUATE.
002360 2200-EXIT.
002361     EXIT.

002361******************************************************************
002361*  2250-CHECK-ONE-JURISDICTION                                  *
002362*  A JURISDICTION CODE KEYED ON THE CARD MUST BE ON TAXRATE.    *
002362*  WS-REJECT-REASON COMES BACK BLANK WHEN IT IS.                *
002362******************************************************************
002363 2250-CHECK-ONE-JURISDICTION.
002363     IF TRAN-JURIS-CODE(WS-JURIS-SUB) = SPACES
002363         GO TO 2250-EXIT
002364     END-IF.
002364     SET TAX-RATE-IDX TO 1.
002364     SEARCH TAX-RATE-ENTRY
002365         AT END
002365             MOVE 1 TO LINE-POS
002365             STRING 'TAX JURISDICTION '
002366                    TRAN-JURIS-CODE(WS-JURIS-SUB)
002366                    ' NOT ON TAXRATE'
002366                 DELIMITED BY SIZE
002367                 INTO WS-REJECT-REASON
002367                 WITH POINTER LINE-POS
002367             END-STRING
002368         WHEN TR-JURISDICTION-CODE(TAX-RATE-IDX) =
002368                 TRAN-JURIS-CODE(WS-JURIS-SUB)
002368             CONTINUE
002369     END-SEARCH.
002369 2250-EXIT.
002370     EXIT.

002380******************************************************************
002510         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002520         GO TO 2300-EXIT
002530     END-IF.
002531     IF TRAN-TAX-EXEMPT = 'Y'
002532         AND TRAN-EXEMPT-CERT-NO = SPACES
002533         MOVE 'TAX-EXEMPT WITH NO CERTIFICATE NUMBER'
002534             TO WS-REJECT-REASON
002535         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002536         GO TO 2300-EXIT
002537     END-IF.
002540     PERFORM 2350-FIND-INSERT-POINT THRU 2350-EXIT.
002550     ADD 1 TO CUSTOMER-COUNT.
002560     PERFORM 2370-SHIFT-ONE-ENTRY-DOWN THRU 2370-EXIT
002625     ELSE
002626         MOVE 30 TO CT-TERMS-DAYS(WS-INSERT-SUB)
002627     END-IF.
002628     IF TRAN-CREDIT-LIMIT NUMERIC
002628         MOVE TRAN-CREDIT-LIMIT TO CT-CREDIT-LIMIT(WS-INSERT-SUB)
002628     ELSE
002628         MOVE ZERO TO CT-CREDIT-LIMIT(WS-INSERT-SUB)
002628     END-IF.
002628     IF TRAN-CREDIT-HOLD = 'Y'
002628         MOVE 'Y' TO CT-CREDIT-HOLD(WS-INSERT-SUB)
002628     ELSE
002628         MOVE 'N' TO CT-CREDIT-HOLD(WS-INSERT-SUB)
002629     END-IF.
002629     MOVE TRAN-TAX-JURISDICTION
002629         TO CT-TAX-JURISDICTION(WS-INSERT-SUB).
002629     IF TRAN-TAX-EXEMPT = 'Y'
002629         MOVE 'Y' TO CT-TAX-EXEMPT(WS-INSERT-SUB)
002629     ELSE
002629         MOVE 'N' TO CT-TAX-EXEMPT(WS-INSERT-SUB)
002629     END-IF.
002629     MOVE TRAN-EXEMPT-CERT-NO TO CT-EXEMPT-CERT-NO(WS-INSERT-SUB).
002630     ADD 1 TO WS-ADDS-APPLIED.
002640     MOVE WS-INSERT-SUB TO WS-MST-SUB.
002650     PERFORM 3100-WRITE-AFTER-LINE THRU 3100-EXIT.
002920         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002930         GO TO 2400-EXIT
002940     END-IF.
002941     MOVE CT-TAX-EXEMPT(WS-FOUND-SUB)     TO WS-EXEMPT-AFTER.
002941     MOVE CT-EXEMPT-CERT-NO(WS-FOUND-SUB) TO WS-CERT-AFTER.
002942     IF TRAN-TAX-EXEMPT NOT = SPACE
002942         MOVE TRAN-TAX-EXEMPT TO WS-EXEMPT-AFTER
002943     END-IF.
002944     IF TRAN-EXEMPT-CERT-NO NOT = SPACES
002944         MOVE TRAN-EXEMPT-CERT-NO TO WS-CERT-AFTER
002945     END-IF.
002945     IF WS-EXEMPT-AFTER = 'Y'
002946         AND WS-CERT-AFTER = SPACES
002947         MOVE 'TAX-EXEMPT WITH NO CERTIFICATE NUMBER'
002947             TO WS-REJECT-REASON
002948         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
002948         GO TO 2400-EXIT
002949     END-IF.
002950     MOVE WS-FOUND-SUB TO WS-MST-SUB.
002960     PERFORM 3000-WRITE-BEFORE-LINE THRU 3000-EXIT.
002970     IF TRAN-NAME NOT = SPACES
003054         AND TRAN-TERMS-DAYS > ZERO
003056         MOVE TRAN-TERMS-DAYS TO CT-TERMS-DAYS(WS-FOUND-SUB)
003058     END-IF.
003059     IF TRAN-CREDIT-LIMIT NUMERIC
003059         MOVE TRAN-CREDIT-LIMIT TO CT-CREDIT-LIMIT(WS-FOUND-SUB)
003059     END-IF.
003059     IF TRAN-CREDIT-HOLD NOT = SPACE
003059         MOVE TRAN-CREDIT-HOLD TO CT-CREDIT-HOLD(WS-FOUND-SUB)
003059     END-IF.
003059     IF TRAN-TAX-JURISDICTION NOT = SPACES
003059         MOVE TRAN-TAX-JURISDICTION
003059             TO CT-TAX-JURISDICTION(WS-FOUND-SUB)
003059     END-IF.
003059     MOVE WS-EXEMPT-AFTER TO CT-TAX-EXEMPT(WS-FOUND-SUB).
003059     MOVE WS-CERT-AFTER   TO CT-EXEMPT-CERT-NO(WS-FOUND-SUB).
003060     ADD 1 TO WS-CHANGES-APPLIED.
003070     PERFORM 3100-WRITE-AFTER-LINE THRU 3100-EXIT.
003080 2400-EXIT.
003600     MOVE CT-ADDR(WS-MST-SUB)    TO WS-IMAGE-ADDR.
003610     MOVE CT-PHONE(WS-MST-SUB)   TO WS-IMAGE-PHONE.
003615     MOVE CT-TERMS-DAYS(WS-MST-SUB) TO WS-IMAGE-TERMS-DAYS.
003616     MOVE CT-CREDIT-LIMIT(WS-MST-SUB) TO WS-IMAGE-CREDIT-LIMIT.
003616     MOVE CT-CREDIT-HOLD(WS-MST-SUB) TO WS-IMAGE-CREDIT-HOLD.
003617     MOVE CT-TAX-JURISDICTION(WS-MST-SUB)
003617         TO WS-IMAGE-TAX-JURISDICTION.
003618     MOVE CT-TAX-EXEMPT(WS-MST-SUB) TO WS-IMAGE-TAX-EXEMPT.
003618     MOVE CT-EXEMPT-CERT-NO(WS-MST-SUB)
003619         TO WS-IMAGE-EXEMPT-CERT-NO.
003620     MOVE SPACES TO RPT-LINE.
003630     MOVE 1 TO LINE-POS.
003640     STRING
003680            DELIMITED BY SIZE
003685        ' TERMS ' WS-IMAGE-TERMS-DAYS
003686            DELIMITED BY SIZE
003687        ' LIMIT ' WS-IMAGE-CREDIT-LIMIT
003688        ' HOLD ' WS-IMAGE-CREDIT-HOLD
003689            DELIMITED BY SIZE
003690        INTO RPT-LINE
003700        WITH POINTER LINE-POS
003710     END-STRING.
003720     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
003725     PERFORM 3150-WRITE-TAX-IMAGE THRU 3150-EXIT.
003730 3000-EXIT.
003740     EXIT.

003810     MOVE CT-ADDR(WS-MST-SUB)    TO WS-IMAGE-ADDR.
003820     MOVE CT-PHONE(WS-MST-SUB)   TO WS-IMAGE-PHONE.
003825     MOVE CT-TERMS-DAYS(WS-MST-SUB) TO WS-IMAGE-TERMS-DAYS.
003826     MOVE CT-CREDIT-LIMIT(WS-MST-SUB) TO WS-IMAGE-CREDIT-LIMIT.
003826     MOVE CT-CREDIT-HOLD(WS-MST-SUB) TO WS-IMAGE-CREDIT-HOLD.
003827     MOVE CT-TAX-JURISDICTION(WS-MST-SUB)
003827         TO WS-IMAGE-TAX-JURISDICTION.
003828     MOVE CT-TAX-EXEMPT(WS-MST-SUB) TO WS-IMAGE-TAX-EXEMPT.
003828     MOVE CT-EXEMPT-CERT-NO(WS-MST-SUB)
003829         TO WS-IMAGE-EXEMPT-CERT-NO.
003830     MOVE SPACES TO RPT-LINE.
003840     MOVE 1 TO LINE-POS.
003850     STRING
003890            DELIMITED BY SIZE
003895        ' TERMS ' WS-IMAGE-TERMS-DAYS
003896            DELIMITED BY SIZE
003897        ' LIMIT ' WS-IMAGE-CREDIT-LIMIT
003898        ' HOLD ' WS-IMAGE-CREDIT-HOLD
003899            DELIMITED BY SIZE
003900        INTO RPT-LINE
003910        WITH POINTER LINE-POS
003920     END-STRING.
003930     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
003935     PERFORM 3150-WRITE-TAX-IMAGE THRU 3150-EXIT.
003940 3100-EXIT.
003941     EXIT.

003941******************************************************************
003941*  3150-WRITE-TAX-IMAGE                                         *
003942*  THE TAX FIELDS OF THE IMAGE JUST PRINTED, ON A LINE OF THEIR *
003942*  OWN UNDER IT.                                                *
003943******************************************************************
003943 3150-WRITE-TAX-IMAGE.
003944     MOVE SPACES TO RPT-LINE.
003944     MOVE 1 TO LINE-POS.
003944     STRING
003945        '                TAX JURISDICTION '
003945            DELIMITED BY SIZE
003946        WS-IMAGE-TAX-JURISDICTION ' EXEMPT ' WS-IMAGE-TAX-EXEMPT
003946            DELIMITED BY SIZE
003947        ' CERTIFICATE ' WS-IMAGE-EXEMPT-CERT-NO
003947            DELIMITED BY SIZE
003947        INTO RPT-LINE
003948        WITH POINTER LINE-POS
003948     END-STRING.
003949     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
003949 3150-EXIT.
003950     EXIT.

003960******************************************************************
004290     MOVE CT-ADDR(WS-MST-SUB)    TO NEW-MST-ADDR.
004300     MOVE CT-PHONE(WS-MST-SUB)   TO NEW-MST-PHONE.
004305     MOVE CT-TERMS-DAYS(WS-MST-SUB) TO NEW-MST-TERMS-DAYS.
004306     MOVE CT-CREDIT-LIMIT(WS-MST-SUB) TO NEW-MST-CREDIT-LIMIT.
004306     MOVE CT-CREDIT-HOLD(WS-MST-SUB) TO NEW-MST-CREDIT-HOLD.
004307     MOVE CT-TAX-JURISDICTION(WS-MST-SUB)
004308         TO NEW-MST-TAX-JURISDICTION.
004308     MOVE CT-TAX-EXEMPT(WS-MST-SUB) TO NEW-MST-TAX-EXEMPT.
004309     MOVE CT-EXEMPT-CERT-NO(WS-MST-SUB) TO NEW-MST-EXEMPT-CERT-NO.
004310     WRITE NEW-MST-RECORD.
004320     IF NOT WS-NEW-MST-OK
004330         DISPLAY 'NEW MASTER WRITE ERROR: ' WS-NEW-MST-STATUS
