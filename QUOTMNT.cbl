000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    QUOTMNT.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/13/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/13/2026  RH   ORIGINAL VENDOR QUOTE MAINTENANCE RUN.      *
000120*                   APPLIES ADD/CHANGE/DELETE CARDS KEYED BY    *
000130*                   PRODUCT AND VENDOR TO THE PRODQUOT FILE THE *
000140*                   PRICE LOOKUP AND THE COMPETITIVENESS REPORT *
000150*                   READ, GIVES EVERY QUOTE AN EFFECTIVE AND AN *
000160*                   EXPIRY DATE, WRITES THE UPDATED FILE IN KEY *
000170*                   ORDER TO PRODQUON, AND PRINTS AN AUDIT      *
000180*                   LISTING WITH A BEFORE AND AFTER IMAGE FOR   *
000190*                   EVERY CARD APPLIED AND A REJECT LINE FOR    *
000200*                   EVERY ONE THAT COULD NOT BE.                *
000201*  10/15/2026  RH   A CHANGE CARD THAT LEAVES AN UNDATED QUOTE  *
000202*                   WITH ONLY ONE OF ITS DATES IS REJECTED; IT  *
000203*                   MUST SUPPLY BOTH.  A QUOTE CARRIED FORWARD  *
000204*                   WITH ZERO DATES COUNTS AND LISTS AS UNDATED *
000205*                   ON THE NEXT LOAD, THE SAME AS A BLANK ONE.  *
000210******************************************************************
000220*  TRANSACTION CARD (QUOTTRAN):  ACTION X(1) A/C/D, PRODUCT     *
000230*  NUMBER 9(9), VENDOR ID X(5), THEN VENDOR PRICE 9(6),         *
000240*  EFFECTIVE DATE AND EXPIRY DATE, BOTH CCYYMMDD.  AN ADD NEEDS *
000250*  ALL THREE.  ON A CHANGE, A BLANK FIELD KEEPS THE FILE VALUE. *
000260*  A DELETE NEEDS ONLY THE KEY.  THE VENDOR ON AN ADD OR CHANGE *
000270*  MUST BE ON THE VENDOR MASTER (VENDMST), THE KEY MUST NOT     *
000280*  ALREADY BE ON FILE FOR AN ADD, AND THE QUOTE CANNOT EXPIRE   *
000290*  BEFORE IT TAKES EFFECT.  A QUOTE IS IN EFFECT FROM ITS       *
000300*  EFFECTIVE DATE THROUGH ITS EXPIRY DATE, BOTH INCLUSIVE.      *
000310*                                                               *
000320*  A RECORD ON PRODQUOT WITH NO DATES - ONE KEYED BY HAND BEFORE*
000330*  QUOTES WERE DATED - IS CARRIED WITH ZERO DATES AND LISTED ON *
000340*  THE AUDIT.  IT IS IN EFFECT NOWHERE UNTIL A CHANGE CARD DATES*
000350*  IT, AND THAT CARD MUST CARRY BOTH DATES.  A SECOND RECORD    *
000355*  FOR A KEY ALREADY LOADED IS DROPPED AND LISTED.  PRODQUON    *
000360*  REPLACES PRODQUOT AFTER THE RUN.                             *
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PRODUCT-QUOTE-FILE     ASSIGN TO PRODQUOT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         ACCESS MODE  IS SEQUENTIAL
000440         FILE STATUS  IS WS-QUOTE-FILE-STATUS.

000450     SELECT MAINTENANCE-TRAN-FILE  ASSIGN TO QUOTTRAN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         ACCESS MODE  IS SEQUENTIAL
000480         FILE STATUS  IS WS-TRAN-STATUS.

000490     SELECT NEW-QUOTE-FILE         ASSIGN TO PRODQUON
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-NEW-QUOTE-STATUS.

000530     SELECT AUDIT-REPORT-FILE      ASSIGN TO QUOTAUDT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         ACCESS MODE  IS SEQUENTIAL
000560         FILE STATUS  IS WS-AUDIT-STATUS.

000570     SELECT VENDOR-MASTER-FILE     ASSIGN TO VENDMST
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         ACCESS MODE  IS SEQUENTIAL
000600         FILE STATUS  IS WS-VENDOR-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRODUCT-QUOTE-FILE
000640     RECORDING MODE IS F.
000650 01  PQ-QUOTE-RECORD.
000660     05  PQ-PRODUCT-NUMBER     PIC 9(09).
000670     05  PQ-VENDOR-ID          PIC X(05).
000680     05  PQ-VENDOR-PRICE       PIC 9(06).
000690     05  PQ-EFFECTIVE-DATE     PIC 9(08).
000700     05  PQ-EXPIRY-DATE        PIC 9(08).

000710 FD  MAINTENANCE-TRAN-FILE
000720     RECORDING MODE IS F.
000730 01  TRAN-RECORD.
000740     05  TRAN-ACTION             PIC X(01).
000750         88  TRAN-IS-ADD             VALUE 'A'.
000760         88  TRAN-IS-CHANGE          VALUE 'C'.
000770         88  TRAN-IS-DELETE          VALUE 'D'.
000780     05  TRAN-KEY.
000790         10  TRAN-PRODUCT-NUMBER PIC 9(09).
000800         10  TRAN-VENDOR-ID      PIC X(05).
000810     05  TRAN-VENDOR-PRICE       PIC 9(06).
000820     05  TRAN-VENDOR-PRICE-X REDEFINES TRAN-VENDOR-PRICE
000830                                 PIC X(06).
000840     05  TRAN-EFFECTIVE-DATE     PIC X(08).
000850     05  TRAN-EXPIRY-DATE        PIC X(08).

000860 FD  NEW-QUOTE-FILE
000870     RECORDING MODE IS F.
000880 01  NEW-PQ-QUOTE-RECORD.
000890     05  NEW-PQ-PRODUCT-NUMBER PIC 9(09).
000900     05  NEW-PQ-VENDOR-ID      PIC X(05).
000910     05  NEW-PQ-VENDOR-PRICE   PIC 9(06).
000920     05  NEW-PQ-EFFECTIVE-DATE PIC 9(08).
000930     05  NEW-PQ-EXPIRY-DATE    PIC 9(08).

000940 FD  AUDIT-REPORT-FILE
000950     RECORD CONTAINS 132 CHARACTERS
000960     RECORDING MODE IS F.
000970 01  AUDIT-PRINT-RECORD          PIC X(132).

000980 FD  VENDOR-MASTER-FILE
000990     RECORDING MODE IS F.
001000 01  VM-VENDOR-RECORD.
001010     05  VM-VENDOR-ID          PIC X(05).
001020     05  VM-VENDOR-NAME        PIC X(30).

001030 WORKING-STORAGE SECTION.
001040 01  WS-QUOTE-FILE-STATUS        PIC X(02).
001050     88  WS-QUOTE-OK                 VALUE '00'.
001060     88  WS-QUOTE-EOF                VALUE '10'.
001070 01  WS-TRAN-STATUS              PIC X(02).
001080     88  WS-TRAN-OK                  VALUE '00'.
001090     88  WS-TRAN-EOF                 VALUE '10'.
001100 01  WS-NEW-QUOTE-STATUS         PIC X(02).
001110     88  WS-NEW-QUOTE-OK             VALUE '00'.
001120 01  WS-AUDIT-STATUS             PIC X(02).
001130     88  WS-AUDIT-OK                 VALUE '00'.
001140 01  WS-VENDOR-STATUS            PIC X(02).
001150     88  WS-VENDOR-OK                VALUE '00'.
001160     88  WS-VENDOR-EOF               VALUE '10'.

001170***
001180*** THE WHOLE QUOTE FILE LOADS INTO THIS TABLE IN PRODUCT AND
001190*** VENDOR ORDER, THE CARDS APPLY AGAINST IT IN PLACE, AND THE
001200*** TABLE WRITES BACK OUT IN THAT ORDER AT END OF RUN.
001210 01  QUOTE-COUNT                 PIC 9(03) VALUE ZERO.
001220 01  QUOTE-TABLE.
001230     05  QUOTE-ENTRY     OCCURS 1 TO 500 TIMES
001240                         DEPENDING ON QUOTE-COUNT.
001250         10  QT-KEY.
001260             15  QT-PRODUCT-NUMBER PIC 9(09).
001270             15  QT-VENDOR-ID      PIC X(05).
001280         10  QT-VENDOR-PRICE   PIC 9(06).
001290         10  QT-EFFECTIVE-DATE PIC 9(08).
001300         10  QT-EXPIRY-DATE    PIC 9(08).

001310***
001320*** THE VENDOR MASTER, SO A CARD CANNOT PUT A QUOTE ON FILE FROM
001330*** A VENDOR PURCHASING DOES NOT BUY FROM.
001340 01  VENDOR-COUNT                PIC 9(03) VALUE ZERO.
001350 01  VENDOR-TABLE.
001360     05  VENDOR-ENTRY    OCCURS 1 TO 200 TIMES
001370                         DEPENDING ON VENDOR-COUNT
001380                         INDEXED BY VENDOR-IDX.
001390         10  VT-VENDOR-ID      PIC X(05).
001400         10  VT-VENDOR-NAME    PIC X(30).

001410 01  WS-SEARCH-KEY.
001420     05  WS-SEARCH-PRODUCT       PIC 9(09).
001430     05  WS-SEARCH-VENDOR        PIC X(05).

001440 77  RPT-LINE                    PIC X(132).
001450 77  LINE-POS                    PIC S9(3).
001460 77  WS-CURRENT-DATE-TIME        PIC X(21).
001470 77  WS-QT-SUB                   PIC 9(03).
001480 77  WS-FOUND-SUB                PIC 9(03).
001490 77  WS-INSERT-SUB               PIC 9(03).
001500 77  WS-SHIFT-SUB                PIC 9(03).
001510 77  WS-QUOTE-READ-COUNT         PIC 9(05) VALUE ZERO.
001520 77  WS-QUOTE-WRITE-COUNT        PIC 9(05) VALUE ZERO.
001530 77  WS-UNDATED-COUNT            PIC 9(05) VALUE ZERO.
001540 77  WS-DROPPED-COUNT            PIC 9(05) VALUE ZERO.
001550 77  WS-TRANS-READ               PIC 9(05) VALUE ZERO.
001560 77  WS-ADDS-APPLIED             PIC 9(05) VALUE ZERO.
001570 77  WS-CHANGES-APPLIED          PIC 9(05) VALUE ZERO.
001580 77  WS-DELETES-APPLIED          PIC 9(05) VALUE ZERO.
001590 77  WS-TRANS-REJECTED           PIC 9(05) VALUE ZERO.
001600 77  WS-REJECT-REASON            PIC X(40).
001610 77  WS-VENDOR-NAME              PIC X(30).
001620 77  WS-EFFECTIVE-AFTER          PIC 9(08).
001630 77  WS-EXPIRY-AFTER             PIC 9(08).

001640***
001650*** A CARD DATE IS CCYYMMDD WITH A REAL MONTH AND DAY.
001660 01  WS-CHECK-DATE.
001670     05  WS-CHECK-CCYY           PIC 9(04).
001680     05  WS-CHECK-MM             PIC 9(02).
001690         88  WS-CHECK-MM-VALID       VALUE 01 THRU 12.
001700     05  WS-CHECK-DD             PIC 9(02).
001710         88  WS-CHECK-DD-VALID       VALUE 01 THRU 31.
001720 77  WS-CHECK-DATE-VALID         PIC X(01).
001730     88  WS-CHECK-DATE-IS-VALID      VALUE 'Y'.

001740***
001750*** BEFORE AND AFTER IMAGES FOR THE AUDIT LISTING.
001760 01  WS-IMAGE-AREA.
001770     05  WS-IMAGE-PRODUCT-NUMBER PIC 9(09).
001780     05  WS-IMAGE-VENDOR-ID      PIC X(05).
001790     05  WS-IMAGE-VENDOR-PRICE   PIC Z(5)9.
001800     05  WS-IMAGE-EFFECTIVE-DATE PIC 9(08).
001810     05  WS-IMAGE-EXPIRY-DATE    PIC 9(08).

001820 PROCEDURE DIVISION.
001830******************************************************************
001840*  0000-MAINLINE                                                *
001850*  LOADS THE QUOTE FILE, APPLIES EVERY TRANSACTION CARD WITH AN *
001860*  AUDIT TRAIL, THEN WRITES THE UPDATED FILE IN KEY ORDER.      *
001870******************************************************************
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001900     PERFORM 2000-PROCESS-TRAN      THRU 2000-EXIT
001910         UNTIL WS-TRAN-EOF.
001920     PERFORM 8000-WRITE-NEW-QUOTES  THRU 8000-EXIT.
001930     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001940     GOBACK.

001950******************************************************************
001960*  1000-INITIALIZE                                              *
001970******************************************************************
001980 1000-INITIALIZE.
001990     OPEN INPUT  MAINTENANCE-TRAN-FILE.
002000     OPEN OUTPUT NEW-QUOTE-FILE.
002010     OPEN OUTPUT AUDIT-REPORT-FILE.
002020     PERFORM 1200-WRITE-REPORT-HEADER THRU 1200-EXIT.
002030     PERFORM 1300-LOAD-VENDORS THRU 1300-EXIT.
002040     PERFORM 1100-LOAD-QUOTES THRU 1100-EXIT.
002050     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002060 1000-EXIT.
002070     EXIT.

002080******************************************************************
002090*  1100-LOAD-QUOTES                                             *
002100*  LOADS THE CURRENT QUOTE FILE INTO THE TABLE IN KEY ORDER - THE*
002110*  FILE WAS KEYED BY HAND AND NEED NOT BE IN ORDER.  A MISSING  *
002120*  FILE IS A VALID FIRST-TIME RUN: THE ADD CARDS BUILD IT.      *
002130******************************************************************
002140 1100-LOAD-QUOTES.
002150     MOVE ZERO TO QUOTE-COUNT.
002160     OPEN INPUT PRODUCT-QUOTE-FILE.
002170     IF NOT WS-QUOTE-OK
002180         DISPLAY 'NO PRODUCT QUOTE FILE ON FILE - BUILDING A NEW '
002190             'ONE FROM THE ADD CARDS'
002200         GO TO 1100-EXIT
002210     END-IF.
002220     PERFORM 1150-READ-QUOTE-RECORD THRU 1150-EXIT
002230         UNTIL WS-QUOTE-EOF.
002240     CLOSE PRODUCT-QUOTE-FILE.
002250 1100-EXIT.
002260     EXIT.

002270 1150-READ-QUOTE-RECORD.
002280     READ PRODUCT-QUOTE-FILE
002290         AT END
002300             SET WS-QUOTE-EOF TO TRUE
002310             GO TO 1150-EXIT
002320     END-READ.
002330     ADD 1 TO WS-QUOTE-READ-COUNT.
002340     MOVE PQ-PRODUCT-NUMBER TO WS-SEARCH-PRODUCT.
002350     MOVE PQ-VENDOR-ID      TO WS-SEARCH-VENDOR.
002360     PERFORM 2600-FIND-QUOTE THRU 2600-EXIT.
002370     IF WS-FOUND-SUB > ZERO
002380         ADD 1 TO WS-DROPPED-COUNT
002390         MOVE 'DUPLICATE KEY ON FILE - DROPPED' TO
002400             WS-REJECT-REASON
002410         PERFORM 1180-WRITE-LOAD-LINE THRU 1180-EXIT
002420         GO TO 1150-EXIT
002430     END-IF.
002440     IF QUOTE-COUNT >= 500
002450         ADD 1 TO WS-DROPPED-COUNT
002460         MOVE 'QUOTE TABLE FULL - DROPPED' TO WS-REJECT-REASON
002470         PERFORM 1180-WRITE-LOAD-LINE THRU 1180-EXIT
002480         GO TO 1150-EXIT
002490     END-IF.
002500     PERFORM 2350-FIND-INSERT-POINT THRU 2350-EXIT.
002510     ADD 1 TO QUOTE-COUNT.
002520     PERFORM 2370-SHIFT-ONE-ENTRY-DOWN THRU 2370-EXIT
002530         VARYING WS-SHIFT-SUB FROM QUOTE-COUNT BY -1
002540         UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB.
002550     MOVE PQ-PRODUCT-NUMBER TO QT-PRODUCT-NUMBER(WS-INSERT-SUB).
002560     MOVE PQ-VENDOR-ID      TO QT-VENDOR-ID(WS-INSERT-SUB).
002570     MOVE PQ-VENDOR-PRICE   TO QT-VENDOR-PRICE(WS-INSERT-SUB).
002580*    A QUOTE KEYED BEFORE QUOTES WERE DATED READS IN WITH SPACES
002590*    THERE, AND ONE CARRIED FORWARD UNDATED COMES BACK WITH ZERO
002595*    DATES.  EITHER WAY IT IS IN EFFECT NOWHERE, AND IS LISTED AS
002600*    SUCH, UNTIL A CHANGE CARD DATES IT.
002610     IF PQ-EFFECTIVE-DATE NUMERIC
002620         AND PQ-EXPIRY-DATE NUMERIC
002625         AND PQ-EXPIRY-DATE NOT = ZERO
002630         MOVE PQ-EFFECTIVE-DATE TO
002640             QT-EFFECTIVE-DATE(WS-INSERT-SUB)
002650         MOVE PQ-EXPIRY-DATE    TO QT-EXPIRY-DATE(WS-INSERT-SUB)
002660     ELSE
002670         MOVE ZERO TO QT-EFFECTIVE-DATE(WS-INSERT-SUB)
002680         MOVE ZERO TO QT-EXPIRY-DATE(WS-INSERT-SUB)
002690         ADD 1 TO WS-UNDATED-COUNT
002700         MOVE 'NO DATES - NOT IN EFFECT UNTIL DATED'
002710             TO WS-REJECT-REASON
002720         PERFORM 1180-WRITE-LOAD-LINE THRU 1180-EXIT
002730     END-IF.
002740 1150-EXIT.
002750     EXIT.

002760 1180-WRITE-LOAD-LINE.
002770     MOVE SPACES TO RPT-LINE.
002780     MOVE 1 TO LINE-POS.
002790     STRING
002800        'QUOTE FILE RECORD ' PQ-QUOTE-RECORD
002810            DELIMITED BY SIZE
002820        ' - ' WS-REJECT-REASON
002830            DELIMITED BY SIZE
002840        INTO RPT-LINE
002850        WITH POINTER LINE-POS
002860     END-STRING.
002870     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
002880 1180-EXIT.
002890     EXIT.

002900 1200-WRITE-REPORT-HEADER.
002910     MOVE SPACES TO RPT-LINE.
002920     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
002930     STRING 'VENDOR QUOTE MAINTENANCE AUDIT' SPACE 'RUN DATE'
002940            SPACE WS-CURRENT-DATE-TIME(1:8)
002950         DELIMITED BY SIZE
002960         INTO RPT-LINE
002970     END-STRING.
002980     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
002990 1200-EXIT.
003000     EXIT.

003010******************************************************************
003020*  1300-LOAD-VENDORS                                            *
003030*  THE VENDOR MASTER.  WITHOUT IT NO VENDOR CAN BE CHECKED, SO  *
003040*  EVERY ADD AND CHANGE CARD REJECTS; DELETES STILL APPLY.      *
003050******************************************************************
003060 1300-LOAD-VENDORS.
003070     MOVE ZERO TO VENDOR-COUNT.
003080     OPEN INPUT VENDOR-MASTER-FILE.
003090     IF NOT WS-VENDOR-OK
003100         DISPLAY 'NO VENDOR MASTER ON FILE - ADD AND CHANGE '
003110             'CARDS WILL REJECT'
003130         GO TO 1300-EXIT
003140     END-IF.
003150     PERFORM 1350-READ-VENDOR THRU 1350-EXIT
003160         UNTIL WS-VENDOR-EOF.
003170     CLOSE VENDOR-MASTER-FILE.
003180 1300-EXIT.
003190     EXIT.

003200 1350-READ-VENDOR.
003210     READ VENDOR-MASTER-FILE
003220         AT END
003230             SET WS-VENDOR-EOF TO TRUE
003240         NOT AT END
003250             IF VENDOR-COUNT < 200
003260                 ADD 1 TO VENDOR-COUNT
003270                 MOVE VM-VENDOR-ID   TO VT-VENDOR-ID(VENDOR-COUNT)
003280                 MOVE VM-VENDOR-NAME TO
003290                     VT-VENDOR-NAME(VENDOR-COUNT)
003300             ELSE
003310                 DISPLAY 'VENDOR TABLE FULL - VENDOR SKIPPED: '
003320                     VM-VENDOR-ID
003330             END-IF
003340     END-READ.
003350 1350-EXIT.
003360     EXIT.

003370******************************************************************
003380*  2000-PROCESS-TRAN                                            *
003390*  APPLIES ONE TRANSACTION CARD, THEN READS THE NEXT ONE.       *
003400******************************************************************
003410 2000-PROCESS-TRAN.
003420     ADD 1 TO WS-TRANS-READ.
003430     PERFORM 2200-APPLY-TRAN THRU 2200-EXIT.
003440     PERFORM 2100-READ-TRAN  THRU 2100-EXIT.
003450 2000-EXIT.
003460     EXIT.

003470 2100-READ-TRAN.
003480     READ MAINTENANCE-TRAN-FILE
003490         AT END
003500             SET WS-TRAN-EOF TO TRUE
003510     END-READ.
003520 2100-EXIT.
003530     EXIT.

003540******************************************************************
003550*  2200-APPLY-TRAN                                              *
003560*  DISPATCHES ON THE ACTION CODE.  A BAD KEY, A PRICE OR DATE   *
003570*  THAT IS KEYED BUT NOT VALID, OR AN UNKNOWN ACTION REJECTS THE*
003580*  CARD TO THE AUDIT LISTING.                                   *
003590******************************************************************
003600 2200-APPLY-TRAN.
003610     IF TRAN-PRODUCT-NUMBER NOT NUMERIC
003620         OR TRAN-PRODUCT-NUMBER = ZERO
003630         MOVE 'PRODUCT NUMBER IS NOT NUMERIC' TO WS-REJECT-REASON
003640         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
003650         GO TO 2200-EXIT
003660     END-IF.
003670     IF TRAN-VENDOR-ID = SPACES
003680         MOVE 'VENDOR ID IS BLANK' TO WS-REJECT-REASON
003690         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
003700         GO TO 2200-EXIT
003710     END-IF.
003720     IF TRAN-VENDOR-PRICE-X NOT = SPACES
003730         AND (TRAN-VENDOR-PRICE NOT NUMERIC
003740              OR TRAN-VENDOR-PRICE = ZERO)
003750         MOVE 'VENDOR PRICE IS NOT NUMERIC' TO WS-REJECT-REASON
003760         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
003770         GO TO 2200-EXIT
003780     END-IF.
003790     IF TRAN-EFFECTIVE-DATE NOT = SPACES
003800         MOVE TRAN-EFFECTIVE-DATE TO WS-CHECK-DATE
003810         PERFORM 2700-CHECK-DATE THRU 2700-EXIT
003820         IF NOT WS-CHECK-DATE-IS-VALID
003830             MOVE 'EFFECTIVE DATE IS NOT A DATE' TO
003840                 WS-REJECT-REASON
003850             PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
003860             GO TO 2200-EXIT
003870         END-IF
003880     END-IF.
003890     IF TRAN-EXPIRY-DATE NOT = SPACES
003900         MOVE TRAN-EXPIRY-DATE TO WS-CHECK-DATE
003910         PERFORM 2700-CHECK-DATE THRU 2700-EXIT
003920         IF NOT WS-CHECK-DATE-IS-VALID
003930             MOVE 'EXPIRY DATE IS NOT A DATE' TO WS-REJECT-REASON
003940             PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
003950             GO TO 2200-EXIT
003960         END-IF
003970     END-IF.
003980     MOVE TRAN-PRODUCT-NUMBER TO WS-SEARCH-PRODUCT.
003990     MOVE TRAN-VENDOR-ID      TO WS-SEARCH-VENDOR.
004000     PERFORM 2600-FIND-QUOTE THRU 2600-EXIT.
004010     EVALUATE TRUE
004020         WHEN TRAN-IS-ADD
004030             PERFORM 2300-APPLY-ADD    THRU 2300-EXIT
004040         WHEN TRAN-IS-CHANGE
004050             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
004060         WHEN TRAN-IS-DELETE
004070             PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
004080         WHEN OTHER
004090             MOVE 'ACTION CODE IS NOT A, C, OR D'
004100                 TO WS-REJECT-REASON
004110             PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004120     END-EVALUATE.
004130 2200-EXIT.
004140     EXIT.

004150******************************************************************
004160*  2250-CHECK-VENDOR                                            *
004170*  THE CARD'S VENDOR MUST BE ON THE VENDOR MASTER.              *
004180*  WS-REJECT-REASON COMES BACK BLANK WHEN IT IS.                *
004190******************************************************************
004200 2250-CHECK-VENDOR.
004210     MOVE SPACES TO WS-REJECT-REASON.
004220     MOVE SPACES TO WS-VENDOR-NAME.
004230     IF VENDOR-COUNT = ZERO
004240         MOVE 'VENDOR NOT ON VENDOR MASTER' TO WS-REJECT-REASON
004250         GO TO 2250-EXIT
004260     END-IF.
004270     SET VENDOR-IDX TO 1.
004280     SEARCH VENDOR-ENTRY
004290         AT END
004300             MOVE 'VENDOR NOT ON VENDOR MASTER' TO
004310                 WS-REJECT-REASON
004320         WHEN VT-VENDOR-ID(VENDOR-IDX) = TRAN-VENDOR-ID
004330             MOVE VT-VENDOR-NAME(VENDOR-IDX) TO WS-VENDOR-NAME
004340     END-SEARCH.
004350 2250-EXIT.
004360     EXIT.

004370******************************************************************
004380*  2300-APPLY-ADD                                               *
004390*  INSERTS A NEW QUOTE IN KEY ORDER.  AN ADD FOR A PRODUCT AND  *
004400*  VENDOR ALREADY ON FILE REJECTS - THE CLERK WANTED A CHANGE.  *
004410******************************************************************
004420 2300-APPLY-ADD.
004430     IF WS-FOUND-SUB > ZERO
004440         MOVE 'DUPLICATE KEY - QUOTE ALREADY ON FILE'
004450             TO WS-REJECT-REASON
004460         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004470         GO TO 2300-EXIT
004480     END-IF.
004490     PERFORM 2250-CHECK-VENDOR THRU 2250-EXIT.
004500     IF WS-REJECT-REASON NOT = SPACES
004510         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004520         GO TO 2300-EXIT
004530     END-IF.
004540     IF TRAN-VENDOR-PRICE-X = SPACES
004550         OR TRAN-EFFECTIVE-DATE = SPACES
004560         OR TRAN-EXPIRY-DATE = SPACES
004570         MOVE 'ADD NEEDS PRICE, EFFECTIVE AND EXPIRY DATES'
004580             TO WS-REJECT-REASON
004590         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004600         GO TO 2300-EXIT
004610     END-IF.
004620     IF TRAN-EXPIRY-DATE < TRAN-EFFECTIVE-DATE
004630         MOVE 'EXPIRY DATE BEFORE EFFECTIVE DATE' TO
004640             WS-REJECT-REASON
004650         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004660         GO TO 2300-EXIT
004670     END-IF.
004680     IF QUOTE-COUNT >= 500
004690         MOVE 'QUOTE TABLE FULL' TO WS-REJECT-REASON
004700         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
004710         GO TO 2300-EXIT
004720     END-IF.
004730     PERFORM 2350-FIND-INSERT-POINT THRU 2350-EXIT.
004740     ADD 1 TO QUOTE-COUNT.
004750     PERFORM 2370-SHIFT-ONE-ENTRY-DOWN THRU 2370-EXIT
004760         VARYING WS-SHIFT-SUB FROM QUOTE-COUNT BY -1
004770         UNTIL WS-SHIFT-SUB <= WS-INSERT-SUB.
004780     MOVE TRAN-PRODUCT-NUMBER TO QT-PRODUCT-NUMBER(WS-INSERT-SUB).
004790     MOVE TRAN-VENDOR-ID      TO QT-VENDOR-ID(WS-INSERT-SUB).
004800     MOVE TRAN-VENDOR-PRICE   TO QT-VENDOR-PRICE(WS-INSERT-SUB).
004810     MOVE TRAN-EFFECTIVE-DATE TO QT-EFFECTIVE-DATE(WS-INSERT-SUB).
004820     MOVE TRAN-EXPIRY-DATE    TO QT-EXPIRY-DATE(WS-INSERT-SUB).
004830     ADD 1 TO WS-ADDS-APPLIED.
004840     MOVE WS-INSERT-SUB TO WS-QT-SUB.
004850     PERFORM 3100-WRITE-AFTER-LINE THRU 3100-EXIT.
004860 2300-EXIT.
004870     EXIT.

004880 2350-FIND-INSERT-POINT.
004890     MOVE 1 TO WS-INSERT-SUB.
004900     PERFORM 2360-STEP-INSERT-POINT THRU 2360-EXIT
004910         UNTIL WS-INSERT-SUB > QUOTE-COUNT
004920             OR QT-KEY(WS-INSERT-SUB) > WS-SEARCH-KEY.
004930 2350-EXIT.
004940     EXIT.

004950 2360-STEP-INSERT-POINT.
004960     ADD 1 TO WS-INSERT-SUB.
004970 2360-EXIT.
004980     EXIT.

004990 2370-SHIFT-ONE-ENTRY-DOWN.
005000     MOVE QUOTE-ENTRY(WS-SHIFT-SUB - 1)
005010         TO QUOTE-ENTRY(WS-SHIFT-SUB).
005020 2370-EXIT.
005030     EXIT.

005040******************************************************************
005050*  2400-APPLY-CHANGE                                            *
005060*  OVERLAYS THE QUOTE WITH THE NON-BLANK CARD FIELDS, WITH A    *
005070*  BEFORE AND AFTER IMAGE ON THE AUDIT LISTING.  THE DATES ARE  *
005080*  CHECKED AS THEY WILL STAND AFTER THE CHANGE, SO A CARD THAT  *
005090*  MOVES ONLY ONE OF THEM CANNOT CROSS THEM OVER, AND ONE THAT  *
005095*  DATES AN UNDATED QUOTE MUST GIVE IT BOTH DATES.              *
005100******************************************************************
005110 2400-APPLY-CHANGE.
005120     IF WS-FOUND-SUB = ZERO
005130         MOVE 'QUOTE NOT ON FILE' TO WS-REJECT-REASON
005140         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005150         GO TO 2400-EXIT
005160     END-IF.
005170     PERFORM 2250-CHECK-VENDOR THRU 2250-EXIT.
005180     IF WS-REJECT-REASON NOT = SPACES
005190         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005200         GO TO 2400-EXIT
005210     END-IF.
005220     MOVE QT-EFFECTIVE-DATE(WS-FOUND-SUB) TO WS-EFFECTIVE-AFTER.
005230     MOVE QT-EXPIRY-DATE(WS-FOUND-SUB)    TO WS-EXPIRY-AFTER.
005240     IF TRAN-EFFECTIVE-DATE NOT = SPACES
005250         MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-AFTER
005260     END-IF.
005270     IF TRAN-EXPIRY-DATE NOT = SPACES
005280         MOVE TRAN-EXPIRY-DATE TO WS-EXPIRY-AFTER
005290     END-IF.
005292     IF WS-EFFECTIVE-AFTER = ZERO
005294         OR WS-EXPIRY-AFTER = ZERO
005295         MOVE 'UNDATED QUOTE NEEDS BOTH DATES' TO WS-REJECT-REASON
005296         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005297         GO TO 2400-EXIT
005298     END-IF.
005300     IF WS-EXPIRY-AFTER < WS-EFFECTIVE-AFTER
005310         MOVE 'EXPIRY DATE BEFORE EFFECTIVE DATE' TO
005320             WS-REJECT-REASON
005330         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005340         GO TO 2400-EXIT
005350     END-IF.
005360     MOVE WS-FOUND-SUB TO WS-QT-SUB.
005370     PERFORM 3000-WRITE-BEFORE-LINE THRU 3000-EXIT.
005380     IF TRAN-VENDOR-PRICE-X NOT = SPACES
005390         MOVE TRAN-VENDOR-PRICE TO QT-VENDOR-PRICE(WS-FOUND-SUB)
005400     END-IF.
005410     MOVE WS-EFFECTIVE-AFTER TO QT-EFFECTIVE-DATE(WS-FOUND-SUB).
005420     MOVE WS-EXPIRY-AFTER    TO QT-EXPIRY-DATE(WS-FOUND-SUB).
005430     ADD 1 TO WS-CHANGES-APPLIED.
005440     PERFORM 3100-WRITE-AFTER-LINE THRU 3100-EXIT.
005450 2400-EXIT.
005460     EXIT.

005470******************************************************************
005480*  2500-APPLY-DELETE                                            *
005490*  DROPS THE QUOTE FROM THE TABLE, CLOSING THE GAP, WITH THE    *
005500*  BEFORE IMAGE ON THE AUDIT LISTING.  A VENDOR NO LONGER ON THE*
005510*  VENDOR MASTER CAN STILL HAVE ITS QUOTES DELETED.             *
005520******************************************************************
005530 2500-APPLY-DELETE.
005540     IF WS-FOUND-SUB = ZERO
005550         MOVE 'QUOTE NOT ON FILE' TO WS-REJECT-REASON
005560         PERFORM 3200-WRITE-REJECT-LINE THRU 3200-EXIT
005570         GO TO 2500-EXIT
005580     END-IF.
005590     PERFORM 2250-CHECK-VENDOR THRU 2250-EXIT.
005600     MOVE WS-FOUND-SUB TO WS-QT-SUB.
005610     PERFORM 3000-WRITE-BEFORE-LINE THRU 3000-EXIT.
005620     PERFORM 2550-SHIFT-ONE-ENTRY-UP THRU 2550-EXIT
005630         VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
005640         UNTIL WS-SHIFT-SUB >= QUOTE-COUNT.
005650     SUBTRACT 1 FROM QUOTE-COUNT.
005660     ADD 1 TO WS-DELETES-APPLIED.
005670 2500-EXIT.
005680     EXIT.

005690 2550-SHIFT-ONE-ENTRY-UP.
005700     MOVE QUOTE-ENTRY(WS-SHIFT-SUB + 1)
005710         TO QUOTE-ENTRY(WS-SHIFT-SUB).
005720 2550-EXIT.
005730     EXIT.

005740******************************************************************
005750*  2600-FIND-QUOTE                                              *
005760*  SCANS THE TABLE FOR WS-SEARCH-KEY.  WS-FOUND-SUB IS THE ENTRY*
005770*  NUMBER, OR ZERO WHEN THE QUOTE IS NOT ON FILE.               *
005780******************************************************************
005790 2600-FIND-QUOTE.
005800     MOVE ZERO TO WS-FOUND-SUB.
005810     PERFORM 2650-CHECK-ONE-ENTRY THRU 2650-EXIT
005820         VARYING WS-QT-SUB FROM 1 BY 1
005830         UNTIL WS-QT-SUB > QUOTE-COUNT
005840             OR WS-FOUND-SUB > ZERO.
005850 2600-EXIT.
005860     EXIT.

005870 2650-CHECK-ONE-ENTRY.
005880     IF QT-KEY(WS-QT-SUB) = WS-SEARCH-KEY
005890         MOVE WS-QT-SUB TO WS-FOUND-SUB
005900     END-IF.
005910 2650-EXIT.
005920     EXIT.

005930******************************************************************
005940*  2700-CHECK-DATE                                              *
005950*  WS-CHECK-DATE MUST BE CCYYMMDD WITH A REAL MONTH AND DAY.    *
005960******************************************************************
005970 2700-CHECK-DATE.
005980     MOVE 'N' TO WS-CHECK-DATE-VALID.
005990     IF WS-CHECK-DATE NOT NUMERIC
006000         GO TO 2700-EXIT
006010     END-IF.
006020     IF NOT WS-CHECK-MM-VALID
006030         OR NOT WS-CHECK-DD-VALID
006040         OR WS-CHECK-CCYY < 1900
006050         GO TO 2700-EXIT
006060     END-IF.
006070     MOVE 'Y' TO WS-CHECK-DATE-VALID.
006080 2700-EXIT.
006090     EXIT.

006100******************************************************************
006110*  3000-WRITE-BEFORE-LINE                                       *
006120******************************************************************
006130 3000-WRITE-BEFORE-LINE.
006140     PERFORM 3050-LOAD-IMAGE THRU 3050-EXIT.
006150     MOVE SPACES TO RPT-LINE.
006160     MOVE 1 TO LINE-POS.
006170     STRING
006180        TRAN-ACTION ' ' WS-IMAGE-PRODUCT-NUMBER ' '
006190        WS-IMAGE-VENDOR-ID ' BEFORE '
006200            DELIMITED BY SIZE
006210        'PRICE ' WS-IMAGE-VENDOR-PRICE
006220            DELIMITED BY SIZE
006230        ' EFFECTIVE ' WS-IMAGE-EFFECTIVE-DATE
006240        ' EXPIRES ' WS-IMAGE-EXPIRY-DATE
006250            DELIMITED BY SIZE
006260        ' ' WS-VENDOR-NAME
006270            DELIMITED BY SIZE
006280        INTO RPT-LINE
006290        WITH POINTER LINE-POS
006300     END-STRING.
006310     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
006320 3000-EXIT.
006330     EXIT.

006340 3050-LOAD-IMAGE.
006350     MOVE QT-PRODUCT-NUMBER(WS-QT-SUB) TO WS-IMAGE-PRODUCT-NUMBER.
006360     MOVE QT-VENDOR-ID(WS-QT-SUB)      TO WS-IMAGE-VENDOR-ID.
006370     MOVE QT-VENDOR-PRICE(WS-QT-SUB)   TO WS-IMAGE-VENDOR-PRICE.
006380     MOVE QT-EFFECTIVE-DATE(WS-QT-SUB) TO WS-IMAGE-EFFECTIVE-DATE.
006390     MOVE QT-EXPIRY-DATE(WS-QT-SUB)    TO WS-IMAGE-EXPIRY-DATE.
006400 3050-EXIT.
006410     EXIT.

006420******************************************************************
006430*  3100-WRITE-AFTER-LINE                                        *
006440******************************************************************
006450 3100-WRITE-AFTER-LINE.
006460     PERFORM 3050-LOAD-IMAGE THRU 3050-EXIT.
006470     MOVE SPACES TO RPT-LINE.
006480     MOVE 1 TO LINE-POS.
006490     STRING
006500        TRAN-ACTION ' ' WS-IMAGE-PRODUCT-NUMBER ' '
006510        WS-IMAGE-VENDOR-ID ' AFTER  '
006520            DELIMITED BY SIZE
006530        'PRICE ' WS-IMAGE-VENDOR-PRICE
006540            DELIMITED BY SIZE
006550        ' EFFECTIVE ' WS-IMAGE-EFFECTIVE-DATE
006560        ' EXPIRES ' WS-IMAGE-EXPIRY-DATE
006570            DELIMITED BY SIZE
006580        ' ' WS-VENDOR-NAME
006590            DELIMITED BY SIZE
006600        INTO RPT-LINE
006610        WITH POINTER LINE-POS
006620     END-STRING.
006630     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
006640 3100-EXIT.
006650     EXIT.

006660******************************************************************
006670*  3200-WRITE-REJECT-LINE                                       *
006680*  THE WHOLE CARD PRINTS AS KEYED SO THE CLERK CAN SEE EXACTLY  *
006690*  WHAT TO CORRECT AND RESUBMIT.                                *
006700******************************************************************
006710 3200-WRITE-REJECT-LINE.
006720     ADD 1 TO WS-TRANS-REJECTED.
006730     MOVE SPACES TO RPT-LINE.
006740     MOVE 1 TO LINE-POS.
006750     STRING
006760        'REJECTED CARD ' TRAN-RECORD
006770            DELIMITED BY SIZE
006780        ' - ' WS-REJECT-REASON
006790            DELIMITED BY SIZE
006800        INTO RPT-LINE
006810        WITH POINTER LINE-POS
006820     END-STRING.
006830     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
006840 3200-EXIT.
006850     EXIT.

006860******************************************************************
006870*  8000-WRITE-NEW-QUOTES                                        *
006880*  WRITES THE UPDATED TABLE TO THE NEW QUOTE FILE IN PRODUCT AND*
006890*  VENDOR ORDER.                                                *
006900******************************************************************
006910 8000-WRITE-NEW-QUOTES.
006920     PERFORM 8100-WRITE-ONE-QUOTE THRU 8100-EXIT
006930         VARYING WS-QT-SUB FROM 1 BY 1
006940         UNTIL WS-QT-SUB > QUOTE-COUNT.
006950 8000-EXIT.
006960     EXIT.

006970 8100-WRITE-ONE-QUOTE.
006980     MOVE QT-PRODUCT-NUMBER(WS-QT-SUB) TO NEW-PQ-PRODUCT-NUMBER.
006990     MOVE QT-VENDOR-ID(WS-QT-SUB)      TO NEW-PQ-VENDOR-ID.
007000     MOVE QT-VENDOR-PRICE(WS-QT-SUB)   TO NEW-PQ-VENDOR-PRICE.
007010     MOVE QT-EFFECTIVE-DATE(WS-QT-SUB) TO NEW-PQ-EFFECTIVE-DATE.
007020     MOVE QT-EXPIRY-DATE(WS-QT-SUB)    TO NEW-PQ-EXPIRY-DATE.
007030     WRITE NEW-PQ-QUOTE-RECORD.
007040     IF NOT WS-NEW-QUOTE-OK
007050         DISPLAY 'NEW QUOTE FILE WRITE ERROR: '
007060             WS-NEW-QUOTE-STATUS
007070     END-IF.
007080     ADD 1 TO WS-QUOTE-WRITE-COUNT.
007090 8100-EXIT.
007100     EXIT.

007110 8500-WRITE-AUDIT-LINE.
007120     MOVE RPT-LINE TO AUDIT-PRINT-RECORD.
007130     WRITE AUDIT-PRINT-RECORD.
007140     IF NOT WS-AUDIT-OK
007150         DISPLAY 'AUDIT LISTING WRITE ERROR: ' WS-AUDIT-STATUS
007160     END-IF.
007170     DISPLAY RPT-LINE.
007180 8500-EXIT.
007190     EXIT.

007200******************************************************************
007210*  9000-TERMINATE                                               *
007220******************************************************************
007230 9000-TERMINATE.
007240     MOVE SPACES TO RPT-LINE.
007250     MOVE 1 TO LINE-POS.
007260     STRING 'TRAILER' SPACE 'CARDS' SPACE WS-TRANS-READ
007270            SPACE 'ADDS' SPACE WS-ADDS-APPLIED
007280            SPACE 'CHANGES' SPACE WS-CHANGES-APPLIED
007290            SPACE 'DELETES' SPACE WS-DELETES-APPLIED
007300            SPACE 'REJECTS' SPACE WS-TRANS-REJECTED
007310            SPACE 'UNDATED' SPACE WS-UNDATED-COUNT
007320            SPACE 'DROPPED' SPACE WS-DROPPED-COUNT
007330         DELIMITED BY SIZE
007340         INTO RPT-LINE
007350         WITH POINTER LINE-POS
007360     END-STRING.
007370     PERFORM 8500-WRITE-AUDIT-LINE THRU 8500-EXIT.
007380     CLOSE MAINTENANCE-TRAN-FILE.
007390     CLOSE NEW-QUOTE-FILE.
007400     CLOSE AUDIT-REPORT-FILE.
007410     DISPLAY 'QUOTE RECORDS READ:     ' WS-QUOTE-READ-COUNT.
007420     DISPLAY 'QUOTE RECORDS WRITTEN:  ' WS-QUOTE-WRITE-COUNT.
007430     DISPLAY 'TRANSACTIONS READ:      ' WS-TRANS-READ.
007440     DISPLAY 'TRANSACTIONS REJECTED:  ' WS-TRANS-REJECTED.
007450 9000-EXIT.
007460     EXIT.
