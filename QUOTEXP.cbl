000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    QUOTEXP.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/13/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/13/2026  RH   ORIGINAL QUOTES-EXPIRING-SOON REPORT FOR    *
000120*                   PURCHASING.  LISTS EVERY VENDOR QUOTE ON    *
000130*                   PRODQUOT IN EFFECT ON THE CYCLDATE BUSINESS *
000140*                   DATE THAT EXPIRES INSIDE THE RENEWAL WINDOW,*
000150*                   THEN A PER-PRODUCT SECTION SHOWING HOW LONG *
000160*                   EACH PRODUCT STAYS COVERED BY A VALID QUOTE,*
000170*                   FLAGGING PRODUCTS ALREADY LEFT WITH NO QUOTE*
000180*                   IN EFFECT AND PRODUCTS WHOSE LAST QUOTE     *
000190*                   RUNS OUT INSIDE THE WINDOW, SO QUOTES GET   *
000200*                   RENEWED BEFORE THE PRICE LOOKUP HAS NOTHING *
000210*                   TO PRICE FROM.                              *
000211*  10/15/2026  RH   COVER NOW CARRIES ON THROUGH A QUOTE STILL  *
000212*                   TO TAKE EFFECT ONLY WHERE IT TAKES EFFECT   *
000213*                   BY THE DAY AFTER THE COVER ALREADY BUILT,   *
000214*                   SO A RENEWAL THAT LEAVES A GAP NO LONGER    *
000215*                   CLEARS THE FLAG.  THE NEXT EFFECTIVE DATE   *
000216*                   PRINTS UNDER A FLAGGED PRODUCT, INCLUDING   *
000217*                   ONE WITH NO QUOTE IN EFFECT YET.            *
000220******************************************************************
000230*  A QUOTE IS IN EFFECT FROM ITS EFFECTIVE DATE THROUGH ITS     *
000240*  EXPIRY DATE, BOTH INCLUSIVE - THE SAME TEST THE PRICE LOOKUP *
000250*  (INTRNUM) AND THE COMPETITIVENESS REPORT (VENDQUOT) APPLY.   *
000260*  DAYS LEFT IS THE EXPIRY DATE LESS THE BUSINESS DATE, SO A    *
000270*  QUOTE EXPIRING TODAY SHOWS ZERO AND STILL PRICES TODAY.      *
000280*                                                               *
000286*  A PRODUCT IS COVERED FROM TODAY THROUGH THE LATEST EXPIRY    *
000292*  DATE OF ITS QUOTES IN EFFECT, THEN ON THROUGH EACH QUOTE     *
000298*  STILL TO TAKE EFFECT WHOSE EFFECTIVE DATE IS NO LATER THAN   *
000304*  THE DAY AFTER THE COVER ALREADY BUILT.  A RENEWAL KEYED BY   *
000310*  QUOTE MAINTENANCE TO FOLLOW ON WITHOUT A BREAK CLEARS THE    *
000316*  FLAG; ONE THAT LEAVES A GAP DOES NOT, AND THE EARLIEST QUOTE *
000322*  TAKING EFFECT AFTER THE BREAK PRINTS UNDER THE PRODUCT.      *
000328*  EVERY PRODUCT ON THE QUOTE FILE IS LISTED, INCLUDING ONE     *
000334*  WHOSE QUOTES HAVE ALL LAPSED.                                *
000340*                                                               *
000350*  RETURN CODES:   0  EVERY PRODUCT COVERED PAST THE WINDOW     *
000360*                  4  A PRODUCT HAS NO QUOTE IN EFFECT, OR ITS  *
000370*                     COVER ENDS INSIDE THE WINDOW              *
000380*                 16  NO CYCLE DATE OR DATE ALREADY PROCESSED   *
000390******************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PRODUCT-QUOTE-FILE     ASSIGN TO PRODQUOT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-QUOTE-FILE-STATUS.

000470     SELECT VENDOR-MASTER-FILE     ASSIGN TO VENDMST
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-VENDOR-STATUS.

000510     SELECT EXPIRY-REPORT-FILE     ASSIGN TO QUOTEXPR
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         ACCESS MODE  IS SEQUENTIAL
000540         FILE STATUS  IS WS-REPORT-STATUS.

000550     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         ACCESS MODE  IS SEQUENTIAL
000580         FILE STATUS  IS WS-CYC-DATE-STATUS.

000590     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         ACCESS MODE  IS SEQUENTIAL
000620         FILE STATUS  IS WS-CYC-LOG-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PRODUCT-QUOTE-FILE
000660     RECORDING MODE IS F.
000670 01  PQ-QUOTE-RECORD.
000680     05  PQ-PRODUCT-NUMBER     PIC 9(09).
000690     05  PQ-VENDOR-ID          PIC X(05).
000700     05  PQ-VENDOR-PRICE       PIC 9(06).
000710     05  PQ-EFFECTIVE-DATE     PIC 9(08).
000720     05  PQ-EXPIRY-DATE        PIC 9(08).

000730 FD  VENDOR-MASTER-FILE
000740     RECORDING MODE IS F.
000750 01  VM-VENDOR-RECORD.
000760     05  VM-VENDOR-ID          PIC X(05).
000770     05  VM-VENDOR-NAME        PIC X(30).

000780 FD  EXPIRY-REPORT-FILE
000790     RECORD CONTAINS 132 CHARACTERS
000800     RECORDING MODE IS F.
000810 01  EXPIRY-PRINT-RECORD         PIC X(132).

000820 FD  CYCLE-DATE-FILE
000830     RECORDING MODE IS F.
000840 01  CYC-RECORD.
000850     05  CYC-BUSINESS-DATE     PIC 9(08).
000860     05  CYC-RERUN-FLAG        PIC X(01).

000870 FD  CYCLE-LOG-FILE
000880     RECORDING MODE IS F.
000890 01  CYCLOG-RECORD.
000900     05  CYCLOG-PROGRAM-ID     PIC X(08).
000910     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

000920 WORKING-STORAGE SECTION.
000930 01  WS-QUOTE-FILE-STATUS        PIC X(02).
000940     88  WS-QUOTE-OK                 VALUE '00'.
000950     88  WS-QUOTE-EOF                VALUE '10'.
000960 01  WS-VENDOR-STATUS            PIC X(02).
000970     88  WS-VENDOR-OK                VALUE '00'.
000980     88  WS-VENDOR-EOF               VALUE '10'.
000990 01  WS-REPORT-STATUS            PIC X(02).
001000     88  WS-REPORT-OK                VALUE '00'.

001010***
001020*** A QUOTE EXPIRING WITHIN THIS MANY DAYS OF THE BUSINESS DATE IS
001030*** LISTED FOR RENEWAL - ENOUGH LEAD TIME FOR PURCHASING TO GET A
001040*** NEW QUOTE FROM THE VENDOR AND KEYED THROUGH QUOTE MAINTENANCE.
001050 77  EXPIRY-WINDOW-DAYS          PIC 9(03) VALUE 30.

001060***
001070*** ONE ENTRY PER PRODUCT ON THE QUOTE FILE - HOW MANY QUOTES ARE
001080*** IN EFFECT TODAY, THE LAST DATE THEY COVER, AND THE DATES OF
001083*** THE QUOTES STILL TO TAKE EFFECT, SO COVER CAN BE CARRIED ON
001086*** THROUGH THEM ONLY WHERE THEY FOLLOW ON WITHOUT A BREAK.
001090 01  PRODUCT-COUNT               PIC 9(03) VALUE ZERO.
001100 01  PRODUCT-TABLE.
001110     05  PRODUCT-ENTRY   OCCURS 1 TO 200 TIMES
001120                         DEPENDING ON PRODUCT-COUNT.
001130         10  PD-PRODUCT-NUMBER PIC 9(09).
001140         10  PD-QUOTE-COUNT    PIC 9(03).
001150         10  PD-IN-EFFECT-COUNT PIC 9(03).
001160         10  PD-FUTURE-COUNT   PIC 9(03).
001170         10  PD-COVERED-THRU   PIC 9(08).
001172         10  PD-NEXT-EFFECTIVE PIC 9(08).
001174         10  PD-FUTURE-QUOTE   OCCURS 20 TIMES.
001176             15  PD-FUT-EFFECTIVE  PIC 9(08).
001178             15  PD-FUT-EXPIRY     PIC 9(08).

001180***
001190*** THE VENDOR MASTER, FOR THE VENDOR NAME ON EACH EXPIRING QUOTE.
001200 01  VENDOR-COUNT                PIC 9(03) VALUE ZERO.
001210 01  VENDOR-TABLE.
001220     05  VENDOR-ENTRY    OCCURS 1 TO 200 TIMES
001230                         DEPENDING ON VENDOR-COUNT
001240                         INDEXED BY VENDOR-IDX.
001250         10  VT-VENDOR-ID      PIC X(05).
001260         10  VT-VENDOR-NAME    PIC X(30).

001270 77  RPT-LINE                    PIC X(132).
001280 77  LINE-POS                    PIC S9(3).
001290 77  WS-PROD-SUB                 PIC 9(03).
001300 77  WS-FOUND-SUB                PIC 9(03).
001301 77  WS-FUT-SUB                  PIC 9(03).
001302 77  WS-FUT-LIMIT                PIC 9(03) VALUE 20.
001303 77  WS-COVER-INTEGER            PIC 9(07).
001304 77  WS-EXTEND-FLAG              PIC X(01).
001305     88  WS-COVER-EXTENDED           VALUE 'Y'.
001310 77  WS-QUOTES-READ              PIC 9(05) VALUE ZERO.
001320 77  WS-IN-EFFECT-COUNT          PIC 9(05) VALUE ZERO.
001330 77  WS-EXPIRING-COUNT           PIC 9(05) VALUE ZERO.
001340 77  WS-LAPSED-COUNT             PIC 9(05) VALUE ZERO.
001350 77  WS-FUTURE-COUNT             PIC 9(05) VALUE ZERO.
001360 77  WS-UNDATED-COUNT            PIC 9(05) VALUE ZERO.
001370 77  WS-NO-COVER-COUNT           PIC 9(03) VALUE ZERO.
001380 77  WS-COVER-ENDING-COUNT       PIC 9(03) VALUE ZERO.
001390 77  WS-BUSINESS-INTEGER         PIC 9(07).
001400 77  WS-DAYS-LEFT                PIC S9(07).
001410 77  WS-DAYS-LEFT-ED             PIC ZZZ9.
001420 77  WS-PRICE-ED                 PIC Z(5)9.
001430 77  WS-WINDOW-ED                PIC ZZ9.
001440 77  WS-VENDOR-NAME              PIC X(30).
001450 77  WS-FLAG-TEXT                PIC X(40).

001460***
001470*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
001480*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
001490*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
001500*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
001510*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
001520*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
001530*** THE CYCLDATE RECORD.
001540 01  WS-CYC-DATE-STATUS          PIC X(02).
001550     88  WS-CYC-DATE-OK              VALUE '00'.
001560 01  WS-CYC-LOG-STATUS           PIC X(02).
001570     88  WS-CYC-LOG-OK               VALUE '00'.
001580     88  WS-CYC-LOG-EOF              VALUE '10'.
001590 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001600 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
001610     88  WS-RERUN-REQUESTED          VALUE 'Y'.
001620 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
001630     88  WS-ALREADY-RAN              VALUE 'Y'.

001640 PROCEDURE DIVISION.
001650******************************************************************
001660*  0000-MAINLINE                                                *
001670*  LISTS THE QUOTES IN EFFECT THAT EXPIRE INSIDE THE WINDOW, THEN*
001680*  HOW LONG EACH PRODUCT STAYS COVERED.                         *
001690******************************************************************
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
001720     PERFORM 2000-SCAN-QUOTES       THRU 2000-EXIT.
001730     PERFORM 3000-WRITE-PRODUCT-SECTION THRU 3000-EXIT.
001740     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001750     GOBACK.

001760******************************************************************
001770*  0100-GET-BUSINESS-DATE                                        *
001780*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
001790*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
001800*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
001810******************************************************************
001820 0100-GET-BUSINESS-DATE.
001830     OPEN INPUT CYCLE-DATE-FILE.
001840     IF NOT WS-CYC-DATE-OK
001850         DISPLAY 'QUOTEXP: NO CYCLE DATE CONTROL ON FILE - RUN '
001860             'STOPPED'
001870         MOVE 16 TO RETURN-CODE
001880         GOBACK
001890     END-IF.
001900     READ CYCLE-DATE-FILE
001910         AT END
001920             DISPLAY 'QUOTEXP: CYCLE DATE CONTROL IS EMPTY - '
001930                 'RUN STOPPED'
001940             MOVE 16 TO RETURN-CODE
001950             GOBACK
001960     END-READ.
001970     IF CYC-BUSINESS-DATE NOT NUMERIC
001980         OR CYC-BUSINESS-DATE = ZERO
001990         DISPLAY 'QUOTEXP: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
002000             ' - RUN STOPPED'
002010         MOVE 16 TO RETURN-CODE
002020         GOBACK
002030     END-IF.
002040     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
002050     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
002060     CLOSE CYCLE-DATE-FILE.
002070     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
002080 0100-EXIT.
002090     EXIT.

002100 0150-CHECK-CYCLE-LOG.
002110     OPEN INPUT CYCLE-LOG-FILE.
002120     IF NOT WS-CYC-LOG-OK
002130         GO TO 0150-EXIT
002140     END-IF.
002150     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
002160         UNTIL WS-CYC-LOG-EOF.
002170     CLOSE CYCLE-LOG-FILE.
002180     IF NOT WS-ALREADY-RAN
002190         GO TO 0150-EXIT
002200     END-IF.
002210     IF WS-RERUN-REQUESTED
002220         DISPLAY 'QUOTEXP: RERUN OF BUSINESS DATE '
002230             WS-BUSINESS-DATE ' AS REQUESTED'
002240         GO TO 0150-EXIT
002250     END-IF.
002260     DISPLAY 'QUOTEXP: BUSINESS DATE ' WS-BUSINESS-DATE
002270         ' ALREADY PROCESSED - RUN STOPPED'.
002280     MOVE 16 TO RETURN-CODE.
002290     GOBACK.
002300 0150-EXIT.
002310     EXIT.

002320 0160-READ-ONE-LOG-RECORD.
002330     READ CYCLE-LOG-FILE
002340         AT END
002350             SET WS-CYC-LOG-EOF TO TRUE
002360         NOT AT END
002370             IF CYCLOG-PROGRAM-ID = 'QUOTEXP '
002380                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
002390                 SET WS-ALREADY-RAN TO TRUE
002400             END-IF
002410     END-READ.
002420 0160-EXIT.
002430     EXIT.

002440******************************************************************
002450*  0950-LOG-BUSINESS-DATE                                        *
002460*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
002470*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
002480*  THE DOOR.                                                     *
002490******************************************************************
002500 0950-LOG-BUSINESS-DATE.
002510     OPEN EXTEND CYCLE-LOG-FILE.
002520     IF WS-CYC-LOG-STATUS = '35'
002530         OPEN OUTPUT CYCLE-LOG-FILE
002540     END-IF.
002550     IF NOT WS-CYC-LOG-OK
002560         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
002570         GO TO 0950-EXIT
002580     END-IF.
002590     MOVE 'QUOTEXP ' TO CYCLOG-PROGRAM-ID.
002600     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
002610     WRITE CYCLOG-RECORD.
002620     IF NOT WS-CYC-LOG-OK
002630         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
002640     END-IF.
002650     CLOSE CYCLE-LOG-FILE.
002660 0950-EXIT.
002670     EXIT.

002680******************************************************************
002690*  1000-INITIALIZE                                              *
002700******************************************************************
002710 1000-INITIALIZE.
002720     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
002730     COMPUTE WS-BUSINESS-INTEGER =
002740         FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
002750     PERFORM 1300-LOAD-VENDORS THRU 1300-EXIT.
002760     OPEN OUTPUT EXPIRY-REPORT-FILE.
002770     MOVE EXPIRY-WINDOW-DAYS TO WS-WINDOW-ED.
002780     MOVE SPACES TO RPT-LINE.
002790     MOVE 1 TO LINE-POS.
002800     STRING 'VENDOR QUOTES EXPIRING SOON' SPACE 'RUN DATE'
002810            SPACE WS-BUSINESS-DATE
002820            SPACE 'RENEWAL WINDOW' SPACE WS-WINDOW-ED ' DAYS'
002830         DELIMITED BY SIZE
002840         INTO RPT-LINE
002850         WITH POINTER LINE-POS
002860     END-STRING.
002870     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002880     MOVE SPACES TO RPT-LINE.
002890     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
002900 1000-EXIT.
002910     EXIT.

002920******************************************************************
002930*  1300-LOAD-VENDORS                                            *
002940*  WITHOUT THE VENDOR MASTER THE REPORT STILL RUNS - THE VENDOR *
002950*  NAME JUST PRINTS AS NOT ON FILE.                             *
002960******************************************************************
002970 1300-LOAD-VENDORS.
002980     MOVE ZERO TO VENDOR-COUNT.
002990     OPEN INPUT VENDOR-MASTER-FILE.
003000     IF NOT WS-VENDOR-OK
003010         DISPLAY 'NO VENDOR MASTER ON FILE - VENDOR NAMES NOT '
003020             'SHOWN'
003030         GO TO 1300-EXIT
003040     END-IF.
003050     PERFORM 1350-READ-VENDOR THRU 1350-EXIT
003060         UNTIL WS-VENDOR-EOF.
003070     CLOSE VENDOR-MASTER-FILE.
003080 1300-EXIT.
003090     EXIT.

003100 1350-READ-VENDOR.
003110     READ VENDOR-MASTER-FILE
003120         AT END
003130             SET WS-VENDOR-EOF TO TRUE
003140         NOT AT END
003150             IF VENDOR-COUNT < 200
003160                 ADD 1 TO VENDOR-COUNT
003170                 MOVE VM-VENDOR-ID   TO VT-VENDOR-ID(VENDOR-COUNT)
003180                 MOVE VM-VENDOR-NAME TO
003190                     VT-VENDOR-NAME(VENDOR-COUNT)
003200             ELSE
003210                 DISPLAY 'VENDOR TABLE FULL - VENDOR SKIPPED: '
003220                     VM-VENDOR-ID
003230             END-IF
003240     END-READ.
003250 1350-EXIT.
003260     EXIT.

003270******************************************************************
003280*  2000-SCAN-QUOTES                                             *
003290*  ONE PASS OF THE QUOTE FILE.  EACH QUOTE IS IN EFFECT, STILL TO*
003300*  TAKE EFFECT, LAPSED, OR UNDATED; AN IN-EFFECT QUOTE INSIDE THE*
003310*  WINDOW PRINTS AS IT IS READ.                                 *
003320******************************************************************
003330 2000-SCAN-QUOTES.
003340     MOVE 'QUOTES IN EFFECT EXPIRING WITHIN THE WINDOW'
003350         TO RPT-LINE.
003360     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
003370     OPEN INPUT PRODUCT-QUOTE-FILE.
003380     IF NOT WS-QUOTE-OK
003390         DISPLAY 'NO PRODUCT QUOTE FILE ON HAND - NOTHING TO '
003400             'REPORT'
003410         GO TO 2000-EXIT
003420     END-IF.
003430     PERFORM 2100-READ-QUOTE THRU 2100-EXIT
003440         UNTIL WS-QUOTE-EOF.
003450     CLOSE PRODUCT-QUOTE-FILE.
003460 2000-EXIT.
003470     EXIT.

003480 2100-READ-QUOTE.
003490     READ PRODUCT-QUOTE-FILE
003500         AT END
003510             SET WS-QUOTE-EOF TO TRUE
003520             GO TO 2100-EXIT
003530     END-READ.
003540     ADD 1 TO WS-QUOTES-READ.
003550     PERFORM 2300-FIND-PRODUCT THRU 2300-EXIT.
003560     IF WS-FOUND-SUB = ZERO
003570         IF PRODUCT-COUNT >= 200
003580             DISPLAY 'PRODUCT TABLE FULL - QUOTE SKIPPED: '
003590                 PQ-PRODUCT-NUMBER
003600             GO TO 2100-EXIT
003610         END-IF
003620         ADD 1 TO PRODUCT-COUNT
003630         MOVE PRODUCT-COUNT TO WS-FOUND-SUB
003640         MOVE PQ-PRODUCT-NUMBER TO PD-PRODUCT-NUMBER(WS-FOUND-SUB)
003650         MOVE ZERO TO PD-QUOTE-COUNT(WS-FOUND-SUB)
003660         MOVE ZERO TO PD-IN-EFFECT-COUNT(WS-FOUND-SUB)
003670         MOVE ZERO TO PD-FUTURE-COUNT(WS-FOUND-SUB)
003680         MOVE ZERO TO PD-COVERED-THRU(WS-FOUND-SUB)
003685         MOVE ZERO TO PD-NEXT-EFFECTIVE(WS-FOUND-SUB)
003690     END-IF.
003700     ADD 1 TO PD-QUOTE-COUNT(WS-FOUND-SUB).
003710*    A QUOTE WITH NO DATES IS NOT IN EFFECT UNTIL QUOTE
003720*    MAINTENANCE DATES IT - IT COVERS NOTHING.
003730     IF PQ-EFFECTIVE-DATE NOT NUMERIC
003740         OR PQ-EXPIRY-DATE NOT NUMERIC
003750         OR PQ-EXPIRY-DATE = ZERO
003760         ADD 1 TO WS-UNDATED-COUNT
003770         GO TO 2100-EXIT
003780     END-IF.
003790     IF PQ-EXPIRY-DATE < WS-BUSINESS-DATE
003800         ADD 1 TO WS-LAPSED-COUNT
003810         GO TO 2100-EXIT
003820     END-IF.
003860     IF PQ-EFFECTIVE-DATE > WS-BUSINESS-DATE
003870         ADD 1 TO WS-FUTURE-COUNT
003880         ADD 1 TO PD-FUTURE-COUNT(WS-FOUND-SUB)
003885         PERFORM 2400-HOLD-FUTURE-QUOTE THRU 2400-EXIT
003890         GO TO 2100-EXIT
003900     END-IF.
003902     IF PQ-EXPIRY-DATE > PD-COVERED-THRU(WS-FOUND-SUB)
003904         MOVE PQ-EXPIRY-DATE TO PD-COVERED-THRU(WS-FOUND-SUB)
003906     END-IF.
003910     ADD 1 TO WS-IN-EFFECT-COUNT.
003920     ADD 1 TO PD-IN-EFFECT-COUNT(WS-FOUND-SUB).
003930     COMPUTE WS-DAYS-LEFT =
003940         FUNCTION INTEGER-OF-DATE(PQ-EXPIRY-DATE)
003950         - WS-BUSINESS-INTEGER.
003960     IF WS-DAYS-LEFT <= EXPIRY-WINDOW-DAYS
003970         ADD 1 TO WS-EXPIRING-COUNT
003980         PERFORM 2200-WRITE-EXPIRING-QUOTE THRU 2200-EXIT
003990     END-IF.
004000 2100-EXIT.
004010     EXIT.

004020 2200-WRITE-EXPIRING-QUOTE.
004030     PERFORM 2250-FIND-VENDOR-NAME THRU 2250-EXIT.
004040     MOVE PQ-VENDOR-PRICE TO WS-PRICE-ED.
004050     MOVE WS-DAYS-LEFT    TO WS-DAYS-LEFT-ED.
004060     MOVE SPACES TO RPT-LINE.
004070     MOVE 3 TO LINE-POS.
004080     STRING
004090        'PRODUCT ' PQ-PRODUCT-NUMBER
004100            DELIMITED BY SIZE
004110        ' VENDOR ' PQ-VENDOR-ID ' ' WS-VENDOR-NAME
004120            DELIMITED BY SIZE
004130        ' PRICE ' WS-PRICE-ED
004140            DELIMITED BY SIZE
004150        ' EXPIRES ' PQ-EXPIRY-DATE
004160            DELIMITED BY SIZE
004170        ' DAYS LEFT ' WS-DAYS-LEFT-ED
004180            DELIMITED BY SIZE
004190        INTO RPT-LINE
004200        WITH POINTER LINE-POS
004210     END-STRING.
004220     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004230 2200-EXIT.
004240     EXIT.

004250 2250-FIND-VENDOR-NAME.
004260     MOVE '** NOT ON VENDOR MASTER' TO WS-VENDOR-NAME.
004270     IF VENDOR-COUNT = ZERO
004280         GO TO 2250-EXIT
004290     END-IF.
004300     SET VENDOR-IDX TO 1.
004310     SEARCH VENDOR-ENTRY
004320         AT END
004330             CONTINUE
004340         WHEN VT-VENDOR-ID(VENDOR-IDX) = PQ-VENDOR-ID
004350             MOVE VT-VENDOR-NAME(VENDOR-IDX) TO WS-VENDOR-NAME
004360     END-SEARCH.
004370 2250-EXIT.
004380     EXIT.

004390 2300-FIND-PRODUCT.
004400     MOVE ZERO TO WS-FOUND-SUB.
004410     PERFORM 2350-CHECK-ONE-PRODUCT THRU 2350-EXIT
004420         VARYING WS-PROD-SUB FROM 1 BY 1
004430         UNTIL WS-PROD-SUB > PRODUCT-COUNT
004440             OR WS-FOUND-SUB > ZERO.
004450 2300-EXIT.
004460     EXIT.

004470 2350-CHECK-ONE-PRODUCT.
004480     IF PD-PRODUCT-NUMBER(WS-PROD-SUB) = PQ-PRODUCT-NUMBER
004490         MOVE WS-PROD-SUB TO WS-FOUND-SUB
004500     END-IF.
004501 2350-EXIT.
004502     EXIT.

004503*    A QUOTE STILL TO TAKE EFFECT IS HELD AGAINST ITS PRODUCT
004504*    UNTIL THE WHOLE FILE IS READ - THE FILE IS NOT IN DATE
004505*    ORDER, SO WHETHER IT CARRIES THE COVER ON CANNOT BE TOLD
004506*    UNTIL THEN.
004507 2400-HOLD-FUTURE-QUOTE.
004508     MOVE PD-FUTURE-COUNT(WS-FOUND-SUB) TO WS-FUT-SUB.
004517     IF WS-FUT-SUB > WS-FUT-LIMIT
004518         DISPLAY 'FUTURE QUOTE TABLE FULL - NOT COUNTED TOWARD '
004519             'COVER: ' PQ-PRODUCT-NUMBER ' ' PQ-VENDOR-ID
004520         GO TO 2400-EXIT
004521     END-IF.
004522     MOVE PQ-EFFECTIVE-DATE
004523         TO PD-FUT-EFFECTIVE(WS-FOUND-SUB, WS-FUT-SUB).
004524     MOVE PQ-EXPIRY-DATE
004525         TO PD-FUT-EXPIRY(WS-FOUND-SUB, WS-FUT-SUB).
004526 2400-EXIT.
004527     EXIT.

004528******************************************************************
004540*  3000-WRITE-PRODUCT-SECTION                                   *
004550*  A PRODUCT WITH NO QUOTE IN EFFECT TODAY HAS NOTHING FOR THE  *
004560*  PRICE LOOKUP TO PRICE FROM; ONE WHOSE COVER ENDS INSIDE THE  *
004570*  WINDOW IS ABOUT TO.  BOTH GET FLAGGED FOR PURCHASING.        *
004572*  COVER RUNS ON THROUGH A PENDING QUOTE ONLY WHERE IT TAKES    *
004574*  EFFECT BY THE DAY AFTER THE COVER BUILT SO FAR; A PENDING    *
004576*  QUOTE AFTER A GAP DOES NOT CLEAR THE FLAG.                   *
004580******************************************************************
004590 3000-WRITE-PRODUCT-SECTION.
004600     MOVE SPACES TO RPT-LINE.
004610     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004620     MOVE 'PRODUCT COVER' TO RPT-LINE.
004630     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004640     PERFORM 3100-WRITE-ONE-PRODUCT THRU 3100-EXIT
004650         VARYING WS-PROD-SUB FROM 1 BY 1
004660         UNTIL WS-PROD-SUB > PRODUCT-COUNT.
004670 3000-EXIT.
004680     EXIT.

004690 3100-WRITE-ONE-PRODUCT.
004700     MOVE SPACES TO WS-FLAG-TEXT.
004710     IF PD-IN-EFFECT-COUNT(WS-PROD-SUB) = ZERO
004720         ADD 1 TO WS-NO-COVER-COUNT
004730         MOVE ' ** NO QUOTE IN EFFECT' TO WS-FLAG-TEXT
004732         MOVE ZERO TO PD-NEXT-EFFECTIVE(WS-PROD-SUB)
004734         PERFORM 3300-CHECK-NEXT-EFFECTIVE THRU 3300-EXIT
004736             VARYING WS-FUT-SUB FROM 1 BY 1
004737             UNTIL WS-FUT-SUB > PD-FUTURE-COUNT(WS-PROD-SUB)
004738                 OR WS-FUT-SUB > WS-FUT-LIMIT
004740     ELSE
004745         PERFORM 3200-CHAIN-FUTURE-COVER THRU 3200-EXIT
004750         COMPUTE WS-DAYS-LEFT =
004760             FUNCTION INTEGER-OF-DATE(
004770                 PD-COVERED-THRU(WS-PROD-SUB))
004780             - WS-BUSINESS-INTEGER
004790         IF WS-DAYS-LEFT <= EXPIRY-WINDOW-DAYS
004800             ADD 1 TO WS-COVER-ENDING-COUNT
004810             MOVE ' ** COVER ENDS IN WINDOW - RENEW'
004820                 TO WS-FLAG-TEXT
004830         END-IF
004840     END-IF.
004850     MOVE SPACES TO RPT-LINE.
004860     MOVE 3 TO LINE-POS.
004870     STRING
004880        'PRODUCT ' PD-PRODUCT-NUMBER(WS-PROD-SUB)
004890            DELIMITED BY SIZE
004900        ' QUOTES ' PD-QUOTE-COUNT(WS-PROD-SUB)
004910            DELIMITED BY SIZE
004920        ' IN EFFECT ' PD-IN-EFFECT-COUNT(WS-PROD-SUB)
004930            DELIMITED BY SIZE
004940        ' PENDING ' PD-FUTURE-COUNT(WS-PROD-SUB)
004950            DELIMITED BY SIZE
004960        ' COVERED THROUGH ' PD-COVERED-THRU(WS-PROD-SUB)
004970            DELIMITED BY SIZE
004980        WS-FLAG-TEXT
004990            DELIMITED BY SIZE
005000        INTO RPT-LINE
005001        WITH POINTER LINE-POS
005002     END-STRING.
005003     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005004     IF WS-FLAG-TEXT NOT = SPACES
005005         AND PD-NEXT-EFFECTIVE(WS-PROD-SUB) > ZERO
005006         MOVE SPACES TO RPT-LINE
005007         MOVE 7 TO LINE-POS
005008         IF PD-IN-EFFECT-COUNT(WS-PROD-SUB) = ZERO
005009             STRING 'NEXT QUOTE TAKES EFFECT '
005010                    PD-NEXT-EFFECTIVE(WS-PROD-SUB)
005011                 DELIMITED BY SIZE
005012                 INTO RPT-LINE
005013                 WITH POINTER LINE-POS
005014             END-STRING
005015         ELSE
005016             STRING 'COVER BREAKS AFTER '
005017                    PD-COVERED-THRU(WS-PROD-SUB)
005018                    ' - NEXT QUOTE TAKES EFFECT '
005019                    PD-NEXT-EFFECTIVE(WS-PROD-SUB)
005020                 DELIMITED BY SIZE
005021                 INTO RPT-LINE
005022                 WITH POINTER LINE-POS
005023             END-STRING
005024         END-IF
005025         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005026     END-IF.
005027 3100-EXIT.
005028     EXIT.

005029*    EACH PASS OVER THE PENDING QUOTES CARRIES THE COVER ON
005030*    THROUGH ANY THAT TAKE EFFECT BY THE DAY AFTER IT ENDS; PASSES
005031*    REPEAT UNTIL ONE CARRIES IT NO FURTHER, SO THE ORDER THE
005032*    QUOTES CAME OFF THE FILE DOES NOT MATTER.  WHAT IS LEFT
005033*    PENDING PAST THE BREAK GIVES THE NEXT EFFECTIVE DATE.
005034 3200-CHAIN-FUTURE-COVER.
005035     MOVE 'Y' TO WS-EXTEND-FLAG.
005036     PERFORM 3250-EXTEND-COVER-PASS THRU 3250-EXIT
005037         UNTIL NOT WS-COVER-EXTENDED.
005038     MOVE ZERO TO PD-NEXT-EFFECTIVE(WS-PROD-SUB).
005039     PERFORM 3300-CHECK-NEXT-EFFECTIVE THRU 3300-EXIT
005040         VARYING WS-FUT-SUB FROM 1 BY 1
005041         UNTIL WS-FUT-SUB > PD-FUTURE-COUNT(WS-PROD-SUB)
005042             OR WS-FUT-SUB > WS-FUT-LIMIT.
005043 3200-EXIT.
005044     EXIT.

005045 3250-EXTEND-COVER-PASS.
005046     MOVE 'N' TO WS-EXTEND-FLAG.
005047     PERFORM 3260-EXTEND-BY-ONE-QUOTE THRU 3260-EXIT
005048         VARYING WS-FUT-SUB FROM 1 BY 1
005049         UNTIL WS-FUT-SUB > PD-FUTURE-COUNT(WS-PROD-SUB)
005050             OR WS-FUT-SUB > WS-FUT-LIMIT.
005051 3250-EXIT.
005052     EXIT.

005053 3260-EXTEND-BY-ONE-QUOTE.
005054     IF PD-FUT-EXPIRY(WS-PROD-SUB, WS-FUT-SUB)
005055         NOT > PD-COVERED-THRU(WS-PROD-SUB)
005056         GO TO 3260-EXIT
005057     END-IF.
005058     COMPUTE WS-COVER-INTEGER =
005067         FUNCTION INTEGER-OF-DATE(
005068             PD-COVERED-THRU(WS-PROD-SUB)) + 1.
005069     IF FUNCTION INTEGER-OF-DATE(
005070            PD-FUT-EFFECTIVE(WS-PROD-SUB, WS-FUT-SUB))
005071         > WS-COVER-INTEGER
005072         GO TO 3260-EXIT
005073     END-IF.
005074     MOVE PD-FUT-EXPIRY(WS-PROD-SUB, WS-FUT-SUB)
005075         TO PD-COVERED-THRU(WS-PROD-SUB).
005076     SET WS-COVER-EXTENDED TO TRUE.
005077 3260-EXIT.
005078     EXIT.

005079 3300-CHECK-NEXT-EFFECTIVE.
005080     IF PD-FUT-EFFECTIVE(WS-PROD-SUB, WS-FUT-SUB)
005081         NOT > PD-COVERED-THRU(WS-PROD-SUB)
005082         GO TO 3300-EXIT
005083     END-IF.
005084     IF PD-NEXT-EFFECTIVE(WS-PROD-SUB) = ZERO
005085         OR PD-FUT-EFFECTIVE(WS-PROD-SUB, WS-FUT-SUB)
005086             < PD-NEXT-EFFECTIVE(WS-PROD-SUB)
005087         MOVE PD-FUT-EFFECTIVE(WS-PROD-SUB, WS-FUT-SUB)
005088             TO PD-NEXT-EFFECTIVE(WS-PROD-SUB)
005089     END-IF.
005090 3300-EXIT.
005091     EXIT.

005092 8500-WRITE-REPORT-LINE.
005093     MOVE RPT-LINE TO EXPIRY-PRINT-RECORD.
005094     WRITE EXPIRY-PRINT-RECORD.
005095     IF NOT WS-REPORT-OK
005100         DISPLAY 'EXPIRY REPORT WRITE ERROR: ' WS-REPORT-STATUS
005110     END-IF.
005120     DISPLAY RPT-LINE.
005130 8500-EXIT.
005140     EXIT.

005150******************************************************************
005160*  9000-TERMINATE                                               *
005170******************************************************************
005180 9000-TERMINATE.
005190     MOVE SPACES TO RPT-LINE.
005200     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005210     MOVE SPACES TO RPT-LINE.
005220     MOVE 1 TO LINE-POS.
005230     STRING 'TRAILER' SPACE 'QUOTES' SPACE WS-QUOTES-READ
005240            SPACE 'IN EFFECT' SPACE WS-IN-EFFECT-COUNT
005250            SPACE 'EXPIRING' SPACE WS-EXPIRING-COUNT
005260            SPACE 'PENDING' SPACE WS-FUTURE-COUNT
005270            SPACE 'LAPSED' SPACE WS-LAPSED-COUNT
005280            SPACE 'UNDATED' SPACE WS-UNDATED-COUNT
005290         DELIMITED BY SIZE
005300         INTO RPT-LINE
005310         WITH POINTER LINE-POS
005320     END-STRING.
005330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005340     MOVE SPACES TO RPT-LINE.
005350     MOVE 1 TO LINE-POS.
005360     STRING 'TRAILER' SPACE 'PRODUCTS' SPACE PRODUCT-COUNT
005370            SPACE 'NO QUOTE IN EFFECT' SPACE WS-NO-COVER-COUNT
005380            SPACE 'COVER ENDING' SPACE WS-COVER-ENDING-COUNT
005390         DELIMITED BY SIZE
005400         INTO RPT-LINE
005410         WITH POINTER LINE-POS
005420     END-STRING.
005430     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005440     CLOSE EXPIRY-REPORT-FILE.
005450     DISPLAY 'QUOTES READ:        ' WS-QUOTES-READ.
005460     DISPLAY 'QUOTES EXPIRING:    ' WS-EXPIRING-COUNT.
005470     DISPLAY 'PRODUCTS FLAGGED:   '
005480         WS-NO-COVER-COUNT ' NO QUOTE, '
005490         WS-COVER-ENDING-COUNT ' COVER ENDING'.
005500     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
005510     IF WS-NO-COVER-COUNT > ZERO
005520         OR WS-COVER-ENDING-COUNT > ZERO
005530         MOVE 4 TO RETURN-CODE
005540     END-IF.
005550 9000-EXIT.
005560     EXIT.
