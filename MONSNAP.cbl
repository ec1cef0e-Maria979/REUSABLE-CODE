000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MONSNAP.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  CORPORATE APPLICATIONS DEVELOPMENT.
000050 DATE-WRITTEN.  10/09/2026.
000060 DATE-COMPILED.
000070******************************************************************
000080*  MODIFICATION HISTORY                                        *
000090******************************************************************
000100*  DATE       INIT  DESCRIPTION                                 *
000110*  10/09/2026  RH   ORIGINAL MONTH-END AR SNAPSHOT.  ADDS EACH  *
000120*                   NIGHT'S POSTING CONTROLS (BILLCTL, FINCTL,  *
000130*                   SUSPCTL, ADJCTL, CSHCTL) INTO THE BUSINESS  *
000140*                   MONTH'S RECORD ON THE SNAPSHOT FILE, CARRIES*
000150*                   THE NIGHT'S AGED TRIAL BALANCE (AGECTL) AS  *
000160*                   THE MONTH'S AGING, AND WRITES THE UPDATED   *
000170*                   SNAPSHOT TO MONSNAPN FOR THE MONTH-END AR   *
000180*                   ROLLFORWARD (ARROLL).                       *
000190******************************************************************
000200*  RUNS NIGHTLY AFTER THE BALANCE CONTINUITY CONTROL AND THE    *
000210*  AGING RUN, SO THE POSTING CONTROLS ARE THE ONES THE MASTER   *
000220*  WAS PROVED AGAINST AND THE AGING IS OF THE CLOSED MASTER.    *
000230*  MONSNAPN REPLACES MONSNAP BEFORE THE NEXT NIGHT'S RUN.       *
000240*                                                               *
000250*  ONE RECORD PER BUSINESS MONTH, OLDEST FIRST, UP TO FIVE      *
000260*  YEARS.  THE FIRST NIGHT OF A MONTH STARTS ITS RECORD WITH    *
000270*  THE PRIOR MONTH'S CLOSING AR AS ITS OPENING AR.  EVERY       *
000280*  NIGHT ADDS ITS POSTINGS TO THE MONTH TOTALS AND REPLACES     *
000290*  THE AGING, SO AFTER THE LAST BUSINESS DAY THE RECORD         *
000300*  HOLDS THE MONTH'S MOVEMENT AND ITS MONTH-END AGING.  A       *
000310*  CONTROL DATED OTHER THAN THE BUSINESS DATE COUNTS AS ZERO,   *
000320*  THE SAME AS IN THE CONTINUITY CONTROL.  A RERUN OF THE       *
000330*  LAST NIGHT ON FILE BACKS THAT NIGHT'S FIGURES OUT BEFORE     *
000340*  ADDING THE RERUN'S, SO THE NIGHT IS NEVER COUNTED TWICE.     *
000350*                                                               *
000360*  RETURN CODES:   0  SNAPSHOT UPDATED                          *
000370*                  4  NO CURRENT AGING CONTROL (THE MONTH KEEPS *
000380*                     ITS LAST AGING), OR A NEW MONTH WITH NO   *
000390*                     PRIOR MONTH TO CARRY ITS OPENING FROM     *
000400*                 16  NO CYCLE DATE, DATE ALREADY PROCESSED, OR *
000410*                     THE SNAPSHOT IS ALREADY PAST THE DATE     *
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SNAPSHOT-FILE          ASSIGN TO MONSNAP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         ACCESS MODE  IS SEQUENTIAL
000490         FILE STATUS  IS WS-SNAP-STATUS.

000500     SELECT NEW-SNAPSHOT-FILE      ASSIGN TO MONSNAPN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         ACCESS MODE  IS SEQUENTIAL
000530         FILE STATUS  IS WS-NEW-SNAP-STATUS.

000540     SELECT BILLING-CONTROL-FILE   ASSIGN TO BILLCTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-BILL-CTL-STATUS.

000580     SELECT CHARGE-CONTROL-FILE    ASSIGN TO FINCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-CHG-CTL-STATUS.

000620     SELECT RELEASE-CONTROL-FILE   ASSIGN TO SUSPCTL
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         ACCESS MODE  IS SEQUENTIAL
000650         FILE STATUS  IS WS-REL-CTL-STATUS.

000660     SELECT ADJUSTMENT-CONTROL-FILE ASSIGN TO ADJCTL
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         ACCESS MODE  IS SEQUENTIAL
000690         FILE STATUS  IS WS-ADJ-CTL-STATUS.

000700     SELECT APPLY-CONTROL-FILE     ASSIGN TO CSHCTL
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         ACCESS MODE  IS SEQUENTIAL
000730         FILE STATUS  IS WS-APPLY-CTL-STATUS.

000740     SELECT AGING-CONTROL-FILE     ASSIGN TO AGECTL
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         ACCESS MODE  IS SEQUENTIAL
000770         FILE STATUS  IS WS-AGING-CTL-STATUS.

000780     SELECT SNAPSHOT-REPORT-FILE   ASSIGN TO SNAPRPT
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         ACCESS MODE  IS SEQUENTIAL
000810         FILE STATUS  IS WS-REPORT-STATUS.

000820     SELECT CYCLE-DATE-FILE        ASSIGN TO CYCLDATE
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         ACCESS MODE  IS SEQUENTIAL
000850         FILE STATUS  IS WS-CYC-DATE-STATUS.

000860     SELECT CYCLE-LOG-FILE         ASSIGN TO CYCLLOG
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         ACCESS MODE  IS SEQUENTIAL
000890         FILE STATUS  IS WS-CYC-LOG-STATUS.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  SNAPSHOT-FILE
000930     RECORDING MODE IS F.
000940 01  MS-RECORD                   PIC X(238).

000950 FD  NEW-SNAPSHOT-FILE
000960     RECORDING MODE IS F.
000970 01  NEW-MS-RECORD               PIC X(238).

000980 FD  BILLING-CONTROL-FILE
000990     RECORDING MODE IS F.
001000 01  BC-RECORD.
001010     05  BC-INVOICE-COUNT      PIC 9(05).
001020     05  BC-TOTAL-BILLED       PIC S9(9)V99
001030                               SIGN LEADING SEPARATE.
001040     05  BC-RUN-DATE           PIC 9(08).
001050     05  BC-TOTAL-TAX          PIC S9(9)V99
001060                               SIGN LEADING SEPARATE.

001070 FD  CHARGE-CONTROL-FILE
001080     RECORDING MODE IS F.
001090 01  FC-RECORD.
001100     05  FC-CHARGE-COUNT       PIC 9(05).
001110     05  FC-TOTAL-CHARGES      PIC S9(9)V99
001120                               SIGN LEADING SEPARATE.
001130     05  FC-RUN-DATE           PIC 9(08).

001140 FD  RELEASE-CONTROL-FILE
001150     RECORDING MODE IS F.
001160 01  SC-RECORD.
001170     05  SC-RELEASED-COUNT     PIC 9(05).
001180     05  SC-TOTAL-RELEASED     PIC S9(9)V99
001190                               SIGN LEADING SEPARATE.
001200     05  SC-RUN-DATE           PIC 9(08).

001210 FD  ADJUSTMENT-CONTROL-FILE
001220     RECORDING MODE IS F.
001230 01  AC-RECORD.
001240     05  AC-ADJUST-COUNT       PIC 9(05).
001250     05  AC-TOTAL-ADJUSTED     PIC S9(9)V99
001260                               SIGN LEADING SEPARATE.
001270     05  AC-RUN-DATE           PIC 9(08).

001280 FD  APPLY-CONTROL-FILE
001290     RECORDING MODE IS F.
001300 01  CC-RECORD.
001310     05  CC-APPLIED-COUNT      PIC 9(05).
001320     05  CC-DOLLARS-APPLIED    PIC S9(9)V99
001330                               SIGN LEADING SEPARATE.
001340     05  CC-RUN-DATE           PIC 9(08).

001350 FD  AGING-CONTROL-FILE
001360     RECORDING MODE IS F.
001370 01  AG-RECORD.
001380     05  AG-ACCOUNT-COUNT      PIC 9(05).
001390     05  AG-BUCKET-AMT         OCCURS 5 TIMES
001400                               PIC S9(9)V99
001410                               SIGN LEADING SEPARATE.
001420     05  AG-TOTAL-DUE          PIC S9(9)V99
001430                               SIGN LEADING SEPARATE.
001440     05  AG-RUN-DATE           PIC 9(08).

001450 FD  SNAPSHOT-REPORT-FILE
001460     RECORD CONTAINS 132 CHARACTERS
001470     RECORDING MODE IS F.
001480 01  REPORT-PRINT-RECORD         PIC X(132).

001490 FD  CYCLE-DATE-FILE
001500     RECORDING MODE IS F.
001510 01  CYC-RECORD.
001520     05  CYC-BUSINESS-DATE     PIC 9(08).
001530     05  CYC-RERUN-FLAG        PIC X(01).

001540 FD  CYCLE-LOG-FILE
001550     RECORDING MODE IS F.
001560 01  CYCLOG-RECORD.
001570     05  CYCLOG-PROGRAM-ID     PIC X(08).
001580     05  CYCLOG-BUSINESS-DATE  PIC 9(08).

001590 WORKING-STORAGE SECTION.
001600 01  WS-SNAP-STATUS              PIC X(02).
001610     88  WS-SNAP-OK                  VALUE '00'.
001620     88  WS-SNAP-EOF                 VALUE '10'.
001630 01  WS-NEW-SNAP-STATUS          PIC X(02).
001640     88  WS-NEW-SNAP-OK              VALUE '00'.
001650 01  WS-BILL-CTL-STATUS          PIC X(02).
001660     88  WS-BILL-CTL-OK              VALUE '00'.
001670 01  WS-CHG-CTL-STATUS           PIC X(02).
001680     88  WS-CHG-CTL-OK               VALUE '00'.
001690 01  WS-REL-CTL-STATUS           PIC X(02).
001700     88  WS-REL-CTL-OK               VALUE '00'.
001710 01  WS-ADJ-CTL-STATUS           PIC X(02).
001720     88  WS-ADJ-CTL-OK               VALUE '00'.
001730 01  WS-APPLY-CTL-STATUS         PIC X(02).
001740     88  WS-APPLY-CTL-OK             VALUE '00'.
001750 01  WS-AGING-CTL-STATUS         PIC X(02).
001760     88  WS-AGING-CTL-OK             VALUE '00'.
001770 01  WS-REPORT-STATUS            PIC X(02).
001780     88  WS-REPORT-OK                VALUE '00'.

001790***
001800*** ONE SNAPSHOT RECORD - THE SAME LAYOUT THE ROLLFORWARD REPORT
001810*** (ARROLL) READS.  BUCKET 1 = CURRENT, 2 = 1-30, 3 = 31-60,
001820*** 4 = 61-90, 5 = 91+, AS ON THE AGED TRIAL BALANCE.  THE
001830*** CLOSING AR IS THE AGING TOTAL - THE CLOSED MASTER'S OPEN
001840*** BALANCE ON THE AGING DATE.  THE NIGHT FIGURES ARE WHAT THE
001850*** LAST NIGHT ON FILE ADDED, KEPT SO A RERUN CAN BACK THEM OUT.
001860 01  SW-RECORD.
001870     05  SW-MONTH                PIC 9(06).
001880     05  SW-FIRST-DATE           PIC 9(08).
001890     05  SW-LAST-DATE            PIC 9(08).
001900     05  SW-NIGHT-COUNT          PIC 9(03).
001910     05  SW-OPENING-FLAG         PIC X(01).
001920         88  SW-OPENING-CARRIED      VALUE 'Y'.
001930     05  SW-OPENING-AR           PIC S9(9)V99
001940                                 SIGN LEADING SEPARATE.
001950     05  SW-TOTAL-BILLED         PIC S9(9)V99
001960                                 SIGN LEADING SEPARATE.
001970     05  SW-TOTAL-CHARGES        PIC S9(9)V99
001980                                 SIGN LEADING SEPARATE.
001990     05  SW-TOTAL-APPLIED        PIC S9(9)V99
002000                                 SIGN LEADING SEPARATE.
002010     05  SW-TOTAL-RELEASED       PIC S9(9)V99
002020                                 SIGN LEADING SEPARATE.
002030     05  SW-TOTAL-ADJUSTED       PIC S9(9)V99
002040                                 SIGN LEADING SEPARATE.
002050     05  SW-AGING-DATE           PIC 9(08).
002060     05  SW-AGING-BUCKET         OCCURS 5 TIMES
002070                                 PIC S9(9)V99
002080                                 SIGN LEADING SEPARATE.
002090     05  SW-CLOSING-AR           PIC S9(9)V99
002100                                 SIGN LEADING SEPARATE.
002110     05  SW-NIGHT-BILLED         PIC S9(9)V99
002120                                 SIGN LEADING SEPARATE.
002130     05  SW-NIGHT-CHARGES        PIC S9(9)V99
002140                                 SIGN LEADING SEPARATE.
002150     05  SW-NIGHT-APPLIED        PIC S9(9)V99
002160                                 SIGN LEADING SEPARATE.
002170     05  SW-NIGHT-RELEASED       PIC S9(9)V99
002180                                 SIGN LEADING SEPARATE.
002190     05  SW-NIGHT-ADJUSTED       PIC S9(9)V99
002200                                 SIGN LEADING SEPARATE.

002210***
002220*** THE WHOLE SNAPSHOT FILE, AS READ, FOR WRITING BACK OUT.
002230 01  SNAP-COUNT                  PIC 9(02) VALUE ZERO.
002240 01  SNAP-TABLE.
002250     05  SNAP-ENTRY      OCCURS 1 TO 60 TIMES
002260                         DEPENDING ON SNAP-COUNT
002270                         PIC X(238).
002280 77  WS-SNAP-SUB                 PIC 9(02).
002290 77  WS-SHIFT-SUB                PIC 9(02).

002300***
002310*** TONIGHT'S FIGURES FROM THE POSTING AND AGING CONTROLS.
002320 77  WS-DOLLARS-BILLED           PIC S9(9)V99 VALUE ZERO.
002330 77  WS-DOLLARS-CHARGED          PIC S9(9)V99 VALUE ZERO.
002340 77  WS-DOLLARS-APPLIED          PIC S9(9)V99 VALUE ZERO.
002350 77  WS-DOLLARS-RELEASED         PIC S9(9)V99 VALUE ZERO.
002360 77  WS-DOLLARS-ADJUSTED         PIC S9(9)V99 VALUE ZERO.
002370 77  WS-HAVE-AGING-FLAG          PIC X(01) VALUE 'N'.
002380     88  WS-HAVE-AGING-CONTROL       VALUE 'Y'.
002390 77  WS-BUCKET-SUB               PIC 9(01).

002400 77  RPT-LINE                    PIC X(132).
002410 77  LINE-POS                    PIC S9(3).
002420 77  WS-BUSINESS-MONTH           PIC 9(06).
002430 77  WS-PRIOR-MONTH              PIC 9(06).
002440 77  WS-CARRY-FLAG               PIC X(01).
002450 77  WS-CARRY-AR                 PIC S9(9)V99.
002460 77  WS-REPLACED-FLAG            PIC X(01) VALUE 'N'.
002470     88  WS-NIGHT-REPLACED           VALUE 'Y'.
002480 77  WS-WARNING-COUNT            PIC 9(03) VALUE ZERO.
002490 77  WS-STALE-NAME               PIC X(08).
002500 77  WS-STALE-DATE               PIC 9(08).
002510 77  WS-LINE-LABEL               PIC X(08).
002520 77  WS-BILLED-ED                PIC $$$,$$$,$$9.99-.
002530 77  WS-CHARGES-ED               PIC $$$,$$$,$$9.99-.
002540 77  WS-APPLIED-ED               PIC $$$,$$$,$$9.99-.
002550 77  WS-RELEASED-ED              PIC $$$,$$$,$$9.99-.
002560 77  WS-ADJUSTED-ED              PIC $$$,$$$,$$9.99-.
002570 77  WS-AMOUNT-ED                PIC $$$,$$$,$$9.99-.
002580 01  WS-BUCKET-ED-TABLE.
002590     05  WS-BUCKET-ED     OCCURS 5 TIMES PIC $$$,$$$,$$9.99-.
002600 77  WS-SNAP-READ                PIC 9(03) VALUE ZERO.
002610 77  WS-SNAP-WRITTEN             PIC 9(03) VALUE ZERO.

002620***
002630*** THE SYSTEM BUSINESS DATE COMES FROM THE CYCLDATE CONTROL
002640*** FILE, NOT THE WALL CLOCK, SO A CYCLE THAT SLIPS PAST
002650*** MIDNIGHT OR A WEEKEND CATCH-UP RUN STILL PROCESSES THE
002660*** RIGHT DATE.  CYCLLOG RECORDS EACH PROGRAM'S CLEAN END
002670*** AGAINST THE DATE SO THE SAME BUSINESS DATE CANNOT RUN
002680*** TWICE BY ACCIDENT; A DELIBERATE RERUN SETS THE FLAG ON
002690*** THE CYCLDATE RECORD.
002700 01  WS-CYC-DATE-STATUS          PIC X(02).
002710     88  WS-CYC-DATE-OK              VALUE '00'.
002720 01  WS-CYC-LOG-STATUS           PIC X(02).
002730     88  WS-CYC-LOG-OK               VALUE '00'.
002740     88  WS-CYC-LOG-EOF              VALUE '10'.
002750 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002760 77  WS-RERUN-FLAG               PIC X(01) VALUE 'N'.
002770     88  WS-RERUN-REQUESTED          VALUE 'Y'.
002780 77  WS-DUP-FLAG                 PIC X(01) VALUE 'N'.
002790     88  WS-ALREADY-RAN              VALUE 'Y'.

002800 PROCEDURE DIVISION.
002810******************************************************************
002820*  0000-MAINLINE                                                *
002830*  FINDS OR STARTS THE BUSINESS MONTH'S SNAPSHOT RECORD, ADDS   *
002840*  TONIGHT'S CONTROLS INTO IT, AND WRITES THE SNAPSHOT BACK.    *
002850******************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
002880     PERFORM 2000-FIND-MONTH        THRU 2000-EXIT.
002890     PERFORM 3000-READ-CONTROLS     THRU 3000-EXIT.
002900     PERFORM 4000-ADD-NIGHT         THRU 4000-EXIT.
002910     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
002920     GOBACK.

002930******************************************************************
002940*  0100-GET-BUSINESS-DATE                                        *
002950*  THE RUN WILL NOT START WITHOUT THE CYCLE-DATE CONTROL, AND    *
002960*  WILL NOT PROCESS THE SAME BUSINESS DATE TWICE UNLESS THE      *
002970*  CONTROL RECORD'S RERUN FLAG SAYS SO.                          *
002980******************************************************************
002990 0100-GET-BUSINESS-DATE.
003000     OPEN INPUT CYCLE-DATE-FILE.
003010     IF NOT WS-CYC-DATE-OK
003020         DISPLAY 'MONSNAP: NO CYCLE DATE CONTROL ON FILE - RUN '
003030             'STOPPED'
003040         MOVE 16 TO RETURN-CODE
003050         GOBACK
003060     END-IF.
003070     READ CYCLE-DATE-FILE
003080         AT END
003090             DISPLAY 'MONSNAP: CYCLE DATE CONTROL IS EMPTY - '
003100                 'RUN STOPPED'
003110             MOVE 16 TO RETURN-CODE
003120             GOBACK
003130     END-READ.
003140     IF CYC-BUSINESS-DATE NOT NUMERIC
003150         OR CYC-BUSINESS-DATE = ZERO
003160         DISPLAY 'MONSNAP: CYCLE DATE IS NOT A DATE: ' CYC-RECORD
003170             ' - RUN STOPPED'
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF.
003210     MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE.
003220     MOVE CYC-RERUN-FLAG    TO WS-RERUN-FLAG.
003230     CLOSE CYCLE-DATE-FILE.
003240     PERFORM 0150-CHECK-CYCLE-LOG THRU 0150-EXIT.
003250 0100-EXIT.
003260     EXIT.

003270 0150-CHECK-CYCLE-LOG.
003280     OPEN INPUT CYCLE-LOG-FILE.
003290     IF NOT WS-CYC-LOG-OK
003300         GO TO 0150-EXIT
003310     END-IF.
003320     PERFORM 0160-READ-ONE-LOG-RECORD THRU 0160-EXIT
003330         UNTIL WS-CYC-LOG-EOF.
003340     CLOSE CYCLE-LOG-FILE.
003350     IF NOT WS-ALREADY-RAN
003360         GO TO 0150-EXIT
003370     END-IF.
003380     IF WS-RERUN-REQUESTED
003390         DISPLAY 'MONSNAP: RERUN OF BUSINESS DATE '
003400             WS-BUSINESS-DATE ' AS REQUESTED'
003410         GO TO 0150-EXIT
003420     END-IF.
003430     DISPLAY 'MONSNAP: BUSINESS DATE ' WS-BUSINESS-DATE
003440         ' ALREADY PROCESSED - RUN STOPPED'.
003450     MOVE 16 TO RETURN-CODE.
003460     GOBACK.
003470 0150-EXIT.
003480     EXIT.

003490 0160-READ-ONE-LOG-RECORD.
003500     READ CYCLE-LOG-FILE
003510         AT END
003520             SET WS-CYC-LOG-EOF TO TRUE
003530         NOT AT END
003540             IF CYCLOG-PROGRAM-ID = 'MONSNAP '
003550                 AND CYCLOG-BUSINESS-DATE = WS-BUSINESS-DATE
003560                 SET WS-ALREADY-RAN TO TRUE
003570             END-IF
003580     END-READ.
003590 0160-EXIT.
003600     EXIT.

003610******************************************************************
003620*  0950-LOG-BUSINESS-DATE                                        *
003630*  A CLEAN END OF RUN RECORDS THIS PROGRAM AGAINST THE BUSINESS  *
003640*  DATE SO AN ACCIDENTAL SECOND RUN OF THE SAME DATE STOPS AT    *
003650*  THE DOOR.                                                     *
003660******************************************************************
003670 0950-LOG-BUSINESS-DATE.
003680     OPEN EXTEND CYCLE-LOG-FILE.
003690     IF WS-CYC-LOG-STATUS = '35'
003700         OPEN OUTPUT CYCLE-LOG-FILE
003710     END-IF.
003720     IF NOT WS-CYC-LOG-OK
003730         DISPLAY 'CYCLE LOG OPEN ERROR: ' WS-CYC-LOG-STATUS
003740         GO TO 0950-EXIT
003750     END-IF.
003760     MOVE 'MONSNAP ' TO CYCLOG-PROGRAM-ID.
003770     MOVE WS-BUSINESS-DATE TO CYCLOG-BUSINESS-DATE.
003780     WRITE CYCLOG-RECORD.
003790     IF NOT WS-CYC-LOG-OK
003800         DISPLAY 'CYCLE LOG WRITE ERROR: ' WS-CYC-LOG-STATUS
003810     END-IF.
003820     CLOSE CYCLE-LOG-FILE.
003830 0950-EXIT.
003840     EXIT.

003850******************************************************************
003860*  1000-INITIALIZE                                              *
003870******************************************************************
003880 1000-INITIALIZE.
003890     PERFORM 0100-GET-BUSINESS-DATE THRU 0100-EXIT.
003900     MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
003910     OPEN OUTPUT SNAPSHOT-REPORT-FILE.
003920     MOVE SPACES TO RPT-LINE.
003930     MOVE 1 TO LINE-POS.
003940     STRING 'MONTH-END AR SNAPSHOT' SPACE 'MONTH' SPACE
003950            WS-BUSINESS-MONTH(1:4) '/' WS-BUSINESS-MONTH(5:2)
003960            SPACE 'RUN DATE' SPACE WS-BUSINESS-DATE
003970         DELIMITED BY SIZE
003980         INTO RPT-LINE
003990         WITH POINTER LINE-POS
004000     END-STRING.
004010     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
004020     PERFORM 1100-LOAD-SNAPSHOT THRU 1100-EXIT.
004030 1000-EXIT.
004040     EXIT.

004050******************************************************************
004060*  1100-LOAD-SNAPSHOT                                           *
004070*  LOADS THE SNAPSHOT FILE.  NO FILE MEANS THE FIRST NIGHT THE  *
004080*  SNAPSHOT HAS RUN - TONIGHT STARTS THE FIRST MONTH.           *
004090******************************************************************
004100 1100-LOAD-SNAPSHOT.
004110     OPEN INPUT SNAPSHOT-FILE.
004120     IF NOT WS-SNAP-OK
004130         MOVE 'NO SNAPSHOT ON FILE - FIRST MONTH STARTS TONIGHT'
004140             TO RPT-LINE
004150         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
004160         GO TO 1100-EXIT
004170     END-IF.
004180     PERFORM 1150-READ-SNAPSHOT THRU 1150-EXIT
004190         UNTIL WS-SNAP-EOF.
004200     CLOSE SNAPSHOT-FILE.
004210 1100-EXIT.
004220     EXIT.

004230 1150-READ-SNAPSHOT.
004240     READ SNAPSHOT-FILE
004250         AT END
004260             SET WS-SNAP-EOF TO TRUE
004270             GO TO 1150-EXIT
004280     END-READ.
004290     ADD 1 TO WS-SNAP-READ.
004300     IF SNAP-COUNT >= 60
004310         PERFORM 2150-DROP-OLDEST-MONTH THRU 2150-EXIT
004320     END-IF.
004330     ADD 1 TO SNAP-COUNT.
004340     MOVE MS-RECORD TO SNAP-ENTRY(SNAP-COUNT).
004350 1150-EXIT.
004360     EXIT.

004370******************************************************************
004380*  2000-FIND-MONTH                                              *
004390*  THE LAST RECORD ON FILE IS THE LATEST MONTH.  A LATER        *
004400*  BUSINESS MONTH STARTS A NEW RECORD; THE SAME MONTH CARRIES   *
004410*  ON WITH IT.  A BUSINESS DATE BEHIND THE LAST NIGHT ON FILE   *
004420*  WOULD PUT POSTINGS IN THE WRONG MONTH OR COUNT THEM TWICE,   *
004430*  SO THE RUN STOPS BEFORE ANYTHING IS WRITTEN.                 *
004440******************************************************************
004450 2000-FIND-MONTH.
004460     IF SNAP-COUNT = ZERO
004470         PERFORM 2100-START-NEW-MONTH THRU 2100-EXIT
004480         GO TO 2000-EXIT
004490     END-IF.
004500     MOVE SNAP-ENTRY(SNAP-COUNT) TO SW-RECORD.
004510     IF SW-MONTH < WS-BUSINESS-MONTH
004520         PERFORM 2100-START-NEW-MONTH THRU 2100-EXIT
004530         GO TO 2000-EXIT
004540     END-IF.
004550     IF SW-MONTH > WS-BUSINESS-MONTH
004560         OR SW-LAST-DATE > WS-BUSINESS-DATE
004570         DISPLAY 'MONSNAP: SNAPSHOT ALREADY CARRIES BUSINESS '
004580             'DATE ' SW-LAST-DATE ' - ' WS-BUSINESS-DATE
004590             ' IS BEHIND IT - RUN STOPPED'
004600         MOVE 16 TO RETURN-CODE
004610         GOBACK
004620     END-IF.
004630     MOVE SNAP-COUNT TO WS-SNAP-SUB.
004640     IF SW-LAST-DATE = WS-BUSINESS-DATE
004650         PERFORM 2200-BACK-OUT-NIGHT THRU 2200-EXIT
004660     END-IF.
004670 2000-EXIT.
004680     EXIT.

004690******************************************************************
004700*  2100-START-NEW-MONTH                                         *
004710*  THE NEW MONTH OPENS WITH THE PRIOR MONTH'S CLOSING AR.  WITH *
004720*  NO RECORD FOR THE CALENDAR MONTH BEFORE - THE FIRST MONTH ON *
004730*  FILE, OR A GAP - THERE IS NOTHING TRUSTWORTHY TO CARRY, AND  *
004740*  THE ROLLFORWARD REPORTS THE MONTH'S OPENING AS NOT PROVED.   *
004750******************************************************************
004760 2100-START-NEW-MONTH.
004770     IF WS-BUSINESS-MONTH(5:2) = '01'
004780         COMPUTE WS-PRIOR-MONTH = WS-BUSINESS-MONTH - 89
004790     ELSE
004800         COMPUTE WS-PRIOR-MONTH = WS-BUSINESS-MONTH - 1
004810     END-IF.
004820     MOVE 'N'  TO WS-CARRY-FLAG.
004830     MOVE ZERO TO WS-CARRY-AR.
004840     IF SNAP-COUNT > ZERO
004850         MOVE SNAP-ENTRY(SNAP-COUNT) TO SW-RECORD
004860         IF SW-MONTH = WS-PRIOR-MONTH
004870             MOVE 'Y' TO WS-CARRY-FLAG
004880             MOVE SW-CLOSING-AR TO WS-CARRY-AR
004890         END-IF
004900     END-IF.
004910     IF SNAP-COUNT >= 60
004920         PERFORM 2150-DROP-OLDEST-MONTH THRU 2150-EXIT
004930     END-IF.
004940     INITIALIZE SW-RECORD.
004950     MOVE WS-BUSINESS-MONTH TO SW-MONTH.
004960     MOVE WS-BUSINESS-DATE  TO SW-FIRST-DATE.
004970     MOVE WS-CARRY-FLAG     TO SW-OPENING-FLAG.
004980     MOVE WS-CARRY-AR       TO SW-OPENING-AR.
004990     ADD 1 TO SNAP-COUNT.
005000     MOVE SNAP-COUNT TO WS-SNAP-SUB.
005010     MOVE WS-CARRY-AR TO WS-AMOUNT-ED.
005020     MOVE SPACES TO RPT-LINE.
005030     MOVE 1 TO LINE-POS.
005040     IF SW-OPENING-CARRIED
005050         STRING 'NEW MONTH - OPENING AR ' WS-AMOUNT-ED
005060                ' CARRIED FROM THE ' WS-PRIOR-MONTH(1:4) '/'
005070                WS-PRIOR-MONTH(5:2) ' CLOSE'
005080             DELIMITED BY SIZE
005090             INTO RPT-LINE
005100             WITH POINTER LINE-POS
005110         END-STRING
005120     ELSE
005130         ADD 1 TO WS-WARNING-COUNT
005140         STRING 'NEW MONTH - NO SNAPSHOT FOR '
005150                WS-PRIOR-MONTH(1:4) '/' WS-PRIOR-MONTH(5:2)
005160                ' - OPENING AR NOT CARRIED'
005170             DELIMITED BY SIZE
005180             INTO RPT-LINE
005190             WITH POINTER LINE-POS
005200         END-STRING
005210     END-IF.
005220     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005230 2100-EXIT.
005240     EXIT.

005250******************************************************************
005260*  2150-DROP-OLDEST-MONTH                                       *
005270*  FIVE YEARS ARE KEPT; THE OLDEST MONTH FALLS OFF THE FRONT.   *
005280******************************************************************
005290 2150-DROP-OLDEST-MONTH.
005300     PERFORM 2160-SHIFT-ONE-MONTH THRU 2160-EXIT
005310         VARYING WS-SHIFT-SUB FROM 2 BY 1
005320         UNTIL WS-SHIFT-SUB > SNAP-COUNT.
005330     SUBTRACT 1 FROM SNAP-COUNT.
005340 2150-EXIT.
005350     EXIT.

005360 2160-SHIFT-ONE-MONTH.
005370     MOVE SNAP-ENTRY(WS-SHIFT-SUB)
005380         TO SNAP-ENTRY(WS-SHIFT-SUB - 1).
005390 2160-EXIT.
005400     EXIT.

005410******************************************************************
005420*  2200-BACK-OUT-NIGHT                                          *
005430*  TONIGHT IS A RERUN OF THE LAST NIGHT ON FILE.  WHAT THAT     *
005440*  NIGHT ADDED COMES BACK OUT, AND THE RERUN'S CONTROLS GO IN   *
005450*  IN ITS PLACE.                                                *
005460******************************************************************
005470 2200-BACK-OUT-NIGHT.
005480     SUBTRACT SW-NIGHT-BILLED   FROM SW-TOTAL-BILLED.
005490     SUBTRACT SW-NIGHT-CHARGES  FROM SW-TOTAL-CHARGES.
005500     SUBTRACT SW-NIGHT-APPLIED  FROM SW-TOTAL-APPLIED.
005510     SUBTRACT SW-NIGHT-RELEASED FROM SW-TOTAL-RELEASED.
005520     SUBTRACT SW-NIGHT-ADJUSTED FROM SW-TOTAL-ADJUSTED.
005530     SUBTRACT 1 FROM SW-NIGHT-COUNT.
005540     SET WS-NIGHT-REPLACED TO TRUE.
005550     MOVE SPACES TO RPT-LINE.
005560     MOVE 1 TO LINE-POS.
005570     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
005580            ' ALREADY IN THE SNAPSHOT - ITS FIGURES ARE REPLACED'
005590         DELIMITED BY SIZE
005600         INTO RPT-LINE
005610         WITH POINTER LINE-POS
005620     END-STRING.
005630     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
005640 2200-EXIT.
005650     EXIT.

005660******************************************************************
005670*  3000-READ-CONTROLS                                           *
005680*  THE SAME CONTROLS THE CONTINUITY CONTROL PROVED THE MASTER   *
005690*  WITH, TAKEN THE SAME WAY: A STEP THAT DID NOT RUN TONIGHT    *
005700*  LEAVES NO CONTROL OR A STALE ONE, AND EITHER COUNTS AS ZERO. *
005710*  THE AGING CONTROL IS DIFFERENT - WITHOUT TONIGHT'S, THE      *
005720*  MONTH KEEPS THE LAST AGING IT HAD, AND THAT IS A WARNING.    *
005730******************************************************************
005740 3000-READ-CONTROLS.
005750     OPEN INPUT BILLING-CONTROL-FILE.
005760     IF WS-BILL-CTL-OK
005770         READ BILLING-CONTROL-FILE
005780             AT END CONTINUE
005790             NOT AT END
005800                 IF BC-RUN-DATE = WS-BUSINESS-DATE
005810                     MOVE BC-TOTAL-BILLED TO WS-DOLLARS-BILLED
005820                 ELSE
005830                     MOVE 'BILLCTL ' TO WS-STALE-NAME
005840                     MOVE BC-RUN-DATE TO WS-STALE-DATE
005850                     PERFORM 3800-WRITE-STALE-LINE THRU 3800-EXIT
005860                 END-IF
005870         END-READ
005880         CLOSE BILLING-CONTROL-FILE
005890     ELSE
005900         MOVE 'BILLING CONTROL NOT ON FILE - TREATED AS ZERO'
005910             TO RPT-LINE
005920         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
005930     END-IF.
005940     OPEN INPUT CHARGE-CONTROL-FILE.
005950     IF WS-CHG-CTL-OK
005960         READ CHARGE-CONTROL-FILE
005970             AT END CONTINUE
005980             NOT AT END
005990                 IF FC-RUN-DATE = WS-BUSINESS-DATE
006000                     MOVE FC-TOTAL-CHARGES TO WS-DOLLARS-CHARGED
006010                 ELSE
006020                     MOVE 'FINCTL  ' TO WS-STALE-NAME
006030                     MOVE FC-RUN-DATE TO WS-STALE-DATE
006040                     PERFORM 3800-WRITE-STALE-LINE THRU 3800-EXIT
006050                 END-IF
006060         END-READ
006070         CLOSE CHARGE-CONTROL-FILE
006080     ELSE
006090         MOVE 'CHARGE CONTROL NOT ON FILE - TREATED AS ZERO'
006100             TO RPT-LINE
006110         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006120     END-IF.
006130     OPEN INPUT RELEASE-CONTROL-FILE.
006140     IF WS-REL-CTL-OK
006150         READ RELEASE-CONTROL-FILE
006160             AT END CONTINUE
006170             NOT AT END
006180                 IF SC-RUN-DATE = WS-BUSINESS-DATE
006190                     MOVE SC-TOTAL-RELEASED
006200                         TO WS-DOLLARS-RELEASED
006210                 ELSE
006220                     MOVE 'SUSPCTL ' TO WS-STALE-NAME
006230                     MOVE SC-RUN-DATE TO WS-STALE-DATE
006240                     PERFORM 3800-WRITE-STALE-LINE THRU 3800-EXIT
006250                 END-IF
006260         END-READ
006270         CLOSE RELEASE-CONTROL-FILE
006280     ELSE
006290         MOVE 'RELEASE CONTROL NOT ON FILE - TREATED AS ZERO'
006300             TO RPT-LINE
006310         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006320     END-IF.
006330     OPEN INPUT ADJUSTMENT-CONTROL-FILE.
006340     IF WS-ADJ-CTL-OK
006350         READ ADJUSTMENT-CONTROL-FILE
006360             AT END CONTINUE
006370             NOT AT END
006380                 IF AC-RUN-DATE = WS-BUSINESS-DATE
006390                     MOVE AC-TOTAL-ADJUSTED
006400                         TO WS-DOLLARS-ADJUSTED
006410                 ELSE
006420                     MOVE 'ADJCTL  ' TO WS-STALE-NAME
006430                     MOVE AC-RUN-DATE TO WS-STALE-DATE
006440                     PERFORM 3800-WRITE-STALE-LINE THRU 3800-EXIT
006450                 END-IF
006460         END-READ
006470         CLOSE ADJUSTMENT-CONTROL-FILE
006480     ELSE
006490         MOVE 'ADJUSTMENT CONTROL NOT ON FILE - TREATED AS ZERO'
006500             TO RPT-LINE
006510         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006520     END-IF.
006530     OPEN INPUT APPLY-CONTROL-FILE.
006540     IF WS-APPLY-CTL-OK
006550         READ APPLY-CONTROL-FILE
006560             AT END CONTINUE
006570             NOT AT END
006580                 IF CC-RUN-DATE = WS-BUSINESS-DATE
006590                     MOVE CC-DOLLARS-APPLIED
006600                         TO WS-DOLLARS-APPLIED
006610                 ELSE
006620                     MOVE 'CSHCTL  ' TO WS-STALE-NAME
006630                     MOVE CC-RUN-DATE TO WS-STALE-DATE
006640                     PERFORM 3800-WRITE-STALE-LINE THRU 3800-EXIT
006650                 END-IF
006660         END-READ
006670         CLOSE APPLY-CONTROL-FILE
006680     ELSE
006690         MOVE 'APPLY CONTROL NOT ON FILE - TREATED AS ZERO'
006700             TO RPT-LINE
006710         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006720     END-IF.
006730     PERFORM 3500-READ-AGING-CONTROL THRU 3500-EXIT.
006740 3000-EXIT.
006750     EXIT.

006760 3500-READ-AGING-CONTROL.
006770     OPEN INPUT AGING-CONTROL-FILE.
006780     IF NOT WS-AGING-CTL-OK
006790         ADD 1 TO WS-WARNING-COUNT
006800         MOVE 'AGING CONTROL NOT ON FILE - LAST AGING KEPT'
006810             TO RPT-LINE
006820         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
006830         GO TO 3500-EXIT
006840     END-IF.
006850     READ AGING-CONTROL-FILE
006860         AT END
006870             MOVE ZERO TO AG-RUN-DATE
006880     END-READ.
006890     CLOSE AGING-CONTROL-FILE.
006900     IF AG-RUN-DATE = WS-BUSINESS-DATE
006910         SET WS-HAVE-AGING-CONTROL TO TRUE
006920         GO TO 3500-EXIT
006930     END-IF.
006940     ADD 1 TO WS-WARNING-COUNT.
006950     MOVE 'AGECTL  ' TO WS-STALE-NAME.
006960     MOVE AG-RUN-DATE TO WS-STALE-DATE.
006970     MOVE SPACES TO RPT-LINE.
006980     MOVE 1 TO LINE-POS.
006990     STRING
007000        WS-STALE-NAME 'STALE - DATED ' WS-STALE-DATE
007010            DELIMITED BY SIZE
007020        ' NOT BUSINESS DATE ' WS-BUSINESS-DATE
007030            DELIMITED BY SIZE
007040        ' - MONTH KEEPS ITS LAST AGING'
007050            DELIMITED BY SIZE
007060        INTO RPT-LINE
007070        WITH POINTER LINE-POS
007080     END-STRING.
007090     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007100 3500-EXIT.
007110     EXIT.

007120******************************************************************
007130*  3800-WRITE-STALE-LINE                                        *
007140******************************************************************
007150 3800-WRITE-STALE-LINE.
007160     MOVE SPACES TO RPT-LINE.
007170     MOVE 1 TO LINE-POS.
007180     STRING
007190        WS-STALE-NAME 'STALE - DATED ' WS-STALE-DATE
007200            DELIMITED BY SIZE
007210        ' NOT BUSINESS DATE ' WS-BUSINESS-DATE
007220            DELIMITED BY SIZE
007230        ' - TREATED AS ZERO'
007240            DELIMITED BY SIZE
007250        INTO RPT-LINE
007260        WITH POINTER LINE-POS
007270     END-STRING.
007280     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007290 3800-EXIT.
007300     EXIT.

007310******************************************************************
007320*  4000-ADD-NIGHT                                               *
007330*  TONIGHT'S POSTINGS GO INTO THE MONTH TOTALS AND ARE KEPT AS  *
007340*  THE LAST NIGHT'S FIGURES; TONIGHT'S AGING REPLACES THE       *
007350*  MONTH'S.  THE NIGHT AND MONTH-TO-DATE FIGURES ARE PRINTED.   *
007360******************************************************************
007370 4000-ADD-NIGHT.
007380     ADD WS-DOLLARS-BILLED   TO SW-TOTAL-BILLED.
007390     ADD WS-DOLLARS-CHARGED  TO SW-TOTAL-CHARGES.
007400     ADD WS-DOLLARS-APPLIED  TO SW-TOTAL-APPLIED.
007410     ADD WS-DOLLARS-RELEASED TO SW-TOTAL-RELEASED.
007420     ADD WS-DOLLARS-ADJUSTED TO SW-TOTAL-ADJUSTED.
007430     MOVE WS-DOLLARS-BILLED   TO SW-NIGHT-BILLED.
007440     MOVE WS-DOLLARS-CHARGED  TO SW-NIGHT-CHARGES.
007450     MOVE WS-DOLLARS-APPLIED  TO SW-NIGHT-APPLIED.
007460     MOVE WS-DOLLARS-RELEASED TO SW-NIGHT-RELEASED.
007470     MOVE WS-DOLLARS-ADJUSTED TO SW-NIGHT-ADJUSTED.
007480     MOVE WS-BUSINESS-DATE TO SW-LAST-DATE.
007490     ADD 1 TO SW-NIGHT-COUNT.
007500     IF WS-HAVE-AGING-CONTROL
007510         PERFORM 4050-MOVE-ONE-BUCKET THRU 4050-EXIT
007520             VARYING WS-BUCKET-SUB FROM 1 BY 1
007530             UNTIL WS-BUCKET-SUB > 5
007540         MOVE AG-TOTAL-DUE TO SW-CLOSING-AR
007550         MOVE AG-RUN-DATE  TO SW-AGING-DATE
007560     END-IF.
007570     MOVE SW-RECORD TO SNAP-ENTRY(WS-SNAP-SUB).
007580     MOVE SPACES TO RPT-LINE.
007590     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007600     MOVE SPACES TO RPT-LINE.
007610     MOVE 1 TO LINE-POS.
007620     STRING '                 BILLED  FINANCE CHARGES'
007630            '     CASH APPLIED SUSPENSE RELEASED'
007640            '      ADJUSTMENTS'
007650         DELIMITED BY SIZE
007660         INTO RPT-LINE
007670         WITH POINTER LINE-POS
007680     END-STRING.
007690     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
007700     MOVE WS-DOLLARS-BILLED   TO WS-BILLED-ED.
007710     MOVE WS-DOLLARS-CHARGED  TO WS-CHARGES-ED.
007720     MOVE WS-DOLLARS-APPLIED  TO WS-APPLIED-ED.
007730     MOVE WS-DOLLARS-RELEASED TO WS-RELEASED-ED.
007740     MOVE WS-DOLLARS-ADJUSTED TO WS-ADJUSTED-ED.
007750     MOVE 'TONIGHT ' TO WS-LINE-LABEL.
007760     PERFORM 4100-WRITE-FIGURES-LINE THRU 4100-EXIT.
007770     MOVE SW-TOTAL-BILLED     TO WS-BILLED-ED.
007780     MOVE SW-TOTAL-CHARGES    TO WS-CHARGES-ED.
007790     MOVE SW-TOTAL-APPLIED    TO WS-APPLIED-ED.
007800     MOVE SW-TOTAL-RELEASED   TO WS-RELEASED-ED.
007810     MOVE SW-TOTAL-ADJUSTED   TO WS-ADJUSTED-ED.
007820     MOVE 'MONTH   ' TO WS-LINE-LABEL.
007830     PERFORM 4100-WRITE-FIGURES-LINE THRU 4100-EXIT.
007840     PERFORM 4200-WRITE-AGING-LINES THRU 4200-EXIT.
007850 4000-EXIT.
007860     EXIT.

007870 4050-MOVE-ONE-BUCKET.
007880     MOVE AG-BUCKET-AMT(WS-BUCKET-SUB)
007890         TO SW-AGING-BUCKET(WS-BUCKET-SUB).
007900 4050-EXIT.
007910     EXIT.

007920 4100-WRITE-FIGURES-LINE.
007930     MOVE SPACES TO RPT-LINE.
007940     MOVE 1 TO LINE-POS.
007950     STRING
007960        WS-LINE-LABEL WS-BILLED-ED '  ' WS-CHARGES-ED
007970            DELIMITED BY SIZE
007980        '  ' WS-APPLIED-ED '  ' WS-RELEASED-ED
007990            DELIMITED BY SIZE
008000        '  ' WS-ADJUSTED-ED
008010            DELIMITED BY SIZE
008020        INTO RPT-LINE
008030        WITH POINTER LINE-POS
008040     END-STRING.
008050     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008060 4100-EXIT.
008070     EXIT.

008080 4200-WRITE-AGING-LINES.
008090     MOVE SPACES TO RPT-LINE.
008100     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008110     IF SW-AGING-DATE = ZERO
008120         MOVE 'NO AGING IN THE MONTH YET' TO RPT-LINE
008130         PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT
008140         GO TO 4200-EXIT
008150     END-IF.
008160     MOVE SPACES TO RPT-LINE.
008170     MOVE 1 TO LINE-POS.
008180     STRING 'AGING AS OF ' SW-AGING-DATE
008190         DELIMITED BY SIZE
008200         INTO RPT-LINE
008210         WITH POINTER LINE-POS
008220     END-STRING.
008230     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008240     MOVE SPACES TO RPT-LINE.
008250     MOVE 1 TO LINE-POS.
008260     STRING '                CURRENT             1-30'
008270            '            31-60            61-90'
008280            '          OVER 90        CLOSING AR'
008290         DELIMITED BY SIZE
008300         INTO RPT-LINE
008310         WITH POINTER LINE-POS
008320     END-STRING.
008330     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008340     PERFORM 4250-EDIT-ONE-BUCKET THRU 4250-EXIT
008350         VARYING WS-BUCKET-SUB FROM 1 BY 1
008360         UNTIL WS-BUCKET-SUB > 5.
008370     MOVE SW-CLOSING-AR TO WS-AMOUNT-ED.
008380     MOVE SPACES TO RPT-LINE.
008390     MOVE 1 TO LINE-POS.
008400     STRING
008410        '        ' WS-BUCKET-ED(1) '  ' WS-BUCKET-ED(2)
008420            DELIMITED BY SIZE
008430        '  ' WS-BUCKET-ED(3) '  ' WS-BUCKET-ED(4)
008440            DELIMITED BY SIZE
008450        '  ' WS-BUCKET-ED(5) '   ' WS-AMOUNT-ED
008460            DELIMITED BY SIZE
008470        INTO RPT-LINE
008480        WITH POINTER LINE-POS
008490     END-STRING.
008500     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
008510 4200-EXIT.
008520     EXIT.

008530 4250-EDIT-ONE-BUCKET.
008540     MOVE SW-AGING-BUCKET(WS-BUCKET-SUB)
008550         TO WS-BUCKET-ED(WS-BUCKET-SUB).
008560 4250-EXIT.
008570     EXIT.

008580******************************************************************
008590*  8000-WRITE-NEW-SNAPSHOT                                      *
008600*  WRITES THE SNAPSHOT BACK OUT, OLDEST MONTH FIRST.            *
008610******************************************************************
008620 8000-WRITE-NEW-SNAPSHOT.
008630     OPEN OUTPUT NEW-SNAPSHOT-FILE.
008640     IF NOT WS-NEW-SNAP-OK
008650         DISPLAY 'MONSNAP: NEW SNAPSHOT OPEN ERROR: '
008660             WS-NEW-SNAP-STATUS ' - RUN STOPPED'
008670         CLOSE SNAPSHOT-REPORT-FILE
008680         MOVE 16 TO RETURN-CODE
008690         GOBACK
008700     END-IF.
008710     PERFORM 8100-WRITE-ONE-MONTH THRU 8100-EXIT
008720         VARYING WS-SNAP-SUB FROM 1 BY 1
008730         UNTIL WS-SNAP-SUB > SNAP-COUNT.
008740     CLOSE NEW-SNAPSHOT-FILE.
008750 8000-EXIT.
008760     EXIT.

008770 8100-WRITE-ONE-MONTH.
008780     MOVE SNAP-ENTRY(WS-SNAP-SUB) TO NEW-MS-RECORD.
008790     WRITE NEW-MS-RECORD.
008800     IF NOT WS-NEW-SNAP-OK
008810         DISPLAY 'NEW SNAPSHOT WRITE ERROR: ' WS-NEW-SNAP-STATUS
008820     END-IF.
008830     ADD 1 TO WS-SNAP-WRITTEN.
008840 8100-EXIT.
008850     EXIT.

008860 8500-WRITE-REPORT-LINE.
008870     MOVE RPT-LINE TO REPORT-PRINT-RECORD.
008880     WRITE REPORT-PRINT-RECORD.
008890     IF NOT WS-REPORT-OK
008900         DISPLAY 'SNAPSHOT REPORT WRITE ERROR: ' WS-REPORT-STATUS
008910     END-IF.
008920     DISPLAY RPT-LINE.
008930 8500-EXIT.
008940     EXIT.

008950******************************************************************
008960*  9000-TERMINATE                                               *
008970*  A MONTH LEFT WITH AN OLD AGING, OR OPENED WITH NOTHING TO    *
008980*  CARRY, ENDS WITH RETURN CODE 4 SO IT IS PUT RIGHT BEFORE     *
008990*  THE MONTH-END ROLLFORWARD DEPENDS ON IT.                     *
009000******************************************************************
009010 9000-TERMINATE.
009020     PERFORM 8000-WRITE-NEW-SNAPSHOT THRU 8000-EXIT.
009030     MOVE SPACES TO RPT-LINE.
009040     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009050     MOVE SPACES TO RPT-LINE.
009060     MOVE 1 TO LINE-POS.
009070     STRING 'TRAILER MONTHS READ ' WS-SNAP-READ
009080            ' WRITTEN ' WS-SNAP-WRITTEN
009090            ' NIGHTS IN MONTH ' SW-NIGHT-COUNT
009100            ' WARNINGS ' WS-WARNING-COUNT
009110         DELIMITED BY SIZE
009120         INTO RPT-LINE
009130         WITH POINTER LINE-POS
009140     END-STRING.
009150     PERFORM 8500-WRITE-REPORT-LINE THRU 8500-EXIT.
009160     CLOSE SNAPSHOT-REPORT-FILE.
009170     PERFORM 0950-LOG-BUSINESS-DATE THRU 0950-EXIT.
009180     IF WS-WARNING-COUNT > ZERO
009190         MOVE 4 TO RETURN-CODE
009200     END-IF.
009210     DISPLAY 'SNAPSHOT MONTHS READ:    ' WS-SNAP-READ.
009220     DISPLAY 'SNAPSHOT MONTHS WRITTEN: ' WS-SNAP-WRITTEN.
009230     DISPLAY 'WARNINGS:                ' WS-WARNING-COUNT.
009240 9000-EXIT.
009250     EXIT.
