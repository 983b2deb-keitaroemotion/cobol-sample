000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    POOPEN.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPEN PURCHASE-ORDER      *
000220*                     REPORT WITH OVERDUE DELIVERIES AND THE      *
000230*                     BACKORDERS WAITING ON EACH SUPPLIER.        *
000232*    2026-10-15 KS    THE DATE COLUMN OF THE PO LISTING IS HEADED *
000234*                     ORDER DATE; DUE DATE AND DAYS LATE MOVE TWO *
000236*                     PLACES RIGHT TO MAKE ROOM.                  *
000240*-----------------------------------------------------------------*
000250*    PART 1 LISTS EVERY OPEN PO LINE ON POFILE. A LINE IS DUE     *
000260*    THE SUPPLIER'S LEAD TIME AFTER IT WAS ORDERED (POAPPR SETS   *
000270*    POL-DUE-DATE THAT WAY); ONE STILL OPEN AFTER ITS DUE DATE IS *
000280*    SHOWN WITH THE NUMBER OF DAYS IT IS LATE.                    *
000290*    PART 2 LISTS EVERY OPEN BACKORDER WITH THE SUPPLIER IT IS    *
000300*    WAITING ON - THE SUPPLIER OF THE EARLIEST-DUE OPEN PO LINE   *
000310*    FOR THE PRODUCT, OR FAILING THAT THE PRODUCT'S SUPPLIER ON   *
000320*    VENDMAST - SO BUYERS CAN CHASE THE RIGHT SUPPLIER.           *
000330*    A MISSING PO, BACKORDER OR SUPPLIER FILE SIMPLY MEANS        *
000340*    NOTHING OF THAT KIND TO REPORT.                              *
000350*-----------------------------------------------------------------*
000360 ENVIRONMENT    DIVISION.
000370 INPUT-OUTPUT   SECTION.
000380 FILE-CONTROL.
000390     SELECT PO-LINE-FILE    ASSIGN TO POFILE
000400         ORGANIZATION       IS INDEXED
000410         ACCESS MODE        IS SEQUENTIAL
000420         RECORD KEY         IS POL-KEY
000430         FILE STATUS        IS WS-POFILE-STATUS.
000440     SELECT BACKORDER-FILE  ASSIGN TO BACKORDR
000450         ORGANIZATION       IS SEQUENTIAL
000460         FILE STATUS        IS WS-BACKORDR-STATUS.
000470     SELECT VENDOR-MASTER   ASSIGN TO VENDMAST
000480         ORGANIZATION       IS INDEXED
000490         ACCESS MODE        IS RANDOM
000500         RECORD KEY         IS VND-PROD-CODE
000510         FILE STATUS        IS WS-VENDMAST-STATUS.
000520     SELECT OPEN-PO-REPORT  ASSIGN TO POOPNRPT
000530         ORGANIZATION       IS SEQUENTIAL
000540         FILE STATUS        IS WS-POOPNRPT-STATUS.
000550     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000560         ORGANIZATION       IS SEQUENTIAL
000570         FILE STATUS        IS WS-RUNCTL-STATUS.
000580 DATA           DIVISION.
000590 FILE           SECTION.
000600 FD  PO-LINE-FILE
000610     LABEL RECORD IS STANDARD.
000620     COPY POLREC.
000630 FD  BACKORDER-FILE
000640     LABEL RECORD IS STANDARD.
000650     COPY BKOREC.
000660 FD  VENDOR-MASTER
000670     LABEL RECORD IS STANDARD.
000680     COPY VNDREC.
000690 FD  OPEN-PO-REPORT
000700     LABEL RECORD IS STANDARD.
000710 01  REPORT-LINE                PIC X(80).
000720 FD  RUN-CONTROL
000730     LABEL RECORD IS STANDARD.
000740     COPY RUNREC.
000750 WORKING-STORAGE SECTION.
000760 01  WS-RUNCTL-STATUS            PIC X(02).
000770     88  WS-RUNCTL-OK            VALUE '00'.
000780     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000790 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000800 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000810 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000820 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000830 01  WS-RUN-TIME-RAW.
000840     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000850     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000860 01  WS-POFILE-STATUS            PIC X(02).
000870     88  WS-POFILE-OK            VALUE '00'.
000880     88  WS-POFILE-NOTFOUND      VALUE '35'.
000890 01  WS-BACKORDR-STATUS          PIC X(02).
000900     88  WS-BACKORDR-OK          VALUE '00'.
000910 01  WS-VENDMAST-STATUS          PIC X(02).
000920     88  WS-VENDMAST-OK          VALUE '00'.
000930 01  WS-POOPNRPT-STATUS          PIC X(02).
000940     88  WS-POOPNRPT-OK          VALUE '00'.
000950 77  WS-EOF-POL-SW               PIC X(01)   VALUE 'N'.
000960     88  WS-EOF-POL              VALUE 'Y'.
000970 77  WS-EOF-BKO-SW               PIC X(01)   VALUE 'N'.
000980     88  WS-EOF-BKO              VALUE 'Y'.
000990 77  WS-POL-AVAIL-SW             PIC X(01)   VALUE 'N'.
001000     88  WS-POL-AVAIL            VALUE 'Y'.
001010 77  WS-BKO-AVAIL-SW             PIC X(01)   VALUE 'N'.
001020     88  WS-BKO-AVAIL            VALUE 'Y'.
001030 77  WS-VEND-AVAIL-SW            PIC X(01)   VALUE 'N'.
001040     88  WS-VEND-AVAIL           VALUE 'Y'.
001050 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
001060     88  WS-ENTRY-FOUND          VALUE 'Y'.
001070 77  WS-ORDTBL-FULL-SW           PIC X(01)   VALUE 'N'.
001080     88  WS-ORDTBL-FULL          VALUE 'Y'.
001090 77  WS-LEAP-SW                  PIC X(01)   VALUE 'N'.
001100     88  WS-LEAP-YEAR            VALUE 'Y'.
001110*-----------------------------------------------------------------*
001120*    EARLIEST-DUE OPEN PO LINE PER PRODUCT, BUILT WHILE PART 1    *
001130*    IS PRINTED AND LOOKED UP FOR EACH BACKORDER IN PART 2.       *
001140*-----------------------------------------------------------------*
001150 01  WS-ORD-TABLE.
001160     05  WS-ORD-ENTRY            OCCURS 500 TIMES
001170                                 INDEXED BY WS-ORD-IDX.
001180         10  WS-ORD-PROD-CODE    PIC X(06).
001190         10  WS-ORD-PO-NO        PIC 9(08).
001200         10  WS-ORD-SUPPLIER-ID  PIC X(08).
001210         10  WS-ORD-DUE-DATE     PIC 9(08).
001220 77  WS-ORD-COUNT                 PIC 9(05)   COMP    VALUE 0.
001230 77  WS-CURRENT-DATE             PIC 9(08)   VALUE 0.
001240 01  WS-WALK-DATE                 PIC 9(08).
001250 01  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
001260     05  WS-WALK-YYYY            PIC 9(04).
001270     05  WS-WALK-MM              PIC 9(02).
001280     05  WS-WALK-DD              PIC 9(02).
001290 77  WS-MONTH-END-DD             PIC 9(02)   VALUE 0.
001300 01  WS-DAYS-IN-MONTH-LIST.
001310     05  FILLER                  PIC X(24)
001320         VALUE '312831303130313130313031'.
001330 01  WS-DAYS-IN-MONTH-TBL REDEFINES WS-DAYS-IN-MONTH-LIST.
001340     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
001350                                 PIC 9(02).
001360 77  WS-LEAP-QUOTIENT             PIC 9(04)   COMP.
001370 77  WS-LEAP-REMAINDER            PIC 9(04)   COMP.
001380 77  WS-DAYS-LATE                 PIC 9(04)   COMP    VALUE 0.
001390 77  WS-OPEN-LINE-CNT             PIC 9(07)   COMP    VALUE 0.
001400 77  WS-OVERDUE-LINE-CNT          PIC 9(07)   COMP    VALUE 0.
001410 77  WS-BKO-OPEN-CNT              PIC 9(07)   COMP    VALUE 0.
001420 77  WS-BKO-ON-PO-CNT             PIC 9(07)   COMP    VALUE 0.
001430 77  WS-BKO-LATE-PO-CNT           PIC 9(07)   COMP    VALUE 0.
001440 77  WS-BKO-NO-PO-CNT             PIC 9(07)   COMP    VALUE 0.
001450*-----------------------------------------------------------------*
001460*    REPORT PRINT LINE WORK AREAS                                 *
001470*-----------------------------------------------------------------*
001480 01  WS-HEADING-1                PIC X(80)
001490         VALUE 'OPEN PO LINES - OVERDUE AGAINST LEAD TIME'.
001500 01  WS-HEADING-2.
001510     05  FILLER                  PIC X(36)
001520         VALUE 'PO NO    LN  SUPPLIER PRODUCT  ORDER'.
001530     05  FILLER                  PIC X(44)
001540         VALUE 'ED  RECEIVED ORDER DATE DUE DATE DAYS LATE'.
001550 01  WS-HEADING-3                PIC X(80)
001560         VALUE 'OPEN BACKORDERS BY SUPPLIER WAITED ON'.
001570 01  WS-HEADING-4.
001580     05  FILLER                  PIC X(36)
001590         VALUE 'CUSTOMER PRODUCT   QTY DEMANDED SUPP'.
001600     05  FILLER                  PIC X(44)
001610         VALUE 'LIER PO NO    DUE DATE NOTE'.
001620 01  WS-PO-DETAIL-LINE.
001630     05  WS-PDT-PO-NO            PIC 9(08).
001640     05  FILLER                  PIC X(01).
001650     05  WS-PDT-LINE-NO          PIC 9(03).
001660     05  FILLER                  PIC X(01).
001670     05  WS-PDT-SUPPLIER-ID      PIC X(08).
001680     05  FILLER                  PIC X(01).
001690     05  WS-PDT-PROD-CODE        PIC X(06).
001700     05  FILLER                  PIC X(01).
001710     05  WS-PDT-ORDERED          PIC Z,ZZZ,ZZ9.
001720     05  FILLER                  PIC X(01).
001730     05  WS-PDT-RECEIVED         PIC Z,ZZZ,ZZ9.
001740     05  FILLER                  PIC X(01).
001750     05  WS-PDT-ORDER-DATE       PIC 9(08).
001760     05  FILLER                  PIC X(03).
001770     05  WS-PDT-DUE-DATE         PIC 9(08).
001780     05  FILLER                  PIC X(01).
001790     05  WS-PDT-DAYS-LATE        PIC ZZZZ9   BLANK WHEN ZERO.
001800     05  FILLER                  PIC X(06).
001810 01  WS-BKO-DETAIL-LINE.
001820     05  WS-BDT-CUST-ID          PIC X(08).
001830     05  FILLER                  PIC X(01).
001840     05  WS-BDT-PROD-CODE        PIC X(06).
001850     05  FILLER                  PIC X(01).
001860     05  WS-BDT-QTY              PIC ZZ,ZZ9.
001870     05  FILLER                  PIC X(01).
001880     05  WS-BDT-DEMAND-DATE      PIC 9(08).
001890     05  FILLER                  PIC X(01).
001900     05  WS-BDT-SUPPLIER-ID      PIC X(08).
001910     05  FILLER                  PIC X(01).
001920     05  WS-BDT-PO-NO            PIC X(08).
001930     05  FILLER                  PIC X(01).
001940     05  WS-BDT-DUE-DATE         PIC X(08).
001950     05  FILLER                  PIC X(01).
001960     05  WS-BDT-NOTE             PIC X(14).
001970     05  FILLER                  PIC X(07).
001980 01  WS-COUNT-LINE.
001990     05  WS-CNT-LABEL            PIC X(34).
002000     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
002010     05  FILLER                  PIC X(39).
002020 PROCEDURE      DIVISION.
002030*===================================================================*
002040*    0000-MAINLINE                                                  *
002050*===================================================================*
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002080     PERFORM 2000-LIST-ONE-PO-LINE THRU 2000-EXIT
002090         UNTIL WS-EOF-POL.
002100     PERFORM 2900-START-BACKORDERS THRU 2900-EXIT.
002110     PERFORM 3000-LIST-ONE-BACKORDER THRU 3000-EXIT
002120         UNTIL WS-EOF-BKO.
002130     PERFORM 4000-PRINT-CONTROLS   THRU 4000-EXIT.
002140     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002150     MOVE 'END'   TO WS-RUN-EVENT.
002160     MOVE WS-OPEN-LINE-CNT TO WS-RUN-RECORDS.
002170     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002180     STOP RUN.
002190 0000-EXIT.
002200     EXIT.
002210*-------------------------------------------------------------------*
002220*    1000-INITIALIZE                                                *
002230*-------------------------------------------------------------------*
002240 1000-INITIALIZE.
002250     MOVE 'START' TO WS-RUN-EVENT.
002260     MOVE 'OK'    TO WS-RUN-STATUS.
002270     MOVE 0       TO WS-RUN-RECORDS.
002280     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002300     MOVE SPACES TO WS-ORD-TABLE.
002310     MOVE 0      TO WS-ORD-COUNT.
002320     OPEN OUTPUT OPEN-PO-REPORT.
002330     IF NOT WS-POOPNRPT-OK
002340         DISPLAY 'OPEN-PO-REPORT OPEN FAILED - STATUS '
002350             WS-POOPNRPT-STATUS
002360     END-IF.
002370     OPEN INPUT PO-LINE-FILE.
002380     IF WS-POFILE-OK
002390         SET WS-POL-AVAIL TO TRUE
002400     ELSE
002410         IF NOT WS-POFILE-NOTFOUND
002420             DISPLAY 'PO-LINE-FILE OPEN FAILED - STATUS '
002430                 WS-POFILE-STATUS
002440         END-IF
002450         SET WS-EOF-POL TO TRUE
002460     END-IF.
002470     OPEN INPUT VENDOR-MASTER.
002480     IF WS-VENDMAST-OK
002490         SET WS-VEND-AVAIL TO TRUE
002500     END-IF.
002510     MOVE WS-HEADING-1 TO REPORT-LINE.
002520     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002530     MOVE WS-HEADING-2 TO REPORT-LINE.
002540     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570*===================================================================*
002580*    2000-LIST-ONE-PO-LINE                                          *
002590*===================================================================*
002600 2000-LIST-ONE-PO-LINE.
002610     READ PO-LINE-FILE NEXT RECORD
002620         AT END
002630             SET WS-EOF-POL TO TRUE
002640     END-READ.
002650     IF WS-EOF-POL
002660         GO TO 2000-EXIT
002670     END-IF.
002680     IF NOT WS-POFILE-OK
002690         DISPLAY 'PO-LINE-FILE READ FAILED - STATUS '
002700             WS-POFILE-STATUS
002710         SET WS-EOF-POL TO TRUE
002720         GO TO 2000-EXIT
002730     END-IF.
002740     IF NOT POL-OPEN
002750         GO TO 2000-EXIT
002760     END-IF.
002770     ADD 1 TO WS-OPEN-LINE-CNT.
002780     MOVE 0 TO WS-DAYS-LATE.
002790     IF WS-CURRENT-DATE > POL-DUE-DATE
002800         ADD 1 TO WS-OVERDUE-LINE-CNT
002810         PERFORM 2100-COUNT-DAYS-LATE THRU 2100-EXIT
002820     END-IF.
002830     PERFORM 2200-NOTE-EARLIEST-DUE THRU 2200-EXIT.
002840     MOVE SPACES                TO WS-PO-DETAIL-LINE.
002850     MOVE POL-PO-NO             TO WS-PDT-PO-NO.
002860     MOVE POL-LINE-NO           TO WS-PDT-LINE-NO.
002870     MOVE POL-SUPPLIER-ID       TO WS-PDT-SUPPLIER-ID.
002880     MOVE POL-PROD-CODE         TO WS-PDT-PROD-CODE.
002890     MOVE POL-QTY-ORDERED       TO WS-PDT-ORDERED.
002900     MOVE POL-QTY-RECEIVED      TO WS-PDT-RECEIVED.
002910     MOVE POL-ORDER-DATE        TO WS-PDT-ORDER-DATE.
002920     MOVE POL-DUE-DATE          TO WS-PDT-DUE-DATE.
002930     MOVE WS-DAYS-LATE          TO WS-PDT-DAYS-LATE.
002940     MOVE WS-PO-DETAIL-LINE TO REPORT-LINE.
002950     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002960 2000-EXIT.
002970     EXIT.
002980*-------------------------------------------------------------------*
002990*    2100-COUNT-DAYS-LATE                                           *
003000*    WALK FORWARD A DAY AT A TIME FROM THE DUE DATE TO TODAY.       *
003010*    THE COUNT STOPS AT 9999 SO A BAD DUE DATE CANNOT LOOP.         *
003020*-------------------------------------------------------------------*
003030 2100-COUNT-DAYS-LATE.
003040     MOVE POL-DUE-DATE TO WS-WALK-DATE.
003050     IF WS-WALK-DATE NOT NUMERIC
003060        OR WS-WALK-MM < 1 OR WS-WALK-MM > 12
003070         MOVE 9999 TO WS-DAYS-LATE
003080         GO TO 2100-EXIT
003090     END-IF.
003100     PERFORM 2110-FORWARD-ONE-DAY THRU 2110-EXIT
003110         UNTIL WS-WALK-DATE NOT < WS-CURRENT-DATE
003120            OR WS-DAYS-LATE NOT < 9999.
003130 2100-EXIT.
003140     EXIT.
003150 2110-FORWARD-ONE-DAY.
003160     ADD 1 TO WS-DAYS-LATE.
003170     MOVE WS-DAYS-IN-MONTH(WS-WALK-MM) TO WS-MONTH-END-DD.
003180     IF WS-WALK-MM = 2
003190         PERFORM 2120-CHECK-LEAP-YEAR THRU 2120-EXIT
003200         IF WS-LEAP-YEAR
003210             MOVE 29 TO WS-MONTH-END-DD
003220         END-IF
003230     END-IF.
003240     IF WS-WALK-DD < WS-MONTH-END-DD
003250         ADD 1 TO WS-WALK-DD
003260     ELSE
003270         MOVE 1 TO WS-WALK-DD
003280         IF WS-WALK-MM = 12
003290             MOVE 1 TO WS-WALK-MM
003300             ADD 1 TO WS-WALK-YYYY
003310         ELSE
003320             ADD 1 TO WS-WALK-MM
003330         END-IF
003340     END-IF.
003350 2110-EXIT.
003360     EXIT.
003370 2120-CHECK-LEAP-YEAR.
003380     MOVE 'N' TO WS-LEAP-SW.
003390     DIVIDE WS-WALK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
003400         REMAINDER WS-LEAP-REMAINDER.
003410     IF WS-LEAP-REMAINDER = 0
003420         SET WS-LEAP-YEAR TO TRUE
003430     END-IF.
003440     DIVIDE WS-WALK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
003450         REMAINDER WS-LEAP-REMAINDER.
003460     IF WS-LEAP-REMAINDER = 0
003470         MOVE 'N' TO WS-LEAP-SW
003480     END-IF.
003490     DIVIDE WS-WALK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
003500         REMAINDER WS-LEAP-REMAINDER.
003510     IF WS-LEAP-REMAINDER = 0
003520         SET WS-LEAP-YEAR TO TRUE
003530     END-IF.
003540 2120-EXIT.
003550     EXIT.
003560*-------------------------------------------------------------------*
003570*    2200-NOTE-EARLIEST-DUE                                         *
003580*    KEEP THE EARLIEST-DUE OPEN LINE FOR EACH PRODUCT.              *
003590*-------------------------------------------------------------------*
003600 2200-NOTE-EARLIEST-DUE.
003610     MOVE 'N' TO WS-FOUND-SW.
003620     SET WS-ORD-IDX TO 1.
003630     SEARCH WS-ORD-ENTRY
003640         AT END
003650             CONTINUE
003660         WHEN WS-ORD-IDX > WS-ORD-COUNT
003670             CONTINUE
003680         WHEN WS-ORD-PROD-CODE(WS-ORD-IDX) = POL-PROD-CODE
003690             SET WS-ENTRY-FOUND TO TRUE
003700     END-SEARCH.
003710     IF WS-ENTRY-FOUND
003720         IF POL-DUE-DATE < WS-ORD-DUE-DATE(WS-ORD-IDX)
003730             MOVE POL-PO-NO       TO WS-ORD-PO-NO(WS-ORD-IDX)
003740             MOVE POL-SUPPLIER-ID
003750                 TO WS-ORD-SUPPLIER-ID(WS-ORD-IDX)
003760             MOVE POL-DUE-DATE    TO WS-ORD-DUE-DATE(WS-ORD-IDX)
003770         END-IF
003780         GO TO 2200-EXIT
003790     END-IF.
003800     IF WS-ORD-COUNT >= 500
003810         IF NOT WS-ORDTBL-FULL
003820             MOVE 'Y' TO WS-ORDTBL-FULL-SW
003830             DISPLAY 'ON-ORDER TABLE FULL - BACKORDERS FOR '
003840                 'PRODUCTS BEYOND 500 SHOW NO OPEN PO.'
003850         END-IF
003860         GO TO 2200-EXIT
003870     END-IF.
003880     ADD 1 TO WS-ORD-COUNT.
003890     SET WS-ORD-IDX TO WS-ORD-COUNT.
003900     MOVE POL-PROD-CODE   TO WS-ORD-PROD-CODE(WS-ORD-IDX).
003910     MOVE POL-PO-NO       TO WS-ORD-PO-NO(WS-ORD-IDX).
003920     MOVE POL-SUPPLIER-ID TO WS-ORD-SUPPLIER-ID(WS-ORD-IDX).
003930     MOVE POL-DUE-DATE    TO WS-ORD-DUE-DATE(WS-ORD-IDX).
003940 2200-EXIT.
003950     EXIT.
003960*-------------------------------------------------------------------*
003970*    2900-START-BACKORDERS                                          *
003980*-------------------------------------------------------------------*
003990 2900-START-BACKORDERS.
004000     MOVE SPACES TO REPORT-LINE.
004010     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004020     MOVE WS-HEADING-3 TO REPORT-LINE.
004030     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004040     MOVE WS-HEADING-4 TO REPORT-LINE.
004050     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004060     OPEN INPUT BACKORDER-FILE.
004070     IF WS-BACKORDR-OK
004080         SET WS-BKO-AVAIL TO TRUE
004090     ELSE
004100         SET WS-EOF-BKO TO TRUE
004110     END-IF.
004120 2900-EXIT.
004130     EXIT.
004140*===================================================================*
004150*    3000-LIST-ONE-BACKORDER                                        *
004160*    AN OPEN PO FOR THE PRODUCT NAMES THE SUPPLIER THE CUSTOMER     *
004170*    IS WAITING ON; WITHOUT ONE THE VENDMAST SUPPLIER IS SHOWN SO   *
004180*    THE BUYER KNOWS WHO SHOULD BE ORDERED FROM.                    *
004190*===================================================================*
004200 3000-LIST-ONE-BACKORDER.
004210     READ BACKORDER-FILE
004220         AT END
004230             SET WS-EOF-BKO TO TRUE
004240     END-READ.
004250     IF WS-EOF-BKO
004260         GO TO 3000-EXIT
004270     END-IF.
004280     IF NOT WS-BACKORDR-OK
004290         DISPLAY 'BACKORDER-FILE READ FAILED - STATUS '
004300             WS-BACKORDR-STATUS
004310         SET WS-EOF-BKO TO TRUE
004320         GO TO 3000-EXIT
004330     END-IF.
004340     IF NOT BKO-OPEN
004350         GO TO 3000-EXIT
004360     END-IF.
004370     ADD 1 TO WS-BKO-OPEN-CNT.
004380     MOVE SPACES          TO WS-BKO-DETAIL-LINE.
004390     MOVE BKO-CUST-ID     TO WS-BDT-CUST-ID.
004400     MOVE BKO-PROD-CODE   TO WS-BDT-PROD-CODE.
004410     MOVE BKO-QTY-WANTED  TO WS-BDT-QTY.
004420     MOVE BKO-DEMAND-DATE TO WS-BDT-DEMAND-DATE.
004430     MOVE 'N' TO WS-FOUND-SW.
004440     SET WS-ORD-IDX TO 1.
004450     SEARCH WS-ORD-ENTRY
004460         AT END
004470             CONTINUE
004480         WHEN WS-ORD-IDX > WS-ORD-COUNT
004490             CONTINUE
004500         WHEN WS-ORD-PROD-CODE(WS-ORD-IDX) = BKO-PROD-CODE
004510             SET WS-ENTRY-FOUND TO TRUE
004520     END-SEARCH.
004530     IF WS-ENTRY-FOUND
004540         ADD 1 TO WS-BKO-ON-PO-CNT
004550         MOVE WS-ORD-SUPPLIER-ID(WS-ORD-IDX) TO WS-BDT-SUPPLIER-ID
004560         MOVE WS-ORD-PO-NO(WS-ORD-IDX)       TO WS-BDT-PO-NO
004570         MOVE WS-ORD-DUE-DATE(WS-ORD-IDX)    TO WS-BDT-DUE-DATE
004580         IF WS-CURRENT-DATE > WS-ORD-DUE-DATE(WS-ORD-IDX)
004590             ADD 1 TO WS-BKO-LATE-PO-CNT
004600             MOVE 'PO OVERDUE'   TO WS-BDT-NOTE
004610         END-IF
004620     ELSE
004630         ADD 1 TO WS-BKO-NO-PO-CNT
004640         PERFORM 3100-READ-SUPPLIER THRU 3100-EXIT
004650     END-IF.
004660     MOVE WS-BKO-DETAIL-LINE TO REPORT-LINE.
004670     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004680 3000-EXIT.
004690     EXIT.
004700 3100-READ-SUPPLIER.
004710     MOVE 'NO OPEN PO' TO WS-BDT-NOTE.
004720     IF NOT WS-VEND-AVAIL
004730         MOVE 'NO SUPPLIER' TO WS-BDT-NOTE
004740         GO TO 3100-EXIT
004750     END-IF.
004760     MOVE BKO-PROD-CODE TO VND-PROD-CODE.
004770     READ VENDOR-MASTER
004780         INVALID KEY
004790             MOVE 'NO SUPPLIER' TO WS-BDT-NOTE
004800             GO TO 3100-EXIT
004810     END-READ.
004820     IF NOT WS-VENDMAST-OK
004830         MOVE 'NO SUPPLIER' TO WS-BDT-NOTE
004840         GO TO 3100-EXIT
004850     END-IF.
004860     MOVE VND-SUPPLIER-ID TO WS-BDT-SUPPLIER-ID.
004870     IF NOT VND-ACTIVE
004880         MOVE 'SUPP INACTIVE' TO WS-BDT-NOTE
004890     END-IF.
004900 3100-EXIT.
004910     EXIT.
004920*===================================================================*
004930*    4000-PRINT-CONTROLS                                            *
004940*===================================================================*
004950 4000-PRINT-CONTROLS.
004960     MOVE SPACES TO REPORT-LINE.
004970     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004980     MOVE SPACES TO WS-COUNT-LINE.
004990     MOVE 'OPEN PO LINES'                  TO WS-CNT-LABEL.
005000     MOVE WS-OPEN-LINE-CNT                 TO WS-CNT-VALUE.
005010     MOVE WS-COUNT-LINE TO REPORT-LINE.
005020     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005030     MOVE 'OPEN PO LINES OVERDUE'          TO WS-CNT-LABEL.
005040     MOVE WS-OVERDUE-LINE-CNT              TO WS-CNT-VALUE.
005050     MOVE WS-COUNT-LINE TO REPORT-LINE.
005060     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005070     MOVE 'OPEN BACKORDERS'                TO WS-CNT-LABEL.
005080     MOVE WS-BKO-OPEN-CNT                  TO WS-CNT-VALUE.
005090     MOVE WS-COUNT-LINE TO REPORT-LINE.
005100     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005110     MOVE 'BACKORDERS COVERED BY AN OPEN PO' TO WS-CNT-LABEL.
005120     MOVE WS-BKO-ON-PO-CNT                 TO WS-CNT-VALUE.
005130     MOVE WS-COUNT-LINE TO REPORT-LINE.
005140     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005150     MOVE 'BACKORDERS WAITING ON OVERDUE PO' TO WS-CNT-LABEL.
005160     MOVE WS-BKO-LATE-PO-CNT               TO WS-CNT-VALUE.
005170     MOVE WS-COUNT-LINE TO REPORT-LINE.
005180     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005190     MOVE 'BACKORDERS WITH NO OPEN PO'     TO WS-CNT-LABEL.
005200     MOVE WS-BKO-NO-PO-CNT                 TO WS-CNT-VALUE.
005210     MOVE WS-COUNT-LINE TO REPORT-LINE.
005220     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005230 4000-EXIT.
005240     EXIT.
005250 6000-WRITE-REPORT-LINE.
005260     WRITE REPORT-LINE.
005270     IF NOT WS-POOPNRPT-OK
005280         DISPLAY 'OPEN-PO-REPORT WRITE FAILED - STATUS '
005290             WS-POOPNRPT-STATUS
005300     END-IF.
005310 6000-EXIT.
005320     EXIT.
005330*===================================================================*
005340*    9000-TERMINATE                                                 *
005350*===================================================================*
005360 9000-TERMINATE.
005370     IF WS-POL-AVAIL
005380         CLOSE PO-LINE-FILE
005390     END-IF.
005400     IF WS-BKO-AVAIL
005410         CLOSE BACKORDER-FILE
005420     END-IF.
005430     IF WS-VEND-AVAIL
005440         CLOSE VENDOR-MASTER
005450     END-IF.
005460     CLOSE OPEN-PO-REPORT.
005470 9000-EXIT.
005480     EXIT.
005490*===================================================================*
005500*    8900-WRITE-RUN-CONTROL                                         *
005510*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
005520*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
005530*===================================================================*
005540 8900-WRITE-RUN-CONTROL.
005550     OPEN EXTEND RUN-CONTROL.
005560     IF WS-RUNCTL-NOTFOUND
005570         OPEN OUTPUT RUN-CONTROL
005580     END-IF.
005590     IF NOT WS-RUNCTL-OK
005600         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
005610             WS-RUNCTL-STATUS
005620         GO TO 8900-EXIT
005630     END-IF.
005640     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
005650     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005660     MOVE SPACES             TO RUN-CONTROL-RECORD.
005670     MOVE 'POOPEN  '         TO RNC-PROGRAM-ID.
005680     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
005690     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
005700     MOVE WS-RUN-EVENT       TO RNC-EVENT.
005710     MOVE WS-RUN-STATUS      TO RNC-STATUS.
005720     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
005730     WRITE RUN-CONTROL-RECORD.
005740     IF NOT WS-RUNCTL-OK
005750         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
005760             WS-RUNCTL-STATUS
005770     END-IF.
005780     CLOSE RUN-CONTROL.
005790 8900-EXIT.
005800     EXIT.
