000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    PURHBLD.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - NIGHTLY CUSTOMER         *
000220*                     PURCHASE-HISTORY SUMMARY BUILT FROM THE     *
000230*                     ORDER FILE AND ITS ARCHIVE, SO CAMPAIGN     *
000240*                     TARGETING CAN SELECT ON WHAT A CUSTOMER     *
000250*                     HAS BOUGHT AND SPENT.                       *
000253*    2026-10-15 KS    ORDER-FILE AND PURHIST ARE CLOSED ONLY IF   *
000256*                     THEY WERE OPENED.                           *
000257*    2026-10-15 KS    RETURNS ARE NOW COUNTED IN THE NEW          *
000258*                     PHS-PROD-RETURN-CNT INSTEAD OF WITH THE     *
000259*                     CANCELS ON THE PRODUCT RECORD.              *
000260*-----------------------------------------------------------------*
000270*    REBUILDS THE PURHIST KEYED FILE FROM SCRATCH EVERY RUN. THE  *
000280*    ORDARCH ARCHIVE IS READ FIRST AND THEN THE LIVE ORDERFIL,    *
000290*    THE SAME ORDER HELLOREV USES, SO A PURGE NEVER LOSES A       *
000300*    CUSTOMER'S HISTORY. EVERY ACCEPT ('Y'), WAREHOUSE CANCEL     *
000310*    ('X') AND RETURN ('R') IS POSTED TO THE CUSTOMER SUMMARY     *
000320*    RECORD AND TO THE CUSTOMER'S RECORD FOR THAT PRODUCT; OTHER  *
000330*    ANSWERS CARRY NO PURCHASE AND ARE PASSED OVER.               *
000340*    THE LINE AMOUNT IS THE PRICE ON THE ORDER RECORD TIMES ITS   *
000350*    QUANTITY; RECORDS FROM BEFORE THE PRICE FIELDS EXISTED FALL  *
000360*    BACK TO THE PRODUCT-MASTER PRICE, AS IN HELLOREV. SPEND IS   *
000370*    CONVERTED TO USD AT THE EXCHRATE RATE IN EFFECT ON THE       *
000380*    ORDER DATE; A LINE WITH NO USABLE RATE IS COUNTED, NOT       *
000390*    GUESSED AT.                                                  *
000400*    A MISSING ARCHIVE SIMPLY MEANS NOTHING HAS BEEN PURGED YET.  *
000410*-----------------------------------------------------------------*
000420 ENVIRONMENT    DIVISION.
000430 INPUT-OUTPUT   SECTION.
000440 FILE-CONTROL.
000450     SELECT ORDER-FILE      ASSIGN TO ORDERFIL
000460         ORGANIZATION       IS SEQUENTIAL
000470         FILE STATUS        IS WS-ORDERFIL-STATUS.
000480     SELECT ORDER-ARCHIVE   ASSIGN TO ORDARCH
000490         ORGANIZATION       IS SEQUENTIAL
000500         FILE STATUS        IS WS-ORDARCH-STATUS.
000510     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
000520         ORGANIZATION       IS INDEXED
000530         ACCESS MODE        IS RANDOM
000540         RECORD KEY         IS PROD-CODE
000550         FILE STATUS        IS WS-PRODMAST-STATUS.
000560     SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHRATE
000570         ORGANIZATION       IS INDEXED
000580         ACCESS MODE        IS SEQUENTIAL
000590         RECORD KEY         IS FX-KEY
000600         FILE STATUS        IS WS-EXCHRATE-STATUS.
000610     SELECT PURCHASE-HIST-FILE ASSIGN TO PURHIST
000620         ORGANIZATION       IS INDEXED
000630         ACCESS MODE        IS RANDOM
000640         RECORD KEY         IS PHS-KEY
000650         FILE STATUS        IS WS-PURHIST-STATUS.
000660     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000670         ORGANIZATION       IS SEQUENTIAL
000680         FILE STATUS        IS WS-RUNCTL-STATUS.
000690 DATA           DIVISION.
000700 FILE           SECTION.
000710 FD  ORDER-FILE
000720     LABEL RECORD IS STANDARD.
000730     COPY ORDREC.
000740 FD  ORDER-ARCHIVE
000750     LABEL RECORD IS STANDARD.
000760 01  ORDER-ARCHIVE-RECORD       PIC X(159).
000770 FD  PRODUCT-MASTER
000780     LABEL RECORD IS STANDARD.
000790     COPY PRODREC.
000800 FD  EXCHANGE-RATE-FILE
000810     LABEL RECORD IS STANDARD.
000820     COPY FXREC.
000830 FD  PURCHASE-HIST-FILE
000840     LABEL RECORD IS STANDARD.
000850     COPY PHSREC.
000860 FD  RUN-CONTROL
000870     LABEL RECORD IS STANDARD.
000880     COPY RUNREC.
000890 WORKING-STORAGE SECTION.
000900 01  WS-RUNCTL-STATUS            PIC X(02).
000910     88  WS-RUNCTL-OK            VALUE '00'.
000920     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000930 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000940 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000950 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000960 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000970 01  WS-RUN-TIME-RAW.
000980     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000990     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001000 01  WS-ORDERFIL-STATUS          PIC X(02).
001010     88  WS-ORDERFIL-OK          VALUE '00'.
001020 01  WS-ORDARCH-STATUS           PIC X(02).
001030     88  WS-ORDARCH-OK           VALUE '00'.
001040     88  WS-ORDARCH-NOTFOUND     VALUE '35'.
001050 01  WS-PRODMAST-STATUS          PIC X(02).
001060     88  WS-PRODMAST-OK          VALUE '00'.
001070 01  WS-PURHIST-STATUS           PIC X(02).
001080     88  WS-PURHIST-OK           VALUE '00'.
001090 77  WS-EOF-ORDERS-SW            PIC X(01)   VALUE 'N'.
001100     88  WS-EOF-ORDERS           VALUE 'Y'.
001110 77  WS-EOF-ARCHIVE-SW           PIC X(01)   VALUE 'Y'.
001120     88  WS-EOF-ARCHIVE          VALUE 'Y'.
001130 77  WS-ARCH-OPEN-SW             PIC X(01)   VALUE 'N'.
001140     88  WS-ARCH-OPEN            VALUE 'Y'.
001142 77  WS-HIST-OPEN-SW             PIC X(01)   VALUE 'N'.
001144     88  WS-HIST-OPEN            VALUE 'Y'.
001146 77  WS-ORDERS-OPEN-SW           PIC X(01)   VALUE 'N'.
001148     88  WS-ORDERS-OPEN          VALUE 'Y'.
001150 77  WS-PROD-AVAIL-SW            PIC X(01)   VALUE 'N'.
001160     88  WS-PROD-AVAIL           VALUE 'Y'.
001170 77  WS-PROD-ON-FILE-SW          PIC X(01)   VALUE 'N'.
001180     88  WS-PROD-ON-FILE         VALUE 'Y'.
001190 77  WS-HIST-ON-FILE-SW          PIC X(01)   VALUE 'N'.
001200     88  WS-HIST-ON-FILE         VALUE 'Y'.
001210 77  WS-NEW-PRODUCT-SW           PIC X(01)   VALUE 'N'.
001220     88  WS-NEW-PRODUCT          VALUE 'Y'.
001230 77  WS-LINE-PRICED-SW           PIC X(01)   VALUE 'N'.
001240     88  WS-LINE-PRICED          VALUE 'Y'.
001250*-----------------------------------------------------------------*
001260*    THE LINE BEING POSTED - ITS KIND, SIGN, QUANTITY AND ITS     *
001270*    AMOUNT IN THE ORDER CURRENCY AND IN USD.                     *
001280*-----------------------------------------------------------------*
001290 77  WS-LINE-KIND                PIC X(01)   VALUE SPACE.
001300     88  WS-LINE-ACCEPT          VALUE 'Y'.
001310     88  WS-LINE-CANCEL          VALUE 'X'.
001320     88  WS-LINE-RETURN          VALUE 'R'.
001330 77  WS-LINE-SIGN                PIC S9(01)  VALUE +1.
001340 77  WS-ORDER-QTY                PIC 9(05)   VALUE 0.
001350 77  WS-USE-PRICE                PIC 9(07)V99 VALUE 0.
001360 77  WS-USE-CURRENCY             PIC X(03)   VALUE SPACES.
001370 77  WS-LINE-AMOUNT              PIC S9(12)V99 COMP-3 VALUE 0.
001380 77  WS-BASE-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.
001390 77  WS-SIGNED-QTY               PIC S9(07)  COMP-3  VALUE 0.
001400 77  WS-CURRENT-DATE             PIC 9(08)   VALUE 0.
001410 01  WS-TTM-CUTOFF               PIC 9(08)   VALUE 0.
001420 01  WS-TTM-CUTOFF-R REDEFINES WS-TTM-CUTOFF.
001430     05  WS-TTM-YYYY             PIC 9(04).
001440     05  WS-TTM-MM               PIC 9(02).
001450     05  WS-TTM-DD               PIC 9(02).
001460*-----------------------------------------------------------------*
001470*    EXCHANGE-RATE WORK AREAS - THE EXCHRATE FILE IS HELD IN      *
001480*    MEMORY; EACH LINE IS CONVERTED AT THE RATE WITH THE LATEST   *
001490*    EFFECTIVE DATE NOT AFTER ITS ORDER DATE.                     *
001500*-----------------------------------------------------------------*
001510 01  WS-EXCHRATE-STATUS          PIC X(02).
001520     88  WS-EXCHRATE-OK          VALUE '00'.
001530 77  WS-EOF-RATES-SW             PIC X(01)   VALUE 'N'.
001540     88  WS-EOF-RATES            VALUE 'Y'.
001550 77  WS-RATES-AVAIL-SW           PIC X(01)   VALUE 'N'.
001560     88  WS-RATES-AVAIL          VALUE 'Y'.
001570 77  WS-RATE-FOUND-SW            PIC X(01)   VALUE 'N'.
001580     88  WS-RATE-FOUND           VALUE 'Y'.
001590 77  WS-FXTBL-FULL-SW            PIC X(01)   VALUE 'N'.
001600     88  WS-FXTBL-FULL           VALUE 'Y'.
001610 77  WS-BASE-CURRENCY            PIC X(03)   VALUE 'USD'.
001620 77  WS-USE-RATE                 PIC 9(05)V9(06) VALUE 0.
001630 77  WS-BEST-EFF-DATE            PIC 9(08)   VALUE 0.
001640 01  WS-RATE-TABLE.
001650     05  WS-RATE-ENTRY           OCCURS 500 TIMES
001660                                 INDEXED BY WS-FX-IDX.
001670         10  WS-FXT-CURRENCY     PIC X(03).
001680         10  WS-FXT-EFF-DATE     PIC 9(08).
001690         10  WS-FXT-RATE         PIC 9(05)V9(06).
001700 77  WS-RATE-COUNT                PIC 9(05)   COMP    VALUE 0.
001710*-----------------------------------------------------------------*
001720*    CONTROL COUNTS                                               *
001730*-----------------------------------------------------------------*
001740 77  WS-ORDER-READ-CNT            PIC 9(07)   COMP    VALUE 0.
001750 77  WS-ARCHIVE-READ-CNT          PIC 9(07)   COMP    VALUE 0.
001760 77  WS-ACCEPT-CNT                PIC 9(07)   COMP    VALUE 0.
001770 77  WS-CANCEL-CNT                PIC 9(07)   COMP    VALUE 0.
001780 77  WS-RETURN-CNT                PIC 9(07)   COMP    VALUE 0.
001790 77  WS-NOPRICE-CNT               PIC 9(07)   COMP    VALUE 0.
001800 77  WS-NORATE-CNT                PIC 9(07)   COMP    VALUE 0.
001810 77  WS-CUSTOMER-CNT              PIC 9(07)   COMP    VALUE 0.
001820 77  WS-PRODUCT-REC-CNT           PIC 9(07)   COMP    VALUE 0.
001830 77  WS-WRITE-ERROR-CNT           PIC 9(07)   COMP    VALUE 0.
001840 PROCEDURE      DIVISION.
001850*===================================================================*
001860*    0000-MAINLINE                                                  *
001870*===================================================================*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001900*    ARCHIVED ORDERS GO FIRST SO EACH CUSTOMER'S DATES AND
001910*    PRODUCTS BUILD UP IN ROUGHLY CHRONOLOGICAL ORDER.
001920     PERFORM 1900-POST-ONE-ARCHIVE THRU 1900-EXIT
001930         UNTIL WS-EOF-ARCHIVE.
001940     PERFORM 2000-POST-ONE-ORDER   THRU 2000-EXIT
001950         UNTIL WS-EOF-ORDERS.
001960     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001970     MOVE 'END'   TO WS-RUN-EVENT.
001980     MOVE WS-CUSTOMER-CNT TO WS-RUN-RECORDS.
001990     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002000     STOP RUN.
002010 0000-EXIT.
002020     EXIT.
002030*-------------------------------------------------------------------*
002040*    1000-INITIALIZE                                                *
002050*    THE SUMMARY FILE IS CREATED EMPTY AND REOPENED FOR UPDATE.     *
002060*    IF IT CANNOT BE BUILT NOTHING IS POSTED AND THE RUN ENDS 'ER'  *
002070*    SO THE NIGHTLY CHAIN SEES IT.                                  *
002080*-------------------------------------------------------------------*
002090 1000-INITIALIZE.
002100     MOVE 'START' TO WS-RUN-EVENT.
002110     MOVE 'OK'    TO WS-RUN-STATUS.
002120     MOVE 0       TO WS-RUN-RECORDS.
002130     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002140     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002150     PERFORM 1050-COMPUTE-TTM-CUTOFF THRU 1050-EXIT.
002160     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
002170     OPEN OUTPUT PURCHASE-HIST-FILE.
002180     IF WS-PURHIST-OK
002190         CLOSE PURCHASE-HIST-FILE
002200         OPEN I-O PURCHASE-HIST-FILE
002210     END-IF.
002220     IF NOT WS-PURHIST-OK
002230         DISPLAY 'PURCHASE-HIST-FILE OPEN FAILED - STATUS '
002240             WS-PURHIST-STATUS ' - NO SUMMARY BUILT.'
002250         MOVE 'ER' TO WS-RUN-STATUS
002260         SET WS-EOF-ORDERS TO TRUE
002270         GO TO 1000-EXIT
002280     END-IF.
002285     SET WS-HIST-OPEN TO TRUE.
002290     OPEN INPUT PRODUCT-MASTER.
002300     IF WS-PRODMAST-OK
002310         SET WS-PROD-AVAIL TO TRUE
002320     ELSE
002330         DISPLAY 'PRODUCT-MASTER OPEN FAILED - STATUS '
002340             WS-PRODMAST-STATUS ' - UNPRICED ORDERS NOT SPENT.'
002350     END-IF.
002360     OPEN INPUT ORDER-ARCHIVE.
002370     IF WS-ORDARCH-OK
002380         SET WS-ARCH-OPEN TO TRUE
002390         MOVE 'N' TO WS-EOF-ARCHIVE-SW
002400     ELSE
002410         IF NOT WS-ORDARCH-NOTFOUND
002420             DISPLAY 'ORDER-ARCHIVE NOT READABLE - STATUS '
002430                 WS-ORDARCH-STATUS ' - LIVE ORDERS ONLY.'
002440         END-IF
002450     END-IF.
002460     OPEN INPUT ORDER-FILE.
002467     IF WS-ORDERFIL-OK
002474         SET WS-ORDERS-OPEN TO TRUE
002481     ELSE
002488         DISPLAY 'ORDER-FILE OPEN FAILED - STATUS '
002495             WS-ORDERFIL-STATUS
002502         MOVE 'ER' TO WS-RUN-STATUS
002509         SET WS-EOF-ORDERS TO TRUE
002516     END-IF.
002530 1000-EXIT.
002540     EXIT.
002550*-------------------------------------------------------------------*
002560*    1050-COMPUTE-TTM-CUTOFF                                        *
002570*    THE TRAILING 12 MONTHS ARE EVERY ORDER DATE AFTER THE SAME     *
002580*    DAY ONE YEAR BACK. 29 FEBRUARY GOES BACK TO 28 FEBRUARY.       *
002590*-------------------------------------------------------------------*
002600 1050-COMPUTE-TTM-CUTOFF.
002610     MOVE WS-CURRENT-DATE TO WS-TTM-CUTOFF.
002620     SUBTRACT 1 FROM WS-TTM-YYYY.
002630     IF WS-TTM-MM = 2 AND WS-TTM-DD = 29
002640         MOVE 28 TO WS-TTM-DD
002650     END-IF.
002660 1050-EXIT.
002670     EXIT.
002680*-------------------------------------------------------------------*
002690*    1200-LOAD-RATES                                                *
002700*    HOLD THE EXCHANGE-RATE FILE IN MEMORY. NO FILE AT ALL JUST     *
002710*    MEANS EVERY NON-USD LINE IS COUNTED AS UNCONVERTIBLE.          *
002720*-------------------------------------------------------------------*
002730 1200-LOAD-RATES.
002740     MOVE SPACES TO WS-RATE-TABLE.
002750     MOVE 0      TO WS-RATE-COUNT.
002760     OPEN INPUT EXCHANGE-RATE-FILE.
002770     IF NOT WS-EXCHRATE-OK
002780         DISPLAY 'EXCHANGE-RATE FILE NOT READABLE - STATUS '
002790             WS-EXCHRATE-STATUS ' - NON-USD SPEND WILL NOT '
002800             'BE CONVERTED.'
002810         GO TO 1200-EXIT
002820     END-IF.
002830     SET WS-RATES-AVAIL TO TRUE.
002840     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
002850         UNTIL WS-EOF-RATES.
002860     CLOSE EXCHANGE-RATE-FILE.
002870 1200-EXIT.
002880     EXIT.
002890 1210-LOAD-ONE-RATE.
002900     READ EXCHANGE-RATE-FILE NEXT RECORD
002910         AT END
002920             SET WS-EOF-RATES TO TRUE
002930     END-READ.
002940     IF WS-EOF-RATES
002950         GO TO 1210-EXIT
002960     END-IF.
002970     IF NOT WS-EXCHRATE-OK
002980         DISPLAY 'EXCHANGE-RATE READ FAILED - STATUS '
002990             WS-EXCHRATE-STATUS
003000         SET WS-EOF-RATES TO TRUE
003010         GO TO 1210-EXIT
003020     END-IF.
003030     IF WS-RATE-COUNT >= 500
003040         IF NOT WS-FXTBL-FULL
003050             MOVE 'Y' TO WS-FXTBL-FULL-SW
003060             DISPLAY 'RATE TABLE FULL - RATES BEYOND 500 ARE '
003070                 'NOT USED.'
003080         END-IF
003090         GO TO 1210-EXIT
003100     END-IF.
003110     ADD 1 TO WS-RATE-COUNT.
003120     SET WS-FX-IDX TO WS-RATE-COUNT.
003130     MOVE FX-CURRENCY-CODE TO WS-FXT-CURRENCY(WS-FX-IDX).
003140     MOVE FX-EFF-DATE      TO WS-FXT-EFF-DATE(WS-FX-IDX).
003150     MOVE FX-RATE          TO WS-FXT-RATE(WS-FX-IDX).
003160 1210-EXIT.
003170     EXIT.
003180*===================================================================*
003190*    1900-POST-ONE-ARCHIVE                                          *
003200*    THE ARCHIVED IMAGE IS MOVED INTO THE ORDER-RECORD AREA AND     *
003210*    RUN THROUGH THE SAME POSTING AS A LIVE RECORD.                 *
003220*===================================================================*
003230 1900-POST-ONE-ARCHIVE.
003240     READ ORDER-ARCHIVE
003250         AT END
003260             SET WS-EOF-ARCHIVE TO TRUE
003270     END-READ.
003280     IF WS-EOF-ARCHIVE
003290         GO TO 1900-EXIT
003300     END-IF.
003310     IF NOT WS-ORDARCH-OK
003320         DISPLAY 'ORDER-ARCHIVE READ FAILED - STATUS '
003330             WS-ORDARCH-STATUS
003340         SET WS-EOF-ARCHIVE TO TRUE
003350         GO TO 1900-EXIT
003360     END-IF.
003370     ADD 1 TO WS-ARCHIVE-READ-CNT.
003380     MOVE ORDER-ARCHIVE-RECORD TO ORDER-RECORD.
003390     PERFORM 2050-POST-CURRENT THRU 2050-EXIT.
003400 1900-EXIT.
003410     EXIT.
003420*===================================================================*
003430*    2000-POST-ONE-ORDER                                            *
003440*===================================================================*
003450 2000-POST-ONE-ORDER.
003460     READ ORDER-FILE
003470         AT END
003480             SET WS-EOF-ORDERS TO TRUE
003490     END-READ.
003500     IF WS-EOF-ORDERS
003510         GO TO 2000-EXIT
003520     END-IF.
003530     IF NOT WS-ORDERFIL-OK
003540         DISPLAY 'ORDER-FILE READ FAILED - STATUS '
003550             WS-ORDERFIL-STATUS
003560         SET WS-EOF-ORDERS TO TRUE
003570         GO TO 2000-EXIT
003580     END-IF.
003590     ADD 1 TO WS-ORDER-READ-CNT.
003600     PERFORM 2050-POST-CURRENT THRU 2050-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630*===================================================================*
003640*    2050-POST-CURRENT                                              *
003650*    POST THE ORDER RECORD CURRENTLY IN THE ORDER-RECORD AREA.      *
003660*    ONLY ACCEPTS, 'X' CANCELS AND 'R' RETURNS ARE PURCHASES; THE   *
003670*    PRODUCT RECORD IS POSTED FIRST SO THE SUMMARY KNOWS WHETHER    *
003680*    THIS IS THE CUSTOMER'S FIRST PURCHASE OF THE PRODUCT.          *
003690*===================================================================*
003700 2050-POST-CURRENT.
003710     EVALUATE TRUE
003720         WHEN ORD-ANSWER = 'Y' OR ORD-ANSWER = 'y'
003730             MOVE 'Y' TO WS-LINE-KIND
003740             MOVE +1  TO WS-LINE-SIGN
003750             ADD 1 TO WS-ACCEPT-CNT
003760         WHEN ORD-ANSWER = 'X' OR ORD-ANSWER = 'x'
003770             MOVE 'X' TO WS-LINE-KIND
003780             MOVE -1  TO WS-LINE-SIGN
003790             ADD 1 TO WS-CANCEL-CNT
003800         WHEN ORD-ANSWER = 'R' OR ORD-ANSWER = 'r'
003810             MOVE 'R' TO WS-LINE-KIND
003820             MOVE -1  TO WS-LINE-SIGN
003830             ADD 1 TO WS-RETURN-CNT
003840         WHEN OTHER
003850             GO TO 2050-EXIT
003860     END-EVALUATE.
003870     IF ORD-QUANTITY NUMERIC AND ORD-QUANTITY > 0
003880         MOVE ORD-QUANTITY TO WS-ORDER-QTY
003890     ELSE
003900         MOVE 1            TO WS-ORDER-QTY
003910     END-IF.
003920     COMPUTE WS-SIGNED-QTY = WS-ORDER-QTY * WS-LINE-SIGN.
003930     PERFORM 2100-PRICE-LINE THRU 2100-EXIT.
003940     PERFORM 2400-POST-PRODUCT  THRU 2400-EXIT.
003950     PERFORM 2300-POST-CUSTOMER THRU 2300-EXIT.
003960 2050-EXIT.
003970     EXIT.
003980*-------------------------------------------------------------------*
003990*    2100-PRICE-LINE                                                *
004000*    SETS WS-BASE-AMOUNT TO THE SIGNED LINE AMOUNT IN USD. THE      *
004010*    ORDER CARRIES THE PRICE ACTUALLY CHARGED; ONLY RECORDS FROM    *
004020*    BEFORE THE FIELDS EXISTED FALL BACK TO THE MASTER. A LINE      *
004030*    THAT CANNOT BE PRICED OR CONVERTED POSTS ITS COUNTS WITH NO    *
004040*    SPEND (WS-LINE-PRICED STAYS 'N').                              *
004050*-------------------------------------------------------------------*
004060 2100-PRICE-LINE.
004070     MOVE 'N' TO WS-LINE-PRICED-SW.
004080     MOVE 0   TO WS-BASE-AMOUNT.
004090     IF ORD-UNIT-PRICE NUMERIC
004100        AND ORD-UNIT-PRICE > 0
004110        AND ORD-CURRENCY-CODE NOT = SPACES
004120         MOVE ORD-UNIT-PRICE    TO WS-USE-PRICE
004130         MOVE ORD-CURRENCY-CODE TO WS-USE-CURRENCY
004140     ELSE
004150         MOVE 'N' TO WS-PROD-ON-FILE-SW
004160         IF WS-PROD-AVAIL
004170             MOVE ORD-PROD-CODE TO PROD-CODE
004180             READ PRODUCT-MASTER
004190                 INVALID KEY
004200                     CONTINUE
004210                 NOT INVALID KEY
004220                     SET WS-PROD-ON-FILE TO TRUE
004230             END-READ
004240         END-IF
004250         IF NOT WS-PROD-ON-FILE
004260             ADD 1 TO WS-NOPRICE-CNT
004270             GO TO 2100-EXIT
004280         END-IF
004290         MOVE PROD-PRICE-AMT     TO WS-USE-PRICE
004300         MOVE PROD-CURRENCY-CODE TO WS-USE-CURRENCY
004310     END-IF.
004320     COMPUTE WS-LINE-AMOUNT =
004330         WS-USE-PRICE * WS-ORDER-QTY * WS-LINE-SIGN.
004340     IF WS-USE-CURRENCY = WS-BASE-CURRENCY
004350         MOVE WS-LINE-AMOUNT TO WS-BASE-AMOUNT
004360         SET WS-LINE-PRICED TO TRUE
004370         GO TO 2100-EXIT
004380     END-IF.
004390     PERFORM 2200-FIND-RATE THRU 2200-EXIT.
004400     IF NOT WS-RATE-FOUND
004410         ADD 1 TO WS-NORATE-CNT
004420         GO TO 2100-EXIT
004430     END-IF.
004440     COMPUTE WS-BASE-AMOUNT ROUNDED =
004450         WS-LINE-AMOUNT * WS-USE-RATE.
004460     SET WS-LINE-PRICED TO TRUE.
004470 2100-EXIT.
004480     EXIT.
004490*-------------------------------------------------------------------*
004500*    2200-FIND-RATE                                                 *
004510*    THE RATE IN EFFECT IS THE ONE WITH THE LATEST EFFECTIVE DATE   *
004520*    NOT AFTER THE ORDER'S RUN DATE.                                *
004530*-------------------------------------------------------------------*
004540 2200-FIND-RATE.
004550     MOVE 'N' TO WS-RATE-FOUND-SW.
004560     MOVE 0   TO WS-BEST-EFF-DATE.
004570     IF NOT WS-RATES-AVAIL
004580         GO TO 2200-EXIT
004590     END-IF.
004600     PERFORM 2210-CHECK-ONE-RATE THRU 2210-EXIT
004610         VARYING WS-FX-IDX FROM 1 BY 1
004620         UNTIL WS-FX-IDX > WS-RATE-COUNT.
004630 2200-EXIT.
004640     EXIT.
004650 2210-CHECK-ONE-RATE.
004660     IF WS-FXT-CURRENCY(WS-FX-IDX) = WS-USE-CURRENCY
004670        AND WS-FXT-EFF-DATE(WS-FX-IDX) NOT > ORD-RUN-DATE
004680        AND WS-FXT-EFF-DATE(WS-FX-IDX) >= WS-BEST-EFF-DATE
004690         MOVE WS-FXT-EFF-DATE(WS-FX-IDX) TO WS-BEST-EFF-DATE
004700         MOVE WS-FXT-RATE(WS-FX-IDX)     TO WS-USE-RATE
004710         SET WS-RATE-FOUND TO TRUE
004720     END-IF.
004730 2210-EXIT.
004740     EXIT.
004750*-------------------------------------------------------------------*
004760*    2300-POST-CUSTOMER                                             *
004770*    ADD THE LINE TO THE CUSTOMER SUMMARY RECORD (BLANK PRODUCT     *
004780*    CODE), CREATING IT ON THE CUSTOMER'S FIRST ORDER LINE.         *
004790*-------------------------------------------------------------------*
004800 2300-POST-CUSTOMER.
004810     MOVE ORD-CUST-ID TO PHS-CUST-ID.
004820     MOVE SPACES      TO PHS-PROD-CODE.
004830     PERFORM 2500-READ-HISTORY THRU 2500-EXIT.
004840     IF NOT WS-HIST-ON-FILE
004850         MOVE SPACES         TO PHS-DETAIL
004860         MOVE 0              TO PHS-ACCEPT-CNT
004870         MOVE 0              TO PHS-CANCEL-CNT
004880         MOVE 0              TO PHS-RETURN-CNT
004890         MOVE 0              TO PHS-FIRST-PURCH-DATE
004900         MOVE 0              TO PHS-LAST-PURCH-DATE
004910         MOVE 0              TO PHS-LIFETIME-SPEND
004920         MOVE 0              TO PHS-TTM-SPEND
004930         MOVE 0              TO PHS-PRODUCT-CNT
004940         MOVE 0              TO PHS-NORATE-CNT
004950         MOVE WS-CURRENT-DATE TO PHS-BUILD-DATE
004960     END-IF.
004970     EVALUATE TRUE
004980         WHEN WS-LINE-ACCEPT
004990             ADD 1 TO PHS-ACCEPT-CNT
005000             IF PHS-FIRST-PURCH-DATE = 0
005010                OR ORD-RUN-DATE < PHS-FIRST-PURCH-DATE
005020                 MOVE ORD-RUN-DATE TO PHS-FIRST-PURCH-DATE
005030             END-IF
005040             IF ORD-RUN-DATE > PHS-LAST-PURCH-DATE
005050                 MOVE ORD-RUN-DATE TO PHS-LAST-PURCH-DATE
005060             END-IF
005070         WHEN WS-LINE-CANCEL
005080             ADD 1 TO PHS-CANCEL-CNT
005090         WHEN WS-LINE-RETURN
005100             ADD 1 TO PHS-RETURN-CNT
005110     END-EVALUATE.
005120     IF WS-NEW-PRODUCT
005130         ADD 1 TO PHS-PRODUCT-CNT
005140     END-IF.
005150     IF WS-LINE-PRICED
005160         ADD WS-BASE-AMOUNT TO PHS-LIFETIME-SPEND
005170         IF ORD-RUN-DATE > WS-TTM-CUTOFF
005180             ADD WS-BASE-AMOUNT TO PHS-TTM-SPEND
005190         END-IF
005200     ELSE
005210         ADD 1 TO PHS-NORATE-CNT
005220     END-IF.
005230     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
005240     IF NOT WS-HIST-ON-FILE
005250         ADD 1 TO WS-CUSTOMER-CNT
005260     END-IF.
005270 2300-EXIT.
005280     EXIT.
005290*-------------------------------------------------------------------*
005300*    2400-POST-PRODUCT                                              *
005310*    ADD THE LINE TO THE CUSTOMER'S RECORD FOR THE PRODUCT. THE     *
005320*    LAST-BOUGHT DATE MOVES ONLY ON AN ACCEPT; A CANCEL OR RETURN   *
005330*    TAKES THE UNITS AND SPEND BACK OUT. WS-NEW-PRODUCT IS SET      *
005340*    WHEN THIS IS THE FIRST ACCEPT OF THE PRODUCT.                  *
005343*    CANCELS AND RETURNS ARE COUNTED SEPARATELY, AS ON THE CUSTOMER *
005346*    SUMMARY RECORD.                                                *
005350*-------------------------------------------------------------------*
005360 2400-POST-PRODUCT.
005370     MOVE 'N'           TO WS-NEW-PRODUCT-SW.
005380     MOVE ORD-CUST-ID   TO PHS-CUST-ID.
005390     MOVE ORD-PROD-CODE TO PHS-PROD-CODE.
005400     PERFORM 2500-READ-HISTORY THRU 2500-EXIT.
005410     IF NOT WS-HIST-ON-FILE
005420         MOVE SPACES         TO PHS-DETAIL
005430         MOVE 0              TO PHS-PROD-ACCEPT-CNT
005440         MOVE 0              TO PHS-PROD-CANCEL-CNT
005445         MOVE 0              TO PHS-PROD-RETURN-CNT
005450         MOVE 0              TO PHS-PROD-NET-UNITS
005460         MOVE 0              TO PHS-PROD-FIRST-DATE
005470         MOVE 0              TO PHS-PROD-LAST-DATE
005480         MOVE 0              TO PHS-PROD-SPEND
005490         MOVE WS-CURRENT-DATE TO PHS-BUILD-DATE
005500     END-IF.
005510     IF WS-LINE-ACCEPT
005520         IF PHS-PROD-ACCEPT-CNT = 0
005530             SET WS-NEW-PRODUCT TO TRUE
005540         END-IF
005550         ADD 1 TO PHS-PROD-ACCEPT-CNT
005560         IF PHS-PROD-FIRST-DATE = 0
005570            OR ORD-RUN-DATE < PHS-PROD-FIRST-DATE
005580             MOVE ORD-RUN-DATE TO PHS-PROD-FIRST-DATE
005590         END-IF
005600         IF ORD-RUN-DATE > PHS-PROD-LAST-DATE
005610             MOVE ORD-RUN-DATE TO PHS-PROD-LAST-DATE
005620         END-IF
005625     END-IF.
005630     IF WS-LINE-RETURN
005635         ADD 1 TO PHS-PROD-RETURN-CNT
005640     END-IF.
005645     IF WS-LINE-CANCEL
005650         ADD 1 TO PHS-PROD-CANCEL-CNT
005655     END-IF.
005660     ADD WS-SIGNED-QTY TO PHS-PROD-NET-UNITS.
005670     IF WS-LINE-PRICED
005680         ADD WS-BASE-AMOUNT TO PHS-PROD-SPEND
005690     END-IF.
005700     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
005710     IF NOT WS-HIST-ON-FILE
005720         ADD 1 TO WS-PRODUCT-REC-CNT
005730     END-IF.
005740 2400-EXIT.
005750     EXIT.
005760*-------------------------------------------------------------------*
005770*    2500-READ-HISTORY                                              *
005780*    READ THE PURHIST RECORD WHOSE KEY IS ALREADY IN PHS-KEY.       *
005790*-------------------------------------------------------------------*
005800 2500-READ-HISTORY.
005810     MOVE 'N' TO WS-HIST-ON-FILE-SW.
005820     READ PURCHASE-HIST-FILE
005830         INVALID KEY
005840             GO TO 2500-EXIT
005850     END-READ.
005860     IF NOT WS-PURHIST-OK
005870         DISPLAY 'PURCHASE-HIST-FILE READ FAILED - STATUS '
005880             WS-PURHIST-STATUS
005890         GO TO 2500-EXIT
005900     END-IF.
005910     SET WS-HIST-ON-FILE TO TRUE.
005920 2500-EXIT.
005930     EXIT.
005940*-------------------------------------------------------------------*
005950*    2600-WRITE-HISTORY                                             *
005960*    REWRITE A RECORD THAT WAS ON FILE, OTHERWISE ADD IT.           *
005970*-------------------------------------------------------------------*
005980 2600-WRITE-HISTORY.
005990     IF WS-HIST-ON-FILE
006000         REWRITE PURCHASE-HIST-RECORD
006010             INVALID KEY
006020                 CONTINUE
006030         END-REWRITE
006040     ELSE
006050         WRITE PURCHASE-HIST-RECORD
006060             INVALID KEY
006070                 CONTINUE
006080         END-WRITE
006090     END-IF.
006100     IF NOT WS-PURHIST-OK
006110         DISPLAY 'PURCHASE-HIST-FILE WRITE FAILED - STATUS '
006120             WS-PURHIST-STATUS ' - ' PHS-KEY
006130         ADD 1 TO WS-WRITE-ERROR-CNT
006140         MOVE 'ER' TO WS-RUN-STATUS
006150     END-IF.
006160 2600-EXIT.
006170     EXIT.
006180*===================================================================*
006190*    9000-TERMINATE                                                 *
006200*    THE CONTROL COUNTS GO TO THE CONSOLE; A LINE THAT COULD NOT    *
006210*    BE PRICED OR CONVERTED IS COUNTED SO IT IS NEVER SILENTLY      *
006220*    MISSING FROM A CUSTOMER'S SPEND.                               *
006230*===================================================================*
006240 9000-TERMINATE.
006250     IF WS-ARCH-OPEN
006260         CLOSE ORDER-ARCHIVE
006270     END-IF.
006275     IF WS-ORDERS-OPEN
006280         CLOSE ORDER-FILE
006285     END-IF.
006290     IF WS-PROD-AVAIL
006300         CLOSE PRODUCT-MASTER
006310     END-IF.
006315     IF WS-HIST-OPEN
006320         CLOSE PURCHASE-HIST-FILE
006325     END-IF.
006330     DISPLAY 'ARCHIVED ORDER RECORDS READ:    '
006340         WS-ARCHIVE-READ-CNT.
006350     DISPLAY 'LIVE ORDER RECORDS READ:        ' WS-ORDER-READ-CNT.
006360     DISPLAY 'ACCEPTS POSTED:                 ' WS-ACCEPT-CNT.
006370     DISPLAY 'CANCELS POSTED:                 ' WS-CANCEL-CNT.
006380     DISPLAY 'RETURNS POSTED:                 ' WS-RETURN-CNT.
006390     DISPLAY 'LINES WITH NO PRICE:            ' WS-NOPRICE-CNT.
006400     DISPLAY 'LINES WITH NO USABLE RATE:      ' WS-NORATE-CNT.
006410     DISPLAY 'CUSTOMERS SUMMARIZED:           ' WS-CUSTOMER-CNT.
006420     DISPLAY 'CUSTOMER/PRODUCT RECORDS:       '
006430         WS-PRODUCT-REC-CNT.
006440     IF WS-WRITE-ERROR-CNT > 0
006450         DISPLAY 'SUMMARY RECORDS NOT WRITTEN:    '
006460             WS-WRITE-ERROR-CNT
006470     END-IF.
006480 9000-EXIT.
006490     EXIT.
006500*===================================================================*
006510*    8900-WRITE-RUN-CONTROL                                         *
006520*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
006530*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
006540*===================================================================*
006550 8900-WRITE-RUN-CONTROL.
006560     OPEN EXTEND RUN-CONTROL.
006570     IF WS-RUNCTL-NOTFOUND
006580         OPEN OUTPUT RUN-CONTROL
006590     END-IF.
006600     IF NOT WS-RUNCTL-OK
006610         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
006620             WS-RUNCTL-STATUS
006630         GO TO 8900-EXIT
006640     END-IF.
006650     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
006660     ACCEPT WS-RUN-TIME-RAW FROM TIME.
006670     MOVE SPACES             TO RUN-CONTROL-RECORD.
006680     MOVE 'PURHBLD '         TO RNC-PROGRAM-ID.
006690     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
006700     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
006710     MOVE WS-RUN-EVENT       TO RNC-EVENT.
006720     MOVE WS-RUN-STATUS      TO RNC-STATUS.
006730     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
006740     WRITE RUN-CONTROL-RECORD.
006750     IF NOT WS-RUNCTL-OK
006760         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
006770             WS-RUNCTL-STATUS
006780     END-IF.
006790     CLOSE RUN-CONTROL.
006800 8900-EXIT.
006810     EXIT.
