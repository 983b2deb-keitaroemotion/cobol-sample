000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    POGEN.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - PROPOSES PURCHASE-ORDER  *
000220*                     LINES FROM THE INVENTORY POSITION, THE OPEN *
000230*                     BACKORDER DEMAND AND THE STOCK ALREADY ON   *
000240*                     ORDER, SO PURCHASING NO LONGER WORKS THE    *
000250*                     INVRPT LIST UP IN A SPREADSHEET.            *
000253*    2026-10-15 KS    AN INVFILE OR POPROPF OPEN FAILURE NOW ENDS *
000256*                     THE RUN 'ER'.                               *
000260*-----------------------------------------------------------------*
000270*    PASSES THE INVENTORY FILE. FOR EACH ITEM THE TARGET IS THE   *
000280*    REORDER POINT PLUS THE OPEN BACKORDER DEMAND FOR IT, AND THE *
000290*    POSITION IS THE AVAILABLE STOCK (ON-HAND LESS RESERVED)      *
000300*    PLUS THE QUANTITY STILL DUE ON OPEN PO LINES. AN ITEM WHOSE  *
000310*    POSITION IS BELOW TARGET GETS A PROPOSAL FOR THE SHORTFALL,  *
000320*    ROUNDED UP TO ITS SUPPLIER'S ORDER MULTIPLE AND COSTED AT    *
000330*    THE SUPPLIER'S UNIT COST. AN ITEM WITH NO ACTIVE SUPPLIER ON *
000340*    VENDMAST IS REPORTED BUT NOT PROPOSED.                       *
000350*    THE PROPOSAL QUEUE (POPROPF) IS REBUILT EVERY RUN - A        *
000360*    PROPOSAL NOBODY APPROVED IS SIMPLY WORKED OUT AGAIN FROM     *
000370*    TONIGHT'S POSITION. BUYERS APPROVE OR REJECT IT WITH POAPPR. *
000380*    A MISSING BACKORDER OR PO FILE SIMPLY MEANS NO DEMAND OR     *
000390*    NOTHING ON ORDER.                                            *
000400*-----------------------------------------------------------------*
000410 ENVIRONMENT    DIVISION.
000420 INPUT-OUTPUT   SECTION.
000430 FILE-CONTROL.
000440     SELECT INVENTORY-FILE  ASSIGN TO INVFILE
000450         ORGANIZATION       IS INDEXED
000460         ACCESS MODE        IS SEQUENTIAL
000470         RECORD KEY         IS INV-PROD-CODE
000480         FILE STATUS        IS WS-INVFILE-STATUS.
000490     SELECT BACKORDER-FILE  ASSIGN TO BACKORDR
000500         ORGANIZATION       IS SEQUENTIAL
000510         FILE STATUS        IS WS-BACKORDR-STATUS.
000520     SELECT PO-LINE-FILE    ASSIGN TO POFILE
000530         ORGANIZATION       IS INDEXED
000540         ACCESS MODE        IS SEQUENTIAL
000550         RECORD KEY         IS POL-KEY
000560         FILE STATUS        IS WS-POFILE-STATUS.
000570     SELECT VENDOR-MASTER   ASSIGN TO VENDMAST
000580         ORGANIZATION       IS INDEXED
000590         ACCESS MODE        IS RANDOM
000600         RECORD KEY         IS VND-PROD-CODE
000610         FILE STATUS        IS WS-VENDMAST-STATUS.
000620     SELECT PROPOSAL-FILE   ASSIGN TO POPROPF
000630         ORGANIZATION       IS SEQUENTIAL
000640         FILE STATUS        IS WS-POPROPF-STATUS.
000650     SELECT PROPOSAL-REPORT ASSIGN TO POGENRPT
000660         ORGANIZATION       IS SEQUENTIAL
000670         FILE STATUS        IS WS-POGENRPT-STATUS.
000680     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000690         ORGANIZATION       IS SEQUENTIAL
000700         FILE STATUS        IS WS-RUNCTL-STATUS.
000710 DATA           DIVISION.
000720 FILE           SECTION.
000730 FD  INVENTORY-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY INVREC.
000760 FD  BACKORDER-FILE
000770     LABEL RECORD IS STANDARD.
000780     COPY BKOREC.
000790 FD  PO-LINE-FILE
000800     LABEL RECORD IS STANDARD.
000810     COPY POLREC.
000820 FD  VENDOR-MASTER
000830     LABEL RECORD IS STANDARD.
000840     COPY VNDREC.
000850 FD  PROPOSAL-FILE
000860     LABEL RECORD IS STANDARD.
000870     COPY PPRREC.
000880 FD  PROPOSAL-REPORT
000890     LABEL RECORD IS STANDARD.
000900 01  REPORT-LINE                PIC X(80).
000910 FD  RUN-CONTROL
000920     LABEL RECORD IS STANDARD.
000930     COPY RUNREC.
000940 WORKING-STORAGE SECTION.
000950 01  WS-RUNCTL-STATUS            PIC X(02).
000960     88  WS-RUNCTL-OK            VALUE '00'.
000970     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000980 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000990 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001000 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001010 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001020 01  WS-RUN-TIME-RAW.
001030     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001040     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001050 01  WS-INVFILE-STATUS           PIC X(02).
001060     88  WS-INVFILE-OK           VALUE '00'.
001070 01  WS-BACKORDR-STATUS          PIC X(02).
001080     88  WS-BACKORDR-OK          VALUE '00'.
001090 01  WS-POFILE-STATUS            PIC X(02).
001100     88  WS-POFILE-OK            VALUE '00'.
001110     88  WS-POFILE-NOTFOUND      VALUE '35'.
001120 01  WS-VENDMAST-STATUS          PIC X(02).
001130     88  WS-VENDMAST-OK          VALUE '00'.
001140 01  WS-POPROPF-STATUS           PIC X(02).
001150     88  WS-POPROPF-OK           VALUE '00'.
001160 01  WS-POGENRPT-STATUS          PIC X(02).
001170     88  WS-POGENRPT-OK          VALUE '00'.
001180 77  WS-EOF-INV-SW               PIC X(01)   VALUE 'N'.
001190     88  WS-EOF-INV              VALUE 'Y'.
001200 77  WS-EOF-BKO-SW               PIC X(01)   VALUE 'N'.
001210     88  WS-EOF-BKO              VALUE 'Y'.
001220 77  WS-EOF-POL-SW               PIC X(01)   VALUE 'N'.
001230     88  WS-EOF-POL              VALUE 'Y'.
001240 77  WS-VEND-AVAIL-SW            PIC X(01)   VALUE 'N'.
001250     88  WS-VEND-AVAIL           VALUE 'Y'.
001260 77  WS-VEND-FOUND-SW            PIC X(01)   VALUE 'N'.
001270     88  WS-VEND-FOUND           VALUE 'Y'.
001280 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
001290     88  WS-ENTRY-FOUND          VALUE 'Y'.
001300 77  WS-BKOTBL-FULL-SW           PIC X(01)   VALUE 'N'.
001310     88  WS-BKOTBL-FULL          VALUE 'Y'.
001320 77  WS-ORDTBL-FULL-SW           PIC X(01)   VALUE 'N'.
001330     88  WS-ORDTBL-FULL          VALUE 'Y'.
001340*-----------------------------------------------------------------*
001350*    OPEN BACKORDER QUANTITY BY PRODUCT, SUMMED FROM THE DEMAND  *
001360*    FILE AT START-UP.                                           *
001370*-----------------------------------------------------------------*
001380 01  WS-BKO-TABLE.
001390     05  WS-BKO-ENTRY            OCCURS 500 TIMES
001400                                 INDEXED BY WS-BKO-IDX.
001410         10  WS-BKO-PROD-CODE    PIC X(06).
001420         10  WS-BKO-OPEN-QTY     PIC 9(07)   COMP.
001430 77  WS-BKO-COUNT                 PIC 9(05)   COMP    VALUE 0.
001440*-----------------------------------------------------------------*
001450*    QUANTITY STILL DUE ON OPEN PO LINES BY PRODUCT, SUMMED FROM  *
001460*    POFILE AT START-UP.                                          *
001470*-----------------------------------------------------------------*
001480 01  WS-ORD-TABLE.
001490     05  WS-ORD-ENTRY            OCCURS 500 TIMES
001500                                 INDEXED BY WS-ORD-IDX.
001510         10  WS-ORD-PROD-CODE    PIC X(06).
001520         10  WS-ORD-DUE-QTY      PIC 9(07)   COMP.
001530 77  WS-ORD-COUNT                 PIC 9(05)   COMP    VALUE 0.
001540 77  WS-LINE-DUE-QTY             PIC 9(07)   COMP    VALUE 0.
001550 77  WS-AVAILABLE-QTY            PIC S9(07)  COMP-3  VALUE 0.
001560 77  WS-ON-ORDER-QTY             PIC 9(07)   COMP-3  VALUE 0.
001570 77  WS-DEMAND-QTY               PIC 9(07)   COMP-3  VALUE 0.
001580 77  WS-POSITION-QTY             PIC S9(08)  COMP-3  VALUE 0.
001590 77  WS-TARGET-QTY               PIC S9(08)  COMP-3  VALUE 0.
001600 77  WS-SHORTFALL-QTY            PIC 9(07)   COMP-3  VALUE 0.
001610 77  WS-PROPOSED-QTY             PIC 9(07)   COMP-3  VALUE 0.
001620 77  WS-MULTIPLES                PIC 9(07)   COMP-3  VALUE 0.
001630 77  WS-MULT-REMAINDER           PIC 9(05)   COMP-3  VALUE 0.
001640 77  WS-CURRENT-DATE             PIC 9(08)   VALUE 0.
001650 77  WS-READ-CNT                  PIC 9(07)   COMP    VALUE 0.
001660 77  WS-SHORT-CNT                 PIC 9(07)   COMP    VALUE 0.
001670 77  WS-PROPOSED-CNT              PIC 9(07)   COMP    VALUE 0.
001680 77  WS-NO-SUPPLIER-CNT           PIC 9(07)   COMP    VALUE 0.
001690 77  WS-OPEN-LINE-CNT             PIC 9(07)   COMP    VALUE 0.
001700*-----------------------------------------------------------------*
001710*    REPORT PRINT LINE WORK AREAS                                 *
001720*-----------------------------------------------------------------*
001730 01  WS-HEADING-1                PIC X(80)
001740         VALUE 'PURCHASE-ORDER PROPOSALS - POSITION BELOW TARGET'.
001750 01  WS-HEADING-2.
001760     05  FILLER                  PIC X(27)
001770         VALUE 'PRODUCT SUPPLIER AVAILABLE '.
001780     05  FILLER                  PIC X(53)
001790         VALUE ' ON-ORDER   REORDER    DEMAND  PROPOSED NOTE'.
001800 01  WS-DETAIL-LINE.
001810     05  WS-DET-PROD-CODE        PIC X(06).
001820     05  FILLER                  PIC X(02).
001830     05  WS-DET-SUPPLIER-ID      PIC X(08).
001840     05  FILLER                  PIC X(01).
001850     05  WS-DET-AVAILABLE        PIC -,ZZZ,ZZ9.
001860     05  FILLER                  PIC X(01).
001870     05  WS-DET-ON-ORDER         PIC Z,ZZZ,ZZ9.
001880     05  FILLER                  PIC X(01).
001890     05  WS-DET-REORDER-PT       PIC Z,ZZZ,ZZ9.
001900     05  FILLER                  PIC X(01).
001910     05  WS-DET-DEMAND           PIC Z,ZZZ,ZZ9.
001920     05  FILLER                  PIC X(01).
001930     05  WS-DET-PROPOSED         PIC Z,ZZZ,ZZ9.
001940     05  FILLER                  PIC X(01).
001950     05  WS-DET-NOTE             PIC X(13).
001960 01  WS-COUNT-LINE.
001970     05  WS-CNT-LABEL            PIC X(34).
001980     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
001990     05  FILLER                  PIC X(39).
002000 PROCEDURE      DIVISION.
002010*===================================================================*
002020*    0000-MAINLINE                                                  *
002030*===================================================================*
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002060     PERFORM 2000-CHECK-ONE-ITEM   THRU 2000-EXIT
002070         UNTIL WS-EOF-INV.
002080     PERFORM 3000-PRINT-CONTROLS   THRU 3000-EXIT.
002090     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002100     MOVE 'END'   TO WS-RUN-EVENT.
002110     MOVE WS-PROPOSED-CNT TO WS-RUN-RECORDS.
002120     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002130     STOP RUN.
002140 0000-EXIT.
002150     EXIT.
002160*-------------------------------------------------------------------*
002170*    1000-INITIALIZE                                                *
002180*    WITHOUT THE SUPPLIER MASTER NOTHING CAN BE PROPOSED, BUT THE   *
002190*    SHORT ITEMS ARE STILL LISTED SO PURCHASING SEES THEM.          *
002200*-------------------------------------------------------------------*
002210 1000-INITIALIZE.
002220     MOVE 'START' TO WS-RUN-EVENT.
002230     MOVE 'OK'    TO WS-RUN-STATUS.
002240     MOVE 0       TO WS-RUN-RECORDS.
002250     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002260     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002270     OPEN INPUT INVENTORY-FILE.
002280     IF NOT WS-INVFILE-OK
002290         DISPLAY 'INVENTORY-FILE OPEN FAILED - STATUS '
002300             WS-INVFILE-STATUS
002305         MOVE 'ER' TO WS-RUN-STATUS
002310         SET WS-EOF-INV TO TRUE
002320     END-IF.
002330     OPEN INPUT VENDOR-MASTER.
002340     IF WS-VENDMAST-OK
002350         SET WS-VEND-AVAIL TO TRUE
002360     ELSE
002370         DISPLAY 'VENDOR-MASTER OPEN FAILED - STATUS '
002380             WS-VENDMAST-STATUS ' - NOTHING CAN BE PROPOSED.'
002390     END-IF.
002400     OPEN OUTPUT PROPOSAL-FILE.
002410     IF NOT WS-POPROPF-OK
002420         DISPLAY 'PROPOSAL-FILE OPEN FAILED - STATUS '
002430             WS-POPROPF-STATUS
002435         MOVE 'ER' TO WS-RUN-STATUS
002440     END-IF.
002450     OPEN OUTPUT PROPOSAL-REPORT.
002460     IF NOT WS-POGENRPT-OK
002470         DISPLAY 'PROPOSAL-REPORT OPEN FAILED - STATUS '
002480             WS-POGENRPT-STATUS
002490     END-IF.
002500     PERFORM 1100-LOAD-BACKORDERS THRU 1100-EXIT.
002510     PERFORM 1200-LOAD-ON-ORDER   THRU 1200-EXIT.
002520     MOVE WS-HEADING-1 TO REPORT-LINE.
002530     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002540     MOVE WS-HEADING-2 TO REPORT-LINE.
002550     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002560 1000-EXIT.
002570     EXIT.
002580*-------------------------------------------------------------------*
002590*    1100-LOAD-BACKORDERS                                           *
002600*    SUM THE OPEN DEMAND QUANTITY PER PRODUCT FROM THE BACKORDR     *
002610*    FILE, AS INVRPT DOES. NO FILE MEANS NO DEMAND.                 *
002620*-------------------------------------------------------------------*
002630 1100-LOAD-BACKORDERS.
002640     MOVE SPACES TO WS-BKO-TABLE.
002650     MOVE 0      TO WS-BKO-COUNT.
002660     OPEN INPUT BACKORDER-FILE.
002670     IF NOT WS-BACKORDR-OK
002680         SET WS-EOF-BKO TO TRUE
002690         GO TO 1100-EXIT
002700     END-IF.
002710     PERFORM 1110-LOAD-ONE-BACKORDER THRU 1110-EXIT
002720         UNTIL WS-EOF-BKO.
002730     CLOSE BACKORDER-FILE.
002740 1100-EXIT.
002750     EXIT.
002760 1110-LOAD-ONE-BACKORDER.
002770     READ BACKORDER-FILE
002780         AT END
002790             SET WS-EOF-BKO TO TRUE
002800     END-READ.
002810     IF WS-EOF-BKO
002820         GO TO 1110-EXIT
002830     END-IF.
002840     IF NOT WS-BACKORDR-OK
002850         DISPLAY 'BACKORDER-FILE READ FAILED - STATUS '
002860             WS-BACKORDR-STATUS
002870         SET WS-EOF-BKO TO TRUE
002880         GO TO 1110-EXIT
002890     END-IF.
002900     IF NOT BKO-OPEN
002910         GO TO 1110-EXIT
002920     END-IF.
002930     MOVE 'N' TO WS-FOUND-SW.
002940     SET WS-BKO-IDX TO 1.
002950     SEARCH WS-BKO-ENTRY
002960         AT END
002970             CONTINUE
002980         WHEN WS-BKO-IDX > WS-BKO-COUNT
002990             CONTINUE
003000         WHEN WS-BKO-PROD-CODE(WS-BKO-IDX) = BKO-PROD-CODE
003010             SET WS-ENTRY-FOUND TO TRUE
003020     END-SEARCH.
003030     IF WS-ENTRY-FOUND
003040         ADD BKO-QTY-WANTED TO WS-BKO-OPEN-QTY(WS-BKO-IDX)
003050         GO TO 1110-EXIT
003060     END-IF.
003070     IF WS-BKO-COUNT >= 500
003080         IF NOT WS-BKOTBL-FULL
003090             MOVE 'Y' TO WS-BKOTBL-FULL-SW
003100             DISPLAY 'BACKORDER TABLE FULL - DEMAND FOR PRODUCTS '
003110                 'BEYOND 500 IS NOT COUNTED.'
003120         END-IF
003130         GO TO 1110-EXIT
003140     END-IF.
003150     ADD 1 TO WS-BKO-COUNT.
003160     SET WS-BKO-IDX TO WS-BKO-COUNT.
003170     MOVE BKO-PROD-CODE  TO WS-BKO-PROD-CODE(WS-BKO-IDX).
003180     MOVE BKO-QTY-WANTED TO WS-BKO-OPEN-QTY(WS-BKO-IDX).
003190 1110-EXIT.
003200     EXIT.
003210*-------------------------------------------------------------------*
003220*    1200-LOAD-ON-ORDER                                             *
003230*    SUM WHAT IS STILL DUE (ORDERED LESS RECEIVED) ON EVERY OPEN    *
003240*    PO LINE, PER PRODUCT. NO PO FILE MEANS NOTHING ON ORDER.       *
003250*-------------------------------------------------------------------*
003260 1200-LOAD-ON-ORDER.
003270     MOVE SPACES TO WS-ORD-TABLE.
003280     MOVE 0      TO WS-ORD-COUNT.
003290     OPEN INPUT PO-LINE-FILE.
003300     IF NOT WS-POFILE-OK
003310         IF NOT WS-POFILE-NOTFOUND
003320             DISPLAY 'PO-LINE-FILE OPEN FAILED - STATUS '
003330                 WS-POFILE-STATUS
003340         END-IF
003350         SET WS-EOF-POL TO TRUE
003360         GO TO 1200-EXIT
003370     END-IF.
003380     PERFORM 1210-LOAD-ONE-PO-LINE THRU 1210-EXIT
003390         UNTIL WS-EOF-POL.
003400     CLOSE PO-LINE-FILE.
003410 1200-EXIT.
003420     EXIT.
003430 1210-LOAD-ONE-PO-LINE.
003440     READ PO-LINE-FILE NEXT RECORD
003450         AT END
003460             SET WS-EOF-POL TO TRUE
003470     END-READ.
003480     IF WS-EOF-POL
003490         GO TO 1210-EXIT
003500     END-IF.
003510     IF NOT WS-POFILE-OK
003520         DISPLAY 'PO-LINE-FILE READ FAILED - STATUS '
003530             WS-POFILE-STATUS
003540         SET WS-EOF-POL TO TRUE
003550         GO TO 1210-EXIT
003560     END-IF.
003570     IF NOT POL-OPEN
003580        OR POL-QTY-RECEIVED >= POL-QTY-ORDERED
003590         GO TO 1210-EXIT
003600     END-IF.
003610     ADD 1 TO WS-OPEN-LINE-CNT.
003620     COMPUTE WS-LINE-DUE-QTY = POL-QTY-ORDERED - POL-QTY-RECEIVED.
003630     MOVE 'N' TO WS-FOUND-SW.
003640     SET WS-ORD-IDX TO 1.
003650     SEARCH WS-ORD-ENTRY
003660         AT END
003670             CONTINUE
003680         WHEN WS-ORD-IDX > WS-ORD-COUNT
003690             CONTINUE
003700         WHEN WS-ORD-PROD-CODE(WS-ORD-IDX) = POL-PROD-CODE
003710             SET WS-ENTRY-FOUND TO TRUE
003720     END-SEARCH.
003730     IF WS-ENTRY-FOUND
003740         ADD WS-LINE-DUE-QTY TO WS-ORD-DUE-QTY(WS-ORD-IDX)
003750         GO TO 1210-EXIT
003760     END-IF.
003770     IF WS-ORD-COUNT >= 500
003780         IF NOT WS-ORDTBL-FULL
003790             MOVE 'Y' TO WS-ORDTBL-FULL-SW
003800             DISPLAY 'ON-ORDER TABLE FULL - PO LINES FOR '
003810                 'PRODUCTS BEYOND 500 ARE NOT COUNTED.'
003820         END-IF
003830         GO TO 1210-EXIT
003840     END-IF.
003850     ADD 1 TO WS-ORD-COUNT.
003860     SET WS-ORD-IDX TO WS-ORD-COUNT.
003870     MOVE POL-PROD-CODE   TO WS-ORD-PROD-CODE(WS-ORD-IDX).
003880     MOVE WS-LINE-DUE-QTY TO WS-ORD-DUE-QTY(WS-ORD-IDX).
003890 1210-EXIT.
003900     EXIT.
003910*===================================================================*
003920*    2000-CHECK-ONE-ITEM                                            *
003930*===================================================================*
003940 2000-CHECK-ONE-ITEM.
003950     READ INVENTORY-FILE NEXT RECORD
003960         AT END
003970             SET WS-EOF-INV TO TRUE
003980     END-READ.
003990     IF WS-EOF-INV
004000         GO TO 2000-EXIT
004010     END-IF.
004020     IF NOT WS-INVFILE-OK
004030         DISPLAY 'INVENTORY-FILE READ FAILED - STATUS '
004040             WS-INVFILE-STATUS
004050         SET WS-EOF-INV TO TRUE
004060         GO TO 2000-EXIT
004070     END-IF.
004080     ADD 1 TO WS-READ-CNT.
004090     PERFORM 2100-FIND-DEMAND-AND-ORDERS THRU 2100-EXIT.
004100     COMPUTE WS-AVAILABLE-QTY = INV-ON-HAND - INV-RESERVED.
004110     COMPUTE WS-POSITION-QTY  = WS-AVAILABLE-QTY
004120                              + WS-ON-ORDER-QTY.
004130     COMPUTE WS-TARGET-QTY    = INV-REORDER-POINT + WS-DEMAND-QTY.
004140     IF WS-POSITION-QTY NOT < WS-TARGET-QTY
004150         GO TO 2000-EXIT
004160     END-IF.
004170     ADD 1 TO WS-SHORT-CNT.
004180     COMPUTE WS-SHORTFALL-QTY = WS-TARGET-QTY - WS-POSITION-QTY.
004190     MOVE SPACES             TO WS-DETAIL-LINE.
004200     MOVE INV-PROD-CODE      TO WS-DET-PROD-CODE.
004210     MOVE WS-AVAILABLE-QTY   TO WS-DET-AVAILABLE.
004220     MOVE WS-ON-ORDER-QTY    TO WS-DET-ON-ORDER.
004230     MOVE INV-REORDER-POINT  TO WS-DET-REORDER-PT.
004240     MOVE WS-DEMAND-QTY      TO WS-DET-DEMAND.
004250     MOVE 0                  TO WS-DET-PROPOSED.
004260     PERFORM 2200-READ-SUPPLIER THRU 2200-EXIT.
004270     IF NOT WS-VEND-FOUND
004280         ADD 1 TO WS-NO-SUPPLIER-CNT
004290         MOVE WS-DETAIL-LINE TO REPORT-LINE
004300         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004310         GO TO 2000-EXIT
004320     END-IF.
004330     PERFORM 2300-ROUND-TO-MULTIPLE THRU 2300-EXIT.
004340     PERFORM 2400-WRITE-PROPOSAL    THRU 2400-EXIT.
004350     MOVE VND-SUPPLIER-ID    TO WS-DET-SUPPLIER-ID.
004360     MOVE WS-PROPOSED-QTY    TO WS-DET-PROPOSED.
004370     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004380     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004390 2000-EXIT.
004400     EXIT.
004410*-------------------------------------------------------------------*
004420*    2100-FIND-DEMAND-AND-ORDERS                                    *
004430*-------------------------------------------------------------------*
004440 2100-FIND-DEMAND-AND-ORDERS.
004450     MOVE 0   TO WS-DEMAND-QTY.
004460     MOVE 0   TO WS-ON-ORDER-QTY.
004470     MOVE 'N' TO WS-FOUND-SW.
004480     SET WS-BKO-IDX TO 1.
004490     SEARCH WS-BKO-ENTRY
004500         AT END
004510             CONTINUE
004520         WHEN WS-BKO-IDX > WS-BKO-COUNT
004530             CONTINUE
004540         WHEN WS-BKO-PROD-CODE(WS-BKO-IDX) = INV-PROD-CODE
004550             SET WS-ENTRY-FOUND TO TRUE
004560     END-SEARCH.
004570     IF WS-ENTRY-FOUND
004580         MOVE WS-BKO-OPEN-QTY(WS-BKO-IDX) TO WS-DEMAND-QTY
004590     END-IF.
004600     MOVE 'N' TO WS-FOUND-SW.
004610     SET WS-ORD-IDX TO 1.
004620     SEARCH WS-ORD-ENTRY
004630         AT END
004640             CONTINUE
004650         WHEN WS-ORD-IDX > WS-ORD-COUNT
004660             CONTINUE
004670         WHEN WS-ORD-PROD-CODE(WS-ORD-IDX) = INV-PROD-CODE
004680             SET WS-ENTRY-FOUND TO TRUE
004690     END-SEARCH.
004700     IF WS-ENTRY-FOUND
004710         MOVE WS-ORD-DUE-QTY(WS-ORD-IDX) TO WS-ON-ORDER-QTY
004720     END-IF.
004730 2100-EXIT.
004740     EXIT.
004750*-------------------------------------------------------------------*
004760*    2200-READ-SUPPLIER                                             *
004770*    ONLY AN ACTIVE SUPPLIER RECORD COUNTS - THE NOTE COLUMN SAYS   *
004780*    WHY A SHORT ITEM WAS NOT PROPOSED.                             *
004790*-------------------------------------------------------------------*
004800 2200-READ-SUPPLIER.
004810     MOVE 'N' TO WS-VEND-FOUND-SW.
004820     IF NOT WS-VEND-AVAIL
004830         MOVE 'NO SUPPLIERS' TO WS-DET-NOTE
004840         GO TO 2200-EXIT
004850     END-IF.
004860     MOVE INV-PROD-CODE TO VND-PROD-CODE.
004870     READ VENDOR-MASTER
004880         INVALID KEY
004890             MOVE 'NO SUPPLIER' TO WS-DET-NOTE
004900             GO TO 2200-EXIT
004910     END-READ.
004920     IF NOT WS-VENDMAST-OK
004930         DISPLAY 'VENDOR-MASTER READ FAILED - STATUS '
004940             WS-VENDMAST-STATUS
004950         MOVE 'NO SUPPLIER' TO WS-DET-NOTE
004960         GO TO 2200-EXIT
004970     END-IF.
004980     IF NOT VND-ACTIVE
004990         MOVE VND-SUPPLIER-ID     TO WS-DET-SUPPLIER-ID
005000         MOVE 'SUPP INACTIVE'     TO WS-DET-NOTE
005010         GO TO 2200-EXIT
005020     END-IF.
005030     SET WS-VEND-FOUND TO TRUE.
005040 2200-EXIT.
005050     EXIT.
005060*-------------------------------------------------------------------*
005070*    2300-ROUND-TO-MULTIPLE                                         *
005080*    THE SHORTFALL IS ROUNDED UP TO A WHOLE NUMBER OF THE           *
005090*    SUPPLIER'S ORDER MULTIPLE. A ZERO MULTIPLE (NEVER KEYED        *
005100*    THROUGH VNDMNT) IS TREATED AS ONE.                             *
005110*-------------------------------------------------------------------*
005120 2300-ROUND-TO-MULTIPLE.
005130     IF VND-ORDER-MULTIPLE NOT NUMERIC
005140        OR VND-ORDER-MULTIPLE = 0
005150         MOVE 1 TO VND-ORDER-MULTIPLE
005160     END-IF.
005170     DIVIDE WS-SHORTFALL-QTY BY VND-ORDER-MULTIPLE
005180         GIVING WS-MULTIPLES REMAINDER WS-MULT-REMAINDER.
005190     IF WS-MULT-REMAINDER > 0
005200         ADD 1 TO WS-MULTIPLES
005210     END-IF.
005220     COMPUTE WS-PROPOSED-QTY = WS-MULTIPLES * VND-ORDER-MULTIPLE.
005230 2300-EXIT.
005240     EXIT.
005250*-------------------------------------------------------------------*
005260*    2400-WRITE-PROPOSAL                                            *
005270*-------------------------------------------------------------------*
005280 2400-WRITE-PROPOSAL.
005290     MOVE SPACES             TO PO-PROPOSAL-RECORD.
005300     MOVE INV-PROD-CODE      TO PPR-PROD-CODE.
005310     MOVE VND-SUPPLIER-ID    TO PPR-SUPPLIER-ID.
005320     MOVE WS-AVAILABLE-QTY   TO PPR-AVAILABLE.
005330     MOVE WS-ON-ORDER-QTY    TO PPR-ON-ORDER.
005340     MOVE INV-REORDER-POINT  TO PPR-REORDER-POINT.
005350     MOVE WS-DEMAND-QTY      TO PPR-OPEN-DEMAND.
005360     MOVE WS-SHORTFALL-QTY   TO PPR-SHORTFALL.
005370     MOVE WS-PROPOSED-QTY    TO PPR-PROPOSED-QTY.
005380     MOVE VND-ORDER-MULTIPLE TO PPR-ORDER-MULTIPLE.
005390     MOVE VND-LEAD-DAYS      TO PPR-LEAD-DAYS.
005400     MOVE VND-UNIT-COST      TO PPR-UNIT-COST.
005410     MOVE VND-CURRENCY-CODE  TO PPR-CURRENCY-CODE.
005420     MOVE WS-CURRENT-DATE    TO PPR-PROPOSED-DATE.
005430     SET PPR-PROPOSED        TO TRUE.
005440     MOVE 0                  TO PPR-PO-NO.
005450     MOVE 0                  TO PPR-PO-LINE-NO.
005460     WRITE PO-PROPOSAL-RECORD.
005470     IF NOT WS-POPROPF-OK
005480         DISPLAY 'PROPOSAL-FILE WRITE FAILED - STATUS '
005490             WS-POPROPF-STATUS
005500         MOVE 'NOT QUEUED' TO WS-DET-NOTE
005510     ELSE
005520         ADD 1 TO WS-PROPOSED-CNT
005530     END-IF.
005540 2400-EXIT.
005550     EXIT.
005560*===================================================================*
005570*    3000-PRINT-CONTROLS                                            *
005580*===================================================================*
005590 3000-PRINT-CONTROLS.
005600     MOVE SPACES TO REPORT-LINE.
005610     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005620     MOVE 'INVENTORY RECORDS READ'         TO WS-CNT-LABEL.
005630     MOVE WS-READ-CNT                      TO WS-CNT-VALUE.
005640     MOVE WS-COUNT-LINE TO REPORT-LINE.
005650     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005660     MOVE 'OPEN PO LINES ON ORDER'         TO WS-CNT-LABEL.
005670     MOVE WS-OPEN-LINE-CNT                 TO WS-CNT-VALUE.
005680     MOVE WS-COUNT-LINE TO REPORT-LINE.
005690     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005700     MOVE 'ITEMS BELOW TARGET'             TO WS-CNT-LABEL.
005710     MOVE WS-SHORT-CNT                     TO WS-CNT-VALUE.
005720     MOVE WS-COUNT-LINE TO REPORT-LINE.
005730     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005740     MOVE 'PO LINES PROPOSED'              TO WS-CNT-LABEL.
005750     MOVE WS-PROPOSED-CNT                  TO WS-CNT-VALUE.
005760     MOVE WS-COUNT-LINE TO REPORT-LINE.
005770     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005780     MOVE 'SHORT ITEMS WITH NO ACTIVE SUPPLIER' TO WS-CNT-LABEL.
005790     MOVE WS-NO-SUPPLIER-CNT               TO WS-CNT-VALUE.
005800     MOVE WS-COUNT-LINE TO REPORT-LINE.
005810     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005820 3000-EXIT.
005830     EXIT.
005840*===================================================================*
005850*    6000-WRITE-REPORT-LINE                                         *
005860*===================================================================*
005870 6000-WRITE-REPORT-LINE.
005880     WRITE REPORT-LINE.
005890     IF NOT WS-POGENRPT-OK
005900         DISPLAY 'PROPOSAL-REPORT WRITE FAILED - STATUS '
005910             WS-POGENRPT-STATUS
005920     END-IF.
005930 6000-EXIT.
005940     EXIT.
005950*===================================================================*
005960*    9000-TERMINATE                                                 *
005970*===================================================================*
005980 9000-TERMINATE.
005990     CLOSE INVENTORY-FILE.
006000     IF WS-VEND-AVAIL
006010         CLOSE VENDOR-MASTER
006020     END-IF.
006030     CLOSE PROPOSAL-FILE.
006040     CLOSE PROPOSAL-REPORT.
006050 9000-EXIT.
006060     EXIT.
006070*===================================================================*
006080*    8900-WRITE-RUN-CONTROL                                         *
006090*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
006100*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
006110*===================================================================*
006120 8900-WRITE-RUN-CONTROL.
006130     OPEN EXTEND RUN-CONTROL.
006140     IF WS-RUNCTL-NOTFOUND
006150         OPEN OUTPUT RUN-CONTROL
006160     END-IF.
006170     IF NOT WS-RUNCTL-OK
006180         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
006190             WS-RUNCTL-STATUS
006200         GO TO 8900-EXIT
006210     END-IF.
006220     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
006230     ACCEPT WS-RUN-TIME-RAW FROM TIME.
006240     MOVE SPACES             TO RUN-CONTROL-RECORD.
006250     MOVE 'POGEN   '         TO RNC-PROGRAM-ID.
006260     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
006270     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
006280     MOVE WS-RUN-EVENT       TO RNC-EVENT.
006290     MOVE WS-RUN-STATUS      TO RNC-STATUS.
006300     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
006310     WRITE RUN-CONTROL-RECORD.
006320     IF NOT WS-RUNCTL-OK
006330         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
006340             WS-RUNCTL-STATUS
006350     END-IF.
006360     CLOSE RUN-CONTROL.
006370 8900-EXIT.
006380     EXIT.
