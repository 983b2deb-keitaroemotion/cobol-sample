000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    STOGEN.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - NIGHTLY GENERATION OF    *
000220*                     THE ORDERS DUE ON THE STANDORD              *
000230*                     STANDING-ORDER FILE, WITHOUT PROMPTS.       *
000240*-----------------------------------------------------------------*
000250*    WALKS STANDORD IN ID ORDER. EVERY ACTIVE STANDING ORDER      *
000260*    WHOSE NEXT DUE DATE HAS ARRIVED IS PUT THROUGH THE SAME      *
000270*    CHECKS AN INTERACTIVE ACCEPT TAKES IN HELLO: THE CUSTOMER    *
000280*    MUST STILL BE ACTIVE AND THE PRODUCT ON THE CATALOG, THE     *
000290*    PRODUCT MUST BE IN ITS OFFSCHED WINDOW, THE UNIT PRICE IS    *
000300*    SETTLED FROM PRICEFIL                                        *
000310*    FOR THE STANDING QUANTITY, STOCK IS RESERVED (OR THE WHOLE   *
000320*    QUANTITY IS RAISED AS BACKORDER DEMAND WHEN IT IS SHORT - NO *
000330*    PART SHIPMENTS), AND AN ORDER THAT WOULD TAKE A CREDFILE     *
000340*    CUSTOMER PAST THEIR LIMIT IS WRITTEN 'H' AND QUEUED ON       *
000350*    HELDORDF. A COMMITTED ORDER WRITES THE 'Y' ORDER RECORD, THE *
000360*    FULFILLMENT EXPORT AND RAISES THE OPEN BALANCE, WITH A       *
000370*    CTLTOTAL ENTRY SO HELLOBAL STILL BALANCES AND HELLOINV BILLS *
000380*    IT NORMALLY. EVERY STEP IS AUDITED TO AUDITLOG UNDER THE     *
000390*    CUSTOMER ID. THE STANDING-ORDER ID TRAVELS IN THE            *
000400*    CAMPAIGN-ID FIELD OF EVERY RECORD WRITTEN, SO HELLORPT AND   *
000410*    HELLOREV CAN SELECT STANDING-ORDER BUSINESS BY ID.           *
000420*    THE REOFFER WINDOW IS NOT APPLIED - A STANDING ORDER IS THE  *
000430*    CUSTOMER'S OWN REPEAT INSTRUCTION, NOT A PITCH - AND NEITHER *
000440*    ARE CONTACT PREFERENCES, FOR THE SAME REASON.                *
000450*    WHATEVER THE OUTCOME, THE NEXT DUE DATE MOVES ON BY THE      *
000460*    FREQUENCY UNTIL IT IS PAST TODAY, SO A MISSED NIGHT NEVER    *
000470*    GENERATES MORE THAN ONE ORDER PER STANDING ORDER. AN ORDER   *
000480*    WHOSE NEXT DUE DATE PASSES ITS END DATE IS MARKED ENDED. THE *
000490*    DUE-DATE AND STATUS CHANGES ARE LOGGED TO STOHIST UNDER      *
000500*    OPERATOR 'STOGEN'.                                           *
000510*    RUN IT BEFORE HELLOBAL AND HELLOINV IN THE NIGHTLY CHAIN.    *
000520*-----------------------------------------------------------------*
000530 ENVIRONMENT    DIVISION.
000540 INPUT-OUTPUT   SECTION.
000550 FILE-CONTROL.
000560     SELECT STANDING-ORDER-FILE ASSIGN TO STANDORD
000570         ORGANIZATION       IS INDEXED
000580         ACCESS MODE        IS SEQUENTIAL
000590         RECORD KEY         IS STO-ORDER-ID
000600         FILE STATUS        IS WS-STANDORD-STATUS.
000610     SELECT STANDING-HIST-FILE ASSIGN TO STOHIST
000620         ORGANIZATION       IS SEQUENTIAL
000630         FILE STATUS        IS WS-STOHIST-STATUS.
000640     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000650         ORGANIZATION       IS INDEXED
000660         ACCESS MODE        IS RANDOM
000670         RECORD KEY         IS CUST-ID
000680         FILE STATUS        IS WS-CUSTMAST-STATUS.
000690     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
000700         ORGANIZATION       IS INDEXED
000710         ACCESS MODE        IS RANDOM
000720         RECORD KEY         IS PROD-CODE
000730         FILE STATUS        IS WS-PRODMAST-STATUS.
000740     SELECT OFFER-SCHEDULE  ASSIGN TO OFFSCHED
000750         ORGANIZATION       IS INDEXED
000760         ACCESS MODE        IS RANDOM
000770         RECORD KEY         IS SCH-PROD-CODE
000780         FILE STATUS        IS WS-OFFSCHED-STATUS.
000790     SELECT PRICE-FILE      ASSIGN TO PRICEFIL
000800         ORGANIZATION       IS INDEXED
000810         ACCESS MODE        IS DYNAMIC
000820         RECORD KEY         IS PRC-KEY
000830         FILE STATUS        IS WS-PRICEFIL-STATUS.
000840     SELECT INVENTORY-FILE  ASSIGN TO INVFILE
000850         ORGANIZATION       IS INDEXED
000860         ACCESS MODE        IS RANDOM
000870         RECORD KEY         IS INV-PROD-CODE
000880         FILE STATUS        IS WS-INVFILE-STATUS.
000890     SELECT CREDIT-FILE     ASSIGN TO CREDFILE
000900         ORGANIZATION       IS INDEXED
000910         ACCESS MODE        IS RANDOM
000920         RECORD KEY         IS CRD-CUST-ID
000930         FILE STATUS        IS WS-CREDFILE-STATUS.
000940     SELECT ORDER-FILE      ASSIGN TO ORDERFIL
000950         ORGANIZATION       IS SEQUENTIAL
000960         FILE STATUS        IS WS-ORDERFIL-STATUS.
000970     SELECT FULFILL-FILE    ASSIGN TO FULFILFL
000980         ORGANIZATION       IS SEQUENTIAL
000990         FILE STATUS        IS WS-FULFILFL-STATUS.
001000     SELECT AUDIT-LOG       ASSIGN TO AUDITLOG
001010         ORGANIZATION       IS SEQUENTIAL
001020         FILE STATUS        IS WS-AUDITLOG-STATUS.
001030     SELECT BACKORDER-FILE  ASSIGN TO BACKORDR
001040         ORGANIZATION       IS SEQUENTIAL
001050         FILE STATUS        IS WS-BACKORDR-STATUS.
001060     SELECT HELD-FILE       ASSIGN TO HELDORDF
001070         ORGANIZATION       IS SEQUENTIAL
001080         FILE STATUS        IS WS-HELDORDF-STATUS.
001090     SELECT GENERATE-REPORT ASSIGN TO STOGNRPT
001100         ORGANIZATION       IS SEQUENTIAL
001110         FILE STATUS        IS WS-STOGNRPT-STATUS.
001120     SELECT CONTROL-FILE    ASSIGN TO CTLTOTAL
001130         ORGANIZATION       IS SEQUENTIAL
001140         FILE STATUS        IS WS-CTLTOTAL-STATUS.
001150     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
001160         ORGANIZATION       IS SEQUENTIAL
001170         FILE STATUS        IS WS-RUNCTL-STATUS.
001180 DATA           DIVISION.
001190 FILE           SECTION.
001200 FD  STANDING-ORDER-FILE
001210     LABEL RECORD IS STANDARD.
001220     COPY STOREC.
001230 FD  STANDING-HIST-FILE
001240     LABEL RECORD IS STANDARD.
001250     COPY STOHREC.
001260 FD  CUSTOMER-MASTER
001270     LABEL RECORD IS STANDARD.
001280     COPY CUSTREC.
001290 FD  PRODUCT-MASTER
001300     LABEL RECORD IS STANDARD.
001310     COPY PRODREC.
001320 FD  OFFER-SCHEDULE
001330     LABEL RECORD IS STANDARD.
001340     COPY SCHREC.
001350 FD  PRICE-FILE
001360     LABEL RECORD IS STANDARD.
001370     COPY PRCREC.
001380 FD  INVENTORY-FILE
001390     LABEL RECORD IS STANDARD.
001400     COPY INVREC.
001410 FD  CREDIT-FILE
001420     LABEL RECORD IS STANDARD.
001430     COPY CRDREC.
001440 FD  ORDER-FILE
001450     LABEL RECORD IS STANDARD.
001460     COPY ORDREC.
001470 FD  FULFILL-FILE
001480     LABEL RECORD IS STANDARD.
001490     COPY FULFREC.
001500 FD  AUDIT-LOG
001510     LABEL RECORD IS STANDARD.
001520     COPY AUDTREC.
001530 FD  BACKORDER-FILE
001540     LABEL RECORD IS STANDARD.
001550     COPY BKOREC.
001560 FD  HELD-FILE
001570     LABEL RECORD IS STANDARD.
001580     COPY HLDREC.
001590 FD  GENERATE-REPORT
001600     LABEL RECORD IS STANDARD.
001610 01  REPORT-LINE                PIC X(80).
001620 FD  CONTROL-FILE
001630     LABEL RECORD IS STANDARD.
001640     COPY CTLREC.
001650 FD  RUN-CONTROL
001660     LABEL RECORD IS STANDARD.
001670     COPY RUNREC.
001680 WORKING-STORAGE SECTION.
001690 01  WS-RUNCTL-STATUS            PIC X(02).
001700     88  WS-RUNCTL-OK            VALUE '00'.
001710     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001720 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001730 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001740 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001750 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001760 01  WS-RUN-TIME-RAW.
001770     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001780     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001790 77  WS-EOF-RUNCTL-SW            PIC X(01)   VALUE 'N'.
001800     88  WS-EOF-RUNCTL           VALUE 'Y'.
001810 77  WS-BAL-VERDICT              PIC X(02)   VALUE SPACES.
001820 77  WS-GATE-BLOCKED-SW          PIC X(01)   VALUE 'N'.
001830     88  WS-GATE-BLOCKED         VALUE 'Y'.
001840 01  WS-STANDORD-STATUS          PIC X(02).
001850     88  WS-STANDORD-OK          VALUE '00'.
001860     88  WS-STANDORD-NOTFOUND    VALUE '35'.
001870 01  WS-STOHIST-STATUS           PIC X(02).
001880     88  WS-STOHIST-OK           VALUE '00'.
001890     88  WS-STOHIST-NOTFOUND     VALUE '35'.
001900 01  WS-CUSTMAST-STATUS          PIC X(02).
001910     88  WS-CUSTMAST-OK          VALUE '00'.
001920 01  WS-PRODMAST-STATUS          PIC X(02).
001930     88  WS-PRODMAST-OK          VALUE '00'.
001940 01  WS-OFFSCHED-STATUS          PIC X(02).
001950     88  WS-OFFSCHED-OK          VALUE '00'.
001960     88  WS-OFFSCHED-NOTFOUND    VALUE '35'.
001970 01  WS-PRICEFIL-STATUS          PIC X(02).
001980     88  WS-PRICEFIL-OK          VALUE '00'.
001990     88  WS-PRICEFIL-NOTFOUND    VALUE '35'.
002000 01  WS-INVFILE-STATUS           PIC X(02).
002010     88  WS-INVFILE-OK           VALUE '00'.
002020     88  WS-INVFILE-NOTFOUND     VALUE '35'.
002030 01  WS-CREDFILE-STATUS          PIC X(02).
002040     88  WS-CREDFILE-OK          VALUE '00'.
002050     88  WS-CREDFILE-NOTFOUND    VALUE '35'.
002060 01  WS-ORDERFIL-STATUS          PIC X(02).
002070     88  WS-ORDERFIL-OK          VALUE '00'.
002080     88  WS-ORDERFIL-NOTFOUND    VALUE '35'.
002090 01  WS-FULFILFL-STATUS          PIC X(02).
002100     88  WS-FULFILFL-OK          VALUE '00'.
002110     88  WS-FULFILFL-NOTFOUND    VALUE '35'.
002120 01  WS-AUDITLOG-STATUS          PIC X(02).
002130     88  WS-AUDITLOG-OK          VALUE '00'.
002140     88  WS-AUDITLOG-NOTFOUND    VALUE '35'.
002150 01  WS-BACKORDR-STATUS          PIC X(02).
002160     88  WS-BACKORDR-OK          VALUE '00'.
002170     88  WS-BACKORDR-NOTFOUND    VALUE '35'.
002180 01  WS-HELDORDF-STATUS          PIC X(02).
002190     88  WS-HELDORDF-OK          VALUE '00'.
002200     88  WS-HELDORDF-NOTFOUND    VALUE '35'.
002210 01  WS-STOGNRPT-STATUS          PIC X(02).
002220     88  WS-STOGNRPT-OK          VALUE '00'.
002230 01  WS-CTLTOTAL-STATUS          PIC X(02).
002240     88  WS-CTLTOTAL-OK          VALUE '00'.
002250     88  WS-CTLTOTAL-NOTFOUND    VALUE '35'.
002260 77  WS-EOF-STANDING-SW          PIC X(01)   VALUE 'N'.
002270     88  WS-EOF-STANDING         VALUE 'Y'.
002280 77  WS-SCHED-AVAIL-SW           PIC X(01)   VALUE 'N'.
002290     88  WS-SCHED-AVAIL          VALUE 'Y'.
002300 77  WS-PRICE-AVAIL-SW           PIC X(01)   VALUE 'N'.
002310     88  WS-PRICE-AVAIL          VALUE 'Y'.
002320 77  WS-INV-AVAIL-SW             PIC X(01)   VALUE 'N'.
002330     88  WS-INV-AVAIL            VALUE 'Y'.
002340 77  WS-CRED-AVAIL-SW            PIC X(01)   VALUE 'N'.
002350     88  WS-CRED-AVAIL           VALUE 'Y'.
002360 77  WS-HIST-AVAIL-SW            PIC X(01)   VALUE 'N'.
002370     88  WS-HIST-AVAIL           VALUE 'Y'.
002380 77  WS-IN-WINDOW-SW             PIC X(01)   VALUE 'Y'.
002390     88  WS-IN-WINDOW            VALUE 'Y'.
002400 77  WS-INV-ON-FILE-SW           PIC X(01)   VALUE 'N'.
002410     88  WS-INV-ON-FILE          VALUE 'Y'.
002420 77  WS-CRED-ON-FILE-SW          PIC X(01)   VALUE 'N'.
002430     88  WS-CRED-ON-FILE         VALUE 'Y'.
002440 77  WS-CREDIT-OK-SW             PIC X(01)   VALUE 'Y'.
002450     88  WS-CREDIT-OK            VALUE 'Y'.
002460 77  WS-EOF-PRICES-SW            PIC X(01)   VALUE 'N'.
002470     88  WS-EOF-PRICES           VALUE 'Y'.
002480 77  WS-DEAL-PRICE-SW            PIC X(01)   VALUE 'N'.
002490     88  WS-DEAL-PRICED          VALUE 'Y'.
002500 77  WS-LEAP-SW                  PIC X(01)   VALUE 'N'.
002510     88  WS-LEAP-YEAR            VALUE 'Y'.
002520 77  WS-AVAILABLE-QTY            PIC S9(07)  COMP-3  VALUE 0.
002530 77  WS-OFFER-UNIT-PRICE         PIC 9(07)V99 VALUE 0.
002540 77  WS-OFFER-CURRENCY           PIC X(03)   VALUE SPACES.
002550 77  WS-PRICING-QTY              PIC 9(05)   VALUE 1.
002560 77  WS-EXT-AMOUNT               PIC 9(12)V99 COMP-3 VALUE 0.
002570 77  WS-EXT-AMOUNT-EDIT          PIC $ZZZ,ZZZ,ZZZ,ZZ9.99.
002580 77  WS-ORDER-ANSWER             PIC X(01)   VALUE SPACE.
002590 77  WS-GEN-RESULT               PIC X(10)   VALUE SPACES.
002600 77  WS-CUST-ID-ENTRY            PIC X(08)   VALUE SPACES.
002610 77  WS-TIMESTAMP-14             PIC 9(14).
002620 77  WS-AUDIT-EVENT              PIC X(10).
002630 77  WS-AUDIT-VALUE              PIC X(60).
002640 77  WS-AUDIT-PROD-CODE          PIC X(06)   VALUE SPACES.
002650 77  WS-HIST-FIELD               PIC X(10)   VALUE SPACES.
002660 77  WS-HIST-OLD-VALUE           PIC X(30)   VALUE SPACES.
002670 77  WS-HIST-NEW-VALUE           PIC X(30)   VALUE SPACES.
002680 77  WS-OLD-NEXT-DUE-DATE        PIC 9(08)   VALUE 0.
002690 77  WS-OLD-STATUS               PIC X(01)   VALUE SPACE.
002700 01  WS-DUE-DATE                  PIC 9(08).
002710 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
002720     05  WS-DUE-YYYY             PIC 9(04).
002730     05  WS-DUE-MM               PIC 9(02).
002740     05  WS-DUE-DD               PIC 9(02).
002750 77  WS-MONTH-END-DD             PIC 9(02)   VALUE 0.
002760 01  WS-DAYS-IN-MONTH-LIST.
002770     05  FILLER                  PIC X(24)
002780         VALUE '312831303130313130313031'.
002790 01  WS-DAYS-IN-MONTH-TBL REDEFINES WS-DAYS-IN-MONTH-LIST.
002800     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
002810                                 PIC 9(02).
002820 77  WS-LEAP-QUOTIENT             PIC 9(04)   COMP.
002830 77  WS-LEAP-REMAINDER            PIC 9(04)   COMP.
002840 77  WS-READ-CNT                  PIC 9(07)   COMP    VALUE 0.
002850 77  WS-DUE-CNT                   PIC 9(07)   COMP    VALUE 0.
002860 77  WS-ORDERED-CNT               PIC 9(07)   COMP    VALUE 0.
002870 77  WS-HELD-CNT                  PIC 9(07)   COMP    VALUE 0.
002880 77  WS-BACKORDER-CNT             PIC 9(07)   COMP    VALUE 0.
002890 77  WS-SKIPPED-CNT               PIC 9(07)   COMP    VALUE 0.
002900 77  WS-ENDED-CNT                 PIC 9(07)   COMP    VALUE 0.
002910 77  WS-BAD-FREQ-CNT              PIC 9(07)   COMP    VALUE 0.
002920 77  WS-ORDER-WRITE-CNT           PIC 9(07)   COMP    VALUE 0.
002930 77  WS-FULFILL-WRITE-CNT         PIC 9(07)   COMP    VALUE 0.
002940 77  WS-AUDIT-WRITE-CNT           PIC 9(07)   COMP    VALUE 0.
002950 01  WS-CURRENT-DATE-TIME.
002960     05  WS-CURRENT-DATE         PIC 9(08).
002970     05  WS-CURRENT-TIME         PIC 9(06).
002980 01  WS-TIME-RAW.
002990     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
003000     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
003010*-------------------------------------------------------------------*
003020*    AUDIT VALUE FOR THE STAND-ORD EVENT                            *
003030*-------------------------------------------------------------------*
003040 01  WS-STAND-AUDIT.
003050     05  WS-SAU-ORDER-ID         PIC X(08).
003060     05  FILLER                  PIC X(05)   VALUE ' QTY '.
003070     05  WS-SAU-QTY              PIC 9(05).
003080     05  FILLER                  PIC X(07)   VALUE ' EVERY '.
003090     05  WS-SAU-FREQ             PIC 9(03).
003100     05  FILLER                  PIC X(05)   VALUE ' DAYS'.
003110*-------------------------------------------------------------------*
003120*    REPORT PRINT LINE WORK AREAS                                   *
003130*-------------------------------------------------------------------*
003140 01  WS-HEADING-1                PIC X(80)
003150         VALUE 'STANDING ORDER GENERATION'.
003160 01  WS-HEADING-2.
003170     05  FILLER                  PIC X(10)
003180         VALUE 'RESULT'.
003190     05  FILLER                  PIC X(30)
003200         VALUE '  ORDER ID  CUSTOMER  PRODUCT '.
003210     05  FILLER                  PIC X(40)
003220         VALUE '   QTY  DUE       NEXT DUE'.
003230 01  WS-DETAIL-LINE.
003240     05  WS-DET-TAG              PIC X(10).
003250     05  FILLER                  PIC X(02).
003260     05  WS-DET-ORDER-ID         PIC X(08).
003270     05  FILLER                  PIC X(02).
003280     05  WS-DET-CUST-ID          PIC X(08).
003290     05  FILLER                  PIC X(02).
003300     05  WS-DET-PROD-CODE        PIC X(06).
003310     05  FILLER                  PIC X(01).
003320     05  WS-DET-QTY              PIC ZZ,ZZ9.
003330     05  FILLER                  PIC X(02).
003340     05  WS-DET-DUE-DATE         PIC 9(08).
003350     05  FILLER                  PIC X(02).
003360     05  WS-DET-NEXT-DUE         PIC 9(08).
003370     05  FILLER                  PIC X(15).
003380 01  WS-COUNT-LINE.
003390     05  WS-CNT-LABEL            PIC X(34).
003400     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
003410     05  FILLER                  PIC X(39).
003420 PROCEDURE      DIVISION.
003430*===================================================================*
003440*    0000-MAINLINE                                                  *
003450*===================================================================*
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003480     PERFORM 2000-PROCESS-ONE-ORDER THRU 2000-EXIT
003490         UNTIL WS-EOF-STANDING.
003500     PERFORM 4000-PRINT-CONTROLS   THRU 4000-EXIT.
003510     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
003520     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003530     MOVE 'END'   TO WS-RUN-EVENT.
003540     MOVE WS-ORDER-WRITE-CNT TO WS-RUN-RECORDS.
003550     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
003560     STOP RUN.
003570 0000-EXIT.
003580     EXIT.
003590*-------------------------------------------------------------------*
003600*    1000-INITIALIZE                                                *
003610*    THE RUN DATE AND TIME ARE TAKEN ONCE, SO EVERY RECORD OF THE   *
003620*    RUN CARRIES THE SAME DATE AND PAIRS OFF IN ONE NIGHT'S         *
003630*    BALANCE EVEN IF THE RUN CROSSES MIDNIGHT.                      *
003640*-------------------------------------------------------------------*
003650 1000-INITIALIZE.
003660     MOVE 'START' TO WS-RUN-EVENT.
003670     MOVE 'OK'    TO WS-RUN-STATUS.
003680     MOVE 0       TO WS-RUN-RECORDS.
003690     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
003700     PERFORM 8800-CHECK-BALANCE-GATE THRU 8800-EXIT.
003710     IF WS-GATE-BLOCKED
003720         MOVE 'END' TO WS-RUN-EVENT
003730         MOVE 'BL'  TO WS-RUN-STATUS
003740         MOVE 0     TO WS-RUN-RECORDS
003750         PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT
003760         STOP RUN
003770     END-IF.
003780     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
003790     OPEN I-O STANDING-ORDER-FILE.
003800     IF NOT WS-STANDORD-OK
003810         IF WS-STANDORD-NOTFOUND
003820             DISPLAY 'NO STANDING-ORDER FILE - NOTHING TO '
003830                 'GENERATE.'
003840         ELSE
003850             DISPLAY 'STANDING-ORDER-FILE OPEN FAILED - STATUS '
003860                 WS-STANDORD-STATUS
003870         END-IF
003880         SET WS-EOF-STANDING TO TRUE
003890     END-IF.
003900     OPEN EXTEND STANDING-HIST-FILE.
003910     IF WS-STOHIST-NOTFOUND
003920         OPEN OUTPUT STANDING-HIST-FILE
003930     END-IF.
003940     IF WS-STOHIST-OK
003950         SET WS-HIST-AVAIL TO TRUE
003960     ELSE
003970         DISPLAY 'STANDING-HIST-FILE OPEN FAILED - STATUS '
003980             WS-STOHIST-STATUS
003990     END-IF.
004000     OPEN INPUT CUSTOMER-MASTER.
004010     IF NOT WS-CUSTMAST-OK
004020         DISPLAY 'CUSTOMER-MASTER OPEN FAILED - STATUS '
004030             WS-CUSTMAST-STATUS
004040         SET WS-EOF-STANDING TO TRUE
004050     END-IF.
004060     OPEN INPUT PRODUCT-MASTER.
004070     IF NOT WS-PRODMAST-OK
004080         DISPLAY 'PRODUCT-MASTER OPEN FAILED - STATUS '
004090             WS-PRODMAST-STATUS
004100         SET WS-EOF-STANDING TO TRUE
004110     END-IF.
004120     OPEN INPUT OFFER-SCHEDULE.
004130     IF WS-OFFSCHED-OK
004140         SET WS-SCHED-AVAIL TO TRUE
004150     ELSE
004160         IF NOT WS-OFFSCHED-NOTFOUND
004170             DISPLAY 'OFFER-SCHEDULE OPEN FAILED - STATUS '
004180                 WS-OFFSCHED-STATUS
004190         END-IF
004200     END-IF.
004210     OPEN INPUT PRICE-FILE.
004220     IF WS-PRICEFIL-OK
004230         SET WS-PRICE-AVAIL TO TRUE
004240     ELSE
004250         IF NOT WS-PRICEFIL-NOTFOUND
004260             DISPLAY 'PRICE-FILE OPEN FAILED - STATUS '
004270                 WS-PRICEFIL-STATUS
004280         END-IF
004290     END-IF.
004300     OPEN I-O INVENTORY-FILE.
004310     IF WS-INVFILE-OK
004320         SET WS-INV-AVAIL TO TRUE
004330     ELSE
004340         IF NOT WS-INVFILE-NOTFOUND
004350             DISPLAY 'INVENTORY-FILE OPEN FAILED - STATUS '
004360                 WS-INVFILE-STATUS
004370         END-IF
004380     END-IF.
004390     OPEN I-O CREDIT-FILE.
004400     IF WS-CREDFILE-OK
004410         SET WS-CRED-AVAIL TO TRUE
004420     ELSE
004430         IF NOT WS-CREDFILE-NOTFOUND
004440             DISPLAY 'CREDIT-FILE OPEN FAILED - STATUS '
004450                 WS-CREDFILE-STATUS
004460         END-IF
004470     END-IF.
004480     OPEN EXTEND ORDER-FILE.
004490     IF WS-ORDERFIL-NOTFOUND
004500         OPEN OUTPUT ORDER-FILE
004510     END-IF.
004520     IF NOT WS-ORDERFIL-OK
004530         DISPLAY 'ORDER-FILE OPEN FAILED - STATUS '
004540             WS-ORDERFIL-STATUS
004550     END-IF.
004560     OPEN EXTEND FULFILL-FILE.
004570     IF WS-FULFILFL-NOTFOUND
004580         OPEN OUTPUT FULFILL-FILE
004590     END-IF.
004600     IF NOT WS-FULFILFL-OK
004610         DISPLAY 'FULFILL-FILE OPEN FAILED - STATUS '
004620             WS-FULFILFL-STATUS
004630     END-IF.
004640     OPEN EXTEND AUDIT-LOG.
004650     IF WS-AUDITLOG-NOTFOUND
004660         OPEN OUTPUT AUDIT-LOG
004670     END-IF.
004680     IF NOT WS-AUDITLOG-OK
004690         DISPLAY 'AUDIT-LOG OPEN FAILED - STATUS '
004700             WS-AUDITLOG-STATUS
004710     END-IF.
004720     OPEN EXTEND BACKORDER-FILE.
004730     IF WS-BACKORDR-NOTFOUND
004740         OPEN OUTPUT BACKORDER-FILE
004750     END-IF.
004760     IF NOT WS-BACKORDR-OK
004770         DISPLAY 'BACKORDER-FILE OPEN FAILED - STATUS '
004780             WS-BACKORDR-STATUS
004790     END-IF.
004800     OPEN EXTEND HELD-FILE.
004810     IF WS-HELDORDF-NOTFOUND
004820         OPEN OUTPUT HELD-FILE
004830     END-IF.
004840     IF NOT WS-HELDORDF-OK
004850         DISPLAY 'HELD-FILE OPEN FAILED - STATUS '
004860             WS-HELDORDF-STATUS
004870     END-IF.
004880     OPEN OUTPUT GENERATE-REPORT.
004890     IF NOT WS-STOGNRPT-OK
004900         DISPLAY 'GENERATE-REPORT OPEN FAILED - STATUS '
004910             WS-STOGNRPT-STATUS
004920     END-IF.
004930     MOVE WS-HEADING-1 TO REPORT-LINE.
004940     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004950     MOVE WS-HEADING-2 TO REPORT-LINE.
004960     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004970 1000-EXIT.
004980     EXIT.
004990*===================================================================*
005000*    2000-PROCESS-ONE-ORDER                                         *
005010*    ONLY ACTIVE ORDERS WHOSE NEXT DUE DATE HAS ARRIVED ARE         *
005020*    WORKED. A RECORD WITH NO USABLE FREQUENCY CANNOT BE MOVED ON   *
005030*    AND IS LEFT DUE AND REPORTED EVERY NIGHT UNTIL IT IS FIXED     *
005040*    THROUGH STOMNT.                                                *
005050*===================================================================*
005060 2000-PROCESS-ONE-ORDER.
005070     READ STANDING-ORDER-FILE NEXT RECORD
005080         AT END
005090             SET WS-EOF-STANDING TO TRUE
005100     END-READ.
005110     IF WS-EOF-STANDING
005120         GO TO 2000-EXIT
005130     END-IF.
005140     IF NOT WS-STANDORD-OK
005150         DISPLAY 'STANDING-ORDER-FILE READ FAILED - STATUS '
005160             WS-STANDORD-STATUS
005170         SET WS-EOF-STANDING TO TRUE
005180         GO TO 2000-EXIT
005190     END-IF.
005200     ADD 1 TO WS-READ-CNT.
005210     IF NOT STO-ACTIVE
005220         GO TO 2000-EXIT
005230     END-IF.
005240     IF STO-NEXT-DUE-DATE > WS-CURRENT-DATE
005250         GO TO 2000-EXIT
005260     END-IF.
005270     MOVE STO-NEXT-DUE-DATE TO WS-OLD-NEXT-DUE-DATE.
005280     MOVE STO-STATUS        TO WS-OLD-STATUS.
005290     IF STO-END-DATE NOT = 0
005300        AND STO-NEXT-DUE-DATE > STO-END-DATE
005310         PERFORM 2900-END-ORDER THRU 2900-EXIT
005320         GO TO 2000-EXIT
005330     END-IF.
005340     IF STO-FREQ-DAYS NOT NUMERIC OR STO-FREQ-DAYS = 0
005350         ADD 1 TO WS-BAD-FREQ-CNT
005360         MOVE 'BAD-FREQ'   TO WS-GEN-RESULT
005370         MOVE WS-CURRENT-DATE TO STO-LAST-GEN-DATE
005380         MOVE WS-GEN-RESULT   TO STO-LAST-RESULT
005390         PERFORM 2850-REWRITE-ORDER THRU 2850-EXIT
005400         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
005410         GO TO 2000-EXIT
005420     END-IF.
005430     ADD 1 TO WS-DUE-CNT.
005440     PERFORM 2100-GENERATE-ORDER THRU 2100-EXIT.
005450     MOVE 'STAND-RSLT'    TO WS-AUDIT-EVENT.
005460     MOVE WS-GEN-RESULT   TO WS-AUDIT-VALUE.
005470     PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT.
005480     PERFORM 2800-ADVANCE-DUE-DATE THRU 2800-EXIT.
005490 2000-EXIT.
005500     EXIT.
005510*===================================================================*
005520*    2100-GENERATE-ORDER                                            *
005530*    THE ACCEPT-TIME CHECKS OF HELLO IN HELLO'S ORDER. THE FIRST    *
005540*    CHECK THAT FAILS DECIDES THE RESULT AND THE CYCLE IS SPENT -   *
005550*    A SKIPPED CYCLE IS NOT MADE UP LATER.                          *
005560*===================================================================*
005570 2100-GENERATE-ORDER.
005580     MOVE STO-CUST-ID   TO WS-CUST-ID-ENTRY.
005590     MOVE STO-PROD-CODE TO WS-AUDIT-PROD-CODE.
005600     MOVE STO-ORDER-ID  TO WS-SAU-ORDER-ID.
005610     MOVE STO-QUANTITY  TO WS-SAU-QTY.
005620     MOVE STO-FREQ-DAYS TO WS-SAU-FREQ.
005630     MOVE 'STAND-ORD'   TO WS-AUDIT-EVENT.
005640     MOVE WS-STAND-AUDIT TO WS-AUDIT-VALUE.
005650     PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT.
005660     MOVE STO-CUST-ID TO CUST-ID.
005670     READ CUSTOMER-MASTER
005680         INVALID KEY
005690             MOVE SPACE TO CUST-STATUS
005700     END-READ.
005710     IF NOT CUST-ACTIVE
005720         MOVE 'SKIP-CUST'  TO WS-AUDIT-EVENT
005730         MOVE 'CUSTOMER NOT ACTIVE ON THE CUSTOMER MASTER'
005740             TO WS-AUDIT-VALUE
005750         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
005760         MOVE 'SKIP-CUST'  TO WS-GEN-RESULT
005770         ADD 1 TO WS-SKIPPED-CNT
005780         GO TO 2100-EXIT
005790     END-IF.
005800     MOVE STO-PROD-CODE TO PROD-CODE.
005810     READ PRODUCT-MASTER
005820         INVALID KEY
005830             MOVE 'NOT ON THE CATALOG' TO PROD-DESC
005840             SET PROD-RETIRED TO TRUE
005850     END-READ.
005860     IF PROD-RETIRED
005870         MOVE 'SKIP-RETD'  TO WS-AUDIT-EVENT
005880         MOVE PROD-DESC    TO WS-AUDIT-VALUE
005890         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
005900         MOVE 'SKIP-RETD'  TO WS-GEN-RESULT
005910         ADD 1 TO WS-SKIPPED-CNT
005920         GO TO 2100-EXIT
005930     END-IF.
005940     PERFORM 2165-CHECK-OFFER-WINDOW THRU 2165-EXIT.
005950     IF NOT WS-IN-WINDOW
005960         MOVE 'SKIP-WNDW'  TO WS-AUDIT-EVENT
005970         MOVE SPACES       TO WS-AUDIT-VALUE
005980         STRING 'WINDOW ' SCH-EFF-DATE ' - ' SCH-EXP-DATE
005990             DELIMITED BY SIZE INTO WS-AUDIT-VALUE
006000         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
006010         MOVE 'SKIP-WNDW'  TO WS-GEN-RESULT
006020         ADD 1 TO WS-SKIPPED-CNT
006030         GO TO 2100-EXIT
006040     END-IF.
006050     MOVE STO-QUANTITY TO WS-PRICING-QTY.
006060     PERFORM 2190-PRICE-FOR-QUANTITY THRU 2190-EXIT.
006070     COMPUTE WS-EXT-AMOUNT =
006080         WS-OFFER-UNIT-PRICE * STO-QUANTITY.
006090     MOVE WS-EXT-AMOUNT TO WS-EXT-AMOUNT-EDIT.
006100     MOVE 'SHOW-EXTAM'  TO WS-AUDIT-EVENT.
006110     MOVE WS-EXT-AMOUNT-EDIT TO WS-AUDIT-VALUE.
006120     PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT.
006130*    A STANDING ORDER SHIPS WHOLE OR NOT AT ALL - WHEN STOCK IS
006140*    SHORT THE FULL QUANTITY BECOMES BACKORDER DEMAND, WHICH
006150*    BKORDREL FILLS UNDER THE SAME ID ONCE STOCK ARRIVES.
006160     PERFORM 2175-CHECK-STOCK THRU 2175-EXIT.
006170     IF WS-INV-ON-FILE
006180        AND WS-AVAILABLE-QTY < STO-QUANTITY
006190         MOVE 'SKIP-STCK'  TO WS-AUDIT-EVENT
006200         MOVE PROD-DESC    TO WS-AUDIT-VALUE
006210         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
006220         PERFORM 6500-WRITE-BACKORDER THRU 6500-EXIT
006230         MOVE 'BACKORDER'  TO WS-GEN-RESULT
006240         ADD 1 TO WS-BACKORDER-CNT
006250         GO TO 2100-EXIT
006260     END-IF.
006270     PERFORM 2600-CHECK-CREDIT THRU 2600-EXIT.
006280     IF NOT WS-CREDIT-OK
006290         MOVE 'H' TO WS-ORDER-ANSWER
006300         PERFORM 6200-WRITE-ORDER-FILE THRU 6200-EXIT
006310         PERFORM 6600-WRITE-HELD-ORDER THRU 6600-EXIT
006320         MOVE 'CRED-HELD'  TO WS-GEN-RESULT
006330         ADD 1 TO WS-HELD-CNT
006340         GO TO 2100-EXIT
006350     END-IF.
006360     MOVE 'Y' TO WS-ORDER-ANSWER.
006370     PERFORM 6200-WRITE-ORDER-FILE THRU 6200-EXIT.
006380     PERFORM 6400-RESERVE-STOCK THRU 6400-EXIT.
006390     PERFORM 6300-WRITE-FULFILLMENT THRU 6300-EXIT.
006400     PERFORM 6700-POST-OPEN-BALANCE THRU 6700-EXIT.
006410     MOVE 'ORDERED'    TO WS-GEN-RESULT.
006420     ADD 1 TO WS-ORDERED-CNT.
006430 2100-EXIT.
006440     EXIT.
006450*-------------------------------------------------------------------*
006460*    2165-CHECK-OFFER-WINDOW                                        *
006470*    A PRODUCT WITH NO SCHEDULE RECORD (OR NO SCHEDULE FILE AT      *
006480*    ALL) IS ALWAYS IN WINDOW.                                      *
006490*-------------------------------------------------------------------*
006500 2165-CHECK-OFFER-WINDOW.
006510     MOVE 'Y' TO WS-IN-WINDOW-SW.
006520     IF NOT WS-SCHED-AVAIL
006530         GO TO 2165-EXIT
006540     END-IF.
006550     MOVE PROD-CODE TO SCH-PROD-CODE.
006560     READ OFFER-SCHEDULE
006570         INVALID KEY
006580             GO TO 2165-EXIT
006590     END-READ.
006600     IF NOT WS-OFFSCHED-OK
006610         DISPLAY 'OFFER-SCHEDULE READ FAILED - STATUS '
006620             WS-OFFSCHED-STATUS
006630         GO TO 2165-EXIT
006640     END-IF.
006650     IF WS-CURRENT-DATE < SCH-EFF-DATE
006660        OR WS-CURRENT-DATE > SCH-EXP-DATE
006670         MOVE 'N' TO WS-IN-WINDOW-SW
006680     END-IF.
006690 2165-EXIT.
006700     EXIT.
006710*-------------------------------------------------------------------*
006720*    2175-CHECK-STOCK                                               *
006730*    A PRODUCT WITH NO INVENTORY RECORD, OR NO INVENTORY FILE AT    *
006740*    ALL, IS NOT STOCK-CONTROLLED AND CAN ALWAYS BE ORDERED.        *
006750*-------------------------------------------------------------------*
006760 2175-CHECK-STOCK.
006770     MOVE 'N' TO WS-INV-ON-FILE-SW.
006780     MOVE 0   TO WS-AVAILABLE-QTY.
006790     IF NOT WS-INV-AVAIL
006800         GO TO 2175-EXIT
006810     END-IF.
006820     MOVE PROD-CODE TO INV-PROD-CODE.
006830     READ INVENTORY-FILE
006840         INVALID KEY
006850             GO TO 2175-EXIT
006860     END-READ.
006870     IF NOT WS-INVFILE-OK
006880         DISPLAY 'INVENTORY-FILE READ FAILED - STATUS '
006890             WS-INVFILE-STATUS
006900         GO TO 2175-EXIT
006910     END-IF.
006920     SET WS-INV-ON-FILE TO TRUE.
006930     COMPUTE WS-AVAILABLE-QTY = INV-ON-HAND - INV-RESERVED.
006940 2175-EXIT.
006950     EXIT.
006960*-------------------------------------------------------------------*
006970*    2190-PRICE-FOR-QUANTITY                                        *
006980*    SAME RULE AS HELLO - THE MASTER PRICE IS THE STARTING POINT    *
006990*    AND THE LOWEST PRICEFIL DEAL IN EFFECT TODAY, WHOSE BREAK      *
007000*    QUANTITY THE STANDING QUANTITY REACHES, WINS. NO PRICE FILE    *
007010*    MEANS MASTER PRICE.                                            *
007020*-------------------------------------------------------------------*
007030 2190-PRICE-FOR-QUANTITY.
007040     MOVE PROD-PRICE-AMT     TO WS-OFFER-UNIT-PRICE.
007050     MOVE PROD-CURRENCY-CODE TO WS-OFFER-CURRENCY.
007060     MOVE 'N'                TO WS-DEAL-PRICE-SW.
007070     IF NOT WS-PRICE-AVAIL
007080         GO TO 2190-EXIT
007090     END-IF.
007100     MOVE 'N'       TO WS-EOF-PRICES-SW.
007110     MOVE PROD-CODE TO PRC-PROD-CODE.
007120     MOVE 0         TO PRC-EFF-DATE.
007130     MOVE 0         TO PRC-BREAK-QTY.
007140     START PRICE-FILE KEY NOT < PRC-KEY
007150         INVALID KEY
007160             SET WS-EOF-PRICES TO TRUE
007170     END-START.
007180     PERFORM 2195-CHECK-ONE-PRICE THRU 2195-EXIT
007190         UNTIL WS-EOF-PRICES.
007200 2190-EXIT.
007210     EXIT.
007220*-------------------------------------------------------------------*
007230*    2195-CHECK-ONE-PRICE                                           *
007240*    A DEAL PRICED IN A DIFFERENT CURRENCY THAN THE MASTER IS A     *
007250*    KEYING ERROR AND IS PASSED OVER.                               *
007260*-------------------------------------------------------------------*
007270 2195-CHECK-ONE-PRICE.
007280     READ PRICE-FILE NEXT RECORD
007290         AT END
007300             SET WS-EOF-PRICES TO TRUE
007310     END-READ.
007320     IF WS-EOF-PRICES
007330         GO TO 2195-EXIT
007340     END-IF.
007350     IF NOT WS-PRICEFIL-OK
007360         DISPLAY 'PRICE-FILE READ FAILED - STATUS '
007370             WS-PRICEFIL-STATUS
007380         SET WS-EOF-PRICES TO TRUE
007390         GO TO 2195-EXIT
007400     END-IF.
007410     IF PRC-PROD-CODE NOT = PROD-CODE
007420         SET WS-EOF-PRICES TO TRUE
007430         GO TO 2195-EXIT
007440     END-IF.
007450     IF WS-CURRENT-DATE < PRC-EFF-DATE
007460        OR WS-CURRENT-DATE > PRC-EXP-DATE
007470         GO TO 2195-EXIT
007480     END-IF.
007490     IF WS-PRICING-QTY < PRC-BREAK-QTY
007500         GO TO 2195-EXIT
007510     END-IF.
007520     IF PRC-CURRENCY-CODE NOT = PROD-CURRENCY-CODE
007530         GO TO 2195-EXIT
007540     END-IF.
007550     IF PRC-PRICE-AMT < WS-OFFER-UNIT-PRICE
007560         MOVE PRC-PRICE-AMT TO WS-OFFER-UNIT-PRICE
007570         SET WS-DEAL-PRICED TO TRUE
007580     END-IF.
007590 2195-EXIT.
007600     EXIT.
007610*-------------------------------------------------------------------*
007620*    2600-CHECK-CREDIT                                              *
007630*    SAME RULE AS HELLO'S ACCEPT-TIME CHECK - A CREDFILE CUSTOMER   *
007640*    MAY NOT TAKE THEIR OPEN BALANCE PAST THEIR LIMIT, AND AN       *
007650*    ORDER OUTSIDE THE RECORD'S OWN CURRENCY IS HELD OUTRIGHT. NO   *
007660*    CREDIT FILE, OR NO RECORD FOR THE CUSTOMER, MEANS NO CREDIT    *
007670*    CONTROL.                                                       *
007680*-------------------------------------------------------------------*
007690 2600-CHECK-CREDIT.
007700     MOVE 'Y' TO WS-CREDIT-OK-SW.
007710     MOVE 'N' TO WS-CRED-ON-FILE-SW.
007720     IF NOT WS-CRED-AVAIL
007730         GO TO 2600-EXIT
007740     END-IF.
007750     MOVE WS-CUST-ID-ENTRY TO CRD-CUST-ID.
007760     READ CREDIT-FILE
007770         INVALID KEY
007780             GO TO 2600-EXIT
007790     END-READ.
007800     IF NOT WS-CREDFILE-OK
007810         DISPLAY 'CREDIT-FILE READ FAILED - STATUS '
007820             WS-CREDFILE-STATUS
007830         GO TO 2600-EXIT
007840     END-IF.
007850     SET WS-CRED-ON-FILE TO TRUE.
007860     IF CRD-CURRENCY-CODE NOT = WS-OFFER-CURRENCY
007870         MOVE 'N' TO WS-CREDIT-OK-SW
007880         MOVE 'CRED-CURR' TO WS-AUDIT-EVENT
007890         MOVE SPACES      TO WS-AUDIT-VALUE
007900         STRING 'OFFER ' WS-OFFER-CURRENCY
007910             ' VS CREDIT ' CRD-CURRENCY-CODE
007920             DELIMITED BY SIZE INTO WS-AUDIT-VALUE
007930         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
007940         GO TO 2600-EXIT
007950     END-IF.
007960     IF CRD-OPEN-BALANCE + WS-EXT-AMOUNT > CRD-CREDIT-LIMIT
007970         MOVE 'N' TO WS-CREDIT-OK-SW
007980         MOVE 'CRED-HOLD' TO WS-AUDIT-EVENT
007990         MOVE WS-EXT-AMOUNT-EDIT TO WS-AUDIT-VALUE
008000         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
008010     END-IF.
008020 2600-EXIT.
008030     EXIT.
008040*===================================================================*
008050*    2800-ADVANCE-DUE-DATE                                          *
008060*    THE NEXT DUE DATE MOVES ON ONE FREQUENCY AT A TIME UNTIL IT    *
008070*    IS PAST TODAY, SO AN ORDER LEFT BEHIND BY MISSED RUNS CATCHES  *
008080*    UP WITHOUT SHIPPING THE MISSED CYCLES. ONCE IT PASSES A        *
008090*    NON-ZERO END DATE THE ORDER IS ENDED.                          *
008100*===================================================================*
008110 2800-ADVANCE-DUE-DATE.
008120     MOVE STO-NEXT-DUE-DATE TO WS-DUE-DATE.
008130     PERFORM 2810-ADVANCE-ONE-CYCLE THRU 2810-EXIT
008140         UNTIL WS-DUE-DATE > WS-CURRENT-DATE.
008150     MOVE WS-DUE-DATE      TO STO-NEXT-DUE-DATE.
008160     MOVE WS-CURRENT-DATE  TO STO-LAST-GEN-DATE.
008170     MOVE WS-GEN-RESULT    TO STO-LAST-RESULT.
008180     IF STO-END-DATE NOT = 0
008190        AND STO-NEXT-DUE-DATE > STO-END-DATE
008200         SET STO-ENDED TO TRUE
008210         ADD 1 TO WS-ENDED-CNT
008220     END-IF.
008230     PERFORM 2850-REWRITE-ORDER THRU 2850-EXIT.
008240     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
008250 2800-EXIT.
008260     EXIT.
008270 2810-ADVANCE-ONE-CYCLE.
008280     PERFORM 3310-FORWARD-ONE-DAY THRU 3310-EXIT
008290         STO-FREQ-DAYS TIMES.
008300 2810-EXIT.
008310     EXIT.
008320*-------------------------------------------------------------------*
008330*    2850-REWRITE-ORDER                                             *
008340*    THE HISTORY IS WRITTEN ONLY AFTER THE REWRITE LANDS, SO THE    *
008350*    TRAIL NEVER CLAIMS A CHANGE THE FILE NEVER TOOK.               *
008360*-------------------------------------------------------------------*
008370 2850-REWRITE-ORDER.
008380     REWRITE STANDING-ORDER-RECORD.
008390     IF NOT WS-STANDORD-OK
008400         DISPLAY 'STANDING-ORDER-FILE REWRITE FAILED - STATUS '
008410             WS-STANDORD-STATUS ' FOR ' STO-ORDER-ID
008420         GO TO 2850-EXIT
008430     END-IF.
008440     MOVE 'NEXT-DUE'           TO WS-HIST-FIELD.
008450     MOVE WS-OLD-NEXT-DUE-DATE TO WS-HIST-OLD-VALUE.
008460     MOVE STO-NEXT-DUE-DATE    TO WS-HIST-NEW-VALUE.
008470     PERFORM 6810-LOG-IF-CHANGED THRU 6810-EXIT.
008480     MOVE 'STATUS'             TO WS-HIST-FIELD.
008490     MOVE WS-OLD-STATUS        TO WS-HIST-OLD-VALUE.
008500     MOVE STO-STATUS           TO WS-HIST-NEW-VALUE.
008510     PERFORM 6810-LOG-IF-CHANGED THRU 6810-EXIT.
008520 2850-EXIT.
008530     EXIT.
008540*-------------------------------------------------------------------*
008550*    2900-END-ORDER                                                 *
008560*    THE ORDER FELL DUE AFTER ITS END DATE (THE END DATE WAS        *
008570*    BROUGHT FORWARD, OR THE RUN WAS MISSED) - IT IS ENDED          *
008580*    WITHOUT GENERATING ANYTHING.                                   *
008590*-------------------------------------------------------------------*
008600 2900-END-ORDER.
008610     SET STO-ENDED TO TRUE.
008620     MOVE 'ENDED'         TO WS-GEN-RESULT.
008630     MOVE WS-CURRENT-DATE TO STO-LAST-GEN-DATE.
008640     MOVE WS-GEN-RESULT   TO STO-LAST-RESULT.
008650     ADD 1 TO WS-ENDED-CNT.
008660     PERFORM 2850-REWRITE-ORDER THRU 2850-EXIT.
008670     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
008680 2900-EXIT.
008690     EXIT.
008700 3310-FORWARD-ONE-DAY.
008710     MOVE WS-DAYS-IN-MONTH(WS-DUE-MM) TO WS-MONTH-END-DD.
008720     IF WS-DUE-MM = 2
008730         PERFORM 3320-CHECK-LEAP-YEAR THRU 3320-EXIT
008740         IF WS-LEAP-YEAR
008750             MOVE 29 TO WS-MONTH-END-DD
008760         END-IF
008770     END-IF.
008780     IF WS-DUE-DD < WS-MONTH-END-DD
008790         ADD 1 TO WS-DUE-DD
008800     ELSE
008810         MOVE 1 TO WS-DUE-DD
008820         IF WS-DUE-MM = 12
008830             MOVE 1 TO WS-DUE-MM
008840             ADD 1 TO WS-DUE-YYYY
008850         ELSE
008860             ADD 1 TO WS-DUE-MM
008870         END-IF
008880     END-IF.
008890 3310-EXIT.
008900     EXIT.
008910 3320-CHECK-LEAP-YEAR.
008920     MOVE 'N' TO WS-LEAP-SW.
008930     DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
008940         REMAINDER WS-LEAP-REMAINDER.
008950     IF WS-LEAP-REMAINDER = 0
008960         SET WS-LEAP-YEAR TO TRUE
008970     END-IF.
008980     DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
008990         REMAINDER WS-LEAP-REMAINDER.
009000     IF WS-LEAP-REMAINDER = 0
009010         MOVE 'N' TO WS-LEAP-SW
009020     END-IF.
009030     DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
009040         REMAINDER WS-LEAP-REMAINDER.
009050     IF WS-LEAP-REMAINDER = 0
009060         SET WS-LEAP-YEAR TO TRUE
009070     END-IF.
009080 3320-EXIT.
009090     EXIT.
009100*-------------------------------------------------------------------*
009110*    5000-PRINT-DETAIL                                              *
009120*-------------------------------------------------------------------*
009130 5000-PRINT-DETAIL.
009140     MOVE WS-GEN-RESULT        TO WS-DET-TAG.
009150     MOVE STO-ORDER-ID         TO WS-DET-ORDER-ID.
009160     MOVE STO-CUST-ID          TO WS-DET-CUST-ID.
009170     MOVE STO-PROD-CODE        TO WS-DET-PROD-CODE.
009180     MOVE STO-QUANTITY         TO WS-DET-QTY.
009190     MOVE WS-OLD-NEXT-DUE-DATE TO WS-DET-DUE-DATE.
009200     MOVE STO-NEXT-DUE-DATE    TO WS-DET-NEXT-DUE.
009210     MOVE WS-DETAIL-LINE       TO REPORT-LINE.
009220     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009230 5000-EXIT.
009240     EXIT.
009250*===================================================================*
009260*    4000-PRINT-CONTROLS                                            *
009270*===================================================================*
009280 4000-PRINT-CONTROLS.
009290     MOVE SPACES TO REPORT-LINE.
009300     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009310     MOVE 'STANDING ORDERS READ'           TO WS-CNT-LABEL.
009320     MOVE WS-READ-CNT                      TO WS-CNT-VALUE.
009330     MOVE WS-COUNT-LINE TO REPORT-LINE.
009340     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009350     MOVE 'STANDING ORDERS DUE'            TO WS-CNT-LABEL.
009360     MOVE WS-DUE-CNT                       TO WS-CNT-VALUE.
009370     MOVE WS-COUNT-LINE TO REPORT-LINE.
009380     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009390     MOVE 'ORDERS GENERATED'               TO WS-CNT-LABEL.
009400     MOVE WS-ORDERED-CNT                   TO WS-CNT-VALUE.
009410     MOVE WS-COUNT-LINE TO REPORT-LINE.
009420     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009430     MOVE 'ORDERS HELD FOR CREDIT REVIEW'  TO WS-CNT-LABEL.
009440     MOVE WS-HELD-CNT                      TO WS-CNT-VALUE.
009450     MOVE WS-COUNT-LINE TO REPORT-LINE.
009460     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009470     MOVE 'ORDERS BACKORDERED (NO STOCK)'  TO WS-CNT-LABEL.
009480     MOVE WS-BACKORDER-CNT                 TO WS-CNT-VALUE.
009490     MOVE WS-COUNT-LINE TO REPORT-LINE.
009500     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009510     MOVE 'CYCLES SKIPPED'                 TO WS-CNT-LABEL.
009520     MOVE WS-SKIPPED-CNT                   TO WS-CNT-VALUE.
009530     MOVE WS-COUNT-LINE TO REPORT-LINE.
009540     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009550     MOVE 'STANDING ORDERS ENDED'          TO WS-CNT-LABEL.
009560     MOVE WS-ENDED-CNT                     TO WS-CNT-VALUE.
009570     MOVE WS-COUNT-LINE TO REPORT-LINE.
009580     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009590     MOVE 'BAD FREQUENCY - NOT GENERATED'  TO WS-CNT-LABEL.
009600     MOVE WS-BAD-FREQ-CNT                  TO WS-CNT-VALUE.
009610     MOVE WS-COUNT-LINE TO REPORT-LINE.
009620     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009630     IF WS-BAD-FREQ-CNT > 0
009640         MOVE 'ER' TO WS-RUN-STATUS
009650     END-IF.
009660 4000-EXIT.
009670     EXIT.
009680*===================================================================*
009690*    6000-WRITE-REPORT-LINE                                         *
009700*===================================================================*
009710 6000-WRITE-REPORT-LINE.
009720     WRITE REPORT-LINE.
009730     IF NOT WS-STOGNRPT-OK
009740         DISPLAY 'GENERATE-REPORT WRITE FAILED - STATUS '
009750             WS-STOGNRPT-STATUS
009760     END-IF.
009770 6000-EXIT.
009780     EXIT.
009790 6010-GET-CURRENT-DATE-TIME.
009800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009810     ACCEPT WS-TIME-RAW     FROM TIME.
009820     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
009830 6010-EXIT.
009840     EXIT.
009850*===================================================================*
009860*    6100-WRITE-AUDIT-LOG                                           *
009870*    THE CUSTOMER ID STANDS IN THE TERMINAL-ID SLOT, AS IT DOES     *
009880*    FOR HELLO.                                                     *
009890*===================================================================*
009900 6100-WRITE-AUDIT-LOG.
009910     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009920         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
009930     MOVE WS-TIMESTAMP-14    TO AUD-TIMESTAMP.
009940     MOVE WS-CUST-ID-ENTRY   TO AUD-TERM-ID.
009950     MOVE WS-AUDIT-PROD-CODE TO AUD-PROD-CODE.
009960     MOVE WS-AUDIT-EVENT     TO AUD-EVENT.
009970     MOVE WS-AUDIT-VALUE     TO AUD-VALUE.
009980     WRITE AUDIT-RECORD.
009990     IF NOT WS-AUDITLOG-OK
010000         DISPLAY 'AUDIT-LOG WRITE FAILED - STATUS '
010010             WS-AUDITLOG-STATUS
010020     ELSE
010030         ADD 1 TO WS-AUDIT-WRITE-CNT
010040     END-IF.
010050 6100-EXIT.
010060     EXIT.
010070*===================================================================*
010080*    6200-WRITE-ORDER-FILE                                          *
010090*    THE STANDING-ORDER ID GOES IN THE CAMPAIGN-ID SLOT.            *
010100*===================================================================*
010110 6200-WRITE-ORDER-FILE.
010120     MOVE SPACES              TO ORDER-RECORD.
010130     MOVE STO-CUST-ID         TO ORD-CUST-ID.
010140     MOVE STO-PROD-CODE       TO ORD-PROD-CODE.
010150     MOVE PROD-DESC           TO ORD-PROD-DESC.
010160     MOVE PROD-URL            TO ORD-PROD-URL.
010170     MOVE WS-ORDER-ANSWER     TO ORD-ANSWER.
010180     MOVE WS-CURRENT-DATE     TO ORD-RUN-DATE.
010190     MOVE WS-CURRENT-TIME     TO ORD-RUN-TIME.
010200     MOVE STO-QUANTITY        TO ORD-QUANTITY.
010210     MOVE STO-ORDER-ID        TO ORD-CAMPAIGN-ID.
010220     MOVE WS-OFFER-UNIT-PRICE TO ORD-UNIT-PRICE.
010230     MOVE WS-OFFER-CURRENCY   TO ORD-CURRENCY-CODE.
010240     WRITE ORDER-RECORD.
010250     IF NOT WS-ORDERFIL-OK
010260         DISPLAY 'ORDER-FILE WRITE FAILED - STATUS '
010270             WS-ORDERFIL-STATUS
010280     ELSE
010290         ADD 1 TO WS-ORDER-WRITE-CNT
010300     END-IF.
010310 6200-EXIT.
010320     EXIT.
010330*===================================================================*
010340*    6300-WRITE-FULFILLMENT                                         *
010350*===================================================================*
010360 6300-WRITE-FULFILLMENT.
010370     MOVE SPACES              TO FULFILL-RECORD.
010380     MOVE STO-CUST-ID         TO FUL-CUST-ID.
010390     MOVE STO-PROD-CODE       TO FUL-PROD-CODE.
010400     MOVE STO-QUANTITY        TO FUL-QUANTITY.
010410     MOVE WS-CURRENT-DATE     TO FUL-ORDER-DATE.
010420     MOVE WS-CURRENT-TIME     TO FUL-ORDER-TIME.
010430     MOVE STO-ORDER-ID        TO FUL-CAMPAIGN-ID.
010440     MOVE WS-OFFER-UNIT-PRICE TO FUL-UNIT-PRICE.
010450     MOVE WS-OFFER-CURRENCY   TO FUL-CURRENCY-CODE.
010460     WRITE FULFILL-RECORD.
010470     IF NOT WS-FULFILFL-OK
010480         DISPLAY 'FULFILL-FILE WRITE FAILED - STATUS '
010490             WS-FULFILFL-STATUS
010500     ELSE
010510         ADD 1 TO WS-FULFILL-WRITE-CNT
010520     END-IF.
010530 6300-EXIT.
010540     EXIT.
010550*===================================================================*
010560*    6400-RESERVE-STOCK                                             *
010570*    PRODUCTS WITHOUT AN INVENTORY RECORD ARE NOT                   *
010580*    STOCK-CONTROLLED. THE RECORD IS STILL IN THE FILE AREA FROM    *
010590*    2175'S READ.                                                   *
010600*===================================================================*
010610 6400-RESERVE-STOCK.
010620     IF NOT WS-INV-ON-FILE
010630         GO TO 6400-EXIT
010640     END-IF.
010650     ADD STO-QUANTITY TO INV-RESERVED.
010660     REWRITE INVENTORY-RECORD
010670         INVALID KEY
010680             DISPLAY 'INVENTORY-FILE REWRITE REJECTED - STATUS '
010690                 WS-INVFILE-STATUS
010700     END-REWRITE.
010710     IF NOT WS-INVFILE-OK
010720         DISPLAY 'INVENTORY-FILE REWRITE FAILED - STATUS '
010730             WS-INVFILE-STATUS
010740     ELSE
010750         MOVE 'RESV-STCK'  TO WS-AUDIT-EVENT
010760         MOVE STO-QUANTITY TO WS-AUDIT-VALUE
010770         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
010780     END-IF.
010790 6400-EXIT.
010800     EXIT.
010810*===================================================================*
010820*    6500-WRITE-BACKORDER                                           *
010830*    THE WHOLE STANDING QUANTITY IS RAISED AS OPEN DEMAND UNDER     *
010840*    THE STANDING-ORDER ID.                                         *
010850*===================================================================*
010860 6500-WRITE-BACKORDER.
010870     MOVE SPACES             TO BACKORDER-RECORD.
010880     MOVE STO-CUST-ID        TO BKO-CUST-ID.
010890     MOVE STO-PROD-CODE      TO BKO-PROD-CODE.
010900     MOVE STO-QUANTITY       TO BKO-QTY-WANTED.
010910     MOVE WS-CURRENT-DATE    TO BKO-DEMAND-DATE.
010920     MOVE WS-CURRENT-TIME    TO BKO-DEMAND-TIME.
010930     MOVE STO-ORDER-ID       TO BKO-CAMPAIGN-ID.
010940     SET BKO-OPEN            TO TRUE.
010950     WRITE BACKORDER-RECORD.
010960     IF NOT WS-BACKORDR-OK
010970         DISPLAY 'BACKORDER-FILE WRITE FAILED - STATUS '
010980             WS-BACKORDR-STATUS
010990     ELSE
011000         MOVE 'BACKORDER'  TO WS-AUDIT-EVENT
011010         MOVE STO-QUANTITY TO WS-AUDIT-VALUE
011020         PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT
011030     END-IF.
011040 6500-EXIT.
011050     EXIT.
011060*===================================================================*
011070*    6600-WRITE-HELD-ORDER                                          *
011080*    QUEUE THE OVER-LIMIT ORDER FOR THE CREDIT DESK AT THE PRICE    *
011090*    SETTLED FOR IT, SO A CRDREL RELEASE SHIPS EXACTLY THAT.        *
011100*===================================================================*
011110 6600-WRITE-HELD-ORDER.
011120     MOVE SPACES              TO HELD-ORDER-RECORD.
011130     MOVE STO-CUST-ID         TO HLD-CUST-ID.
011140     MOVE STO-PROD-CODE       TO HLD-PROD-CODE.
011150     MOVE STO-QUANTITY        TO HLD-QUANTITY.
011160     MOVE WS-OFFER-UNIT-PRICE TO HLD-UNIT-PRICE.
011170     MOVE WS-OFFER-CURRENCY   TO HLD-CURRENCY-CODE.
011180     MOVE WS-EXT-AMOUNT       TO HLD-EXT-AMOUNT.
011190     MOVE WS-CURRENT-DATE     TO HLD-HELD-DATE.
011200     MOVE WS-CURRENT-TIME     TO HLD-HELD-TIME.
011210     MOVE STO-ORDER-ID        TO HLD-CAMPAIGN-ID.
011220     SET HLD-HELD             TO TRUE.
011230     WRITE HELD-ORDER-RECORD.
011240     IF NOT WS-HELDORDF-OK
011250         DISPLAY 'HELD-FILE WRITE FAILED - STATUS '
011260             WS-HELDORDF-STATUS
011270     END-IF.
011280 6600-EXIT.
011290     EXIT.
011300*===================================================================*
011310*    6700-POST-OPEN-BALANCE                                         *
011320*    A COMMITTED ORDER RAISES THE CUSTOMER'S OPEN BALANCE SO THE    *
011330*    NEXT CREDIT CHECK WORKS FROM THE REAL EXPOSURE. THE RECORD IS  *
011340*    STILL IN THE FILE AREA FROM 2600'S READ. 2600 ALREADY HOLDS    *
011350*    CROSS-CURRENCY ORDERS, SO THE GUARD HERE NEVER POSTS ONE       *
011360*    CURRENCY INTO ANOTHER.                                         *
011370*===================================================================*
011380 6700-POST-OPEN-BALANCE.
011390     IF NOT WS-CRED-ON-FILE
011400         GO TO 6700-EXIT
011410     END-IF.
011420     IF CRD-CURRENCY-CODE NOT = WS-OFFER-CURRENCY
011430         DISPLAY 'CREDIT CURRENCY MISMATCH FOR ' CRD-CUST-ID
011440             ' - OPEN BALANCE NOT POSTED.'
011450         GO TO 6700-EXIT
011460     END-IF.
011470     ADD WS-EXT-AMOUNT TO CRD-OPEN-BALANCE.
011480     REWRITE CREDIT-RECORD
011490         INVALID KEY
011500             DISPLAY 'CREDIT-FILE REWRITE REJECTED - STATUS '
011510                 WS-CREDFILE-STATUS
011520     END-REWRITE.
011530     IF NOT WS-CREDFILE-OK
011540         DISPLAY 'CREDIT-FILE REWRITE FAILED - STATUS '
011550             WS-CREDFILE-STATUS
011560     END-IF.
011570 6700-EXIT.
011580     EXIT.
011590*===================================================================*
011600*    6800-WRITE-HISTORY                                             *
011610*    ONE STOHIST RECORD PER FIELD THE RUN CHANGED, UNDER OPERATOR   *
011620*    'STOGEN'.                                                      *
011630*===================================================================*
011640 6800-WRITE-HISTORY.
011650     IF NOT WS-HIST-AVAIL
011660         GO TO 6800-EXIT
011670     END-IF.
011680     STRING WS-CURRENT-DATE WS-CURRENT-TIME
011690         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
011700     MOVE SPACES              TO STANDING-HIST-RECORD.
011710     MOVE WS-TIMESTAMP-14     TO STH-TIMESTAMP.
011720     MOVE 'STOGEN'            TO STH-OPERATOR-ID.
011730     MOVE 'GENER'             TO STH-ACTION.
011740     MOVE STO-ORDER-ID        TO STH-ORDER-ID.
011750     MOVE STO-CUST-ID         TO STH-CUST-ID.
011760     MOVE WS-HIST-FIELD       TO STH-FIELD-NAME.
011770     MOVE WS-HIST-OLD-VALUE   TO STH-OLD-VALUE.
011780     MOVE WS-HIST-NEW-VALUE   TO STH-NEW-VALUE.
011790     WRITE STANDING-HIST-RECORD.
011800     IF NOT WS-STOHIST-OK
011810         DISPLAY 'STANDING-HIST-FILE WRITE FAILED - STATUS '
011820             WS-STOHIST-STATUS
011830     END-IF.
011840 6800-EXIT.
011850     EXIT.
011860 6810-LOG-IF-CHANGED.
011870     IF WS-HIST-OLD-VALUE NOT = WS-HIST-NEW-VALUE
011880         PERFORM 6800-WRITE-HISTORY THRU 6800-EXIT
011890     END-IF.
011900 6810-EXIT.
011910     EXIT.
011920*===================================================================*
011930*    8000-WRITE-CONTROL-TOTALS                                      *
011940*    THE ORDERS, EXPORTS AND AUDIT RECORDS WRITTEN HERE ARE         *
011950*    ANNOUNCED TO CTLTOTAL SO HELLOBAL'S COMPARES STILL BALANCE.    *
011960*    CTL-OFFERED-CNT CARRIES THE STANDING ORDERS WORKED. NOTHING    *
011970*    IS WRITTEN ON A RUN THAT WROTE NOTHING.                        *
011980*===================================================================*
011990 8000-WRITE-CONTROL-TOTALS.
012000     IF WS-ORDER-WRITE-CNT = 0
012010        AND WS-FULFILL-WRITE-CNT = 0
012020        AND WS-AUDIT-WRITE-CNT = 0
012030         GO TO 8000-EXIT
012040     END-IF.
012050     OPEN EXTEND CONTROL-FILE.
012060     IF WS-CTLTOTAL-NOTFOUND
012070         OPEN OUTPUT CONTROL-FILE
012080     END-IF.
012090     IF NOT WS-CTLTOTAL-OK
012100         DISPLAY 'CONTROL-FILE OPEN FAILED - STATUS '
012110             WS-CTLTOTAL-STATUS
012120         GO TO 8000-EXIT
012130     END-IF.
012140     MOVE WS-CURRENT-DATE      TO CTL-RUN-DATE.
012150     MOVE WS-CURRENT-TIME      TO CTL-RUN-TIME.
012160     MOVE WS-DUE-CNT           TO CTL-OFFERED-CNT.
012170     MOVE WS-ORDER-WRITE-CNT   TO CTL-ORDER-CNT.
012180     MOVE WS-FULFILL-WRITE-CNT TO CTL-FULFILL-CNT.
012190     MOVE WS-AUDIT-WRITE-CNT   TO CTL-AUDIT-CNT.
012200     MOVE 0                    TO CTL-INVOICE-CNT.
012210     MOVE 0                    TO CTL-CREDIT-CNT.
012220     MOVE 0                    TO CTL-JOURNAL-CNT.
012230     MOVE 0                    TO CTL-SUPPRESS-CNT.
012240     WRITE CONTROL-RECORD.
012250     IF NOT WS-CTLTOTAL-OK
012260         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
012270             WS-CTLTOTAL-STATUS
012280     END-IF.
012290     CLOSE CONTROL-FILE.
012300 8000-EXIT.
012310     EXIT.
012320*===================================================================*
012330*    9000-TERMINATE                                                 *
012340*===================================================================*
012350 9000-TERMINATE.
012360     CLOSE STANDING-ORDER-FILE.
012370     IF WS-HIST-AVAIL
012380         CLOSE STANDING-HIST-FILE
012390     END-IF.
012400     CLOSE CUSTOMER-MASTER.
012410     CLOSE PRODUCT-MASTER.
012420     IF WS-SCHED-AVAIL
012430         CLOSE OFFER-SCHEDULE
012440     END-IF.
012450     IF WS-PRICE-AVAIL
012460         CLOSE PRICE-FILE
012470     END-IF.
012480     IF WS-INV-AVAIL
012490         CLOSE INVENTORY-FILE
012500     END-IF.
012510     IF WS-CRED-AVAIL
012520         CLOSE CREDIT-FILE
012530     END-IF.
012540     CLOSE ORDER-FILE.
012550     CLOSE FULFILL-FILE.
012560     CLOSE AUDIT-LOG.
012570     CLOSE BACKORDER-FILE.
012580     CLOSE HELD-FILE.
012590     CLOSE GENERATE-REPORT.
012600 9000-EXIT.
012610     EXIT.
012620*===================================================================*
012630*    8800-CHECK-BALANCE-GATE                                        *
012640*    FIND HELLOBAL'S LATEST END RECORD ON THE RUN-CONTROL FILE.     *
012650*    AN OUT-OF-BALANCE VERDICT BLOCKS THIS STEP; NO FILE OR NO      *
012660*    VERDICT IS ANNOUNCED AND THE STEP PROCEEDS.                    *
012670*===================================================================*
012680 8800-CHECK-BALANCE-GATE.
012690     MOVE 'N'    TO WS-EOF-RUNCTL-SW.
012700     MOVE SPACES TO WS-BAL-VERDICT.
012710     OPEN INPUT RUN-CONTROL.
012720     IF NOT WS-RUNCTL-OK
012730         DISPLAY 'NO RUN-CONTROL FILE - BALANCE VERDICT '
012740             'UNKNOWN, PROCEEDING.'
012750         GO TO 8800-EXIT
012760     END-IF.
012770     PERFORM 8810-SCAN-ONE-RUNCTL THRU 8810-EXIT
012780         UNTIL WS-EOF-RUNCTL.
012790     CLOSE RUN-CONTROL.
012800     IF WS-BAL-VERDICT = 'OB'
012810         SET WS-GATE-BLOCKED TO TRUE
012820         DISPLAY 'HELLOBAL IS OUT OF BALANCE - GENERATION '
012830             'REFUSED UNTIL THE BALANCE IS CLEARED.'
012840     END-IF.
012850 8800-EXIT.
012860     EXIT.
012870 8810-SCAN-ONE-RUNCTL.
012880     READ RUN-CONTROL
012890         AT END
012900             SET WS-EOF-RUNCTL TO TRUE
012910     END-READ.
012920     IF WS-EOF-RUNCTL
012930         GO TO 8810-EXIT
012940     END-IF.
012950     IF NOT WS-RUNCTL-OK
012960         DISPLAY 'RUN-CONTROL READ FAILED - STATUS '
012970             WS-RUNCTL-STATUS
012980         SET WS-EOF-RUNCTL TO TRUE
012990         GO TO 8810-EXIT
013000     END-IF.
013010     IF RNC-PROGRAM-ID = 'HELLOBAL'
013020        AND RNC-EVENT-END
013030         MOVE RNC-STATUS TO WS-BAL-VERDICT
013040     END-IF.
013050 8810-EXIT.
013060     EXIT.
013070*===================================================================*
013080*    8900-WRITE-RUN-CONTROL                                         *
013090*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
013100*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
013110*===================================================================*
013120 8900-WRITE-RUN-CONTROL.
013130     OPEN EXTEND RUN-CONTROL.
013140     IF WS-RUNCTL-NOTFOUND
013150         OPEN OUTPUT RUN-CONTROL
013160     END-IF.
013170     IF NOT WS-RUNCTL-OK
013180         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
013190             WS-RUNCTL-STATUS
013200         GO TO 8900-EXIT
013210     END-IF.
013220     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
013230     ACCEPT WS-RUN-TIME-RAW FROM TIME.
013240     MOVE SPACES             TO RUN-CONTROL-RECORD.
013250     MOVE 'STOGEN  '         TO RNC-PROGRAM-ID.
013260     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
013270     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
013280     MOVE WS-RUN-EVENT       TO RNC-EVENT.
013290     MOVE WS-RUN-STATUS      TO RNC-STATUS.
013300     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
013310     WRITE RUN-CONTROL-RECORD.
013320     IF NOT WS-RUNCTL-OK
013330         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
013340             WS-RUNCTL-STATUS
013350     END-IF.
013360     CLOSE RUN-CONTROL.
013370 8900-EXIT.
013380     EXIT.
