000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    CASHAPP.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - CASH RECEIPTS POSTING    *
000220*                     FROM THE BANK LOCKBOX FILE AGAINST THE      *
000230*                     AROPEN OPEN ITEMS HELLOINV POSTS, WITH THE  *
000240*                     CUSTOMER'S CREDIT OPEN BALANCE RELIEVED BY  *
000250*                     WHAT IS APPLIED, AND AN AR AGING REPORT.    *
000260*                     REPLACES THE CREDIT DESK RE-KEYING OPEN     *
000270*                     BALANCES BY HAND.                           *
000272*    2026-10-15 KS    CREDIT-MEMO ITEMS ON AROPEN: A PAYMENT      *
000274*                     QUOTING A MEMO NUMBER GOES TO SUSPENSE, AND *
000276*                     OPEN CREDITS AGE AS NEGATIVES SO EACH       *
000278*                     CUSTOMER'S AGING NETS TO WHAT IS OWED.      *
000279*    2026-10-15 KS    THE LOCKBOX FILE IS CLOSED AT THE END ONLY  *
000280*                     WHEN ITS OPEN SUCCEEDED.                    *
000281*-----------------------------------------------------------------*
000290*    READS EVERY PAYMENT ON THE LOCKBOX FILE AND APPLIES IT TO    *
000300*    THE INVOICE IT NAMES, OLDEST LINE FIRST, REDUCING EACH       *
000310*    LINE'S OPEN AMOUNT ON AROPEN AND THE CUSTOMER'S              *
000320*    CRD-OPEN-BALANCE ON CREDFILE BY THE AMOUNT APPLIED. A        *
000330*    PAYMENT IS APPLIED ONLY IN THE INVOICE'S OWN CURRENCY -      *
000340*    CURRENCIES ARE NEVER CONVERTED OR SUMMED ACROSS. CASH THAT   *
000350*    CANNOT BE APPLIED (NO SUCH INVOICE, WRONG CURRENCY OR        *
000360*    CUSTOMER, OR MORE THAN IS STILL OPEN) GOES TO SUSPENSE ON    *
000370*    THE CASHRCPT REGISTER AND IS LISTED ON CASHRPT FOR THE       *
000380*    CREDIT DESK. THE RUN THEN AGES EVERY OPEN ITEM LEFT ON       *
000390*    AROPEN INTO CURRENT/31-60/61-90/OVER-90 BUCKETS PER          *
000400*    CUSTOMER AND CURRENCY ON ARAGERPT, AS OF THE DATE ON THE     *
000410*    CASHPARM CARD (NO CARD = TODAY).                             *
000413*    CREDIT MEMOS STILL OPEN ON AROPEN (CREDIT OWED BACK TO THE   *
000416*    CUSTOMER) AGE AS NEGATIVE AMOUNTS.                           *
000420*-----------------------------------------------------------------*
000430 ENVIRONMENT    DIVISION.
000440 INPUT-OUTPUT   SECTION.
000450 FILE-CONTROL.
000460     SELECT PAYMENT-FILE    ASSIGN TO LOCKBOX
000470         ORGANIZATION       IS SEQUENTIAL
000480         FILE STATUS        IS WS-LOCKBOX-STATUS.
000490     SELECT AR-OPEN-FILE    ASSIGN TO AROPEN
000500         ORGANIZATION       IS INDEXED
000510         ACCESS MODE        IS DYNAMIC
000520         RECORD KEY         IS ARO-KEY
000530         FILE STATUS        IS WS-AROPEN-STATUS.
000540     SELECT CREDIT-FILE     ASSIGN TO CREDFILE
000550         ORGANIZATION       IS INDEXED
000560         ACCESS MODE        IS RANDOM
000570         RECORD KEY         IS CRD-CUST-ID
000580         FILE STATUS        IS WS-CREDFILE-STATUS.
000590     SELECT RECEIPT-FILE    ASSIGN TO CASHRCPT
000600         ORGANIZATION       IS SEQUENTIAL
000610         FILE STATUS        IS WS-CASHRCPT-STATUS.
000620     SELECT CASH-PARM-FILE  ASSIGN TO CASHPARM
000630         ORGANIZATION       IS SEQUENTIAL
000640         FILE STATUS        IS WS-CASHPARM-STATUS.
000650     SELECT CASH-REPORT     ASSIGN TO CASHRPT
000660         ORGANIZATION       IS SEQUENTIAL
000670         FILE STATUS        IS WS-CASHRPT-STATUS.
000680     SELECT AGING-REPORT    ASSIGN TO ARAGERPT
000690         ORGANIZATION       IS SEQUENTIAL
000700         FILE STATUS        IS WS-ARAGERPT-STATUS.
000710     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000720         ORGANIZATION       IS SEQUENTIAL
000730         FILE STATUS        IS WS-RUNCTL-STATUS.
000740 DATA           DIVISION.
000750 FILE           SECTION.
000760 FD  PAYMENT-FILE
000770     LABEL RECORD IS STANDARD.
000780     COPY PAYREC.
000790 FD  AR-OPEN-FILE
000800     LABEL RECORD IS STANDARD.
000810     COPY AROREC.
000820 FD  CREDIT-FILE
000830     LABEL RECORD IS STANDARD.
000840     COPY CRDREC.
000850 FD  RECEIPT-FILE
000860     LABEL RECORD IS STANDARD.
000870     COPY RCTREC.
000880 FD  CASH-PARM-FILE
000890     LABEL RECORD IS STANDARD.
000900 01  CASH-PARM-RECORD.
000910     05  CSP-AS-OF-DATE          PIC 9(08).
000920     05  FILLER                  PIC X(72).
000930 FD  CASH-REPORT
000940     LABEL RECORD IS STANDARD.
000950 01  REPORT-LINE                PIC X(80).
000960 FD  AGING-REPORT
000970     LABEL RECORD IS STANDARD.
000980 01  AGING-LINE                 PIC X(80).
000990 FD  RUN-CONTROL
001000     LABEL RECORD IS STANDARD.
001010     COPY RUNREC.
001020 WORKING-STORAGE SECTION.
001030 01  WS-RUNCTL-STATUS            PIC X(02).
001040     88  WS-RUNCTL-OK            VALUE '00'.
001050     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001060 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001070 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001080 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001090 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001100 01  WS-RUN-TIME-RAW.
001110     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001120     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001130 01  WS-LOCKBOX-STATUS           PIC X(02).
001140     88  WS-LOCKBOX-OK           VALUE '00'.
001150 01  WS-AROPEN-STATUS            PIC X(02).
001160     88  WS-AROPEN-OK            VALUE '00'.
001170     88  WS-AROPEN-NOTFOUND      VALUE '35'.
001180 01  WS-CREDFILE-STATUS          PIC X(02).
001190     88  WS-CREDFILE-OK          VALUE '00'.
001200     88  WS-CREDFILE-NOTFOUND    VALUE '35'.
001210 01  WS-CASHRCPT-STATUS          PIC X(02).
001220     88  WS-CASHRCPT-OK          VALUE '00'.
001230     88  WS-CASHRCPT-NOTFOUND    VALUE '35'.
001240 01  WS-CASHPARM-STATUS          PIC X(02).
001250     88  WS-CASHPARM-OK          VALUE '00'.
001260 01  WS-CASHRPT-STATUS           PIC X(02).
001270     88  WS-CASHRPT-OK           VALUE '00'.
001280 01  WS-ARAGERPT-STATUS          PIC X(02).
001290     88  WS-ARAGERPT-OK          VALUE '00'.
001300 77  WS-EOF-PAYMENTS-SW          PIC X(01)   VALUE 'N'.
001310     88  WS-EOF-PAYMENTS         VALUE 'Y'.
001320 77  WS-EOF-AROPEN-SW            PIC X(01)   VALUE 'N'.
001330     88  WS-EOF-AROPEN           VALUE 'Y'.
001340 77  WS-AR-AVAIL-SW              PIC X(01)   VALUE 'N'.
001350     88  WS-AR-AVAIL             VALUE 'Y'.
001360 77  WS-CRED-AVAIL-SW            PIC X(01)   VALUE 'N'.
001370     88  WS-CRED-AVAIL           VALUE 'Y'.
001373 77  WS-PAY-AVAIL-SW             PIC X(01)   VALUE 'N'.
001376     88  WS-PAY-AVAIL            VALUE 'Y'.
001380 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
001390     88  WS-PARM-FOUND           VALUE 'Y'.
001400 77  WS-INVOICE-FOUND-SW         PIC X(01)   VALUE 'N'.
001410     88  WS-INVOICE-FOUND        VALUE 'Y'.
001420 77  WS-INVOICE-DONE-SW          PIC X(01)   VALUE 'N'.
001430     88  WS-INVOICE-DONE         VALUE 'Y'.
001440 77  WS-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
001450     88  WS-ENTRY-FOUND          VALUE 'Y'.
001460 77  WS-AGETBL-FULL-SW           PIC X(01)   VALUE 'N'.
001470     88  WS-AGETBL-FULL          VALUE 'Y'.
001480 77  WS-SUSPTBL-FULL-SW          PIC X(01)   VALUE 'N'.
001490     88  WS-SUSPTBL-FULL         VALUE 'Y'.
001500 77  WS-AS-OF-DATE               PIC 9(08)   VALUE 0.
001510 77  WS-AGE-30-DATE              PIC 9(08)   VALUE 0.
001520 77  WS-AGE-60-DATE              PIC 9(08)   VALUE 0.
001530 77  WS-AGE-90-DATE              PIC 9(08)   VALUE 0.
001540 77  WS-INV-CUST-ID              PIC X(08)   VALUE SPACES.
001550 77  WS-INV-CURRENCY             PIC X(03)   VALUE SPACES.
001560 77  WS-SUSPENSE-REASON          PIC X(20)   VALUE SPACES.
001570 77  WS-PAY-AMOUNT               PIC 9(10)V99 COMP-3 VALUE 0.
001580 77  WS-PAY-REMAINING            PIC 9(10)V99 COMP-3 VALUE 0.
001590 77  WS-APPLY-AMOUNT             PIC 9(10)V99 COMP-3 VALUE 0.
001595 77  WS-AGE-AMOUNT               PIC S9(12)V99 COMP-3 VALUE 0.
001600 77  WS-APPLIED-TOTAL            PIC 9(10)V99 COMP-3 VALUE 0.
001610 77  WS-PAYMENT-READ-CNT         PIC 9(07)   COMP    VALUE 0.
001620 77  WS-APPLIED-CNT              PIC 9(07)   COMP    VALUE 0.
001630 77  WS-SUSPENSE-CNT             PIC 9(07)   COMP    VALUE 0.
001640 77  WS-LINES-CLOSED-CNT         PIC 9(07)   COMP    VALUE 0.
001650 77  WS-BALANCE-POSTED-CNT       PIC 9(07)   COMP    VALUE 0.
001660 77  WS-RECEIPT-WRITE-CNT        PIC 9(07)   COMP    VALUE 0.
001670 77  WS-OPEN-ITEM-CNT            PIC 9(07)   COMP    VALUE 0.
001680 01  WS-CURRENT-DATE-TIME.
001690     05  WS-CURRENT-DATE         PIC 9(08).
001700     05  WS-CURRENT-TIME         PIC 9(06).
001710 01  WS-TIME-RAW.
001720     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
001730     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
001740 01  WS-CUTOFF-DATE               PIC 9(08).
001750 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
001760     05  WS-CUT-YYYY             PIC 9(04).
001770     05  WS-CUT-MM               PIC 9(02).
001780     05  WS-CUT-DD               PIC 9(02).
001790 01  WS-DAYS-IN-MONTH-LIST.
001800     05  FILLER                  PIC X(24)
001810         VALUE '312831303130313130313031'.
001820 01  WS-DAYS-IN-MONTH-TBL REDEFINES WS-DAYS-IN-MONTH-LIST.
001830     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
001840                                 PIC 9(02).
001850 77  WS-LEAP-QUOTIENT             PIC 9(04)   COMP.
001860 77  WS-LEAP-REMAINDER            PIC 9(04)   COMP.
001870 77  WS-LEAP-SW                   PIC X(01)   VALUE 'N'.
001880     88  WS-LEAP-YEAR             VALUE 'Y'.
001890*-----------------------------------------------------------------*
001900*    CASH TOTALS PER CURRENCY - APPLIED AND SUSPENSE - SO THE     *
001910*    RUN CAN BE TIED BACK TO THE BANK'S DEPOSIT ADVICE.           *
001920*-----------------------------------------------------------------*
001930 01  WS-CASH-TOTALS.
001940     05  WS-CTT-ENTRY            OCCURS 10 TIMES
001950                                 INDEXED BY WS-CTT-IDX.
001960         10  WS-CTT-CURRENCY     PIC X(03).
001970         10  WS-CTT-APPLIED      PIC 9(12)V99 COMP-3.
001980         10  WS-CTT-SUSPENSE     PIC 9(12)V99 COMP-3.
001990 77  WS-CTT-COUNT                 PIC 9(03)   COMP    VALUE 0.
002000*-----------------------------------------------------------------*
002010*    SUSPENSE ITEMS RAISED THIS RUN, LISTED TOGETHER AFTER THE    *
002020*    POSTING REGISTER SO THE DESK HAS ONE PAGE TO WORK FROM.      *
002030*-----------------------------------------------------------------*
002040 01  WS-SUSP-TABLE.
002050     05  WS-SUS-ENTRY            OCCURS 5000 TIMES
002060                                 INDEXED BY WS-SUS-IDX.
002070         10  WS-SUS-REFERENCE    PIC X(12).
002080         10  WS-SUS-CUST-ID      PIC X(08).
002090         10  WS-SUS-INVOICE-NO   PIC 9(08).
002100         10  WS-SUS-CURRENCY     PIC X(03).
002110         10  WS-SUS-AMOUNT       PIC 9(10)V99.
002120         10  WS-SUS-REASON       PIC X(20).
002130 77  WS-SUSP-COUNT                PIC 9(05)   COMP    VALUE 0.
002140*-----------------------------------------------------------------*
002150*    AGING BUCKETS PER CUSTOMER AND CURRENCY, KEPT IN CUSTOMER    *
002160*    ORDER AS THEY ARE BUILT SO THE REPORT NEEDS NO SORT STEP.    *
002170*-----------------------------------------------------------------*
002180 01  WS-AGE-TABLE.
002190     05  WS-AGE-ENTRY            OCCURS 5000 TIMES
002200                                 INDEXED BY WS-AGE-IDX.
002210         10  WS-AGE-KEY.
002220             15  WS-AGE-CUST-ID  PIC X(08).
002230             15  WS-AGE-CURRENCY PIC X(03).
002240         10  WS-AGE-CURRENT      PIC S9(12)V99 COMP-3.
002250         10  WS-AGE-31-60        PIC S9(12)V99 COMP-3.
002260         10  WS-AGE-61-90        PIC S9(12)V99 COMP-3.
002270         10  WS-AGE-OVER-90      PIC S9(12)V99 COMP-3.
002280 77  WS-AGE-COUNT                 PIC 9(05)   COMP    VALUE 0.
002290 77  WS-INSERT-POS                PIC 9(05)   COMP    VALUE 0.
002300 77  WS-SHIFT-SUB                 PIC 9(05)   COMP    VALUE 0.
002310 01  WS-NEW-AGE-KEY.
002320     05  WS-NEW-AGE-CUST-ID      PIC X(08).
002330     05  WS-NEW-AGE-CURRENCY     PIC X(03).
002340 01  WS-AGE-CURR-TOTALS.
002350     05  WS-ACT-ENTRY            OCCURS 10 TIMES
002360                                 INDEXED BY WS-ACT-IDX.
002370         10  WS-ACT-CURRENCY     PIC X(03).
002380         10  WS-ACT-CURRENT      PIC S9(12)V99 COMP-3.
002390         10  WS-ACT-31-60        PIC S9(12)V99 COMP-3.
002400         10  WS-ACT-61-90        PIC S9(12)V99 COMP-3.
002410         10  WS-ACT-OVER-90      PIC S9(12)V99 COMP-3.
002420 77  WS-ACT-COUNT                 PIC 9(03)   COMP    VALUE 0.
002430 77  WS-AGE-LINE-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
002440*-----------------------------------------------------------------*
002450*    REPORT PRINT LINE WORK AREAS                                 *
002460*-----------------------------------------------------------------*
002470 01  WS-HEADING-1                PIC X(80)
002480         VALUE 'CASH RECEIPTS POSTING REGISTER'.
002490 01  WS-DATE-LINE.
002500     05  FILLER                  PIC X(15)
002510         VALUE 'POSTING DATE:  '.
002520     05  WS-DAT-DATE             PIC 9(08).
002530     05  FILLER                  PIC X(57).
002540 01  WS-HEADING-2.
002550     05  FILLER                  PIC X(40)
002560         VALUE 'REFERENCE    CUSTOMER INVOICE  CUR      '.
002570     05  FILLER                  PIC X(40)
002580         VALUE '    PAID       APPLIED NOTE'.
002590 01  WS-DETAIL-LINE.
002600     05  WS-DET-REFERENCE        PIC X(12).
002610     05  FILLER                  PIC X(01).
002620     05  WS-DET-CUST-ID          PIC X(08).
002630     05  FILLER                  PIC X(01).
002640     05  WS-DET-INVOICE-NO       PIC 9(08).
002650     05  FILLER                  PIC X(01).
002660     05  WS-DET-CURRENCY         PIC X(03).
002670     05  FILLER                  PIC X(01).
002680     05  WS-DET-PAID             PIC ZZZZZZZZZ9.99.
002690     05  FILLER                  PIC X(01).
002700     05  WS-DET-APPLIED          PIC ZZZZZZZZZ9.99.
002710     05  FILLER                  PIC X(01).
002720     05  WS-DET-NOTE             PIC X(17).
002730 01  WS-SUSP-HEADING             PIC X(80)
002740         VALUE 'SUSPENSE LIST - CASH NOT APPLIED'.
002750 01  WS-SUSP-LINE.
002760     05  WS-SSL-REFERENCE        PIC X(12).
002770     05  FILLER                  PIC X(01).
002780     05  WS-SSL-CUST-ID          PIC X(08).
002790     05  FILLER                  PIC X(01).
002800     05  WS-SSL-INVOICE-NO       PIC 9(08).
002810     05  FILLER                  PIC X(01).
002820     05  WS-SSL-CURRENCY         PIC X(03).
002830     05  FILLER                  PIC X(01).
002840     05  WS-SSL-AMOUNT           PIC ZZZZZZZZZ9.99.
002850     05  FILLER                  PIC X(02).
002860     05  WS-SSL-REASON           PIC X(20).
002870     05  FILLER                  PIC X(10).
002880 01  WS-CASH-TOTAL-LINE.
002890     05  FILLER                  PIC X(14)
002900         VALUE 'CASH TOTAL    '.
002910     05  WS-CTL-CURRENCY         PIC X(03).
002920     05  FILLER                  PIC X(11)
002930         VALUE '  APPLIED  '.
002940     05  WS-CTL-APPLIED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002950     05  FILLER                  PIC X(12)
002960         VALUE '  SUSPENSE  '.
002970     05  WS-CTL-SUSPENSE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002980     05  FILLER                  PIC X(04).
002990 01  WS-COUNT-LINE.
003000     05  WS-CNT-LABEL            PIC X(34).
003010     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
003020     05  FILLER                  PIC X(39).
003030 01  WS-AGE-HEADING-1            PIC X(80)
003040         VALUE 'ACCOUNTS RECEIVABLE AGING'.
003050 01  WS-AGE-DATE-LINE.
003060     05  FILLER                  PIC X(15)
003070         VALUE 'AGED AS OF:    '.
003080     05  WS-ADL-DATE             PIC 9(08).
003090     05  FILLER                  PIC X(57).
003100 01  WS-AGE-HEADING-2.
003110     05  FILLER                  PIC X(40)
003120         VALUE 'CUSTOMER CUR      CURRENT        31-60  '.
003130     05  FILLER                  PIC X(40)
003140         VALUE '      61-90      OVER 90        TOTAL'.
003150 01  WS-AGE-DETAIL.
003160     05  WS-AGD-CUST-ID          PIC X(08).
003170     05  FILLER                  PIC X(01).
003180     05  WS-AGD-CURRENCY         PIC X(03).
003190     05  FILLER                  PIC X(01).
003200     05  WS-AGD-CURRENT          PIC ZZZZZZZZ9.99-.
003220     05  WS-AGD-31-60            PIC ZZZZZZZZ9.99-.
003240     05  WS-AGD-61-90            PIC ZZZZZZZZ9.99-.
003260     05  WS-AGD-OVER-90          PIC ZZZZZZZZ9.99-.
003280     05  WS-AGD-TOTAL            PIC ZZZZZZZZ9.99-.
003290 PROCEDURE      DIVISION.
003300*===================================================================*
003310*    0000-MAINLINE                                                  *
003320*===================================================================*
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003350     PERFORM 2000-APPLY-ONE-PAYMENT THRU 2000-EXIT
003360         UNTIL WS-EOF-PAYMENTS.
003370     PERFORM 4000-PRINT-POSTING-CONTROLS THRU 4000-EXIT.
003380     PERFORM 5000-AGE-RECEIVABLES  THRU 5000-EXIT.
003390     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
003400     MOVE 'END'   TO WS-RUN-EVENT.
003410     MOVE WS-APPLIED-CNT TO WS-RUN-RECORDS.
003420     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
003430     STOP RUN.
003440 0000-EXIT.
003450     EXIT.
003460*-------------------------------------------------------------------*
003470*    1000-INITIALIZE                                                *
003480*    WITHOUT THE OPEN-ITEM FILE NOTHING CAN BE APPLIED OR AGED, SO  *
003490*    THE RUN ENDS IN ERROR. THE CREDIT FILE IS OPTIONAL - A SHOP    *
003500*    WITH NO CREDIT-CONTROLLED CUSTOMERS STILL POSTS ITS CASH.      *
003510*-------------------------------------------------------------------*
003520 1000-INITIALIZE.
003530     MOVE 'START' TO WS-RUN-EVENT.
003540     MOVE 'OK'    TO WS-RUN-STATUS.
003550     MOVE 0       TO WS-RUN-RECORDS.
003560     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
003570     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
003580     OPEN I-O AR-OPEN-FILE.
003590     IF NOT WS-AROPEN-OK
003600         DISPLAY 'AR-OPEN-FILE OPEN FAILED - STATUS '
003610             WS-AROPEN-STATUS
003620         MOVE 'END' TO WS-RUN-EVENT
003630         MOVE 'ER'  TO WS-RUN-STATUS
003640         MOVE 0     TO WS-RUN-RECORDS
003650         PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT
003660         STOP RUN
003670     END-IF.
003680     SET WS-AR-AVAIL TO TRUE.
003690     OPEN INPUT PAYMENT-FILE.
003697     IF WS-LOCKBOX-OK
003704         SET WS-PAY-AVAIL TO TRUE
003711     ELSE
003718         DISPLAY 'PAYMENT-FILE OPEN FAILED - STATUS '
003725             WS-LOCKBOX-STATUS ' - NO CASH POSTED, AGING ONLY.'
003732         SET WS-EOF-PAYMENTS TO TRUE
003739     END-IF.
003750     OPEN I-O CREDIT-FILE.
003760     IF WS-CREDFILE-OK
003770         SET WS-CRED-AVAIL TO TRUE
003780     ELSE
003790         IF NOT WS-CREDFILE-NOTFOUND
003800             DISPLAY 'CREDIT-FILE OPEN FAILED - STATUS '
003810                 WS-CREDFILE-STATUS
003820         END-IF
003830     END-IF.
003840     OPEN EXTEND RECEIPT-FILE.
003850     IF WS-CASHRCPT-NOTFOUND
003860         OPEN OUTPUT RECEIPT-FILE
003870     END-IF.
003880     IF NOT WS-CASHRCPT-OK
003890         DISPLAY 'RECEIPT-FILE OPEN FAILED - STATUS '
003900             WS-CASHRCPT-STATUS
003910     END-IF.
003920     OPEN OUTPUT CASH-REPORT.
003930     IF NOT WS-CASHRPT-OK
003940         DISPLAY 'CASH-REPORT OPEN FAILED - STATUS '
003950             WS-CASHRPT-STATUS
003960     END-IF.
003970     OPEN OUTPUT AGING-REPORT.
003980     IF NOT WS-ARAGERPT-OK
003990         DISPLAY 'AGING-REPORT OPEN FAILED - STATUS '
004000             WS-ARAGERPT-STATUS
004010     END-IF.
004020     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
004030     PERFORM 1200-COMPUTE-AGE-CUTOFFS THRU 1200-EXIT.
004040     MOVE WS-HEADING-1 TO REPORT-LINE.
004050     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004060     MOVE WS-CURRENT-DATE TO WS-DAT-DATE.
004070     MOVE WS-DATE-LINE TO REPORT-LINE.
004080     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004090     MOVE SPACES TO REPORT-LINE.
004100     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004110     MOVE WS-HEADING-2 TO REPORT-LINE.
004120     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004130 1000-EXIT.
004140     EXIT.
004150*-------------------------------------------------------------------*
004160*    1100-LOAD-PARM                                                 *
004170*    THE AGING DATE COMES FROM THE CASHPARM CARD; A MISSING OR      *
004180*    ZERO CARD AGES AS OF TODAY.                                    *
004190*-------------------------------------------------------------------*
004200 1100-LOAD-PARM.
004210     OPEN INPUT CASH-PARM-FILE.
004220     IF WS-CASHPARM-OK
004230         READ CASH-PARM-FILE
004240             AT END
004250                 CONTINUE
004260             NOT AT END
004270                 SET WS-PARM-FOUND TO TRUE
004280         END-READ
004290         CLOSE CASH-PARM-FILE
004300     END-IF.
004310     IF WS-PARM-FOUND
004320        AND CSP-AS-OF-DATE NUMERIC
004330        AND CSP-AS-OF-DATE > 0
004340         MOVE CSP-AS-OF-DATE  TO WS-AS-OF-DATE
004350     ELSE
004360         MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE
004370     END-IF.
004380 1100-EXIT.
004390     EXIT.
004400*-------------------------------------------------------------------*
004410*    1200-COMPUTE-AGE-CUTOFFS                                       *
004420*    AN ITEM DATED AFTER THE 30-DAY CUTOFF IS CURRENT, AFTER THE    *
004430*    60-DAY CUTOFF IS 31-60 DAYS OLD, AND SO ON. THE DATE IS        *
004440*    WALKED BACK A DAY AT A TIME.                                   *
004450*-------------------------------------------------------------------*
004460 1200-COMPUTE-AGE-CUTOFFS.
004470     MOVE WS-AS-OF-DATE TO WS-CUTOFF-DATE.
004480     PERFORM 1210-BACK-ONE-DAY THRU 1210-EXIT 30 TIMES.
004490     MOVE WS-CUTOFF-DATE TO WS-AGE-30-DATE.
004500     PERFORM 1210-BACK-ONE-DAY THRU 1210-EXIT 30 TIMES.
004510     MOVE WS-CUTOFF-DATE TO WS-AGE-60-DATE.
004520     PERFORM 1210-BACK-ONE-DAY THRU 1210-EXIT 30 TIMES.
004530     MOVE WS-CUTOFF-DATE TO WS-AGE-90-DATE.
004540 1200-EXIT.
004550     EXIT.
004560 1210-BACK-ONE-DAY.
004570     IF WS-CUT-DD > 1
004580         SUBTRACT 1 FROM WS-CUT-DD
004590     ELSE
004600         IF WS-CUT-MM = 1
004610             MOVE 12 TO WS-CUT-MM
004620             SUBTRACT 1 FROM WS-CUT-YYYY
004630         ELSE
004640             SUBTRACT 1 FROM WS-CUT-MM
004650         END-IF
004660         MOVE WS-DAYS-IN-MONTH(WS-CUT-MM) TO WS-CUT-DD
004670         IF WS-CUT-MM = 2
004680             PERFORM 1220-CHECK-LEAP-YEAR THRU 1220-EXIT
004690             IF WS-LEAP-YEAR
004700                 MOVE 29 TO WS-CUT-DD
004710             END-IF
004720         END-IF
004730     END-IF.
004740 1210-EXIT.
004750     EXIT.
004760 1220-CHECK-LEAP-YEAR.
004770     MOVE 'N' TO WS-LEAP-SW.
004780     DIVIDE WS-CUT-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
004790         REMAINDER WS-LEAP-REMAINDER.
004800     IF WS-LEAP-REMAINDER = 0
004810         SET WS-LEAP-YEAR TO TRUE
004820     END-IF.
004830     DIVIDE WS-CUT-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
004840         REMAINDER WS-LEAP-REMAINDER.
004850     IF WS-LEAP-REMAINDER = 0
004860         MOVE 'N' TO WS-LEAP-SW
004870     END-IF.
004880     DIVIDE WS-CUT-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
004890         REMAINDER WS-LEAP-REMAINDER.
004900     IF WS-LEAP-REMAINDER = 0
004910         SET WS-LEAP-YEAR TO TRUE
004920     END-IF.
004930 1220-EXIT.
004940     EXIT.
004950*===================================================================*
004960*    2000-APPLY-ONE-PAYMENT                                         *
004970*    A PAYMENT IS CHECKED IN FULL BEFORE ANY OF IT IS APPLIED:      *
004980*    A BAD AMOUNT, A MISSING OR UNKNOWN INVOICE, A CURRENCY OTHER   *
004990*    THAN THE INVOICE'S OR A CUSTOMER OTHER THAN THE ONE BILLED     *
005000*    SENDS THE WHOLE PAYMENT TO SUSPENSE.                           *
005010*===================================================================*
005020 2000-APPLY-ONE-PAYMENT.
005030     READ PAYMENT-FILE
005040         AT END
005050             SET WS-EOF-PAYMENTS TO TRUE
005060     END-READ.
005070     IF WS-EOF-PAYMENTS
005080         GO TO 2000-EXIT
005090     END-IF.
005100     IF NOT WS-LOCKBOX-OK
005110         DISPLAY 'PAYMENT-FILE READ FAILED - STATUS '
005120             WS-LOCKBOX-STATUS
005130         SET WS-EOF-PAYMENTS TO TRUE
005140         GO TO 2000-EXIT
005150     END-IF.
005160     ADD 1 TO WS-PAYMENT-READ-CNT.
005170     MOVE 0      TO WS-APPLIED-TOTAL.
005180     MOVE SPACES TO WS-SUSPENSE-REASON.
005190     IF PAY-AMOUNT NOT NUMERIC
005200         MOVE 0 TO WS-PAY-AMOUNT
005210         MOVE 'INVALID AMOUNT' TO WS-SUSPENSE-REASON
005220         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005230         GO TO 2000-EXIT
005240     END-IF.
005250     MOVE PAY-AMOUNT TO WS-PAY-AMOUNT.
005260     MOVE PAY-AMOUNT TO WS-PAY-REMAINING.
005270     IF WS-PAY-AMOUNT = 0
005280         MOVE 'INVALID AMOUNT' TO WS-SUSPENSE-REASON
005290         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005300         GO TO 2000-EXIT
005310     END-IF.
005320     IF PAY-INVOICE-NO NOT NUMERIC OR PAY-INVOICE-NO = 0
005330         MOVE 'NO INVOICE NUMBER' TO WS-SUSPENSE-REASON
005340         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005350         GO TO 2000-EXIT
005360     END-IF.
005370     PERFORM 2100-LOCATE-INVOICE THRU 2100-EXIT.
005380     IF NOT WS-INVOICE-FOUND
005390         MOVE 'INVOICE NOT FOUND' TO WS-SUSPENSE-REASON
005400         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005410         GO TO 2000-EXIT
005420     END-IF.
005421     IF ARO-CREDIT-ITEM
005422         MOVE 'NOT AN INVOICE' TO WS-SUSPENSE-REASON
005423         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005424         GO TO 2000-EXIT
005425     END-IF.
005430     IF PAY-CURRENCY-CODE NOT = WS-INV-CURRENCY
005440         MOVE 'CURRENCY MISMATCH' TO WS-SUSPENSE-REASON
005450         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005460         GO TO 2000-EXIT
005470     END-IF.
005480     IF PAY-CUST-ID NOT = SPACES
005490        AND PAY-CUST-ID NOT = WS-INV-CUST-ID
005500         MOVE 'CUSTOMER MISMATCH' TO WS-SUSPENSE-REASON
005510         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005520         GO TO 2000-EXIT
005530     END-IF.
005540     MOVE 'N' TO WS-INVOICE-DONE-SW.
005550     PERFORM 2200-APPLY-ONE-LINE THRU 2200-EXIT
005560         UNTIL WS-INVOICE-DONE.
005570     IF WS-APPLIED-TOTAL > 0
005580         ADD 1 TO WS-APPLIED-CNT
005590         PERFORM 2300-POST-OPEN-BALANCE THRU 2300-EXIT
005600         PERFORM 2400-WRITE-APPLIED-RECEIPT THRU 2400-EXIT
005610     END-IF.
005620*    WHATEVER IS LEFT AFTER THE INVOICE IS CLEARED IS AN
005630*    OVERPAYMENT - OR, IF NOTHING WAS OPEN, A PAYMENT ON AN
005640*    INVOICE ALREADY SETTLED.
005650     IF WS-PAY-REMAINING > 0
005660         IF WS-APPLIED-TOTAL = 0
005670             MOVE 'INVOICE ALREADY PAID' TO WS-SUSPENSE-REASON
005680         ELSE
005690             MOVE 'OVERPAYMENT'          TO WS-SUSPENSE-REASON
005700         END-IF
005710         PERFORM 2500-WRITE-SUSPENSE THRU 2500-EXIT
005720         GO TO 2000-EXIT
005730     END-IF.
005740     PERFORM 2700-PRINT-PAYMENT-LINE THRU 2700-EXIT.
005750 2000-EXIT.
005760     EXIT.
005770*-------------------------------------------------------------------*
005780*    2100-LOCATE-INVOICE                                            *
005790*    POSITION ON THE FIRST LINE OF THE INVOICE. THE INVOICE'S       *
005800*    CUSTOMER AND CURRENCY COME FROM THAT LINE - EVERY LINE OF AN   *
005810*    INVOICE CARRIES THE SAME ONES.                                 *
005820*-------------------------------------------------------------------*
005830 2100-LOCATE-INVOICE.
005840     MOVE 'N' TO WS-INVOICE-FOUND-SW.
005850     MOVE PAY-INVOICE-NO TO ARO-INVOICE-NO.
005860     MOVE 0              TO ARO-LINE-NO.
005870     START AR-OPEN-FILE KEY IS NOT LESS THAN ARO-KEY
005880         INVALID KEY
005890             GO TO 2100-EXIT
005900     END-START.
005910     READ AR-OPEN-FILE NEXT RECORD
005920         AT END
005930             GO TO 2100-EXIT
005940     END-READ.
005950     IF NOT WS-AROPEN-OK
005960         DISPLAY 'AR-OPEN-FILE READ FAILED - STATUS '
005970             WS-AROPEN-STATUS
005980         GO TO 2100-EXIT
005990     END-IF.
006000     IF ARO-INVOICE-NO NOT = PAY-INVOICE-NO
006010         GO TO 2100-EXIT
006020     END-IF.
006030     MOVE ARO-CUST-ID       TO WS-INV-CUST-ID.
006040     MOVE ARO-CURRENCY-CODE TO WS-INV-CURRENCY.
006050     SET WS-INVOICE-FOUND TO TRUE.
006060 2100-EXIT.
006070     EXIT.
006080*-------------------------------------------------------------------*
006090*    2200-APPLY-ONE-LINE                                            *
006100*    APPLY AS MUCH OF WHAT IS LEFT OF THE PAYMENT AS THE CURRENT    *
006110*    LINE STILL HAS OPEN, THEN STEP TO THE INVOICE'S NEXT LINE.     *
006120*-------------------------------------------------------------------*
006130 2200-APPLY-ONE-LINE.
006140     IF ARO-OPEN-AMOUNT > 0
006150         IF ARO-OPEN-AMOUNT > WS-PAY-REMAINING
006160             MOVE WS-PAY-REMAINING TO WS-APPLY-AMOUNT
006170         ELSE
006180             MOVE ARO-OPEN-AMOUNT  TO WS-APPLY-AMOUNT
006190         END-IF
006200         SUBTRACT WS-APPLY-AMOUNT FROM ARO-OPEN-AMOUNT
006210         MOVE WS-CURRENT-DATE TO ARO-LAST-PAID-DATE
006220         REWRITE AR-OPEN-RECORD
006230             INVALID KEY
006240                 DISPLAY 'AR-OPEN-FILE REWRITE REJECTED - STATUS '
006250                     WS-AROPEN-STATUS
006260                 SET WS-INVOICE-DONE TO TRUE
006270                 GO TO 2200-EXIT
006280         END-REWRITE
006290         IF NOT WS-AROPEN-OK
006300             DISPLAY 'AR-OPEN-FILE REWRITE FAILED - STATUS '
006310                 WS-AROPEN-STATUS
006320             SET WS-INVOICE-DONE TO TRUE
006330             GO TO 2200-EXIT
006340         END-IF
006350         SUBTRACT WS-APPLY-AMOUNT FROM WS-PAY-REMAINING
006360         ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
006370         IF ARO-OPEN-AMOUNT = 0
006380             ADD 1 TO WS-LINES-CLOSED-CNT
006390         END-IF
006400     END-IF.
006410     IF WS-PAY-REMAINING = 0
006420         SET WS-INVOICE-DONE TO TRUE
006430         GO TO 2200-EXIT
006440     END-IF.
006450     READ AR-OPEN-FILE NEXT RECORD
006460         AT END
006470             SET WS-INVOICE-DONE TO TRUE
006480             GO TO 2200-EXIT
006490     END-READ.
006500     IF NOT WS-AROPEN-OK
006510        OR ARO-INVOICE-NO NOT = PAY-INVOICE-NO
006520         SET WS-INVOICE-DONE TO TRUE
006530     END-IF.
006540 2200-EXIT.
006550     EXIT.
006560*-------------------------------------------------------------------*
006570*    2300-POST-OPEN-BALANCE                                         *
006580*    THE CASH APPLIED COMES OFF THE CUSTOMER'S OPEN BALANCE IN      *
006590*    THE BALANCE'S OWN CURRENCY. A BALANCE KEPT IN ANOTHER          *
006600*    CURRENCY IS FLAGGED FOR THE DESK RATHER THAN POSTED, AND A     *
006610*    BALANCE NEVER GOES BELOW ZERO.                                 *
006620*-------------------------------------------------------------------*
006630 2300-POST-OPEN-BALANCE.
006640     IF NOT WS-CRED-AVAIL
006650         GO TO 2300-EXIT
006660     END-IF.
006670     MOVE WS-INV-CUST-ID TO CRD-CUST-ID.
006680     READ CREDIT-FILE
006690         INVALID KEY
006700             GO TO 2300-EXIT
006710     END-READ.
006720     IF NOT WS-CREDFILE-OK
006730         GO TO 2300-EXIT
006740     END-IF.
006750     IF CRD-CURRENCY-CODE NOT = WS-INV-CURRENCY
006760         DISPLAY 'CREDIT CURRENCY MISMATCH FOR ' CRD-CUST-ID
006770             ' (' WS-INV-CURRENCY ' PAYMENT, '
006780             CRD-CURRENCY-CODE ' BALANCE) - OPEN BALANCE '
006790             'NOT RELIEVED. ADJUST IT BY HAND.'
006800         GO TO 2300-EXIT
006810     END-IF.
006820     IF WS-APPLIED-TOTAL > CRD-OPEN-BALANCE
006830         DISPLAY 'PAYMENT EXCEEDS OPEN BALANCE FOR ' CRD-CUST-ID
006840             ' - BALANCE SET TO ZERO.'
006850         MOVE 0 TO CRD-OPEN-BALANCE
006860     ELSE
006870         SUBTRACT WS-APPLIED-TOTAL FROM CRD-OPEN-BALANCE
006880     END-IF.
006890     REWRITE CREDIT-RECORD
006900         INVALID KEY
006910             DISPLAY 'CREDIT-FILE REWRITE REJECTED - STATUS '
006920                 WS-CREDFILE-STATUS
006930             GO TO 2300-EXIT
006940     END-REWRITE.
006950     IF NOT WS-CREDFILE-OK
006960         DISPLAY 'CREDIT-FILE REWRITE FAILED - STATUS '
006970             WS-CREDFILE-STATUS
006980     ELSE
006990         ADD 1 TO WS-BALANCE-POSTED-CNT
007000     END-IF.
007010 2300-EXIT.
007020     EXIT.
007030*-------------------------------------------------------------------*
007040*    2400-WRITE-APPLIED-RECEIPT                                     *
007050*-------------------------------------------------------------------*
007060 2400-WRITE-APPLIED-RECEIPT.
007070     MOVE SPACES            TO CASH-RECEIPT-RECORD.
007080     MOVE WS-CURRENT-DATE   TO RCT-POST-DATE.
007090     MOVE PAY-DEPOSIT-DATE  TO RCT-DEPOSIT-DATE.
007100     MOVE PAY-REFERENCE     TO RCT-REFERENCE.
007110     SET RCT-APPLIED        TO TRUE.
007120     MOVE WS-INV-CUST-ID    TO RCT-CUST-ID.
007130     MOVE PAY-INVOICE-NO    TO RCT-INVOICE-NO.
007140     MOVE WS-INV-CURRENCY   TO RCT-CURRENCY-CODE.
007150     MOVE WS-APPLIED-TOTAL  TO RCT-AMOUNT.
007160     PERFORM 2410-WRITE-RECEIPT THRU 2410-EXIT.
007170     PERFORM 2600-FIND-CASH-TOTAL THRU 2600-EXIT.
007180     IF WS-ENTRY-FOUND
007190         ADD WS-APPLIED-TOTAL TO WS-CTT-APPLIED(WS-CTT-IDX)
007200     END-IF.
007210 2400-EXIT.
007220     EXIT.
007230 2410-WRITE-RECEIPT.
007240     IF NOT WS-CASHRCPT-OK
007250        AND NOT WS-CASHRCPT-NOTFOUND
007260         GO TO 2410-EXIT
007270     END-IF.
007280     WRITE CASH-RECEIPT-RECORD.
007290     IF NOT WS-CASHRCPT-OK
007300         DISPLAY 'RECEIPT-FILE WRITE FAILED - STATUS '
007310             WS-CASHRCPT-STATUS
007320     ELSE
007330         ADD 1 TO WS-RECEIPT-WRITE-CNT
007340     END-IF.
007350 2410-EXIT.
007360     EXIT.
007370*-------------------------------------------------------------------*
007380*    2500-WRITE-SUSPENSE                                            *
007390*    THE UNAPPLIED REMAINDER OF THE PAYMENT GOES TO THE REGISTER    *
007400*    AS AN 'S' RECORD AND ONTO THE SUSPENSE LIST, IN THE            *
007410*    CURRENCY THE CUSTOMER PAID IN.                                 *
007420*-------------------------------------------------------------------*
007430 2500-WRITE-SUSPENSE.
007440     IF WS-SUSPENSE-REASON NOT = 'OVERPAYMENT'
007450        AND WS-SUSPENSE-REASON NOT = 'INVOICE ALREADY PAID'
007460         MOVE WS-PAY-AMOUNT TO WS-PAY-REMAINING
007470     END-IF.
007480     ADD 1 TO WS-SUSPENSE-CNT.
007490     MOVE SPACES            TO CASH-RECEIPT-RECORD.
007500     MOVE WS-CURRENT-DATE   TO RCT-POST-DATE.
007510     MOVE PAY-DEPOSIT-DATE  TO RCT-DEPOSIT-DATE.
007520     MOVE PAY-REFERENCE     TO RCT-REFERENCE.
007530     SET RCT-SUSPENSE       TO TRUE.
007540     MOVE PAY-CUST-ID       TO RCT-CUST-ID.
007550     IF PAY-INVOICE-NO NUMERIC
007560         MOVE PAY-INVOICE-NO TO RCT-INVOICE-NO
007570     ELSE
007580         MOVE 0              TO RCT-INVOICE-NO
007590     END-IF.
007600     MOVE PAY-CURRENCY-CODE TO RCT-CURRENCY-CODE.
007610     MOVE WS-PAY-REMAINING  TO RCT-AMOUNT.
007620     MOVE WS-SUSPENSE-REASON TO RCT-REASON.
007630     PERFORM 2410-WRITE-RECEIPT THRU 2410-EXIT.
007640     MOVE PAY-CURRENCY-CODE TO WS-INV-CURRENCY.
007650     PERFORM 2600-FIND-CASH-TOTAL THRU 2600-EXIT.
007660     IF WS-ENTRY-FOUND
007670         ADD WS-PAY-REMAINING TO WS-CTT-SUSPENSE(WS-CTT-IDX)
007680     END-IF.
007690     IF WS-SUSP-COUNT < 5000
007700         ADD 1 TO WS-SUSP-COUNT
007710         SET WS-SUS-IDX TO WS-SUSP-COUNT
007720         MOVE RCT-REFERENCE     TO WS-SUS-REFERENCE(WS-SUS-IDX)
007730         MOVE RCT-CUST-ID       TO WS-SUS-CUST-ID(WS-SUS-IDX)
007740         MOVE RCT-INVOICE-NO    TO WS-SUS-INVOICE-NO(WS-SUS-IDX)
007750         MOVE RCT-CURRENCY-CODE TO WS-SUS-CURRENCY(WS-SUS-IDX)
007760         MOVE RCT-AMOUNT        TO WS-SUS-AMOUNT(WS-SUS-IDX)
007770         MOVE RCT-REASON        TO WS-SUS-REASON(WS-SUS-IDX)
007780     ELSE
007790         IF NOT WS-SUSPTBL-FULL
007800             SET WS-SUSPTBL-FULL TO TRUE
007810             DISPLAY 'SUSPENSE LIST FULL - ITEMS BEYOND 5000 ARE '
007820                 'ON CASHRCPT BUT NOT PRINTED.'
007830         END-IF
007840     END-IF.
007850     PERFORM 2700-PRINT-PAYMENT-LINE THRU 2700-EXIT.
007860 2500-EXIT.
007870     EXIT.
007880*-------------------------------------------------------------------*
007890*    2600-FIND-CASH-TOTAL                                           *
007900*    FIND OR ADD THE CASH-TOTAL ENTRY FOR WS-INV-CURRENCY.          *
007910*-------------------------------------------------------------------*
007920 2600-FIND-CASH-TOTAL.
007930     MOVE 'N' TO WS-ENTRY-FOUND-SW.
007940     SET WS-CTT-IDX TO 1.
007950     SEARCH WS-CTT-ENTRY
007960         AT END
007970             CONTINUE
007980         WHEN WS-CTT-IDX > WS-CTT-COUNT
007990             CONTINUE
008000         WHEN WS-CTT-CURRENCY(WS-CTT-IDX) = WS-INV-CURRENCY
008010             SET WS-ENTRY-FOUND TO TRUE
008020     END-SEARCH.
008030     IF WS-ENTRY-FOUND
008040         GO TO 2600-EXIT
008050     END-IF.
008060     IF WS-CTT-COUNT >= 10
008070         GO TO 2600-EXIT
008080     END-IF.
008090     ADD 1 TO WS-CTT-COUNT.
008100     SET WS-CTT-IDX TO WS-CTT-COUNT.
008110     MOVE WS-INV-CURRENCY TO WS-CTT-CURRENCY(WS-CTT-IDX).
008120     MOVE 0 TO WS-CTT-APPLIED(WS-CTT-IDX).
008130     MOVE 0 TO WS-CTT-SUSPENSE(WS-CTT-IDX).
008140     SET WS-ENTRY-FOUND TO TRUE.
008150 2600-EXIT.
008160     EXIT.
008170*-------------------------------------------------------------------*
008180*    2700-PRINT-PAYMENT-LINE                                        *
008190*-------------------------------------------------------------------*
008200 2700-PRINT-PAYMENT-LINE.
008210     MOVE SPACES            TO WS-DETAIL-LINE.
008220     MOVE PAY-REFERENCE     TO WS-DET-REFERENCE.
008230     MOVE PAY-CUST-ID       TO WS-DET-CUST-ID.
008240     IF PAY-INVOICE-NO NUMERIC
008250         MOVE PAY-INVOICE-NO TO WS-DET-INVOICE-NO
008260     ELSE
008270         MOVE 0              TO WS-DET-INVOICE-NO
008280     END-IF.
008290     MOVE PAY-CURRENCY-CODE TO WS-DET-CURRENCY.
008300     MOVE WS-PAY-AMOUNT     TO WS-DET-PAID.
008310     MOVE WS-APPLIED-TOTAL  TO WS-DET-APPLIED.
008320     MOVE WS-SUSPENSE-REASON TO WS-DET-NOTE.
008330     MOVE WS-DETAIL-LINE TO REPORT-LINE.
008340     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008350 2700-EXIT.
008360     EXIT.
008370*===================================================================*
008380*    4000-PRINT-POSTING-CONTROLS                                    *
008390*    THE SUSPENSE LIST, THE CASH TOTALS PER CURRENCY AND THE RUN    *
008400*    COUNTS FOLLOW THE POSTING REGISTER.                            *
008410*===================================================================*
008420 4000-PRINT-POSTING-CONTROLS.
008430     MOVE SPACES TO REPORT-LINE.
008440     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008450     MOVE WS-SUSP-HEADING TO REPORT-LINE.
008460     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008470     IF WS-SUSP-COUNT = 0
008480         MOVE 'NO CASH WENT TO SUSPENSE.' TO REPORT-LINE
008490         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
008500     ELSE
008510         PERFORM 4100-PRINT-ONE-SUSPENSE THRU 4100-EXIT
008520             VARYING WS-SUS-IDX FROM 1 BY 1
008530             UNTIL WS-SUS-IDX > WS-SUSP-COUNT
008540     END-IF.
008550     MOVE SPACES TO REPORT-LINE.
008560     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008570     PERFORM 4200-PRINT-ONE-CASH-TOTAL THRU 4200-EXIT
008580         VARYING WS-CTT-IDX FROM 1 BY 1
008590         UNTIL WS-CTT-IDX > WS-CTT-COUNT.
008600     MOVE SPACES TO REPORT-LINE.
008610     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008620     MOVE 'PAYMENTS READ'                  TO WS-CNT-LABEL.
008630     MOVE WS-PAYMENT-READ-CNT              TO WS-CNT-VALUE.
008640     MOVE WS-COUNT-LINE TO REPORT-LINE.
008650     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008660     MOVE 'PAYMENTS APPLIED'               TO WS-CNT-LABEL.
008670     MOVE WS-APPLIED-CNT                   TO WS-CNT-VALUE.
008680     MOVE WS-COUNT-LINE TO REPORT-LINE.
008690     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008700     MOVE 'SUSPENSE ITEMS RAISED'          TO WS-CNT-LABEL.
008710     MOVE WS-SUSPENSE-CNT                  TO WS-CNT-VALUE.
008720     MOVE WS-COUNT-LINE TO REPORT-LINE.
008730     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008740     MOVE 'INVOICE LINES PAID IN FULL'     TO WS-CNT-LABEL.
008750     MOVE WS-LINES-CLOSED-CNT              TO WS-CNT-VALUE.
008760     MOVE WS-COUNT-LINE TO REPORT-LINE.
008770     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008780     MOVE 'OPEN BALANCES RELIEVED'         TO WS-CNT-LABEL.
008790     MOVE WS-BALANCE-POSTED-CNT            TO WS-CNT-VALUE.
008800     MOVE WS-COUNT-LINE TO REPORT-LINE.
008810     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008820     MOVE 'RECEIPT RECORDS WRITTEN'        TO WS-CNT-LABEL.
008830     MOVE WS-RECEIPT-WRITE-CNT             TO WS-CNT-VALUE.
008840     MOVE WS-COUNT-LINE TO REPORT-LINE.
008850     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008860 4000-EXIT.
008870     EXIT.
008880 4100-PRINT-ONE-SUSPENSE.
008890     MOVE SPACES TO WS-SUSP-LINE.
008900     MOVE WS-SUS-REFERENCE(WS-SUS-IDX)  TO WS-SSL-REFERENCE.
008910     MOVE WS-SUS-CUST-ID(WS-SUS-IDX)    TO WS-SSL-CUST-ID.
008920     MOVE WS-SUS-INVOICE-NO(WS-SUS-IDX) TO WS-SSL-INVOICE-NO.
008930     MOVE WS-SUS-CURRENCY(WS-SUS-IDX)   TO WS-SSL-CURRENCY.
008940     MOVE WS-SUS-AMOUNT(WS-SUS-IDX)     TO WS-SSL-AMOUNT.
008950     MOVE WS-SUS-REASON(WS-SUS-IDX)     TO WS-SSL-REASON.
008960     MOVE WS-SUSP-LINE TO REPORT-LINE.
008970     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008980 4100-EXIT.
008990     EXIT.
009000 4200-PRINT-ONE-CASH-TOTAL.
009010     MOVE WS-CTT-CURRENCY(WS-CTT-IDX) TO WS-CTL-CURRENCY.
009020     MOVE WS-CTT-APPLIED(WS-CTT-IDX)  TO WS-CTL-APPLIED.
009030     MOVE WS-CTT-SUSPENSE(WS-CTT-IDX) TO WS-CTL-SUSPENSE.
009040     MOVE WS-CASH-TOTAL-LINE TO REPORT-LINE.
009050     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009060 4200-EXIT.
009070     EXIT.
009080*===================================================================*
009090*    5000-AGE-RECEIVABLES                                           *
009100*    SWEEP EVERY OPEN ITEM LEFT ON AROPEN AFTER TODAY'S CASH AND    *
009110*    BUCKET ITS OPEN AMOUNT BY INVOICE AGE, PER CUSTOMER AND        *
009120*    CURRENCY. FULLY PAID LINES ARE SKIPPED.                        *
009125*    AN OPEN CREDIT-MEMO ITEM COUNTS AGAINST THE CUSTOMER.          *
009130*===================================================================*
009140 5000-AGE-RECEIVABLES.
009150     MOVE WS-AGE-HEADING-1 TO AGING-LINE.
009160     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
009170     MOVE WS-AS-OF-DATE TO WS-ADL-DATE.
009180     MOVE WS-AGE-DATE-LINE TO AGING-LINE.
009190     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
009200     MOVE SPACES TO AGING-LINE.
009210     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
009220     MOVE WS-AGE-HEADING-2 TO AGING-LINE.
009230     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
009240     MOVE LOW-VALUES TO ARO-KEY.
009250     START AR-OPEN-FILE KEY IS NOT LESS THAN ARO-KEY
009260         INVALID KEY
009270             SET WS-EOF-AROPEN TO TRUE
009280     END-START.
009290     PERFORM 5100-AGE-ONE-ITEM THRU 5100-EXIT
009300         UNTIL WS-EOF-AROPEN.
009310     IF WS-AGE-COUNT = 0
009320         MOVE 'NO OPEN RECEIVABLES.' TO AGING-LINE
009330         PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT
009340         GO TO 5000-EXIT
009350     END-IF.
009360     PERFORM 5200-PRINT-ONE-AGE-LINE THRU 5200-EXIT
009370         VARYING WS-AGE-IDX FROM 1 BY 1
009380         UNTIL WS-AGE-IDX > WS-AGE-COUNT.
009390     MOVE SPACES TO AGING-LINE.
009400     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
009410     PERFORM 5300-PRINT-ONE-CURR-AGE THRU 5300-EXIT
009420         VARYING WS-ACT-IDX FROM 1 BY 1
009430         UNTIL WS-ACT-IDX > WS-ACT-COUNT.
009440 5000-EXIT.
009450     EXIT.
009460 5100-AGE-ONE-ITEM.
009470     READ AR-OPEN-FILE NEXT RECORD
009480         AT END
009490             SET WS-EOF-AROPEN TO TRUE
009500     END-READ.
009510     IF WS-EOF-AROPEN
009520         GO TO 5100-EXIT
009530     END-IF.
009540     IF NOT WS-AROPEN-OK
009550         DISPLAY 'AR-OPEN-FILE READ FAILED - STATUS '
009560             WS-AROPEN-STATUS
009570         SET WS-EOF-AROPEN TO TRUE
009580         GO TO 5100-EXIT
009590     END-IF.
009600     IF ARO-OPEN-AMOUNT = 0
009610         GO TO 5100-EXIT
009620     END-IF.
009630     ADD 1 TO WS-OPEN-ITEM-CNT.
009640     MOVE ARO-CUST-ID       TO WS-NEW-AGE-CUST-ID.
009650     MOVE ARO-CURRENCY-CODE TO WS-NEW-AGE-CURRENCY.
009660     PERFORM 5110-FIND-AGE-ENTRY THRU 5110-EXIT.
009670     IF NOT WS-ENTRY-FOUND
009680         GO TO 5100-EXIT
009690     END-IF.
009691     IF ARO-CREDIT-ITEM
009692         COMPUTE WS-AGE-AMOUNT = 0 - ARO-OPEN-AMOUNT
009693     ELSE
009694         MOVE ARO-OPEN-AMOUNT TO WS-AGE-AMOUNT
009695     END-IF.
009700     IF ARO-INVOICE-DATE > WS-AGE-30-DATE
009710         ADD WS-AGE-AMOUNT TO WS-AGE-CURRENT(WS-AGE-IDX)
009720     ELSE
009730         IF ARO-INVOICE-DATE > WS-AGE-60-DATE
009740             ADD WS-AGE-AMOUNT TO WS-AGE-31-60(WS-AGE-IDX)
009750         ELSE
009760             IF ARO-INVOICE-DATE > WS-AGE-90-DATE
009770                 ADD WS-AGE-AMOUNT TO WS-AGE-61-90(WS-AGE-IDX)
009780             ELSE
009790                 ADD WS-AGE-AMOUNT TO WS-AGE-OVER-90(WS-AGE-IDX)
009800             END-IF
009810         END-IF
009820     END-IF.
009830 5100-EXIT.
009840     EXIT.
009850*-------------------------------------------------------------------*
009860*    5110-FIND-AGE-ENTRY                                            *
009870*    FIND THE CUSTOMER/CURRENCY ENTRY, OR OPEN ONE AT ITS PLACE     *
009880*    IN KEY ORDER BY SHIFTING THE HIGHER ENTRIES DOWN ONE.          *
009890*-------------------------------------------------------------------*
009900 5110-FIND-AGE-ENTRY.
009910     MOVE 'N' TO WS-ENTRY-FOUND-SW.
009920     SET WS-AGE-IDX TO 1.
009930     SEARCH WS-AGE-ENTRY
009940         AT END
009950             CONTINUE
009960         WHEN WS-AGE-IDX > WS-AGE-COUNT
009970             CONTINUE
009980         WHEN WS-AGE-KEY(WS-AGE-IDX) = WS-NEW-AGE-KEY
009990             SET WS-ENTRY-FOUND TO TRUE
010000     END-SEARCH.
010010     IF WS-ENTRY-FOUND
010020         GO TO 5110-EXIT
010030     END-IF.
010040     IF WS-AGE-COUNT >= 5000
010050         IF NOT WS-AGETBL-FULL
010060             SET WS-AGETBL-FULL TO TRUE
010070             DISPLAY 'AGING TABLE FULL - CUSTOMERS BEYOND 5000 '
010080                 'ARE NOT AGED THIS RUN.'
010090         END-IF
010100         GO TO 5110-EXIT
010110     END-IF.
010120     COMPUTE WS-INSERT-POS = WS-AGE-COUNT + 1.
010130     PERFORM 5120-FIND-INSERT-POINT THRU 5120-EXIT
010140         VARYING WS-AGE-IDX FROM 1 BY 1
010150         UNTIL WS-AGE-IDX > WS-AGE-COUNT
010160            OR WS-INSERT-POS NOT > WS-AGE-COUNT.
010170     PERFORM 5130-SHIFT-ONE-ENTRY THRU 5130-EXIT
010180         VARYING WS-SHIFT-SUB FROM WS-AGE-COUNT BY -1
010190         UNTIL WS-SHIFT-SUB < WS-INSERT-POS.
010200     ADD 1 TO WS-AGE-COUNT.
010210     SET WS-AGE-IDX TO WS-INSERT-POS.
010220     MOVE WS-NEW-AGE-KEY TO WS-AGE-KEY(WS-AGE-IDX).
010230     MOVE 0 TO WS-AGE-CURRENT(WS-AGE-IDX).
010240     MOVE 0 TO WS-AGE-31-60(WS-AGE-IDX).
010250     MOVE 0 TO WS-AGE-61-90(WS-AGE-IDX).
010260     MOVE 0 TO WS-AGE-OVER-90(WS-AGE-IDX).
010270     SET WS-ENTRY-FOUND TO TRUE.
010280 5110-EXIT.
010290     EXIT.
010300 5120-FIND-INSERT-POINT.
010310     IF WS-AGE-KEY(WS-AGE-IDX) > WS-NEW-AGE-KEY
010320         SET WS-INSERT-POS TO WS-AGE-IDX
010330     END-IF.
010340 5120-EXIT.
010350     EXIT.
010360 5130-SHIFT-ONE-ENTRY.
010370     MOVE WS-AGE-ENTRY(WS-SHIFT-SUB)
010380         TO WS-AGE-ENTRY(WS-SHIFT-SUB + 1).
010390 5130-EXIT.
010400     EXIT.
010410*-------------------------------------------------------------------*
010420*    5200-PRINT-ONE-AGE-LINE                                        *
010430*    ONE LINE PER CUSTOMER AND CURRENCY; THE BUCKETS ALSO ROLL      *
010440*    INTO THE CURRENCY TOTALS PRINTED AT THE FOOT.                  *
010450*-------------------------------------------------------------------*
010460 5200-PRINT-ONE-AGE-LINE.
010470     COMPUTE WS-AGE-LINE-TOTAL =
010480         WS-AGE-CURRENT(WS-AGE-IDX) + WS-AGE-31-60(WS-AGE-IDX)
010490         + WS-AGE-61-90(WS-AGE-IDX) + WS-AGE-OVER-90(WS-AGE-IDX).
010500     MOVE SPACES TO WS-AGE-DETAIL.
010510     MOVE WS-AGE-CUST-ID(WS-AGE-IDX)  TO WS-AGD-CUST-ID.
010520     MOVE WS-AGE-CURRENCY(WS-AGE-IDX) TO WS-AGD-CURRENCY.
010530     MOVE WS-AGE-CURRENT(WS-AGE-IDX)  TO WS-AGD-CURRENT.
010540     MOVE WS-AGE-31-60(WS-AGE-IDX)    TO WS-AGD-31-60.
010550     MOVE WS-AGE-61-90(WS-AGE-IDX)    TO WS-AGD-61-90.
010560     MOVE WS-AGE-OVER-90(WS-AGE-IDX)  TO WS-AGD-OVER-90.
010570     MOVE WS-AGE-LINE-TOTAL           TO WS-AGD-TOTAL.
010580     MOVE WS-AGE-DETAIL TO AGING-LINE.
010590     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
010600     MOVE 'N' TO WS-ENTRY-FOUND-SW.
010610     SET WS-ACT-IDX TO 1.
010620     SEARCH WS-ACT-ENTRY
010630         AT END
010640             CONTINUE
010650         WHEN WS-ACT-IDX > WS-ACT-COUNT
010660             CONTINUE
010670         WHEN WS-ACT-CURRENCY(WS-ACT-IDX) =
010680              WS-AGE-CURRENCY(WS-AGE-IDX)
010690             SET WS-ENTRY-FOUND TO TRUE
010700     END-SEARCH.
010710     IF NOT WS-ENTRY-FOUND
010720         IF WS-ACT-COUNT >= 10
010730             GO TO 5200-EXIT
010740         END-IF
010750         ADD 1 TO WS-ACT-COUNT
010760         SET WS-ACT-IDX TO WS-ACT-COUNT
010770         MOVE WS-AGE-CURRENCY(WS-AGE-IDX)
010780             TO WS-ACT-CURRENCY(WS-ACT-IDX)
010790         MOVE 0 TO WS-ACT-CURRENT(WS-ACT-IDX)
010800         MOVE 0 TO WS-ACT-31-60(WS-ACT-IDX)
010810         MOVE 0 TO WS-ACT-61-90(WS-ACT-IDX)
010820         MOVE 0 TO WS-ACT-OVER-90(WS-ACT-IDX)
010830     END-IF.
010840     ADD WS-AGE-CURRENT(WS-AGE-IDX) TO WS-ACT-CURRENT(WS-ACT-IDX).
010850     ADD WS-AGE-31-60(WS-AGE-IDX)   TO WS-ACT-31-60(WS-ACT-IDX).
010860     ADD WS-AGE-61-90(WS-AGE-IDX)   TO WS-ACT-61-90(WS-ACT-IDX).
010870     ADD WS-AGE-OVER-90(WS-AGE-IDX) TO WS-ACT-OVER-90(WS-ACT-IDX).
010880 5200-EXIT.
010890     EXIT.
010900 5300-PRINT-ONE-CURR-AGE.
010910     COMPUTE WS-AGE-LINE-TOTAL =
010920         WS-ACT-CURRENT(WS-ACT-IDX) + WS-ACT-31-60(WS-ACT-IDX)
010930         + WS-ACT-61-90(WS-ACT-IDX) + WS-ACT-OVER-90(WS-ACT-IDX).
010940     MOVE SPACES TO WS-AGE-DETAIL.
010950     MOVE 'TOTAL'                     TO WS-AGD-CUST-ID.
010960     MOVE WS-ACT-CURRENCY(WS-ACT-IDX) TO WS-AGD-CURRENCY.
010970     MOVE WS-ACT-CURRENT(WS-ACT-IDX)  TO WS-AGD-CURRENT.
010980     MOVE WS-ACT-31-60(WS-ACT-IDX)    TO WS-AGD-31-60.
010990     MOVE WS-ACT-61-90(WS-ACT-IDX)    TO WS-AGD-61-90.
011000     MOVE WS-ACT-OVER-90(WS-ACT-IDX)  TO WS-AGD-OVER-90.
011010     MOVE WS-AGE-LINE-TOTAL           TO WS-AGD-TOTAL.
011020     MOVE WS-AGE-DETAIL TO AGING-LINE.
011030     PERFORM 6020-WRITE-AGING-LINE THRU 6020-EXIT.
011040 5300-EXIT.
011050     EXIT.
011060*===================================================================*
011070*    6000-WRITE-REPORT-LINE                                         *
011080*===================================================================*
011090 6000-WRITE-REPORT-LINE.
011100     WRITE REPORT-LINE.
011110     IF NOT WS-CASHRPT-OK
011120         DISPLAY 'CASH-REPORT WRITE FAILED - STATUS '
011130             WS-CASHRPT-STATUS
011140     END-IF.
011150 6000-EXIT.
011160     EXIT.
011170 6010-GET-CURRENT-DATE-TIME.
011180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011190     ACCEPT WS-TIME-RAW     FROM TIME.
011200     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
011210 6010-EXIT.
011220     EXIT.
011230 6020-WRITE-AGING-LINE.
011240     WRITE AGING-LINE.
011250     IF NOT WS-ARAGERPT-OK
011260         DISPLAY 'AGING-REPORT WRITE FAILED - STATUS '
011270             WS-ARAGERPT-STATUS
011280     END-IF.
011290 6020-EXIT.
011300     EXIT.
011310*===================================================================*
011320*    9000-TERMINATE                                                 *
011330*===================================================================*
011340 9000-TERMINATE.
011345     IF WS-PAY-AVAIL
011350         CLOSE PAYMENT-FILE
011355     END-IF.
011360     CLOSE AR-OPEN-FILE.
011370     IF WS-CRED-AVAIL
011380         CLOSE CREDIT-FILE
011390     END-IF.
011400     CLOSE RECEIPT-FILE.
011410     CLOSE CASH-REPORT.
011420     CLOSE AGING-REPORT.
011430 9000-EXIT.
011440     EXIT.
011450*===================================================================*
011460*    8900-WRITE-RUN-CONTROL                                         *
011470*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
011480*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
011490*===================================================================*
011500 8900-WRITE-RUN-CONTROL.
011510     OPEN EXTEND RUN-CONTROL.
011520     IF WS-RUNCTL-NOTFOUND
011530         OPEN OUTPUT RUN-CONTROL
011540     END-IF.
011550     IF NOT WS-RUNCTL-OK
011560         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
011570             WS-RUNCTL-STATUS
011580         GO TO 8900-EXIT
011590     END-IF.
011600     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
011610     ACCEPT WS-RUN-TIME-RAW FROM TIME.
011620     MOVE SPACES             TO RUN-CONTROL-RECORD.
011630     MOVE 'CASHAPP '         TO RNC-PROGRAM-ID.
011640     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
011650     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
011660     MOVE WS-RUN-EVENT       TO RNC-EVENT.
011670     MOVE WS-RUN-STATUS      TO RNC-STATUS.
011680     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
011690     WRITE RUN-CONTROL-RECORD.
011700     IF NOT WS-RUNCTL-OK
011710         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
011720             WS-RUNCTL-STATUS
011730     END-IF.
011740     CLOSE RUN-CONTROL.
011750 8900-EXIT.
011760     EXIT.
