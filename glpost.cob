000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    GLPOST.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - DAILY GENERAL-LEDGER     *
000220*                     JOURNAL OF THE SALES POSTINGS WITH A        *
000230*                     PERIOD TRIAL BALANCE, REPLACING THE         *
000240*                     ENTRIES FINANCE REBUILT BY HAND FROM THE    *
000250*                     INVCRPT REGISTER AND THE HELLOREV LISTING.  *
000252*    2026-10-15 KS    CTL-SUPPRESS-CNT IS NOW ZEROED ON THE       *
000254*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000256*                     HELLO.                                      *
000257*    2026-10-15 KS    SALES TAX IS JOURNALED: THE TAX ON AN       *
000258*                     INVOICE LINE AS A 'T' ENTRY AND THE TAX     *
000259*                     GIVEN BACK ON ANY CREDIT MEMO AS A 'V'      *
000260*                     ENTRY, AGAINST THE NEW GLACCTS TAX ACCOUNT. *
000261*-----------------------------------------------------------------*
000270*    EVERY FINANCIAL EVENT OF THE POSTING DATE BECOMES ONE        *
000280*    DOUBLE-ENTRY JOURNAL ENTRY OF A DEBIT AND A CREDIT LEG:      *
000290*      INVOICE LINE (INVINTF)  DR RECEIVABLES  CR REVENUE         *
000300*      'X' CANCEL (ORDERFIL)   DR REVENUE      CR RECEIVABLES     *
000310*      'R' RETURN MEMO (CRMEMO) DR RETURNS     CR RECEIVABLES     *
000320*      APPLIED CASH (CASHRCPT) DR CASH         CR RECEIVABLES     *
000330*      SUSPENSE CASH (CASHRCPT) DR CASH        CR SUSPENSE        *
000333*      TAX ON AN INVOICE LINE  DR RECEIVABLES  CR TAX             *
000336*      TAX ON A MEMO (CRMEMO)  DR TAX          CR RECEIVABLES     *
000340*    A WAREHOUSE CANCEL OF A BILLED ORDER ALSO PRODUCES A 'C'     *
000350*    MEMO FOR AR, BUT THE 'X' RECORD IS THE ONE JOURNALED, THE    *
000360*    SAME WAY HELLOREV TAKES 'X' AND 'R' AS THE REVERSALS, SO     *
000370*    INVINTF 'C' LINES AND 'C' MEMOS ARE NOT JOURNALED AGAIN.     *
000372*    THE TAX ON A MEMO IS THE EXCEPTION: NEITHER THE 'X' RECORD   *
000374*    NOR THE 'R' ENTRY CARRIES IT, SO IT IS JOURNALED FROM EVERY  *
000376*    MEMO, 'C' OR 'R', ISSUED ON THE POSTING DATE.                *
000380*    ACCOUNTS COME FROM THE GLACCTS MAPPING CARDS BY PRODUCT      *
000390*    AND CURRENCY. A LEG WITH NO ACCOUNT IS LISTED AND LEFT OUT,  *
000400*    WHICH UNBALANCES ITS CURRENCY. THE JOURNAL IS RELEASED TO    *
000410*    GLJRNL AND ADDED TO GLHIST ONLY WHEN DEBITS EQUAL CREDITS    *
000420*    IN EVERY CURRENCY; OTHERWISE GLJRNL IS LEFT EMPTY, NOTHING   *
000430*    IS ADDED TO GLHIST, AND THE RUN ENDS OUT-OF-BALANCE SO IT    *
000440*    CAN BE RERUN FOR THE SAME DATE ONCE THE CARDS ARE FIXED. A   *
000450*    DATE ALREADY ON GLHIST IS NEVER JOURNALED TWICE.             *
000460*    THE GLPARM CARD GIVES THE POSTING DATE AND THE TRIAL-        *
000470*    BALANCE PERIOD (NO CARD = TODAY, MONTH TO DATE). THE TRIAL   *
000480*    BALANCE ON GLTBRPT TOTALS GLHIST FOR THE PERIOD BY ACCOUNT   *
000490*    WITHIN CURRENCY, WITH A USD EQUIVALENT OF EACH LINE AT THE   *
000500*    EXCHRATE RATE IN EFFECT ON ITS POSTING DATE. A CURRENCY      *
000510*    WITH NO USABLE RATE IS FLAGGED, NEVER GUESSED.               *
000520*-----------------------------------------------------------------*
000530 ENVIRONMENT    DIVISION.
000540 INPUT-OUTPUT   SECTION.
000550 FILE-CONTROL.
000560     SELECT INVOICE-INTERFACE ASSIGN TO INVINTF
000570         ORGANIZATION       IS SEQUENTIAL
000580         FILE STATUS        IS WS-INVINTF-STATUS.
000590     SELECT ORDER-FILE      ASSIGN TO ORDERFIL
000600         ORGANIZATION       IS SEQUENTIAL
000610         FILE STATUS        IS WS-ORDERFIL-STATUS.
000620     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
000630         ORGANIZATION       IS INDEXED
000640         ACCESS MODE        IS RANDOM
000650         RECORD KEY         IS PROD-CODE
000660         FILE STATUS        IS WS-PRODMAST-STATUS.
000670     SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMO
000680         ORGANIZATION       IS INDEXED
000690         ACCESS MODE        IS SEQUENTIAL
000700         RECORD KEY         IS CMO-MEMO-NO
000710         FILE STATUS        IS WS-CRMEMO-STATUS.
000720     SELECT RECEIPT-FILE    ASSIGN TO CASHRCPT
000730         ORGANIZATION       IS SEQUENTIAL
000740         FILE STATUS        IS WS-CASHRCPT-STATUS.
000750     SELECT GL-MAP-FILE     ASSIGN TO GLACCTS
000760         ORGANIZATION       IS SEQUENTIAL
000770         FILE STATUS        IS WS-GLACCTS-STATUS.
000780     SELECT EXCHANGE-RATE-FILE ASSIGN TO EXCHRATE
000790         ORGANIZATION       IS INDEXED
000800         ACCESS MODE        IS SEQUENTIAL
000810         RECORD KEY         IS FX-KEY
000820         FILE STATUS        IS WS-EXCHRATE-STATUS.
000830     SELECT JOURNAL-FILE    ASSIGN TO GLJRNL
000840         ORGANIZATION       IS SEQUENTIAL
000850         FILE STATUS        IS WS-GLJRNL-STATUS.
000860     SELECT GL-HIST-FILE    ASSIGN TO GLHIST
000870         ORGANIZATION       IS SEQUENTIAL
000880         FILE STATUS        IS WS-GLHIST-STATUS.
000890     SELECT GL-PARM-FILE    ASSIGN TO GLPARM
000900         ORGANIZATION       IS SEQUENTIAL
000910         FILE STATUS        IS WS-GLPARM-STATUS.
000920     SELECT POST-REPORT     ASSIGN TO GLPSTRPT
000930         ORGANIZATION       IS SEQUENTIAL
000940         FILE STATUS        IS WS-GLPSTRPT-STATUS.
000950     SELECT TRIAL-REPORT    ASSIGN TO GLTBRPT
000960         ORGANIZATION       IS SEQUENTIAL
000970         FILE STATUS        IS WS-GLTBRPT-STATUS.
000980     SELECT CONTROL-FILE    ASSIGN TO CTLTOTAL
000990         ORGANIZATION       IS SEQUENTIAL
001000         FILE STATUS        IS WS-CTLTOTAL-STATUS.
001010     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
001020         ORGANIZATION       IS SEQUENTIAL
001030         FILE STATUS        IS WS-RUNCTL-STATUS.
001040 DATA           DIVISION.
001050 FILE           SECTION.
001060 FD  INVOICE-INTERFACE
001070     LABEL RECORD IS STANDARD.
001080     COPY INVIREC.
001090 FD  ORDER-FILE
001100     LABEL RECORD IS STANDARD.
001110     COPY ORDREC.
001120 FD  PRODUCT-MASTER
001130     LABEL RECORD IS STANDARD.
001140     COPY PRODREC.
001150 FD  CREDIT-MEMO-FILE
001160     LABEL RECORD IS STANDARD.
001170     COPY CMOREC.
001180 FD  RECEIPT-FILE
001190     LABEL RECORD IS STANDARD.
001200     COPY RCTREC.
001210 FD  GL-MAP-FILE
001220     LABEL RECORD IS STANDARD.
001230     COPY GLMREC.
001240 FD  EXCHANGE-RATE-FILE
001250     LABEL RECORD IS STANDARD.
001260     COPY FXREC.
001270 FD  JOURNAL-FILE
001280     LABEL RECORD IS STANDARD.
001290     COPY GLJREC.
001300 FD  GL-HIST-FILE
001310     LABEL RECORD IS STANDARD.
001320 01  GL-HIST-RECORD             PIC X(80).
001330 FD  GL-PARM-FILE
001340     LABEL RECORD IS STANDARD.
001350 01  GL-PARM-RECORD.
001360     05  GLP-POST-DATE           PIC 9(08).
001370     05  GLP-PERIOD-FROM         PIC 9(08).
001380     05  GLP-PERIOD-TO           PIC 9(08).
001390     05  FILLER                  PIC X(56).
001400 FD  POST-REPORT
001410     LABEL RECORD IS STANDARD.
001420 01  REPORT-LINE                PIC X(80).
001430 FD  TRIAL-REPORT
001440     LABEL RECORD IS STANDARD.
001450 01  TRIAL-LINE                 PIC X(80).
001460 FD  CONTROL-FILE
001470     LABEL RECORD IS STANDARD.
001480     COPY CTLREC.
001490 FD  RUN-CONTROL
001500     LABEL RECORD IS STANDARD.
001510     COPY RUNREC.
001520 WORKING-STORAGE SECTION.
001530 01  WS-RUNCTL-STATUS            PIC X(02).
001540     88  WS-RUNCTL-OK            VALUE '00'.
001550     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001560 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001570 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001580 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001590 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001600 01  WS-RUN-TIME-RAW.
001610     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001620     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001630 01  WS-INVINTF-STATUS           PIC X(02).
001640     88  WS-INVINTF-OK           VALUE '00'.
001650     88  WS-INVINTF-NOTFOUND     VALUE '35'.
001660 01  WS-ORDERFIL-STATUS          PIC X(02).
001670     88  WS-ORDERFIL-OK          VALUE '00'.
001680     88  WS-ORDERFIL-NOTFOUND    VALUE '35'.
001690 01  WS-PRODMAST-STATUS          PIC X(02).
001700     88  WS-PRODMAST-OK          VALUE '00'.
001710 01  WS-CRMEMO-STATUS            PIC X(02).
001720     88  WS-CRMEMO-OK            VALUE '00'.
001730     88  WS-CRMEMO-NOTFOUND      VALUE '35'.
001740 01  WS-CASHRCPT-STATUS          PIC X(02).
001750     88  WS-CASHRCPT-OK          VALUE '00'.
001760     88  WS-CASHRCPT-NOTFOUND    VALUE '35'.
001770 01  WS-GLACCTS-STATUS           PIC X(02).
001780     88  WS-GLACCTS-OK           VALUE '00'.
001790 01  WS-EXCHRATE-STATUS          PIC X(02).
001800     88  WS-EXCHRATE-OK          VALUE '00'.
001810 01  WS-GLJRNL-STATUS            PIC X(02).
001820     88  WS-GLJRNL-OK            VALUE '00'.
001830 01  WS-GLHIST-STATUS            PIC X(02).
001840     88  WS-GLHIST-OK            VALUE '00'.
001850     88  WS-GLHIST-NOTFOUND      VALUE '35'.
001860 01  WS-GLPARM-STATUS            PIC X(02).
001870     88  WS-GLPARM-OK            VALUE '00'.
001880 01  WS-GLPSTRPT-STATUS          PIC X(02).
001890     88  WS-GLPSTRPT-OK          VALUE '00'.
001900 01  WS-GLTBRPT-STATUS           PIC X(02).
001910     88  WS-GLTBRPT-OK           VALUE '00'.
001920 01  WS-CTLTOTAL-STATUS          PIC X(02).
001930     88  WS-CTLTOTAL-OK          VALUE '00'.
001940     88  WS-CTLTOTAL-NOTFOUND    VALUE '35'.
001950 77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
001960     88  WS-EOF                  VALUE 'Y'.
001970 77  WS-PROD-AVAIL-SW            PIC X(01)   VALUE 'N'.
001980     88  WS-PROD-AVAIL           VALUE 'Y'.
001990 77  WS-PROD-ON-FILE-SW          PIC X(01)   VALUE 'N'.
002000     88  WS-PROD-ON-FILE         VALUE 'Y'.
002010 77  WS-JRNL-OPEN-SW             PIC X(01)   VALUE 'N'.
002020     88  WS-JRNL-OPEN            VALUE 'Y'.
002030 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
002040     88  WS-PARM-FOUND           VALUE 'Y'.
002050 77  WS-POSTED-SW                PIC X(01)   VALUE 'N'.
002060     88  WS-ALREADY-POSTED       VALUE 'Y'.
002070 77  WS-BALANCE-SW               PIC X(01)   VALUE 'Y'.
002080     88  WS-JOURNAL-BALANCED     VALUE 'Y'.
002090     88  WS-JOURNAL-UNBALANCED   VALUE 'N'.
002100 77  WS-RELEASED-SW              PIC X(01)   VALUE 'N'.
002110     88  WS-JOURNAL-RELEASED     VALUE 'Y'.
002120 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
002130     88  WS-ENTRY-FOUND          VALUE 'Y'.
002140 77  WS-JRNTBL-FULL-SW           PIC X(01)   VALUE 'N'.
002150     88  WS-JRNTBL-FULL          VALUE 'Y'.
002160 77  WS-MAPTBL-FULL-SW           PIC X(01)   VALUE 'N'.
002170     88  WS-MAPTBL-FULL          VALUE 'Y'.
002180 77  WS-CURTBL-FULL-SW           PIC X(01)   VALUE 'N'.
002190     88  WS-CURTBL-FULL          VALUE 'Y'.
002200 77  WS-TBTBL-FULL-SW            PIC X(01)   VALUE 'N'.
002210     88  WS-TBTBL-FULL           VALUE 'Y'.
002220 77  WS-CURRENT-DATE             PIC 9(08)   VALUE 0.
002230 77  WS-CURRENT-TIME             PIC 9(06)   VALUE 0.
002240 01  WS-TIME-RAW.
002250     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
002260     05  WS-TIME-RAW-HUNDRS      PIC 9(02).
002270 77  WS-POST-DATE                PIC 9(08)   VALUE 0.
002280 77  WS-PERIOD-FROM              PIC 9(08)   VALUE 0.
002290 77  WS-PERIOD-TO                PIC 9(08)   VALUE 0.
002300 01  WS-MONTH-START.
002310     05  WS-MONTH-START-YYYYMM   PIC 9(06).
002320     05  WS-MONTH-START-DD       PIC 9(02).
002330*-----------------------------------------------------------------*
002340*    ACCOUNT-MAPPING CARDS HELD IN MEMORY, AND THE ACCOUNTS       *
002350*    RESOLVED FOR THE EVENT BEING JOURNALED.                      *
002360*-----------------------------------------------------------------*
002370 01  WS-MAP-TABLE.
002380     05  WS-MAP-ENTRY            OCCURS 2000 TIMES
002390                                 INDEXED BY WS-MAP-IDX.
002400         10  WS-MAP-KEY          PIC X(09).
002410         10  WS-MAP-REVENUE      PIC X(10).
002420         10  WS-MAP-RECEIVABLE   PIC X(10).
002430         10  WS-MAP-CASH         PIC X(10).
002440         10  WS-MAP-RETURNS      PIC X(10).
002450         10  WS-MAP-SUSPENSE     PIC X(10).
002455         10  WS-MAP-TAX          PIC X(10).
002460 77  WS-MAP-COUNT                PIC 9(05)   COMP    VALUE 0.
002470 01  WS-LOOK-MAP-KEY.
002480     05  WS-LOOK-PROD-CODE       PIC X(06).
002490     05  WS-LOOK-MAP-CURRENCY    PIC X(03).
002500 01  WS-USE-ACCOUNTS.
002510     05  WS-USE-REVENUE          PIC X(10).
002520     05  WS-USE-RECEIVABLE       PIC X(10).
002530     05  WS-USE-CASH             PIC X(10).
002540     05  WS-USE-RETURNS          PIC X(10).
002550     05  WS-USE-SUSPENSE         PIC X(10).
002555     05  WS-USE-TAX              PIC X(10).
002560*-----------------------------------------------------------------*
002570*    THE ENTRY BEING BUILT. EACH LEG THAT FINDS AN ACCOUNT IS     *
002580*    HELD IN THE JOURNAL TABLE UNTIL THE BALANCE IS PROVED.       *
002590*-----------------------------------------------------------------*
002600 01  WS-NEW-ENTRY.
002610     05  WS-NEW-SOURCE           PIC X(01).
002620     05  WS-NEW-DOC-REF          PIC X(12).
002630     05  WS-NEW-CUST-ID          PIC X(08).
002640     05  WS-NEW-PROD-CODE        PIC X(06).
002650     05  WS-NEW-CURRENCY         PIC X(03).
002660     05  WS-NEW-AMOUNT           PIC 9(12)V99.
002670     05  WS-NEW-DR-ACCOUNT       PIC X(10).
002680     05  WS-NEW-DR-NAME          PIC X(10).
002690     05  WS-NEW-CR-ACCOUNT       PIC X(10).
002700     05  WS-NEW-CR-NAME          PIC X(10).
002710 77  WS-LEG-SIDE                 PIC X(01)   VALUE SPACES.
002720 77  WS-LEG-ACCOUNT              PIC X(10)   VALUE SPACES.
002730 77  WS-LEG-NAME                 PIC X(10)   VALUE SPACES.
002740 77  WS-ENTRY-NO                 PIC 9(07)   VALUE 0.
002750 01  WS-JRN-TABLE.
002760     05  WS-JRN-ENTRY            OCCURS 60000 TIMES
002770                                 INDEXED BY WS-JRN-IDX
002780                                 PIC X(80).
002790 77  WS-JRN-COUNT                PIC 9(07)   COMP    VALUE 0.
002800 01  WS-CUR-TABLE.
002810     05  WS-CUR-ENTRY            OCCURS 10 TIMES
002820                                 INDEXED BY WS-CUR-IDX.
002830         10  WS-CUR-CODE         PIC X(03).
002840         10  WS-CUR-DEBITS       PIC S9(13)V99 COMP-3.
002850         10  WS-CUR-CREDITS      PIC S9(13)V99 COMP-3.
002860 77  WS-CUR-COUNT                PIC 9(03)   COMP    VALUE 0.
002870 77  WS-USE-PRICE                PIC 9(07)V99 VALUE 0.
002880 77  WS-USE-CURRENCY             PIC X(03)   VALUE SPACES.
002890 77  WS-ORDER-QTY                PIC 9(05)   VALUE 0.
002900*-----------------------------------------------------------------*
002910*    EXCHANGE RATES, HELD IN MEMORY AS HELLOREV HOLDS THEM.       *
002920*-----------------------------------------------------------------*
002930 77  WS-EOF-RATES-SW             PIC X(01)   VALUE 'N'.
002940     88  WS-EOF-RATES            VALUE 'Y'.
002950 77  WS-RATES-AVAIL-SW           PIC X(01)   VALUE 'N'.
002960     88  WS-RATES-AVAIL          VALUE 'Y'.
002970 77  WS-RATE-FOUND-SW            PIC X(01)   VALUE 'N'.
002980     88  WS-RATE-FOUND           VALUE 'Y'.
002990 77  WS-FXTBL-FULL-SW            PIC X(01)   VALUE 'N'.
003000     88  WS-FXTBL-FULL           VALUE 'Y'.
003010 77  WS-BASE-CURRENCY            PIC X(03)   VALUE 'USD'.
003020 77  WS-LOOK-CURRENCY            PIC X(03)   VALUE SPACES.
003030 77  WS-LOOK-DATE                PIC 9(08)   VALUE 0.
003040 77  WS-USE-RATE                 PIC 9(05)V9(06) VALUE 0.
003050 77  WS-BEST-EFF-DATE            PIC 9(08)   VALUE 0.
003060 01  WS-RATE-TABLE.
003070     05  WS-RATE-ENTRY           OCCURS 500 TIMES
003080                                 INDEXED BY WS-FX-IDX.
003090         10  WS-FXT-CURRENCY     PIC X(03).
003100         10  WS-FXT-EFF-DATE     PIC 9(08).
003110         10  WS-FXT-RATE         PIC 9(05)V9(06).
003120 77  WS-RATE-COUNT               PIC 9(05)   COMP    VALUE 0.
003130*-----------------------------------------------------------------*
003140*    TRIAL-BALANCE LINES PER CURRENCY AND ACCOUNT, KEPT IN KEY    *
003150*    ORDER AS THEY ARE BUILT SO THE REPORT NEEDS NO SORT STEP.    *
003160*-----------------------------------------------------------------*
003170 01  WS-TB-TABLE.
003180     05  WS-TB-ENTRY             OCCURS 2000 TIMES
003190                                 INDEXED BY WS-TB-IDX.
003200         10  WS-TB-KEY.
003210             15  WS-TB-CURRENCY  PIC X(03).
003220             15  WS-TB-ACCOUNT   PIC X(10).
003230         10  WS-TB-DEBITS        PIC S9(13)V99 COMP-3.
003240         10  WS-TB-CREDITS       PIC S9(13)V99 COMP-3.
003250         10  WS-TB-BASE          PIC S9(13)V99 COMP-3.
003260         10  WS-TB-NORATE-SW     PIC X(01).
003270 77  WS-TB-COUNT                 PIC 9(05)   COMP    VALUE 0.
003280 77  WS-INSERT-POS               PIC 9(05)   COMP    VALUE 0.
003290 77  WS-SHIFT-SUB                PIC 9(05)   COMP    VALUE 0.
003300 01  WS-NEW-TB-KEY.
003310     05  WS-NEW-TB-CURRENCY      PIC X(03).
003320     05  WS-NEW-TB-ACCOUNT       PIC X(10).
003330 77  WS-PREV-CURRENCY            PIC X(03)   VALUE SPACES.
003340 77  WS-SIGNED-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
003350 77  WS-CONV-AMOUNT              PIC S9(13)V99 COMP-3 VALUE 0.
003360 77  WS-TB-BALANCE               PIC S9(13)V99 COMP-3 VALUE 0.
003370 77  WS-SUB-DEBITS               PIC S9(13)V99 COMP-3 VALUE 0.
003380 77  WS-SUB-CREDITS              PIC S9(13)V99 COMP-3 VALUE 0.
003390 77  WS-SUB-BASE                 PIC S9(13)V99 COMP-3 VALUE 0.
003400 77  WS-SUB-NORATE-SW            PIC X(01)   VALUE 'N'.
003410     88  WS-SUB-NORATE           VALUE 'Y'.
003420 77  WS-GRAND-BASE               PIC S9(13)V99 COMP-3 VALUE 0.
003430 77  WS-ANY-NORATE-SW            PIC X(01)   VALUE 'N'.
003440     88  WS-ANY-NORATE           VALUE 'Y'.
003450*-----------------------------------------------------------------*
003460*    RUN COUNTS                                                   *
003470*-----------------------------------------------------------------*
003480 77  WS-INVOICE-LINE-CNT         PIC 9(07)   COMP    VALUE 0.
003490 77  WS-CREDIT-LINE-SKIP-CNT     PIC 9(07)   COMP    VALUE 0.
003500 77  WS-CANCEL-CNT               PIC 9(07)   COMP    VALUE 0.
003510 77  WS-RETURN-CNT               PIC 9(07)   COMP    VALUE 0.
003513 77  WS-TAX-CNT                  PIC 9(07)   COMP    VALUE 0.
003516 77  WS-TAX-CREDIT-CNT           PIC 9(07)   COMP    VALUE 0.
003520 77  WS-APPLIED-CNT              PIC 9(07)   COMP    VALUE 0.
003530 77  WS-SUSPENSE-CNT             PIC 9(07)   COMP    VALUE 0.
003540 77  WS-OTHER-DATE-CNT           PIC 9(07)   COMP    VALUE 0.
003550 77  WS-UNPRICED-CNT             PIC 9(07)   COMP    VALUE 0.
003560 77  WS-UNMAPPED-LEG-CNT         PIC 9(07)   COMP    VALUE 0.
003570 77  WS-RELEASED-CNT             PIC 9(07)   COMP    VALUE 0.
003580 77  WS-HIST-READ-CNT            PIC 9(07)   COMP    VALUE 0.
003590 77  WS-HIST-PERIOD-CNT          PIC 9(07)   COMP    VALUE 0.
003600*-----------------------------------------------------------------*
003610*    REPORT PRINT LINE WORK AREAS                                 *
003620*-----------------------------------------------------------------*
003630 01  WS-POST-HEADING-1.
003640     05  FILLER                  PIC X(28)
003650         VALUE 'GENERAL-LEDGER JOURNAL FOR '.
003660     05  WS-PH1-POST-DATE        PIC 9(08).
003670     05  FILLER                  PIC X(44).
003680 01  WS-POST-HEADING-2.
003690     05  FILLER                  PIC X(40)
003700         VALUE 'S DOC REF      CUSTOMER PRODUCT CUR     '.
003710     05  FILLER                  PIC X(40)
003720         VALUE '    AMOUNT EXCEPTION'.
003730 01  WS-EXC-LINE.
003740     05  WS-EXC-SOURCE           PIC X(01).
003750     05  FILLER                  PIC X(01).
003760     05  WS-EXC-DOC-REF          PIC X(12).
003770     05  FILLER                  PIC X(01).
003780     05  WS-EXC-CUST-ID          PIC X(08).
003790     05  FILLER                  PIC X(01).
003800     05  WS-EXC-PROD-CODE        PIC X(06).
003810     05  FILLER                  PIC X(01).
003820     05  WS-EXC-CURRENCY         PIC X(03).
003830     05  FILLER                  PIC X(01).
003840     05  WS-EXC-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
003850     05  FILLER                  PIC X(01).
003860     05  WS-EXC-MESSAGE          PIC X(28).
003870     05  FILLER                  PIC X(02).
003880 01  WS-CUR-HEADING.
003890     05  FILLER                  PIC X(40)
003900         VALUE 'CUR          DEBITS          CREDITS  '.
003910     05  FILLER                  PIC X(40)
003920         VALUE 'VERDICT'.
003930 01  WS-CUR-LINE.
003940     05  WS-CRL-CURRENCY         PIC X(03).
003950     05  FILLER                  PIC X(01).
003960     05  WS-CRL-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99.
003970     05  FILLER                  PIC X(01).
003980     05  WS-CRL-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
003990     05  FILLER                  PIC X(02).
004000     05  WS-CRL-VERDICT          PIC X(14).
004010     05  FILLER                  PIC X(27).
004020 01  WS-COUNT-LINE.
004030     05  WS-CNT-LABEL            PIC X(34).
004040     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
004050     05  FILLER                  PIC X(39).
004060 01  WS-TB-HEADING-1.
004070     05  FILLER                  PIC X(28)
004080         VALUE 'TRIAL BALANCE FOR PERIOD '.
004090     05  WS-TH1-FROM             PIC 9(08).
004100     05  FILLER                  PIC X(04)   VALUE ' TO '.
004110     05  WS-TH1-TO               PIC 9(08).
004120     05  FILLER                  PIC X(32).
004130 01  WS-TB-HEADING-2.
004140     05  FILLER                  PIC X(40)
004150         VALUE 'ACCOUNT    CUR          DEBITS          '.
004160     05  FILLER                  PIC X(40)
004170         VALUE 'CREDITS        BALANCE        USD EQUIV'.
004180 01  WS-TB-LINE.
004190     05  WS-TBL-ACCOUNT          PIC X(10).
004200     05  FILLER                  PIC X(01).
004210     05  WS-TBL-CURRENCY         PIC X(03).
004220     05  WS-TBL-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99.
004230     05  WS-TBL-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
004240     05  WS-TBL-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
004250     05  WS-TBL-BASE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
004260 01  WS-TB-NORATE-LINE.
004270     05  WS-TNR-ACCOUNT          PIC X(10).
004280     05  FILLER                  PIC X(01).
004290     05  WS-TNR-CURRENCY         PIC X(03).
004300     05  WS-TNR-DEBITS           PIC Z,ZZZ,ZZZ,ZZ9.99.
004310     05  WS-TNR-CREDITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
004320     05  WS-TNR-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
004330     05  FILLER                  PIC X(17)
004340         VALUE '   NO USABLE RATE'.
004350 01  WS-TB-GRAND-LINE.
004360     05  FILLER                  PIC X(63)
004370         VALUE 'TOTAL USD EQUIVALENT'.
004380     05  WS-TBG-BASE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
004390 01  WS-TB-EXCLUDED-LINE.
004400     05  FILLER                  PIC X(40)
004410         VALUE 'LINES WITH NO USABLE RATE ARE EXCLUDED F'.
004420     05  FILLER                  PIC X(40)
004430         VALUE 'ROM THE USD TOTAL'.
004440 PROCEDURE      DIVISION.
004450*===================================================================*
004460*    0000-MAINLINE                                                  *
004470*===================================================================*
004480 0000-MAINLINE.
004490     PERFORM 1000-INITIALIZE        THRU 1000-EXIT.
004500     IF NOT WS-ALREADY-POSTED
004510         PERFORM 2000-JOURNAL-INVOICES  THRU 2000-EXIT
004520         PERFORM 2100-JOURNAL-CANCELS   THRU 2100-EXIT
004530         PERFORM 2200-JOURNAL-RETURNS   THRU 2200-EXIT
004540         PERFORM 2300-JOURNAL-RECEIPTS  THRU 2300-EXIT
004550         PERFORM 3000-PROVE-BALANCE     THRU 3000-EXIT
004560         IF WS-JOURNAL-BALANCED
004570             PERFORM 3500-RELEASE-JOURNAL THRU 3500-EXIT
004580         END-IF
004590         PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT
004600     END-IF.
004610     PERFORM 4000-TRIAL-BALANCE     THRU 4000-EXIT.
004620     PERFORM 5000-PRINT-CONTROLS    THRU 5000-EXIT.
004630     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
004640     MOVE 'END'   TO WS-RUN-EVENT.
004650     IF WS-ALREADY-POSTED
004660         MOVE 'BL' TO WS-RUN-STATUS
004670     END-IF.
004680     IF WS-JOURNAL-UNBALANCED
004690         MOVE 'OB' TO WS-RUN-STATUS
004700     END-IF.
004710     MOVE WS-RELEASED-CNT TO WS-RUN-RECORDS.
004720     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
004730     STOP RUN.
004740 0000-EXIT.
004750     EXIT.
004760*-------------------------------------------------------------------*
004770*    1000-INITIALIZE                                                *
004780*-------------------------------------------------------------------*
004790 1000-INITIALIZE.
004800     MOVE 'START' TO WS-RUN-EVENT.
004810     MOVE 'OK'    TO WS-RUN-STATUS.
004820     MOVE 0       TO WS-RUN-RECORDS.
004830     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
004840     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
004850     MOVE SPACES TO WS-JRN-TABLE.
004860     MOVE 0      TO WS-JRN-COUNT.
004870     MOVE SPACES TO WS-CUR-TABLE.
004880     MOVE 0      TO WS-CUR-COUNT.
004890     MOVE SPACES TO WS-TB-TABLE.
004900     MOVE 0      TO WS-TB-COUNT.
004910     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
004920     OPEN OUTPUT POST-REPORT.
004930     IF NOT WS-GLPSTRPT-OK
004940         DISPLAY 'POST-REPORT OPEN FAILED - STATUS '
004950             WS-GLPSTRPT-STATUS
004960     END-IF.
004970     OPEN OUTPUT TRIAL-REPORT.
004980     IF NOT WS-GLTBRPT-OK
004990         DISPLAY 'TRIAL-REPORT OPEN FAILED - STATUS '
005000             WS-GLTBRPT-STATUS
005010     END-IF.
005020     MOVE WS-POST-DATE TO WS-PH1-POST-DATE.
005030     MOVE WS-POST-HEADING-1 TO REPORT-LINE.
005040     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005050     PERFORM 1400-CHECK-ALREADY-POSTED THRU 1400-EXIT.
005060     IF WS-ALREADY-POSTED
005070         MOVE 'DATE IS ALREADY ON GLHIST - JOURNAL NOT POSTED'
005080             TO REPORT-LINE
005090         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005100         DISPLAY 'GL JOURNAL FOR ' WS-POST-DATE
005110             ' IS ALREADY POSTED - RUN REFUSED.'
005120     ELSE
005130         MOVE WS-POST-HEADING-2 TO REPORT-LINE
005140         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005150         PERFORM 1200-LOAD-MAP THRU 1200-EXIT
005160         OPEN OUTPUT JOURNAL-FILE
005170         IF WS-GLJRNL-OK
005180             SET WS-JRNL-OPEN TO TRUE
005190         ELSE
005200             DISPLAY 'JOURNAL-FILE OPEN FAILED - STATUS '
005210                 WS-GLJRNL-STATUS
005220         END-IF
005230         OPEN INPUT PRODUCT-MASTER
005240         IF WS-PRODMAST-OK
005250             SET WS-PROD-AVAIL TO TRUE
005260         END-IF
005270     END-IF.
005280     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
005290 1000-EXIT.
005300     EXIT.
005310*-------------------------------------------------------------------*
005320*    1100-LOAD-PARM                                                 *
005330*    NO CARD, OR A ZERO DATE, POSTS TODAY; NO PERIOD ON THE CARD    *
005340*    RUNS THE TRIAL BALANCE FROM THE FIRST OF THE POSTING MONTH     *
005350*    TO THE POSTING DATE.                                           *
005360*-------------------------------------------------------------------*
005370 1100-LOAD-PARM.
005380     OPEN INPUT GL-PARM-FILE.
005390     IF WS-GLPARM-OK
005400         READ GL-PARM-FILE
005410             AT END
005420                 CONTINUE
005430             NOT AT END
005440                 SET WS-PARM-FOUND TO TRUE
005450         END-READ
005460         CLOSE GL-PARM-FILE
005470     END-IF.
005480     MOVE WS-CURRENT-DATE TO WS-POST-DATE.
005490     IF WS-PARM-FOUND
005500        AND GLP-POST-DATE NUMERIC
005510        AND GLP-POST-DATE > 0
005520         MOVE GLP-POST-DATE TO WS-POST-DATE
005530     END-IF.
005540     MOVE WS-POST-DATE TO WS-MONTH-START.
005550     MOVE 1            TO WS-MONTH-START-DD.
005560     MOVE WS-MONTH-START TO WS-PERIOD-FROM.
005570     MOVE WS-POST-DATE   TO WS-PERIOD-TO.
005580     IF WS-PARM-FOUND
005590        AND GLP-PERIOD-FROM NUMERIC
005600        AND GLP-PERIOD-TO NUMERIC
005610        AND GLP-PERIOD-FROM > 0
005620        AND GLP-PERIOD-TO NOT < GLP-PERIOD-FROM
005630         MOVE GLP-PERIOD-FROM TO WS-PERIOD-FROM
005640         MOVE GLP-PERIOD-TO   TO WS-PERIOD-TO
005650     END-IF.
005660 1100-EXIT.
005670     EXIT.
005680*-------------------------------------------------------------------*
005690*    1200-LOAD-MAP                                                  *
005700*    NO GLACCTS CARDS AT ALL LEAVES EVERY LEG UNMAPPED, SO THE      *
005710*    JOURNAL CANNOT BALANCE AND IS HELD.                            *
005720*-------------------------------------------------------------------*
005730 1200-LOAD-MAP.
005740     MOVE SPACES TO WS-MAP-TABLE.
005750     MOVE 0      TO WS-MAP-COUNT.
005760     OPEN INPUT GL-MAP-FILE.
005770     IF NOT WS-GLACCTS-OK
005780         DISPLAY 'GL-MAP-FILE NOT READABLE - STATUS '
005790             WS-GLACCTS-STATUS ' - NO ACCOUNTS ARE MAPPED.'
005800         GO TO 1200-EXIT
005810     END-IF.
005820     MOVE 'N' TO WS-EOF-SW.
005830     PERFORM 1210-LOAD-ONE-MAP THRU 1210-EXIT
005840         UNTIL WS-EOF.
005850     CLOSE GL-MAP-FILE.
005860 1200-EXIT.
005870     EXIT.
005880 1210-LOAD-ONE-MAP.
005890     READ GL-MAP-FILE
005900         AT END
005910             SET WS-EOF TO TRUE
005920     END-READ.
005930     IF WS-EOF
005940         GO TO 1210-EXIT
005950     END-IF.
005960     IF NOT WS-GLACCTS-OK
005970         DISPLAY 'GL-MAP-FILE READ FAILED - STATUS '
005980             WS-GLACCTS-STATUS
005990         SET WS-EOF TO TRUE
006000         GO TO 1210-EXIT
006010     END-IF.
006020     IF WS-MAP-COUNT >= 2000
006030         IF NOT WS-MAPTBL-FULL
006040             MOVE 'Y' TO WS-MAPTBL-FULL-SW
006050             DISPLAY 'ACCOUNT MAP TABLE FULL - CARDS BEYOND 2000 '
006060                 'ARE NOT USED.'
006070         END-IF
006080         GO TO 1210-EXIT
006090     END-IF.
006100     ADD 1 TO WS-MAP-COUNT.
006110     SET WS-MAP-IDX TO WS-MAP-COUNT.
006120     MOVE GLM-KEY             TO WS-MAP-KEY(WS-MAP-IDX).
006130     MOVE GLM-REVENUE-ACCT    TO WS-MAP-REVENUE(WS-MAP-IDX).
006140     MOVE GLM-RECEIVABLE-ACCT TO WS-MAP-RECEIVABLE(WS-MAP-IDX).
006150     MOVE GLM-CASH-ACCT       TO WS-MAP-CASH(WS-MAP-IDX).
006160     MOVE GLM-RETURNS-ACCT    TO WS-MAP-RETURNS(WS-MAP-IDX).
006170     MOVE GLM-SUSPENSE-ACCT   TO WS-MAP-SUSPENSE(WS-MAP-IDX).
006175     MOVE GLM-TAX-ACCT        TO WS-MAP-TAX(WS-MAP-IDX).
006180 1210-EXIT.
006190     EXIT.
006200*-------------------------------------------------------------------*
006210*    1300-LOAD-RATES                                                *
006220*    HOLD THE EXCHANGE-RATE FILE IN MEMORY FOR THE USD COLUMN OF    *
006230*    THE TRIAL BALANCE. NO FILE AT ALL JUST MEANS EVERY NON-USD     *
006240*    LINE IS FLAGGED AS UNCONVERTIBLE.                              *
006250*-------------------------------------------------------------------*
006260 1300-LOAD-RATES.
006270     MOVE SPACES TO WS-RATE-TABLE.
006280     MOVE 0      TO WS-RATE-COUNT.
006290     OPEN INPUT EXCHANGE-RATE-FILE.
006300     IF NOT WS-EXCHRATE-OK
006310         DISPLAY 'EXCHANGE-RATE FILE NOT READABLE - STATUS '
006320             WS-EXCHRATE-STATUS ' - NON-USD BALANCES WILL NOT '
006330             'BE CONVERTED.'
006340         GO TO 1300-EXIT
006350     END-IF.
006360     SET WS-RATES-AVAIL TO TRUE.
006370     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
006380         UNTIL WS-EOF-RATES.
006390     CLOSE EXCHANGE-RATE-FILE.
006400 1300-EXIT.
006410     EXIT.
006420 1310-LOAD-ONE-RATE.
006430     READ EXCHANGE-RATE-FILE NEXT RECORD
006440         AT END
006450             SET WS-EOF-RATES TO TRUE
006460     END-READ.
006470     IF WS-EOF-RATES
006480         GO TO 1310-EXIT
006490     END-IF.
006500     IF NOT WS-EXCHRATE-OK
006510         DISPLAY 'EXCHANGE-RATE READ FAILED - STATUS '
006520             WS-EXCHRATE-STATUS
006530         SET WS-EOF-RATES TO TRUE
006540         GO TO 1310-EXIT
006550     END-IF.
006560     IF WS-RATE-COUNT >= 500
006570         IF NOT WS-FXTBL-FULL
006580             MOVE 'Y' TO WS-FXTBL-FULL-SW
006590             DISPLAY 'RATE TABLE FULL - RATES BEYOND 500 ARE '
006600                 'NOT USED.'
006610         END-IF
006620         GO TO 1310-EXIT
006630     END-IF.
006640     ADD 1 TO WS-RATE-COUNT.
006650     SET WS-FX-IDX TO WS-RATE-COUNT.
006660     MOVE FX-CURRENCY-CODE TO WS-FXT-CURRENCY(WS-FX-IDX).
006670     MOVE FX-EFF-DATE      TO WS-FXT-EFF-DATE(WS-FX-IDX).
006680     MOVE FX-RATE          TO WS-FXT-RATE(WS-FX-IDX).
006690 1310-EXIT.
006700     EXIT.
006710*-------------------------------------------------------------------*
006720*    1400-CHECK-ALREADY-POSTED                                      *
006730*    A JOURNAL RELEASED FOR THE POSTING DATE IS ALREADY ON GLHIST;  *
006740*    POSTING IT AGAIN WOULD DOUBLE THE DAY IN THE LEDGER.           *
006750*-------------------------------------------------------------------*
006760 1400-CHECK-ALREADY-POSTED.
006770     OPEN INPUT GL-HIST-FILE.
006780     IF NOT WS-GLHIST-OK
006790         IF NOT WS-GLHIST-NOTFOUND
006800             DISPLAY 'GL-HIST-FILE OPEN FAILED - STATUS '
006810                 WS-GLHIST-STATUS
006820         END-IF
006830         GO TO 1400-EXIT
006840     END-IF.
006850     MOVE 'N' TO WS-EOF-SW.
006860     PERFORM 1410-CHECK-ONE-HIST THRU 1410-EXIT
006870         UNTIL WS-EOF OR WS-ALREADY-POSTED.
006880     CLOSE GL-HIST-FILE.
006890 1400-EXIT.
006900     EXIT.
006910 1410-CHECK-ONE-HIST.
006920     READ GL-HIST-FILE
006930         AT END
006940             SET WS-EOF TO TRUE
006950     END-READ.
006960     IF WS-EOF
006970         GO TO 1410-EXIT
006980     END-IF.
006990     IF NOT WS-GLHIST-OK
007000         DISPLAY 'GL-HIST-FILE READ FAILED - STATUS '
007010             WS-GLHIST-STATUS
007020         SET WS-EOF TO TRUE
007030         GO TO 1410-EXIT
007040     END-IF.
007050     MOVE GL-HIST-RECORD TO GL-JOURNAL-RECORD.
007060     IF GLJ-POST-DATE = WS-POST-DATE
007070         SET WS-ALREADY-POSTED TO TRUE
007080     END-IF.
007090 1410-EXIT.
007100     EXIT.
007110*===================================================================*
007120*    2000-JOURNAL-INVOICES                                          *
007130*    INVINTF HOLDS THE LATEST BILLING RUN. ITS 'C' LINES ARE THE    *
007140*    CREDIT MEMOS PASSED TO AR, WHICH ARE JOURNALED FROM THEIR      *
007150*    OWN EVENTS (THE 'X' CANCEL OR THE 'R' RETURN MEMO).            *
007160*===================================================================*
007170 2000-JOURNAL-INVOICES.
007180     OPEN INPUT INVOICE-INTERFACE.
007190     IF NOT WS-INVINTF-OK
007200         IF NOT WS-INVINTF-NOTFOUND
007210             DISPLAY 'INVOICE-INTERFACE OPEN FAILED - STATUS '
007220                 WS-INVINTF-STATUS
007230         END-IF
007240         GO TO 2000-EXIT
007250     END-IF.
007260     MOVE 'N' TO WS-EOF-SW.
007270     PERFORM 2010-JOURNAL-ONE-INVOICE THRU 2010-EXIT
007280         UNTIL WS-EOF.
007290     CLOSE INVOICE-INTERFACE.
007300 2000-EXIT.
007310     EXIT.
007320 2010-JOURNAL-ONE-INVOICE.
007330     READ INVOICE-INTERFACE
007340         AT END
007350             SET WS-EOF TO TRUE
007360     END-READ.
007370     IF WS-EOF
007380         GO TO 2010-EXIT
007390     END-IF.
007400     IF NOT WS-INVINTF-OK
007410         DISPLAY 'INVOICE-INTERFACE READ FAILED - STATUS '
007420             WS-INVINTF-STATUS
007430         SET WS-EOF TO TRUE
007440         GO TO 2010-EXIT
007450     END-IF.
007460     IF INV-CREDIT-LINE
007470         ADD 1 TO WS-CREDIT-LINE-SKIP-CNT
007480         GO TO 2010-EXIT
007490     END-IF.
007500     IF INV-INVOICE-DATE NOT = WS-POST-DATE
007510         ADD 1 TO WS-OTHER-DATE-CNT
007520         GO TO 2010-EXIT
007530     END-IF.
007540     ADD 1 TO WS-INVOICE-LINE-CNT.
007550     MOVE SPACES            TO WS-NEW-ENTRY.
007560     MOVE 'I'               TO WS-NEW-SOURCE.
007570     MOVE INV-INVOICE-NO    TO WS-NEW-DOC-REF.
007580     MOVE INV-CUST-ID       TO WS-NEW-CUST-ID.
007590     MOVE INV-PROD-CODE     TO WS-NEW-PROD-CODE.
007600     MOVE INV-CURRENCY-CODE TO WS-NEW-CURRENCY.
007610     IF INV-LINE-AMOUNT NUMERIC
007620         MOVE INV-LINE-AMOUNT TO WS-NEW-AMOUNT
007630     ELSE
007640         MOVE 0               TO WS-NEW-AMOUNT
007650     END-IF.
007660     MOVE INV-PROD-CODE     TO WS-LOOK-PROD-CODE.
007670     MOVE INV-CURRENCY-CODE TO WS-LOOK-MAP-CURRENCY.
007680     PERFORM 7100-FIND-ACCOUNTS THRU 7100-EXIT.
007690     MOVE WS-USE-RECEIVABLE TO WS-NEW-DR-ACCOUNT.
007700     MOVE 'RECEIVABLE'      TO WS-NEW-DR-NAME.
007710     MOVE WS-USE-REVENUE    TO WS-NEW-CR-ACCOUNT.
007720     MOVE 'REVENUE'         TO WS-NEW-CR-NAME.
007730     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
007731     IF INV-TAX-AMOUNT NOT NUMERIC
007732         GO TO 2010-EXIT
007733     END-IF.
007734     IF INV-TAX-AMOUNT = 0
007735         GO TO 2010-EXIT
007736     END-IF.
007737     ADD 1 TO WS-TAX-CNT.
007738     MOVE 'T'               TO WS-NEW-SOURCE.
007739     MOVE INV-TAX-AMOUNT    TO WS-NEW-AMOUNT.
007740     MOVE WS-USE-RECEIVABLE TO WS-NEW-DR-ACCOUNT.
007741     MOVE 'RECEIVABLE'      TO WS-NEW-DR-NAME.
007742     MOVE WS-USE-TAX        TO WS-NEW-CR-ACCOUNT.
007743     MOVE 'TAX'             TO WS-NEW-CR-NAME.
007744     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
007745 2010-EXIT.
007750     EXIT.
007760*===================================================================*
007770*    2100-JOURNAL-CANCELS                                           *
007780*    A WAREHOUSE CANCEL REVERSES THE SALE AT THE PRICE ON ITS OWN   *
007790*    'X' RECORD; RECORDS FROM BEFORE THE PRICE FIELDS EXISTED       *
007800*    FALL BACK TO THE MASTER PRICE THE WAY HELLOREV DOES.           *
007810*===================================================================*
007820 2100-JOURNAL-CANCELS.
007830     OPEN INPUT ORDER-FILE.
007840     IF NOT WS-ORDERFIL-OK
007850         IF NOT WS-ORDERFIL-NOTFOUND
007860             DISPLAY 'ORDER-FILE OPEN FAILED - STATUS '
007870                 WS-ORDERFIL-STATUS
007880         END-IF
007890         GO TO 2100-EXIT
007900     END-IF.
007910     MOVE 'N' TO WS-EOF-SW.
007920     PERFORM 2110-JOURNAL-ONE-CANCEL THRU 2110-EXIT
007930         UNTIL WS-EOF.
007940     CLOSE ORDER-FILE.
007950 2100-EXIT.
007960     EXIT.
007970 2110-JOURNAL-ONE-CANCEL.
007980     READ ORDER-FILE
007990         AT END
008000             SET WS-EOF TO TRUE
008010     END-READ.
008020     IF WS-EOF
008030         GO TO 2110-EXIT
008040     END-IF.
008050     IF NOT WS-ORDERFIL-OK
008060         DISPLAY 'ORDER-FILE READ FAILED - STATUS '
008070             WS-ORDERFIL-STATUS
008080         SET WS-EOF TO TRUE
008090         GO TO 2110-EXIT
008100     END-IF.
008110     IF ORD-ANSWER NOT = 'X' AND ORD-ANSWER NOT = 'x'
008120         GO TO 2110-EXIT
008130     END-IF.
008140     IF ORD-RUN-DATE NOT = WS-POST-DATE
008150         GO TO 2110-EXIT
008160     END-IF.
008170     ADD 1 TO WS-CANCEL-CNT.
008180     MOVE SPACES        TO WS-NEW-ENTRY.
008190     MOVE 'X'           TO WS-NEW-SOURCE.
008200     MOVE ORD-CUST-ID   TO WS-NEW-CUST-ID.
008210     MOVE ORD-PROD-CODE TO WS-NEW-PROD-CODE.
008220     IF ORD-UNIT-PRICE NUMERIC
008230        AND ORD-UNIT-PRICE > 0
008240        AND ORD-CURRENCY-CODE NOT = SPACES
008250         MOVE ORD-UNIT-PRICE    TO WS-USE-PRICE
008260         MOVE ORD-CURRENCY-CODE TO WS-USE-CURRENCY
008270     ELSE
008280         PERFORM 2120-READ-MASTER-PRICE THRU 2120-EXIT
008290         IF NOT WS-PROD-ON-FILE
008300             ADD 1 TO WS-UNPRICED-CNT
008310             MOVE 0 TO WS-NEW-AMOUNT
008320             MOVE 'NO PRICE - NOT JOURNALED' TO WS-EXC-MESSAGE
008330             PERFORM 7300-PRINT-EXCEPTION THRU 7300-EXIT
008340             GO TO 2110-EXIT
008350         END-IF
008360     END-IF.
008370     IF ORD-QUANTITY NUMERIC AND ORD-QUANTITY > 0
008380         MOVE ORD-QUANTITY TO WS-ORDER-QTY
008390     ELSE
008400         MOVE 1            TO WS-ORDER-QTY
008410     END-IF.
008420     COMPUTE WS-NEW-AMOUNT = WS-USE-PRICE * WS-ORDER-QTY.
008430     MOVE WS-USE-CURRENCY TO WS-NEW-CURRENCY.
008440     MOVE ORD-PROD-CODE   TO WS-LOOK-PROD-CODE.
008450     MOVE WS-USE-CURRENCY TO WS-LOOK-MAP-CURRENCY.
008460     PERFORM 7100-FIND-ACCOUNTS THRU 7100-EXIT.
008470     MOVE WS-USE-REVENUE    TO WS-NEW-DR-ACCOUNT.
008480     MOVE 'REVENUE'         TO WS-NEW-DR-NAME.
008490     MOVE WS-USE-RECEIVABLE TO WS-NEW-CR-ACCOUNT.
008500     MOVE 'RECEIVABLE'      TO WS-NEW-CR-NAME.
008510     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
008520 2110-EXIT.
008530     EXIT.
008540 2120-READ-MASTER-PRICE.
008550     MOVE 'N' TO WS-PROD-ON-FILE-SW.
008560     IF NOT WS-PROD-AVAIL
008570         GO TO 2120-EXIT
008580     END-IF.
008590     MOVE ORD-PROD-CODE TO PROD-CODE.
008600     READ PRODUCT-MASTER
008610         INVALID KEY
008620             GO TO 2120-EXIT
008630     END-READ.
008640     IF WS-PRODMAST-OK
008650         SET WS-PROD-ON-FILE TO TRUE
008660         MOVE PROD-PRICE-AMT     TO WS-USE-PRICE
008670         MOVE PROD-CURRENCY-CODE TO WS-USE-CURRENCY
008680     END-IF.
008690 2120-EXIT.
008700     EXIT.
008710*===================================================================*
008720*    2200-JOURNAL-RETURNS                                           *
008730*    'R' MEMOS ISSUED ON THE POSTING DATE. A 'C' MEMO CREDITS AR    *
008740*    FOR A CANCEL WHOSE 'X' RECORD IS ALREADY JOURNALED.            *
008743*    THE TAX ON EITHER KIND OF MEMO IS JOURNALED AS ITS OWN 'V'     *
008746*    ENTRY.                                                         *
008750*===================================================================*
008760 2200-JOURNAL-RETURNS.
008770     OPEN INPUT CREDIT-MEMO-FILE.
008780     IF NOT WS-CRMEMO-OK
008790         IF NOT WS-CRMEMO-NOTFOUND
008800             DISPLAY 'CREDIT-MEMO-FILE OPEN FAILED - STATUS '
008810                 WS-CRMEMO-STATUS
008820         END-IF
008830         GO TO 2200-EXIT
008840     END-IF.
008850     MOVE 'N' TO WS-EOF-SW.
008860     PERFORM 2210-JOURNAL-ONE-MEMO THRU 2210-EXIT
008870         UNTIL WS-EOF.
008880     CLOSE CREDIT-MEMO-FILE.
008890 2200-EXIT.
008900     EXIT.
008910 2210-JOURNAL-ONE-MEMO.
008920     READ CREDIT-MEMO-FILE NEXT RECORD
008930         AT END
008940             SET WS-EOF TO TRUE
008950     END-READ.
008960     IF WS-EOF
008970         GO TO 2210-EXIT
008980     END-IF.
008990     IF NOT WS-CRMEMO-OK
009000         DISPLAY 'CREDIT-MEMO-FILE READ FAILED - STATUS '
009010             WS-CRMEMO-STATUS
009020         SET WS-EOF TO TRUE
009030         GO TO 2210-EXIT
009040     END-IF.
009044     IF CMO-ISSUE-DATE NOT = WS-POST-DATE
009048         GO TO 2210-EXIT
009052     END-IF.
009056     IF CMO-TAX-AMOUNT NUMERIC
009060         IF CMO-TAX-AMOUNT > 0
009064             PERFORM 2220-JOURNAL-MEMO-TAX THRU 2220-EXIT
009068         END-IF
009072     END-IF.
009076     IF NOT CMO-RETURN
009080         GO TO 2210-EXIT
009084     END-IF.
009090     ADD 1 TO WS-RETURN-CNT.
009100     MOVE SPACES            TO WS-NEW-ENTRY.
009110     MOVE 'R'               TO WS-NEW-SOURCE.
009120     MOVE CMO-MEMO-NO       TO WS-NEW-DOC-REF.
009130     MOVE CMO-CUST-ID       TO WS-NEW-CUST-ID.
009140     MOVE CMO-PROD-CODE     TO WS-NEW-PROD-CODE.
009150     MOVE CMO-CURRENCY-CODE TO WS-NEW-CURRENCY.
009160     MOVE CMO-AMOUNT        TO WS-NEW-AMOUNT.
009170     MOVE CMO-PROD-CODE     TO WS-LOOK-PROD-CODE.
009180     MOVE CMO-CURRENCY-CODE TO WS-LOOK-MAP-CURRENCY.
009190     PERFORM 7100-FIND-ACCOUNTS THRU 7100-EXIT.
009200     MOVE WS-USE-RETURNS    TO WS-NEW-DR-ACCOUNT.
009210     MOVE 'RETURNS'         TO WS-NEW-DR-NAME.
009220     MOVE WS-USE-RECEIVABLE TO WS-NEW-CR-ACCOUNT.
009230     MOVE 'RECEIVABLE'      TO WS-NEW-CR-NAME.
009240     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
009250 2210-EXIT.
009260     EXIT.
009261 2220-JOURNAL-MEMO-TAX.
009262     ADD 1 TO WS-TAX-CREDIT-CNT.
009263     MOVE SPACES            TO WS-NEW-ENTRY.
009264     MOVE 'V'               TO WS-NEW-SOURCE.
009265     MOVE CMO-MEMO-NO       TO WS-NEW-DOC-REF.
009266     MOVE CMO-CUST-ID       TO WS-NEW-CUST-ID.
009267     MOVE CMO-PROD-CODE     TO WS-NEW-PROD-CODE.
009268     MOVE CMO-CURRENCY-CODE TO WS-NEW-CURRENCY.
009269     MOVE CMO-TAX-AMOUNT    TO WS-NEW-AMOUNT.
009270     MOVE CMO-PROD-CODE     TO WS-LOOK-PROD-CODE.
009271     MOVE CMO-CURRENCY-CODE TO WS-LOOK-MAP-CURRENCY.
009272     PERFORM 7100-FIND-ACCOUNTS THRU 7100-EXIT.
009273     MOVE WS-USE-TAX        TO WS-NEW-DR-ACCOUNT.
009274     MOVE 'TAX'             TO WS-NEW-DR-NAME.
009275     MOVE WS-USE-RECEIVABLE TO WS-NEW-CR-ACCOUNT.
009276     MOVE 'RECEIVABLE'      TO WS-NEW-CR-NAME.
009277     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
009278 2220-EXIT.
009279     EXIT.
009280*===================================================================*
009281*    2300-JOURNAL-RECEIPTS                                          *
009290*    A PAYMENT CARRIES NO PRODUCT, SO IT IS MAPPED BY THE           *
009300*    CURRENCY'S DEFAULT CARD ALONE.                                 *
009310*===================================================================*
009320 2300-JOURNAL-RECEIPTS.
009330     OPEN INPUT RECEIPT-FILE.
009340     IF NOT WS-CASHRCPT-OK
009350         IF NOT WS-CASHRCPT-NOTFOUND
009360             DISPLAY 'RECEIPT-FILE OPEN FAILED - STATUS '
009370                 WS-CASHRCPT-STATUS
009380         END-IF
009390         GO TO 2300-EXIT
009400     END-IF.
009410     MOVE 'N' TO WS-EOF-SW.
009420     PERFORM 2310-JOURNAL-ONE-RECEIPT THRU 2310-EXIT
009430         UNTIL WS-EOF.
009440     CLOSE RECEIPT-FILE.
009450 2300-EXIT.
009460     EXIT.
009470 2310-JOURNAL-ONE-RECEIPT.
009480     READ RECEIPT-FILE
009490         AT END
009500             SET WS-EOF TO TRUE
009510     END-READ.
009520     IF WS-EOF
009530         GO TO 2310-EXIT
009540     END-IF.
009550     IF NOT WS-CASHRCPT-OK
009560         DISPLAY 'RECEIPT-FILE READ FAILED - STATUS '
009570             WS-CASHRCPT-STATUS
009580         SET WS-EOF TO TRUE
009590         GO TO 2310-EXIT
009600     END-IF.
009610     IF RCT-POST-DATE NOT = WS-POST-DATE
009620         GO TO 2310-EXIT
009630     END-IF.
009640     IF NOT RCT-APPLIED AND NOT RCT-SUSPENSE
009650         GO TO 2310-EXIT
009660     END-IF.
009670     MOVE SPACES            TO WS-NEW-ENTRY.
009680     MOVE RCT-TYPE          TO WS-NEW-SOURCE.
009690     MOVE RCT-REFERENCE     TO WS-NEW-DOC-REF.
009700     MOVE RCT-CUST-ID       TO WS-NEW-CUST-ID.
009710     MOVE RCT-CURRENCY-CODE TO WS-NEW-CURRENCY.
009720     MOVE RCT-AMOUNT        TO WS-NEW-AMOUNT.
009730     MOVE SPACES            TO WS-LOOK-PROD-CODE.
009740     MOVE RCT-CURRENCY-CODE TO WS-LOOK-MAP-CURRENCY.
009750     PERFORM 7100-FIND-ACCOUNTS THRU 7100-EXIT.
009760     MOVE WS-USE-CASH       TO WS-NEW-DR-ACCOUNT.
009770     MOVE 'CASH'            TO WS-NEW-DR-NAME.
009780     IF RCT-APPLIED
009790         ADD 1 TO WS-APPLIED-CNT
009800         MOVE WS-USE-RECEIVABLE TO WS-NEW-CR-ACCOUNT
009810         MOVE 'RECEIVABLE'      TO WS-NEW-CR-NAME
009820     ELSE
009830         ADD 1 TO WS-SUSPENSE-CNT
009840         MOVE WS-USE-SUSPENSE   TO WS-NEW-CR-ACCOUNT
009850         MOVE 'SUSPENSE'        TO WS-NEW-CR-NAME
009860     END-IF.
009870     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
009880 2310-EXIT.
009890     EXIT.
009900*===================================================================*
009910*    3000-PROVE-BALANCE                                             *
009920*    DEBITS MUST EQUAL CREDITS IN EVERY CURRENCY BEFORE ANYTHING    *
009930*    IS RELEASED. A JOURNAL TOO BIG FOR THE TABLE IS INCOMPLETE     *
009940*    AND IS HELD THE SAME WAY.                                      *
009950*===================================================================*
009960 3000-PROVE-BALANCE.
009970     MOVE SPACES TO REPORT-LINE.
009980     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009990     MOVE WS-CUR-HEADING TO REPORT-LINE.
010000     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
010010     SET WS-JOURNAL-BALANCED TO TRUE.
010020     PERFORM 3010-PROVE-ONE-CURRENCY THRU 3010-EXIT
010030         VARYING WS-CUR-IDX FROM 1 BY 1
010040         UNTIL WS-CUR-IDX > WS-CUR-COUNT.
010050     IF WS-JRNTBL-FULL OR WS-CURTBL-FULL
010060         SET WS-JOURNAL-UNBALANCED TO TRUE
010070     END-IF.
010080     MOVE SPACES TO REPORT-LINE.
010090     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
010100     IF WS-JOURNAL-BALANCED
010110         MOVE 'JOURNAL BALANCED IN EVERY CURRENCY - RELEASED'
010120             TO REPORT-LINE
010130     ELSE
010140         MOVE 'JOURNAL OUT OF BALANCE OR INCOMPLETE - HELD'
010150             TO REPORT-LINE
010160         DISPLAY 'GL JOURNAL FOR ' WS-POST-DATE
010170             ' IS OUT OF BALANCE - NOT RELEASED.'
010180     END-IF.
010190     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
010200 3000-EXIT.
010210     EXIT.
010220 3010-PROVE-ONE-CURRENCY.
010230     MOVE SPACES                   TO WS-CUR-LINE.
010240     MOVE WS-CUR-CODE(WS-CUR-IDX)  TO WS-CRL-CURRENCY.
010250     MOVE WS-CUR-DEBITS(WS-CUR-IDX)  TO WS-CRL-DEBITS.
010260     MOVE WS-CUR-CREDITS(WS-CUR-IDX) TO WS-CRL-CREDITS.
010270     IF WS-CUR-DEBITS(WS-CUR-IDX) = WS-CUR-CREDITS(WS-CUR-IDX)
010280         MOVE 'BALANCED'       TO WS-CRL-VERDICT
010290     ELSE
010300         MOVE 'OUT OF BALANCE' TO WS-CRL-VERDICT
010310         SET WS-JOURNAL-UNBALANCED TO TRUE
010320     END-IF.
010330     MOVE WS-CUR-LINE TO REPORT-LINE.
010340     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
010350 3010-EXIT.
010360     EXIT.
010370*===================================================================*
010380*    3500-RELEASE-JOURNAL                                           *
010390*    THE PROVED JOURNAL GOES TO GLJRNL FOR THE LEDGER SYSTEM AND    *
010400*    IS ADDED TO GLHIST FOR THE TRIAL BALANCE.                      *
010410*===================================================================*
010420 3500-RELEASE-JOURNAL.
010430     IF NOT WS-JRNL-OPEN
010440         SET WS-JOURNAL-UNBALANCED TO TRUE
010450         GO TO 3500-EXIT
010460     END-IF.
010470     OPEN EXTEND GL-HIST-FILE.
010480     IF WS-GLHIST-NOTFOUND
010490         OPEN OUTPUT GL-HIST-FILE
010500     END-IF.
010510     IF NOT WS-GLHIST-OK
010520         DISPLAY 'GL-HIST-FILE OPEN FAILED - STATUS '
010530             WS-GLHIST-STATUS ' - JOURNAL NOT RELEASED.'
010540         SET WS-JOURNAL-UNBALANCED TO TRUE
010550         GO TO 3500-EXIT
010560     END-IF.
010570     PERFORM 3510-RELEASE-ONE-LINE THRU 3510-EXIT
010580         VARYING WS-JRN-IDX FROM 1 BY 1
010590         UNTIL WS-JRN-IDX > WS-JRN-COUNT.
010600     CLOSE GL-HIST-FILE.
010610     SET WS-JOURNAL-RELEASED TO TRUE.
010620 3500-EXIT.
010630     EXIT.
010640 3510-RELEASE-ONE-LINE.
010650     MOVE WS-JRN-ENTRY(WS-JRN-IDX) TO GL-JOURNAL-RECORD.
010660     WRITE GL-JOURNAL-RECORD.
010670     IF NOT WS-GLJRNL-OK
010680         DISPLAY 'JOURNAL-FILE WRITE FAILED - STATUS '
010690             WS-GLJRNL-STATUS
010700     END-IF.
010710     MOVE WS-JRN-ENTRY(WS-JRN-IDX) TO GL-HIST-RECORD.
010720     WRITE GL-HIST-RECORD.
010730     IF NOT WS-GLHIST-OK
010740         DISPLAY 'GL-HIST-FILE WRITE FAILED - STATUS '
010750             WS-GLHIST-STATUS
010760     END-IF.
010770     ADD 1 TO WS-RELEASED-CNT.
010780 3510-EXIT.
010790     EXIT.
010800*===================================================================*
010810*    4000-TRIAL-BALANCE                                             *
010820*    EVERY GLHIST LINE POSTED INSIDE THE PERIOD, TOTALED BY         *
010830*    ACCOUNT WITHIN CURRENCY. EACH LINE IS CONVERTED TO USD AT      *
010840*    THE RATE IN EFFECT ON ITS OWN POSTING DATE.                    *
010850*===================================================================*
010860 4000-TRIAL-BALANCE.
010870     MOVE WS-PERIOD-FROM TO WS-TH1-FROM.
010880     MOVE WS-PERIOD-TO   TO WS-TH1-TO.
010890     MOVE WS-TB-HEADING-1 TO TRIAL-LINE.
010900     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
010910     MOVE WS-TB-HEADING-2 TO TRIAL-LINE.
010920     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
010930     OPEN INPUT GL-HIST-FILE.
010940     IF WS-GLHIST-OK
010950         MOVE 'N' TO WS-EOF-SW
010960         PERFORM 4010-TOTAL-ONE-HIST THRU 4010-EXIT
010970             UNTIL WS-EOF
010980         CLOSE GL-HIST-FILE
010990     ELSE
011000         IF NOT WS-GLHIST-NOTFOUND
011010             DISPLAY 'GL-HIST-FILE OPEN FAILED - STATUS '
011020                 WS-GLHIST-STATUS
011030         END-IF
011040     END-IF.
011050     MOVE SPACES TO WS-PREV-CURRENCY.
011060     MOVE 0      TO WS-GRAND-BASE.
011070     PERFORM 4100-PRINT-ONE-TB-LINE THRU 4100-EXIT
011080         VARYING WS-TB-IDX FROM 1 BY 1
011090         UNTIL WS-TB-IDX > WS-TB-COUNT.
011100     IF WS-TB-COUNT > 0
011110         PERFORM 4200-PRINT-CURRENCY-TOTAL THRU 4200-EXIT
011120     END-IF.
011130     MOVE SPACES TO TRIAL-LINE.
011140     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
011150     MOVE WS-GRAND-BASE TO WS-TBG-BASE.
011160     MOVE WS-TB-GRAND-LINE TO TRIAL-LINE.
011170     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
011180     IF WS-ANY-NORATE
011190         MOVE WS-TB-EXCLUDED-LINE TO TRIAL-LINE
011200         PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT
011210     END-IF.
011220 4000-EXIT.
011230     EXIT.
011240 4010-TOTAL-ONE-HIST.
011250     READ GL-HIST-FILE
011260         AT END
011270             SET WS-EOF TO TRUE
011280     END-READ.
011290     IF WS-EOF
011300         GO TO 4010-EXIT
011310     END-IF.
011320     IF NOT WS-GLHIST-OK
011330         DISPLAY 'GL-HIST-FILE READ FAILED - STATUS '
011340             WS-GLHIST-STATUS
011350         SET WS-EOF TO TRUE
011360         GO TO 4010-EXIT
011370     END-IF.
011380     ADD 1 TO WS-HIST-READ-CNT.
011390     MOVE GL-HIST-RECORD TO GL-JOURNAL-RECORD.
011400     IF GLJ-POST-DATE < WS-PERIOD-FROM
011410        OR GLJ-POST-DATE > WS-PERIOD-TO
011420         GO TO 4010-EXIT
011430     END-IF.
011440     ADD 1 TO WS-HIST-PERIOD-CNT.
011450     MOVE GLJ-CURRENCY-CODE TO WS-NEW-TB-CURRENCY.
011460     MOVE GLJ-ACCOUNT       TO WS-NEW-TB-ACCOUNT.
011470     PERFORM 4020-FIND-TB-ENTRY THRU 4020-EXIT.
011480     IF NOT WS-ENTRY-FOUND
011490         GO TO 4010-EXIT
011500     END-IF.
011510     IF GLJ-DEBIT
011520         ADD GLJ-AMOUNT TO WS-TB-DEBITS(WS-TB-IDX)
011530         MOVE GLJ-AMOUNT TO WS-SIGNED-AMOUNT
011540     ELSE
011550         ADD GLJ-AMOUNT TO WS-TB-CREDITS(WS-TB-IDX)
011560         COMPUTE WS-SIGNED-AMOUNT = 0 - GLJ-AMOUNT
011570     END-IF.
011580     IF GLJ-CURRENCY-CODE = WS-BASE-CURRENCY
011590         ADD WS-SIGNED-AMOUNT TO WS-TB-BASE(WS-TB-IDX)
011600         GO TO 4010-EXIT
011610     END-IF.
011620     MOVE GLJ-CURRENCY-CODE TO WS-LOOK-CURRENCY.
011630     MOVE GLJ-POST-DATE     TO WS-LOOK-DATE.
011640     PERFORM 7200-FIND-RATE THRU 7200-EXIT.
011650     IF NOT WS-RATE-FOUND
011660         MOVE 'Y' TO WS-TB-NORATE-SW(WS-TB-IDX)
011670         GO TO 4010-EXIT
011680     END-IF.
011690     COMPUTE WS-CONV-AMOUNT ROUNDED =
011700         WS-SIGNED-AMOUNT * WS-USE-RATE.
011710     ADD WS-CONV-AMOUNT TO WS-TB-BASE(WS-TB-IDX).
011720 4010-EXIT.
011730     EXIT.
011740*-------------------------------------------------------------------*
011750*    4020-FIND-TB-ENTRY                                             *
011760*    FIND THE CURRENCY/ACCOUNT ENTRY, OR OPEN ONE AT ITS PLACE IN   *
011770*    KEY ORDER BY SHIFTING THE HIGHER ENTRIES DOWN ONE.             *
011780*-------------------------------------------------------------------*
011790 4020-FIND-TB-ENTRY.
011800     MOVE 'N' TO WS-FOUND-SW.
011810     SET WS-TB-IDX TO 1.
011820     SEARCH WS-TB-ENTRY
011830         AT END
011840             CONTINUE
011850         WHEN WS-TB-IDX > WS-TB-COUNT
011860             CONTINUE
011870         WHEN WS-TB-KEY(WS-TB-IDX) = WS-NEW-TB-KEY
011880             SET WS-ENTRY-FOUND TO TRUE
011890     END-SEARCH.
011900     IF WS-ENTRY-FOUND
011910         GO TO 4020-EXIT
011920     END-IF.
011930     IF WS-TB-COUNT >= 2000
011940         IF NOT WS-TBTBL-FULL
011950             MOVE 'Y' TO WS-TBTBL-FULL-SW
011960             DISPLAY 'TRIAL BALANCE TABLE FULL - ACCOUNTS BEYOND '
011970                 '2000 ARE NOT TOTALED.'
011980         END-IF
011990         GO TO 4020-EXIT
012000     END-IF.
012010     COMPUTE WS-INSERT-POS = WS-TB-COUNT + 1.
012020     PERFORM 4030-FIND-INSERT-POINT THRU 4030-EXIT
012030         VARYING WS-TB-IDX FROM 1 BY 1
012040         UNTIL WS-TB-IDX > WS-TB-COUNT
012050            OR WS-INSERT-POS NOT > WS-TB-COUNT.
012060     PERFORM 4040-SHIFT-ONE-ENTRY THRU 4040-EXIT
012070         VARYING WS-SHIFT-SUB FROM WS-TB-COUNT BY -1
012080         UNTIL WS-SHIFT-SUB < WS-INSERT-POS.
012090     ADD 1 TO WS-TB-COUNT.
012100     SET WS-TB-IDX TO WS-INSERT-POS.
012110     MOVE WS-NEW-TB-KEY TO WS-TB-KEY(WS-TB-IDX).
012120     MOVE 0   TO WS-TB-DEBITS(WS-TB-IDX).
012130     MOVE 0   TO WS-TB-CREDITS(WS-TB-IDX).
012140     MOVE 0   TO WS-TB-BASE(WS-TB-IDX).
012150     MOVE 'N' TO WS-TB-NORATE-SW(WS-TB-IDX).
012160     SET WS-ENTRY-FOUND TO TRUE.
012170 4020-EXIT.
012180     EXIT.
012190 4030-FIND-INSERT-POINT.
012200     IF WS-TB-KEY(WS-TB-IDX) > WS-NEW-TB-KEY
012210         SET WS-INSERT-POS TO WS-TB-IDX
012220     END-IF.
012230 4030-EXIT.
012240     EXIT.
012250 4040-SHIFT-ONE-ENTRY.
012260     MOVE WS-TB-ENTRY(WS-SHIFT-SUB)
012270         TO WS-TB-ENTRY(WS-SHIFT-SUB + 1).
012280 4040-EXIT.
012290     EXIT.
012300*-------------------------------------------------------------------*
012310*    4100-PRINT-ONE-TB-LINE                                         *
012320*    A CURRENCY TOTAL IS PRINTED EACH TIME THE CURRENCY CHANGES.    *
012330*-------------------------------------------------------------------*
012340 4100-PRINT-ONE-TB-LINE.
012350     IF WS-TB-CURRENCY(WS-TB-IDX) NOT = WS-PREV-CURRENCY
012360         IF WS-PREV-CURRENCY NOT = SPACES
012370             PERFORM 4200-PRINT-CURRENCY-TOTAL THRU 4200-EXIT
012380         END-IF
012390         MOVE WS-TB-CURRENCY(WS-TB-IDX) TO WS-PREV-CURRENCY
012400         MOVE 0   TO WS-SUB-DEBITS
012410         MOVE 0   TO WS-SUB-CREDITS
012420         MOVE 0   TO WS-SUB-BASE
012430         MOVE 'N' TO WS-SUB-NORATE-SW
012440     END-IF.
012450     COMPUTE WS-TB-BALANCE =
012460         WS-TB-DEBITS(WS-TB-IDX) - WS-TB-CREDITS(WS-TB-IDX).
012470     ADD WS-TB-DEBITS(WS-TB-IDX)  TO WS-SUB-DEBITS.
012480     ADD WS-TB-CREDITS(WS-TB-IDX) TO WS-SUB-CREDITS.
012490     IF WS-TB-NORATE-SW(WS-TB-IDX) = 'Y'
012500         SET WS-SUB-NORATE TO TRUE
012510         SET WS-ANY-NORATE TO TRUE
012520         MOVE SPACES                    TO WS-TB-NORATE-LINE
012530         MOVE WS-TB-ACCOUNT(WS-TB-IDX)  TO WS-TNR-ACCOUNT
012540         MOVE WS-TB-CURRENCY(WS-TB-IDX) TO WS-TNR-CURRENCY
012550         MOVE WS-TB-DEBITS(WS-TB-IDX)   TO WS-TNR-DEBITS
012560         MOVE WS-TB-CREDITS(WS-TB-IDX)  TO WS-TNR-CREDITS
012570         MOVE WS-TB-BALANCE             TO WS-TNR-BALANCE
012580         MOVE WS-TB-NORATE-LINE TO TRIAL-LINE
012590     ELSE
012600         ADD WS-TB-BASE(WS-TB-IDX) TO WS-SUB-BASE
012610         ADD WS-TB-BASE(WS-TB-IDX) TO WS-GRAND-BASE
012620         MOVE SPACES                    TO WS-TB-LINE
012630         MOVE WS-TB-ACCOUNT(WS-TB-IDX)  TO WS-TBL-ACCOUNT
012640         MOVE WS-TB-CURRENCY(WS-TB-IDX) TO WS-TBL-CURRENCY
012650         MOVE WS-TB-DEBITS(WS-TB-IDX)   TO WS-TBL-DEBITS
012660         MOVE WS-TB-CREDITS(WS-TB-IDX)  TO WS-TBL-CREDITS
012670         MOVE WS-TB-BALANCE             TO WS-TBL-BALANCE
012680         MOVE WS-TB-BASE(WS-TB-IDX)     TO WS-TBL-BASE
012690         MOVE WS-TB-LINE TO TRIAL-LINE
012700     END-IF.
012710     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
012720 4100-EXIT.
012730     EXIT.
012740 4200-PRINT-CURRENCY-TOTAL.
012750     COMPUTE WS-TB-BALANCE = WS-SUB-DEBITS - WS-SUB-CREDITS.
012760     IF WS-SUB-NORATE
012770         MOVE SPACES           TO WS-TB-NORATE-LINE
012780         MOVE 'TOTAL'          TO WS-TNR-ACCOUNT
012790         MOVE WS-PREV-CURRENCY TO WS-TNR-CURRENCY
012800         MOVE WS-SUB-DEBITS    TO WS-TNR-DEBITS
012810         MOVE WS-SUB-CREDITS   TO WS-TNR-CREDITS
012820         MOVE WS-TB-BALANCE    TO WS-TNR-BALANCE
012830         MOVE WS-TB-NORATE-LINE TO TRIAL-LINE
012840     ELSE
012850         MOVE SPACES           TO WS-TB-LINE
012860         MOVE 'TOTAL'          TO WS-TBL-ACCOUNT
012870         MOVE WS-PREV-CURRENCY TO WS-TBL-CURRENCY
012880         MOVE WS-SUB-DEBITS    TO WS-TBL-DEBITS
012890         MOVE WS-SUB-CREDITS   TO WS-TBL-CREDITS
012900         MOVE WS-TB-BALANCE    TO WS-TBL-BALANCE
012910         MOVE WS-SUB-BASE      TO WS-TBL-BASE
012920         MOVE WS-TB-LINE TO TRIAL-LINE
012930     END-IF.
012940     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
012950     MOVE SPACES TO TRIAL-LINE.
012960     PERFORM 6020-WRITE-TRIAL-LINE THRU 6020-EXIT.
012970 4200-EXIT.
012980     EXIT.
012990*===================================================================*
013000*    5000-PRINT-CONTROLS                                            *
013010*===================================================================*
013020 5000-PRINT-CONTROLS.
013030     MOVE SPACES TO REPORT-LINE.
013040     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013050     MOVE SPACES TO WS-COUNT-LINE.
013060     MOVE 'INVOICE LINES JOURNALED'        TO WS-CNT-LABEL.
013070     MOVE WS-INVOICE-LINE-CNT              TO WS-CNT-VALUE.
013080     MOVE WS-COUNT-LINE TO REPORT-LINE.
013090     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013100     MOVE 'CANCELLATIONS JOURNALED'        TO WS-CNT-LABEL.
013110     MOVE WS-CANCEL-CNT                    TO WS-CNT-VALUE.
013120     MOVE WS-COUNT-LINE TO REPORT-LINE.
013130     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013140     MOVE 'RETURN MEMOS JOURNALED'         TO WS-CNT-LABEL.
013150     MOVE WS-RETURN-CNT                    TO WS-CNT-VALUE.
013160     MOVE WS-COUNT-LINE TO REPORT-LINE.
013170     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013171     MOVE 'INVOICE TAX AMOUNTS JOURNALED'   TO WS-CNT-LABEL.
013172     MOVE WS-TAX-CNT                       TO WS-CNT-VALUE.
013173     MOVE WS-COUNT-LINE TO REPORT-LINE.
013174     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013175     MOVE 'MEMO TAX AMOUNTS JOURNALED'     TO WS-CNT-LABEL.
013176     MOVE WS-TAX-CREDIT-CNT                TO WS-CNT-VALUE.
013177     MOVE WS-COUNT-LINE TO REPORT-LINE.
013178     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013180     MOVE 'APPLIED RECEIPTS JOURNALED'     TO WS-CNT-LABEL.
013190     MOVE WS-APPLIED-CNT                   TO WS-CNT-VALUE.
013200     MOVE WS-COUNT-LINE TO REPORT-LINE.
013210     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013220     MOVE 'SUSPENSE RECEIPTS JOURNALED'    TO WS-CNT-LABEL.
013230     MOVE WS-SUSPENSE-CNT                  TO WS-CNT-VALUE.
013240     MOVE WS-COUNT-LINE TO REPORT-LINE.
013250     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013260     MOVE 'INVINTF CREDIT LINES NOT JOURNALED' TO WS-CNT-LABEL.
013270     MOVE WS-CREDIT-LINE-SKIP-CNT          TO WS-CNT-VALUE.
013280     MOVE WS-COUNT-LINE TO REPORT-LINE.
013290     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013300     MOVE 'INVINTF LINES OF ANOTHER DATE'  TO WS-CNT-LABEL.
013310     MOVE WS-OTHER-DATE-CNT                TO WS-CNT-VALUE.
013320     MOVE WS-COUNT-LINE TO REPORT-LINE.
013330     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013340     MOVE 'CANCELLATIONS WITH NO PRICE'    TO WS-CNT-LABEL.
013350     MOVE WS-UNPRICED-CNT                  TO WS-CNT-VALUE.
013360     MOVE WS-COUNT-LINE TO REPORT-LINE.
013370     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013380     MOVE 'LEGS WITH NO ACCOUNT'           TO WS-CNT-LABEL.
013390     MOVE WS-UNMAPPED-LEG-CNT              TO WS-CNT-VALUE.
013400     MOVE WS-COUNT-LINE TO REPORT-LINE.
013410     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013420     MOVE 'JOURNAL LINES RELEASED'         TO WS-CNT-LABEL.
013430     MOVE WS-RELEASED-CNT                  TO WS-CNT-VALUE.
013440     MOVE WS-COUNT-LINE TO REPORT-LINE.
013450     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013460     MOVE 'GLHIST LINES IN TRIAL BALANCE'  TO WS-CNT-LABEL.
013470     MOVE WS-HIST-PERIOD-CNT               TO WS-CNT-VALUE.
013480     MOVE WS-COUNT-LINE TO REPORT-LINE.
013490     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
013500 5000-EXIT.
013510     EXIT.
013520 6000-WRITE-REPORT-LINE.
013530     WRITE REPORT-LINE.
013540     IF NOT WS-GLPSTRPT-OK
013550         DISPLAY 'POST-REPORT WRITE FAILED - STATUS '
013560             WS-GLPSTRPT-STATUS
013570     END-IF.
013580 6000-EXIT.
013590     EXIT.
013600 6010-GET-CURRENT-DATE-TIME.
013610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013620     ACCEPT WS-TIME-RAW     FROM TIME.
013630     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
013640 6010-EXIT.
013650     EXIT.
013660 6020-WRITE-TRIAL-LINE.
013670     WRITE TRIAL-LINE.
013680     IF NOT WS-GLTBRPT-OK
013690         DISPLAY 'TRIAL-REPORT WRITE FAILED - STATUS '
013700             WS-GLTBRPT-STATUS
013710     END-IF.
013720 6020-EXIT.
013730     EXIT.
013740*===================================================================*
013750*    7000-ADD-ENTRY                                                 *
013760*    ONE EVENT, ONE ENTRY NUMBER, A DEBIT LEG AND A CREDIT LEG. A   *
013770*    ZERO AMOUNT MOVES NOTHING AND IS NOT JOURNALED.                *
013780*===================================================================*
013790 7000-ADD-ENTRY.
013800     IF WS-NEW-AMOUNT = 0
013810         GO TO 7000-EXIT
013820     END-IF.
013830     PERFORM 7020-NOTE-CURRENCY THRU 7020-EXIT.
013840     IF WS-CURTBL-FULL
013850         GO TO 7000-EXIT
013860     END-IF.
013870     ADD 1 TO WS-ENTRY-NO.
013880     MOVE 'D'               TO WS-LEG-SIDE.
013890     MOVE WS-NEW-DR-ACCOUNT TO WS-LEG-ACCOUNT.
013900     MOVE WS-NEW-DR-NAME    TO WS-LEG-NAME.
013910     PERFORM 7010-ADD-LEG THRU 7010-EXIT.
013920     MOVE 'C'               TO WS-LEG-SIDE.
013930     MOVE WS-NEW-CR-ACCOUNT TO WS-LEG-ACCOUNT.
013940     MOVE WS-NEW-CR-NAME    TO WS-LEG-NAME.
013950     PERFORM 7010-ADD-LEG THRU 7010-EXIT.
013960 7000-EXIT.
013970     EXIT.
013980 7010-ADD-LEG.
013990     IF WS-LEG-ACCOUNT = SPACES
014000         ADD 1 TO WS-UNMAPPED-LEG-CNT
014010         MOVE SPACES TO WS-EXC-MESSAGE
014020         STRING 'NO ' WS-LEG-NAME DELIMITED BY SPACE
014030             ' ACCOUNT MAPPED' DELIMITED BY SIZE
014040             INTO WS-EXC-MESSAGE
014050         PERFORM 7300-PRINT-EXCEPTION THRU 7300-EXIT
014060         GO TO 7010-EXIT
014070     END-IF.
014080     IF WS-JRN-COUNT >= 60000
014090         IF NOT WS-JRNTBL-FULL
014100             MOVE 'Y' TO WS-JRNTBL-FULL-SW
014110             DISPLAY 'JOURNAL TABLE FULL - JOURNAL WILL BE HELD.'
014120         END-IF
014130         GO TO 7010-EXIT
014140     END-IF.
014150     MOVE SPACES            TO GL-JOURNAL-RECORD.
014160     MOVE WS-POST-DATE      TO GLJ-POST-DATE.
014170     MOVE WS-ENTRY-NO       TO GLJ-ENTRY-NO.
014180     MOVE WS-NEW-SOURCE     TO GLJ-SOURCE.
014190     MOVE WS-NEW-DOC-REF    TO GLJ-DOC-REF.
014200     MOVE WS-LEG-ACCOUNT    TO GLJ-ACCOUNT.
014210     MOVE WS-NEW-CURRENCY   TO GLJ-CURRENCY-CODE.
014220     MOVE WS-LEG-SIDE       TO GLJ-DR-CR.
014230     MOVE WS-NEW-AMOUNT     TO GLJ-AMOUNT.
014240     MOVE WS-NEW-CUST-ID    TO GLJ-CUST-ID.
014250     MOVE WS-NEW-PROD-CODE  TO GLJ-PROD-CODE.
014260     ADD 1 TO WS-JRN-COUNT.
014270     SET WS-JRN-IDX TO WS-JRN-COUNT.
014280     MOVE GL-JOURNAL-RECORD TO WS-JRN-ENTRY(WS-JRN-IDX).
014290     IF GLJ-DEBIT
014300         ADD WS-NEW-AMOUNT TO WS-CUR-DEBITS(WS-CUR-IDX)
014310     ELSE
014320         ADD WS-NEW-AMOUNT TO WS-CUR-CREDITS(WS-CUR-IDX)
014330     END-IF.
014340 7010-EXIT.
014350     EXIT.
014360 7020-NOTE-CURRENCY.
014370     MOVE 'N' TO WS-FOUND-SW.
014380     SET WS-CUR-IDX TO 1.
014390     SEARCH WS-CUR-ENTRY
014400         AT END
014410             CONTINUE
014420         WHEN WS-CUR-IDX > WS-CUR-COUNT
014430             CONTINUE
014440         WHEN WS-CUR-CODE(WS-CUR-IDX) = WS-NEW-CURRENCY
014450             SET WS-ENTRY-FOUND TO TRUE
014460     END-SEARCH.
014470     IF WS-ENTRY-FOUND
014480         GO TO 7020-EXIT
014490     END-IF.
014500     IF WS-CUR-COUNT >= 10
014510         IF NOT WS-CURTBL-FULL
014520             MOVE 'Y' TO WS-CURTBL-FULL-SW
014530             DISPLAY 'CURRENCY TABLE FULL - JOURNAL WILL BE HELD.'
014540         END-IF
014550         GO TO 7020-EXIT
014560     END-IF.
014570     ADD 1 TO WS-CUR-COUNT.
014580     SET WS-CUR-IDX TO WS-CUR-COUNT.
014590     MOVE WS-NEW-CURRENCY TO WS-CUR-CODE(WS-CUR-IDX).
014600     MOVE 0 TO WS-CUR-DEBITS(WS-CUR-IDX).
014610     MOVE 0 TO WS-CUR-CREDITS(WS-CUR-IDX).
014620 7020-EXIT.
014630     EXIT.
014640*-------------------------------------------------------------------*
014650*    7100-FIND-ACCOUNTS                                             *
014660*    THE CURRENCY'S DEFAULT CARD FIRST, THEN ANY ACCOUNT ON THE     *
014670*    PRODUCT'S OWN CARD OVERRIDES IT.                               *
014680*-------------------------------------------------------------------*
014690 7100-FIND-ACCOUNTS.
014700     MOVE SPACES TO WS-USE-ACCOUNTS.
014710     MOVE 'N' TO WS-FOUND-SW.
014720     SET WS-MAP-IDX TO 1.
014730     SEARCH WS-MAP-ENTRY
014740         AT END
014750             CONTINUE
014760         WHEN WS-MAP-IDX > WS-MAP-COUNT
014770             CONTINUE
014780         WHEN WS-MAP-KEY(WS-MAP-IDX)(1:6) = SPACES
014790          AND WS-MAP-KEY(WS-MAP-IDX)(7:3) = WS-LOOK-MAP-CURRENCY
014800             SET WS-ENTRY-FOUND TO TRUE
014810     END-SEARCH.
014820     IF WS-ENTRY-FOUND
014830         PERFORM 7110-APPLY-MAP-ENTRY THRU 7110-EXIT
014840     END-IF.
014850     IF WS-LOOK-PROD-CODE = SPACES
014860         GO TO 7100-EXIT
014870     END-IF.
014880     MOVE 'N' TO WS-FOUND-SW.
014890     SET WS-MAP-IDX TO 1.
014900     SEARCH WS-MAP-ENTRY
014910         AT END
014920             CONTINUE
014930         WHEN WS-MAP-IDX > WS-MAP-COUNT
014940             CONTINUE
014950         WHEN WS-MAP-KEY(WS-MAP-IDX) = WS-LOOK-MAP-KEY
014960             SET WS-ENTRY-FOUND TO TRUE
014970     END-SEARCH.
014980     IF WS-ENTRY-FOUND
014990         PERFORM 7110-APPLY-MAP-ENTRY THRU 7110-EXIT
015000     END-IF.
015010 7100-EXIT.
015020     EXIT.
015030 7110-APPLY-MAP-ENTRY.
015040     IF WS-MAP-REVENUE(WS-MAP-IDX) NOT = SPACES
015050         MOVE WS-MAP-REVENUE(WS-MAP-IDX)    TO WS-USE-REVENUE
015060     END-IF.
015070     IF WS-MAP-RECEIVABLE(WS-MAP-IDX) NOT = SPACES
015080         MOVE WS-MAP-RECEIVABLE(WS-MAP-IDX) TO WS-USE-RECEIVABLE
015090     END-IF.
015100     IF WS-MAP-CASH(WS-MAP-IDX) NOT = SPACES
015110         MOVE WS-MAP-CASH(WS-MAP-IDX)       TO WS-USE-CASH
015120     END-IF.
015130     IF WS-MAP-RETURNS(WS-MAP-IDX) NOT = SPACES
015140         MOVE WS-MAP-RETURNS(WS-MAP-IDX)    TO WS-USE-RETURNS
015150     END-IF.
015160     IF WS-MAP-SUSPENSE(WS-MAP-IDX) NOT = SPACES
015170         MOVE WS-MAP-SUSPENSE(WS-MAP-IDX)   TO WS-USE-SUSPENSE
015180     END-IF.
015182     IF WS-MAP-TAX(WS-MAP-IDX) NOT = SPACES
015184         MOVE WS-MAP-TAX(WS-MAP-IDX)        TO WS-USE-TAX
015186     END-IF.
015190 7110-EXIT.
015200     EXIT.
015210*-------------------------------------------------------------------*
015220*    7200-FIND-RATE                                                 *
015230*    THE RATE IN EFFECT IS THE ONE WITH THE LATEST EFFECTIVE DATE   *
015240*    NOT AFTER THE POSTING DATE.                                    *
015250*-------------------------------------------------------------------*
015260 7200-FIND-RATE.
015270     MOVE 'N' TO WS-RATE-FOUND-SW.
015280     MOVE 0   TO WS-BEST-EFF-DATE.
015290     IF NOT WS-RATES-AVAIL
015300         GO TO 7200-EXIT
015310     END-IF.
015320     PERFORM 7210-CHECK-ONE-RATE THRU 7210-EXIT
015330         VARYING WS-FX-IDX FROM 1 BY 1
015340         UNTIL WS-FX-IDX > WS-RATE-COUNT.
015350 7200-EXIT.
015360     EXIT.
015370 7210-CHECK-ONE-RATE.
015380     IF WS-FXT-CURRENCY(WS-FX-IDX) = WS-LOOK-CURRENCY
015390        AND WS-FXT-EFF-DATE(WS-FX-IDX) NOT > WS-LOOK-DATE
015400        AND WS-FXT-EFF-DATE(WS-FX-IDX) >= WS-BEST-EFF-DATE
015410         MOVE WS-FXT-EFF-DATE(WS-FX-IDX) TO WS-BEST-EFF-DATE
015420         MOVE WS-FXT-RATE(WS-FX-IDX)     TO WS-USE-RATE
015430         SET WS-RATE-FOUND TO TRUE
015440     END-IF.
015450 7210-EXIT.
015460     EXIT.
015470 7300-PRINT-EXCEPTION.
015480     MOVE WS-NEW-SOURCE    TO WS-EXC-SOURCE.
015490     MOVE WS-NEW-DOC-REF   TO WS-EXC-DOC-REF.
015500     MOVE WS-NEW-CUST-ID   TO WS-EXC-CUST-ID.
015510     MOVE WS-NEW-PROD-CODE TO WS-EXC-PROD-CODE.
015520     MOVE WS-NEW-CURRENCY  TO WS-EXC-CURRENCY.
015530     MOVE WS-NEW-AMOUNT    TO WS-EXC-AMOUNT.
015540     MOVE WS-EXC-LINE TO REPORT-LINE.
015550     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
015560 7300-EXIT.
015570     EXIT.
015580*===================================================================*
015590*    8000-WRITE-CONTROL-TOTALS                                      *
015600*    THE JOURNAL LINES RELEASED ARE ANNOUNCED TO CTLTOTAL FOR       *
015610*    HELLOBAL; A HELD JOURNAL ANNOUNCES ZERO.                       *
015620*===================================================================*
015630 8000-WRITE-CONTROL-TOTALS.
015640     OPEN EXTEND CONTROL-FILE.
015650     IF WS-CTLTOTAL-NOTFOUND
015660         OPEN OUTPUT CONTROL-FILE
015670     END-IF.
015680     IF NOT WS-CTLTOTAL-OK
015690         DISPLAY 'CONTROL-FILE OPEN FAILED - STATUS '
015700             WS-CTLTOTAL-STATUS
015710         GO TO 8000-EXIT
015720     END-IF.
015730     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
015740     MOVE WS-POST-DATE     TO CTL-RUN-DATE.
015750     MOVE WS-CURRENT-TIME  TO CTL-RUN-TIME.
015760     MOVE 0                TO CTL-OFFERED-CNT.
015770     MOVE 0                TO CTL-ORDER-CNT.
015780     MOVE 0                TO CTL-FULFILL-CNT.
015790     MOVE 0                TO CTL-AUDIT-CNT.
015800     MOVE 0                TO CTL-INVOICE-CNT.
015810     MOVE 0                TO CTL-CREDIT-CNT.
015820     MOVE WS-RELEASED-CNT  TO CTL-JOURNAL-CNT.
015825     MOVE 0                TO CTL-SUPPRESS-CNT.
015830     WRITE CONTROL-RECORD.
015840     IF NOT WS-CTLTOTAL-OK
015850         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
015860             WS-CTLTOTAL-STATUS
015870     END-IF.
015880     CLOSE CONTROL-FILE.
015890 8000-EXIT.
015900     EXIT.
015910*===================================================================*
015920*    9000-TERMINATE                                                 *
015930*===================================================================*
015940 9000-TERMINATE.
015950     IF WS-JRNL-OPEN
015960         CLOSE JOURNAL-FILE
015970     END-IF.
015980     IF WS-PROD-AVAIL
015990         CLOSE PRODUCT-MASTER
016000     END-IF.
016010     CLOSE POST-REPORT.
016020     CLOSE TRIAL-REPORT.
016030 9000-EXIT.
016040     EXIT.
016050*===================================================================*
016060*    8900-WRITE-RUN-CONTROL                                         *
016070*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
016080*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
016090*===================================================================*
016100 8900-WRITE-RUN-CONTROL.
016110     OPEN EXTEND RUN-CONTROL.
016120     IF WS-RUNCTL-NOTFOUND
016130         OPEN OUTPUT RUN-CONTROL
016140     END-IF.
016150     IF NOT WS-RUNCTL-OK
016160         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
016170             WS-RUNCTL-STATUS
016180         GO TO 8900-EXIT
016190     END-IF.
016200     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
016210     ACCEPT WS-RUN-TIME-RAW FROM TIME.
016220     MOVE SPACES             TO RUN-CONTROL-RECORD.
016230     MOVE 'GLPOST  '         TO RNC-PROGRAM-ID.
016240     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
016250     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
016260     MOVE WS-RUN-EVENT       TO RNC-EVENT.
016270     MOVE WS-RUN-STATUS      TO RNC-STATUS.
016280     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
016290     WRITE RUN-CONTROL-RECORD.
016300     IF NOT WS-RUNCTL-OK
016310         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
016320             WS-RUNCTL-STATUS
016330     END-IF.
016340     CLOSE RUN-CONTROL.
016350 8900-EXIT.
016360     EXIT.
