000244*                     FILE INSTEAD OF THE CONSOLE SPOOL.            *
000245*                     THE RUN REFUSES TO START WHILE HELLOBAL'S     *
000246*                     LATEST END RECORD SAYS OUT-OF-BALANCE.        *
000247*    2026-10-15 KS    EACH BILLED LINE IS NOW ALSO POSTED AS AN   *
000248*                     OPEN ITEM ON AROPEN FOR CASHAPP TO APPLY    *
000249*                     PAYMENTS AGAINST AND AGE.                   *
000250*    2026-10-15 KS    CREDIT MEMOS ISSUED SINCE THE LAST RUN      *
000251*                     (RETURNS AND CANCELLED BILLED ORDERS) ARE   *
000252*                     PASSED TO AR ON INVINTF AS 'C' LINES AND    *
000253*                     LISTED ON THE REGISTER; AROPEN ITEMS NOW    *
000254*                     CARRY THE BILLED QUANTITY AND PRICE.        *
000255*    2026-10-15 KS    CTL-JOURNAL-CNT IS NOW ZEROED ON THE        *
000256*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000257*                     GLPOST.                                     *
000258*    2026-10-15 KS    CTL-SUPPRESS-CNT IS NOW ZEROED ON THE       *
000259*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000260*                     HELLO.                                      *
000261*    2026-10-15 KS    SALES TAX IS NOW WORKED OUT FOR EVERY LINE  *
000262*                     FROM THE TAXRATE TABLE BY THE CUSTOMER'S    *
000263*                     TAX REGION AND THE PRODUCT'S TAX CLASS,     *
000264*                     HONORING CUSTOMER EXEMPTIONS. THE TAX AND   *
000265*                     RATE GO TO INVINTF AND AROPEN, THE REGISTER *
000266*                     SHOWS SUBTOTAL, TAX AND INVOICE TOTAL, AND  *
000267*                     EVERY LINE AND MEMO PASSED TO AR IS WRITTEN *
000268*                     TO THE TAXLEDGR TAX LEDGER. THE TAX IS      *
000269*                     ADDED TO THE CUSTOMER'S CREDIT OPEN         *
000270*                     BALANCE.                                    *
000271*    2026-10-15 KS    A CREDIT MEMO IS NOW STAMPED AS PASSED      *
000272*                     BEFORE ITS INVINTF LINE AND TAX-LEDGER      *
000273*                     RECORD ARE WRITTEN, AND IS LEFT FOR THE     *
000274*                     NEXT RUN WHEN THE STAMP CANNOT BE           *
000275*                     REWRITTEN, SO NO MEMO REACHES AR TWICE.     *
000276*    2026-10-15 KS    TAX AMOUNTS ARE NOW CARRIED AS 9(12)V99,    *
000277*                     THE WIDTH OF THE AR OPEN-ITEM, CREDIT-MEMO, *
000278*                     INVOICE-INTERFACE AND TAX-LEDGER RECORDS.   *
000279*-----------------------------------------------------------------*
000280*    READS THE DAY'S ACCEPTED ('Y') ORDER-FILE RECORDS, GROUPS    *
000281*    THEM BY CUSTOMER WITHIN CURRENCY, AND ASSIGNS EACH GROUP     *
000282*    THE NEXT SEQUENTIAL INVOICE NUMBER FROM THE INVCTL CONTROL   *
000290*    RECORD. EACH INVOICE IS PRINTED ON THE INVCRPT REGISTER      *
000300*    AND ITS LINES ARE WRITTEN TO THE FIXED-WIDTH INVINTF         *
000310*    INTERFACE FILE FOR ACCOUNTS RECEIVABLE. THE BILLING DATE     *
000370*    PRODUCT-MASTER PRICE, AND ONES WHOSE CODE IS GONE FROM THE   *
000380*    MASTER ARE COUNTED AS UNBILLABLE RATHER THAN BILLED AT       *
000390*    ZERO.                                                        *
000392*    CREDIT MEMOS ON CRMEMO NOT YET PASSED TO AR FOLLOW THE       *
000394*    DAY'S INVOICE LINES ON INVINTF AS 'C' LINES, AND ARE         *
000396*    STAMPED WITH THE BILLING DATE SO THEY ARE SENT ONLY ONCE.    *
000397*    EVERY LINE IS TAXED AT THE TAXRATE RATE IN EFFECT ON THE     *
000398*    BILLING DATE FOR THE CUSTOMER'S TAX REGION AND THE PRODUCT'S *
000399*    TAX CLASS, UNLESS THE CUSTOMER IS TAX-EXEMPT. A LINE WITH NO *
000400*    RATE ON FILE IS BILLED WITHOUT TAX AND FLAGGED ON THE        *
000401*    REGISTER. EVERY LINE AND MEMO PASSED TO AR IS ALSO APPENDED  *
000402*    TO THE TAXLEDGR TAX LEDGER THE TAX REGISTER IS BUILT FROM.   *
000403*-----------------------------------------------------------------*
000410 ENVIRONMENT    DIVISION.
000420 INPUT-OUTPUT   SECTION.
000430 FILE-CONTROL.
000662     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000664         ORGANIZATION       IS SEQUENTIAL
000666         FILE STATUS        IS WS-RUNCTL-STATUS.
000667     SELECT AR-OPEN-FILE    ASSIGN TO AROPEN
000668         ORGANIZATION       IS INDEXED
000669         ACCESS MODE        IS RANDOM
000670         RECORD KEY         IS ARO-KEY
000671         FILE STATUS        IS WS-AROPEN-STATUS.
000672     SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMO
000673         ORGANIZATION       IS INDEXED
000674         ACCESS MODE        IS DYNAMIC
000675         RECORD KEY         IS CMO-MEMO-NO
000676         FILE STATUS        IS WS-CRMEMO-STATUS.
000677     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000678         ORGANIZATION       IS INDEXED
000679         ACCESS MODE        IS RANDOM
000680         RECORD KEY         IS CUST-ID
000681         FILE STATUS        IS WS-CUSTMAST-STATUS.
000682     SELECT TAX-RATE-FILE   ASSIGN TO TAXRATE
000683         ORGANIZATION       IS INDEXED
000684         ACCESS MODE        IS DYNAMIC
000685         RECORD KEY         IS TAX-KEY
000686         FILE STATUS        IS WS-TAXRATE-STATUS.
000687     SELECT TAX-LEDGER      ASSIGN TO TAXLEDGR
000688         ORGANIZATION       IS SEQUENTIAL
000689         FILE STATUS        IS WS-TAXLEDGR-STATUS.
000690     SELECT CREDIT-FILE     ASSIGN TO CREDFILE
000691         ORGANIZATION       IS INDEXED
000692         ACCESS MODE        IS RANDOM
000693         RECORD KEY         IS CRD-CUST-ID
000694         FILE STATUS        IS WS-CREDFILE-STATUS.
000695 DATA           DIVISION.
000696 FILE           SECTION.
000697 FD  ORDER-FILE
000700     LABEL RECORD IS STANDARD.
000710     COPY ORDREC.
000720 FD  PRODUCT-MASTER
000860 01  INV-PARM-RECORD.
000870     05  IVP-INVOICE-DATE        PIC 9(08).
000880     05  FILLER                  PIC X(72).
000882 FD  CREDIT-MEMO-FILE
000884     LABEL RECORD IS STANDARD.
000886     COPY CMOREC.
000890 FD  CONTROL-FILE
000900     LABEL RECORD IS STANDARD.
000910     COPY CTLREC.
000912 FD  RUN-CONTROL
000914     LABEL RECORD IS STANDARD.
000916     COPY RUNREC.
000917 FD  AR-OPEN-FILE
000918     LABEL RECORD IS STANDARD.
000919     COPY AROREC.
000920 FD  CUSTOMER-MASTER
000921     LABEL RECORD IS STANDARD.
000922     COPY CUSTREC.
000923 FD  TAX-RATE-FILE
000924     LABEL RECORD IS STANDARD.
000925     COPY TAXREC.
000926 FD  TAX-LEDGER
000927     LABEL RECORD IS STANDARD.
000928     COPY TXLREC.
000929 FD  CREDIT-FILE
000930     LABEL RECORD IS STANDARD.
000931     COPY CRDREC.
000932 WORKING-STORAGE SECTION.
000933 01  WS-RUNCTL-STATUS            PIC X(02).
000934     88  WS-RUNCTL-OK            VALUE '00'.
000935     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000936 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000937 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000938 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000939 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000940 01  WS-RUN-TIME-RAW.
000941     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000942     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000943 77  WS-EOF-RUNCTL-SW            PIC X(01)   VALUE 'N'.
000944     88  WS-EOF-RUNCTL           VALUE 'Y'.
000945 77  WS-BAL-VERDICT              PIC X(02)   VALUE SPACES.
000946 77  WS-GATE-BLOCKED-SW          PIC X(01)   VALUE 'N'.
000947     88  WS-GATE-BLOCKED         VALUE 'Y'.
000948 01  WS-ORDERFIL-STATUS          PIC X(02).
000949     88  WS-ORDERFIL-OK          VALUE '00'.
000950 01  WS-PRODMAST-STATUS          PIC X(02).
000960     88  WS-PRODMAST-OK          VALUE '00'.
000970 01  WS-INVCTL-STATUS            PIC X(02).
001050 01  WS-CTLTOTAL-STATUS          PIC X(02).
001060     88  WS-CTLTOTAL-OK          VALUE '00'.
001070     88  WS-CTLTOTAL-NOTFOUND    VALUE '35'.
001071 01  WS-AROPEN-STATUS            PIC X(02).
001072     88  WS-AROPEN-OK            VALUE '00'.
001073     88  WS-AROPEN-NOTFOUND      VALUE '35'.
001074 77  WS-AR-AVAIL-SW              PIC X(01)   VALUE 'N'.
001075     88  WS-AR-AVAIL             VALUE 'Y'.
001076 77  WS-AR-LINE-NO               PIC 9(05)   VALUE 0.
001077 77  WS-AR-POSTED-CNT            PIC 9(07)   COMP    VALUE 0.
001078 01  WS-CRMEMO-STATUS            PIC X(02).
001079     88  WS-CRMEMO-OK            VALUE '00'.
001080 77  WS-EOF-MEMOS-SW             PIC X(01)   VALUE 'N'.
001081     88  WS-EOF-MEMOS            VALUE 'Y'.
001082 77  WS-MEMO-PASSED-CNT          PIC 9(07)   COMP    VALUE 0.
001083*-----------------------------------------------------------------*
001084*    SALES-TAX WORK AREAS. THE CUSTOMER'S REGION AND EXEMPTION    *
001085*    ARE PICKED UP ONCE PER INVOICE; THE RATE ONCE PER LINE.      *
001086*-----------------------------------------------------------------*
001087 01  WS-CUSTMAST-STATUS          PIC X(02).
001088     88  WS-CUSTMAST-OK          VALUE '00'.
001089 01  WS-TAXRATE-STATUS           PIC X(02).
001090     88  WS-TAXRATE-OK           VALUE '00'.
001091 01  WS-TAXLEDGR-STATUS          PIC X(02).
001092     88  WS-TAXLEDGR-OK          VALUE '00'.
001093     88  WS-TAXLEDGR-NOTFOUND    VALUE '35'.
001094 01  WS-CREDFILE-STATUS          PIC X(02).
001095     88  WS-CREDFILE-OK          VALUE '00'.
001096     88  WS-CREDFILE-NOTFOUND    VALUE '35'.
001097 77  WS-CUST-AVAIL-SW            PIC X(01)   VALUE 'N'.
001098     88  WS-CUST-AVAIL           VALUE 'Y'.
001099 77  WS-TAXRATE-AVAIL-SW         PIC X(01)   VALUE 'N'.
001100     88  WS-TAXRATE-AVAIL        VALUE 'Y'.
001101 77  WS-TAXLEDGR-AVAIL-SW        PIC X(01)   VALUE 'N'.
001102     88  WS-TAXLEDGR-AVAIL       VALUE 'Y'.
001103 77  WS-CRED-AVAIL-SW            PIC X(01)   VALUE 'N'.
001104     88  WS-CRED-AVAIL           VALUE 'Y'.
001105 77  WS-EOF-RATES-SW             PIC X(01)   VALUE 'N'.
001106     88  WS-EOF-RATES            VALUE 'Y'.
001107 77  WS-RATE-FOUND-SW            PIC X(01)   VALUE 'N'.
001108     88  WS-RATE-FOUND           VALUE 'Y'.
001109 77  WS-INV-TAX-REGION           PIC X(06)   VALUE SPACES.
001110 77  WS-INV-EXEMPT-SW            PIC X(01)   VALUE 'N'.
001111     88  WS-INV-EXEMPT           VALUE 'Y'.
001112 77  WS-INV-EXEMPT-CERT          PIC X(20)   VALUE SPACES.
001114 77  WS-LINE-TAX-CLASS           PIC X(02)   VALUE SPACES.
001115 77  WS-LINE-TAX-STATUS          PIC X(01)   VALUE SPACES.
001116     88  WS-LINE-TAXED           VALUE 'T'.
001117     88  WS-LINE-ZERO-RATED      VALUE 'Z'.
001118     88  WS-LINE-EXEMPT          VALUE 'E'.
001119     88  WS-LINE-NO-RATE         VALUE 'N'.
001120 77  WS-LINE-TAX-RATE            PIC 9(02)V9(04) VALUE 0.
001121 77  WS-LINE-TAX                 PIC 9(12)V99 COMP-3 VALUE 0.
001122 77  WS-INVOICE-TAX              PIC 9(13)V99 COMP-3 VALUE 0.
001123 77  WS-INVOICE-GROSS            PIC 9(13)V99 COMP-3 VALUE 0.
001124 77  WS-MEMO-TAX                 PIC 9(12)V99 COMP-3 VALUE 0.
001125 77  WS-TAXED-CNT                PIC 9(07)   COMP    VALUE 0.
001126 77  WS-ZERO-RATED-CNT           PIC 9(07)   COMP    VALUE 0.
001127 77  WS-EXEMPT-CNT               PIC 9(07)   COMP    VALUE 0.
001128 77  WS-NO-RATE-CNT              PIC 9(07)   COMP    VALUE 0.
001129 77  WS-TAXLEDGR-CNT             PIC 9(07)   COMP    VALUE 0.
001130 77  WS-BALANCE-TAX-CNT          PIC 9(07)   COMP    VALUE 0.
001131 77  WS-EOF-ORDERS-SW            PIC X(01)   VALUE 'N'.
001132     88  WS-EOF-ORDERS           VALUE 'Y'.
001133 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
001134     88  WS-PARM-FOUND           VALUE 'Y'.
001135 77  WS-PROD-ON-FILE-SW          PIC X(01)   VALUE 'N'.
001136     88  WS-PROD-ON-FILE         VALUE 'Y'.
001140 77  WS-LINETBL-FULL-SW          PIC X(01)   VALUE 'N'.
001150     88  WS-LINETBL-FULL         VALUE 'Y'.
001160 77  WS-UNBILLED-LEFT-SW         PIC X(01)   VALUE 'N'.
001700         VALUE '  CURRENCY '.
001710     05  WS-IVH-CURR             PIC X(03).
001720     05  FILLER                  PIC X(31).
001727 01  WS-HEADING-2.
001734     05  FILLER                  PIC X(50)
001741         VALUE
001748         'PRODUCT      QTY     UNIT PRICE             AMOUNT'.
001755     05  FILLER                  PIC X(30)
001762         VALUE ' TAX RATE              TAX'.
001770 01  WS-DETAIL-LINE.
001780     05  WS-DET-PROD-CODE        PIC X(06).
001790     05  FILLER                  PIC X(04).
001820     05  WS-DET-UNIT-PRICE       PIC $Z,ZZZ,ZZ9.99.
001830     05  FILLER                  PIC X(02).
001840     05  WS-DET-AMOUNT           PIC $Z,ZZZ,ZZZ,ZZ9.99.
001843     05  FILLER                  PIC X(02).
001846     05  WS-DET-TAX-RATE         PIC Z9.9999.
001849     05  FILLER                  PIC X(02).
001852     05  WS-DET-TAX              PIC $ZZZ,ZZZ,ZZ9.99.
001855     05  FILLER                  PIC X(04).
001860 01  WS-TOTAL-LINE.
001870     05  WS-TOT-LABEL            PIC X(33).
001890     05  WS-TOT-AMOUNT           PIC $Z,ZZZ,ZZZ,ZZ9.99.
001900     05  FILLER                  PIC X(30).
001910 01  WS-COUNT-LINE.
001920     05  WS-CNT-LABEL            PIC X(34).
001930     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
001940     05  FILLER                  PIC X(39).
001941*-----------------------------------------------------------------*
001942*    PRINTED UNDER AN EXEMPT CUSTOMER'S INVOICE, AND UNDER A LINE *
001943*    NO RATE COULD BE FOUND FOR.                                  *
001944*-----------------------------------------------------------------*
001945 01  WS-EXEMPT-LINE.
001946     05  FILLER                  PIC X(25)
001947         VALUE 'TAX EXEMPT - CERTIFICATE '.
001948     05  WS-EXL-CERT-NO          PIC X(20).
001949     05  FILLER                  PIC X(35).
001950 01  WS-NO-RATE-LINE.
001951     05  FILLER                  PIC X(28)
001952         VALUE '  ** NO TAX RATE FOR REGION '.
001953     05  WS-NRL-REGION           PIC X(06).
001954     05  FILLER                  PIC X(07)   VALUE ' CLASS '.
001955     05  WS-NRL-CLASS            PIC X(02).
001956     05  FILLER                  PIC X(37)
001957         VALUE ' - BILLED WITHOUT TAX'.
001958 01  WS-MEMO-HDR                 PIC X(80)
001959         VALUE 'CREDIT MEMOS PASSED TO ACCOUNTS RECEIVABLE'.
001960 01  WS-MEMO-LINE.
001961     05  FILLER                  PIC X(12)
001962         VALUE 'CREDIT MEMO '.
001963     05  WS-MEM-NO               PIC 9(08).
001964     05  FILLER                  PIC X(02).
001965     05  WS-MEM-CUST             PIC X(08).
001966     05  FILLER                  PIC X(01).
001967     05  WS-MEM-CURR             PIC X(03).
001968     05  FILLER                  PIC X(01).
001969     05  WS-MEM-PROD-CODE        PIC X(06).
001970     05  FILLER                  PIC X(05)   VALUE ' INV '.
001971     05  WS-MEM-ORIG-INVOICE     PIC 9(08).
001972     05  FILLER                  PIC X(01).
001973     05  WS-MEM-AMOUNT           PIC $Z,ZZZ,ZZZ,ZZ9.99.
001974     05  FILLER                  PIC X(08)   VALUE 'CR'.
001975 01  WS-MEMO-TAX-LINE.
001976     05  FILLER                  PIC X(55)
001977         VALUE '    TAX CREDITED'.
001978     05  WS-MTX-AMOUNT           PIC $Z,ZZZ,ZZZ,ZZ9.99.
001979     05  FILLER                  PIC X(08)   VALUE 'CR'.
001980 PROCEDURE      DIVISION.
001981*===================================================================*
001982*    0000-MAINLINE                                                  *
001983*===================================================================*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002010     PERFORM 2000-LOAD-ONE-ORDER   THRU 2000-EXIT
002020         UNTIL WS-EOF-ORDERS.
002030     PERFORM 3000-BILL-INVOICES    THRU 3000-EXIT.
002035     PERFORM 3500-PASS-CREDIT-MEMOS THRU 3500-EXIT.
002040     PERFORM 4000-PRINT-CONTROLS   THRU 4000-EXIT.
002050     PERFORM 8000-SAVE-INVOICE-CONTROL THRU 8000-EXIT.
002060     PERFORM 8100-WRITE-CONTROL-TOTALS THRU 8100-EXIT.
002340         DISPLAY 'INVOICE-REPORT OPEN FAILED - STATUS '
002350             WS-INVCRPT-STATUS
002360     END-IF.
002365     PERFORM 1300-OPEN-AR-FILE THRU 1300-EXIT.
002367     PERFORM 1400-OPEN-TAX-FILES THRU 1400-EXIT.
002370     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
002380     PERFORM 1200-LOAD-INVOICE-CONTROL THRU 1200-EXIT.
002390     MOVE WS-HEADING-1 TO REPORT-LINE.
004090     ADD 1 TO WS-LAST-INVOICE-NO.
004100     ADD 1 TO WS-INVOICE-CNT.
004110     MOVE 0 TO WS-INVOICE-TOTAL.
004115     MOVE 0 TO WS-AR-LINE-NO.
004116     MOVE 0 TO WS-INVOICE-TAX.
004117     MOVE WS-CUR-INV-CUST TO CUST-ID.
004118     PERFORM 3120-GET-CUSTOMER-TAX THRU 3120-EXIT.
004120     MOVE SPACES TO REPORT-LINE.
004130     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004140     MOVE WS-LAST-INVOICE-NO TO WS-IVH-NO.
004210     PERFORM 3200-BILL-ONE-LINE THRU 3200-EXIT
004220         VARYING WS-LIN-IDX FROM 1 BY 1
004230         UNTIL WS-LIN-IDX > WS-LINE-COUNT.
004231     COMPUTE WS-INVOICE-GROSS = WS-INVOICE-TOTAL + WS-INVOICE-TAX.
004232     MOVE 'SUBTOTAL'        TO WS-TOT-LABEL.
004233     MOVE WS-INVOICE-TOTAL  TO WS-TOT-AMOUNT.
004234     MOVE WS-TOTAL-LINE TO REPORT-LINE.
004235     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004236     MOVE 'TAX'             TO WS-TOT-LABEL.
004237     MOVE WS-INVOICE-TAX    TO WS-TOT-AMOUNT.
004238     MOVE WS-TOTAL-LINE TO REPORT-LINE.
004239     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004240     MOVE 'INVOICE TOTAL'   TO WS-TOT-LABEL.
004241     MOVE WS-INVOICE-GROSS  TO WS-TOT-AMOUNT.
004242     MOVE WS-TOTAL-LINE TO REPORT-LINE.
004243     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004244     IF WS-INV-EXEMPT
004245         MOVE WS-INV-EXEMPT-CERT TO WS-EXL-CERT-NO
004246         MOVE WS-EXEMPT-LINE TO REPORT-LINE
004247         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004248     END-IF.
004249     IF WS-INVOICE-TAX > 0
004250         PERFORM 3400-POST-TAX-TO-BALANCE THRU 3400-EXIT
004251     END-IF.
004270 3100-EXIT.
004280     EXIT.
004290*-------------------------------------------------------------------*
004540         WS-LIN-UNIT-PRICE(WS-LIN-IDX)
004550         * WS-LIN-QUANTITY(WS-LIN-IDX).
004560     ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL.
004563     PERFORM 3210-TAX-ONE-LINE THRU 3210-EXIT.
004566     ADD WS-LINE-TAX TO WS-INVOICE-TAX.
004570     MOVE SPACES                TO INVOICE-IF-RECORD.
004580     MOVE WS-LAST-INVOICE-NO    TO INV-INVOICE-NO.
004590     MOVE WS-CUR-INV-CUST       TO INV-CUST-ID.
004650         TO INV-UNIT-PRICE.
004660     MOVE WS-LINE-AMOUNT        TO INV-LINE-AMOUNT.
004670     MOVE WS-LIN-CAMPAIGN-ID(WS-LIN-IDX) TO INV-CAMPAIGN-ID.
004673     MOVE 'I'                   TO INV-DOC-TYPE.
004676     MOVE 0                     TO INV-ORIG-INVOICE-NO.
004677     MOVE WS-INV-TAX-REGION     TO INV-TAX-REGION.
004678     MOVE WS-LINE-TAX-CLASS     TO INV-TAX-CLASS.
004679     MOVE WS-LINE-TAX-STATUS    TO INV-TAX-STATUS.
004680     MOVE WS-LINE-TAX-RATE      TO INV-TAX-RATE.
004681     MOVE WS-LINE-TAX           TO INV-TAX-AMOUNT.
004682     WRITE INVOICE-IF-RECORD.
004690     IF NOT WS-INVINTF-OK
004700         DISPLAY 'INVOICE-INTERFACE WRITE FAILED - STATUS '
004710             WS-INVINTF-STATUS
004720     END-IF.
004725     PERFORM 3300-POST-AR-OPEN-ITEM THRU 3300-EXIT.
004726     MOVE SPACES                TO TAX-LEDGER-RECORD.
004727     MOVE WS-INVOICE-DATE       TO TXL-TAX-DATE.
004728     MOVE 'I'                   TO TXL-DOC-TYPE.
004729     MOVE WS-LAST-INVOICE-NO    TO TXL-DOC-NO.
004730     MOVE WS-INVOICE-DATE       TO TXL-DOC-DATE.
004731     MOVE 0                     TO TXL-ORIG-INVOICE-NO.
004732     MOVE WS-CUR-INV-CUST       TO TXL-CUST-ID.
004733     MOVE WS-LIN-PROD-CODE(WS-LIN-IDX) TO TXL-PROD-CODE.
004734     MOVE WS-CUR-INV-CURR       TO TXL-CURRENCY-CODE.
004735     MOVE WS-LINE-AMOUNT        TO TXL-NET-AMOUNT.
004736     MOVE WS-LINE-TAX           TO TXL-TAX-AMOUNT.
004737     PERFORM 3600-WRITE-TAX-LEDGER THRU 3600-EXIT.
004738     MOVE WS-LIN-PROD-CODE(WS-LIN-IDX)  TO WS-DET-PROD-CODE.
004740     MOVE WS-LIN-QUANTITY(WS-LIN-IDX)   TO WS-DET-QTY.
004750     MOVE WS-LIN-UNIT-PRICE(WS-LIN-IDX) TO WS-DET-UNIT-PRICE.
004760     MOVE WS-LINE-AMOUNT                TO WS-DET-AMOUNT.
004763     MOVE WS-LINE-TAX-RATE              TO WS-DET-TAX-RATE.
004766     MOVE WS-LINE-TAX                   TO WS-DET-TAX.
004770     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004780     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004781     IF WS-LINE-NO-RATE
004782         MOVE WS-INV-TAX-REGION TO WS-NRL-REGION
004783         MOVE WS-LINE-TAX-CLASS TO WS-NRL-CLASS
004784         MOVE WS-NO-RATE-LINE TO REPORT-LINE
004785         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004786     END-IF.
004790 3200-EXIT.
004800     EXIT.
004810*===================================================================*
005000     MOVE WS-INVOICE-CNT                   TO WS-CNT-VALUE.
005010     MOVE WS-COUNT-LINE TO REPORT-LINE.
005020     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005021     MOVE 'LINES POSTED TO AR OPEN ITEMS'  TO WS-CNT-LABEL.
005022     MOVE WS-AR-POSTED-CNT                 TO WS-CNT-VALUE.
005023     MOVE WS-COUNT-LINE TO REPORT-LINE.
005024     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005025     MOVE 'CREDIT MEMOS PASSED TO AR'      TO WS-CNT-LABEL.
005026     MOVE WS-MEMO-PASSED-CNT               TO WS-CNT-VALUE.
005027     MOVE WS-COUNT-LINE TO REPORT-LINE.
005028     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005029     MOVE 'LINES TAXED'                    TO WS-CNT-LABEL.
005030     MOVE WS-TAXED-CNT                     TO WS-CNT-VALUE.
005031     MOVE WS-COUNT-LINE TO REPORT-LINE.
005032     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005033     MOVE 'LINES ZERO-RATED'               TO WS-CNT-LABEL.
005034     MOVE WS-ZERO-RATED-CNT                TO WS-CNT-VALUE.
005035     MOVE WS-COUNT-LINE TO REPORT-LINE.
005036     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005037     MOVE 'LINES TAX-EXEMPT (CERTIFICATE)' TO WS-CNT-LABEL.
005038     MOVE WS-EXEMPT-CNT                    TO WS-CNT-VALUE.
005039     MOVE WS-COUNT-LINE TO REPORT-LINE.
005040     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005041     MOVE 'LINES WITH NO TAX RATE'         TO WS-CNT-LABEL.
005042     MOVE WS-NO-RATE-CNT                   TO WS-CNT-VALUE.
005043     MOVE WS-COUNT-LINE TO REPORT-LINE.
005044     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005045     MOVE 'TAX LEDGER RECORDS WRITTEN'     TO WS-CNT-LABEL.
005046     MOVE WS-TAXLEDGR-CNT                  TO WS-CNT-VALUE.
005047     MOVE WS-COUNT-LINE TO REPORT-LINE.
005048     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005049     MOVE 'CREDIT BALANCES RAISED BY TAX'  TO WS-CNT-LABEL.
005050     MOVE WS-BALANCE-TAX-CNT               TO WS-CNT-VALUE.
005051     MOVE WS-COUNT-LINE TO REPORT-LINE.
005052     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005053 4000-EXIT.
005054     EXIT.
005055*===================================================================*
005060*    8000-SAVE-INVOICE-CONTROL                                       *
005070*    WRITE BACK THE LAST INVOICE NUMBER HANDED OUT SO THE NEXT       *
005080*    RUN CONTINUES THE SEQUENCE.                                     *
005480     MOVE 0                TO CTL-FULFILL-CNT.
005490     MOVE 0                TO CTL-AUDIT-CNT.
005500     MOVE WS-BILLED-CNT    TO CTL-INVOICE-CNT.
005505     MOVE 0                TO CTL-CREDIT-CNT.
005507     MOVE 0                TO CTL-JOURNAL-CNT.
005508     MOVE 0                TO CTL-SUPPRESS-CNT.
005510     WRITE CONTROL-RECORD.
005520     IF NOT WS-CTLTOTAL-OK
005530         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
005810     CLOSE PRODUCT-MASTER.
005820     CLOSE INVOICE-INTERFACE.
005830     CLOSE INVOICE-REPORT.
005835     IF WS-AR-AVAIL
005836         CLOSE AR-OPEN-FILE
005837     END-IF.
005838     IF WS-CUST-AVAIL
005839         CLOSE CUSTOMER-MASTER
005840     END-IF.
005841     IF WS-TAXRATE-AVAIL
005842         CLOSE TAX-RATE-FILE
005843     END-IF.
005844     IF WS-TAXLEDGR-AVAIL
005845         CLOSE TAX-LEDGER
005846     END-IF.
005847     IF WS-CRED-AVAIL
005848         CLOSE CREDIT-FILE
005849     END-IF.
005850 9000-EXIT.
005851     EXIT.
005860*===================================================================*
005870*    8800-CHECK-BALANCE-GATE                                         *
005880*    FIND HELLOBAL'S LATEST END RECORD ON THE RUN-CONTROL FILE.      *
006600     CLOSE RUN-CONTROL.
006610 8900-EXIT.
006620     EXIT.
006630*-------------------------------------------------------------------*
006640*    1300-OPEN-AR-FILE                                              *
006650*    THE RECEIVABLES FILE IS CREATED ON ITS FIRST EVER RUN. IF IT   *
006660*    CANNOT BE OPENED THE DAY IS STILL BILLED; THE LINES MISSING    *
006670*    FROM AR ARE ANNOUNCED SO THEY CAN BE POSTED BY HAND.           *
006680*-------------------------------------------------------------------*
006690 1300-OPEN-AR-FILE.
006700     OPEN I-O AR-OPEN-FILE.
006710     IF WS-AROPEN-NOTFOUND
006720         OPEN OUTPUT AR-OPEN-FILE
006730         CLOSE AR-OPEN-FILE
006740         OPEN I-O AR-OPEN-FILE
006750     END-IF.
006760     IF WS-AROPEN-OK
006770         SET WS-AR-AVAIL TO TRUE
006780     ELSE
006790         DISPLAY 'AR-OPEN-FILE OPEN FAILED - STATUS '
006800             WS-AROPEN-STATUS ' - OPEN ITEMS NOT POSTED.'
006810     END-IF.
006820 1300-EXIT.
006830     EXIT.
006840*-------------------------------------------------------------------*
006850*    3300-POST-AR-OPEN-ITEM                                         *
006860*    THE LINE JUST WRITTEN TO INVINTF BECOMES AN OPEN RECEIVABLE    *
006870*    FOR ITS FULL AMOUNT WITH TAX, NUMBERED WITHIN ITS INVOICE.     *
006880*-------------------------------------------------------------------*
006890 3300-POST-AR-OPEN-ITEM.
006900     ADD 1 TO WS-AR-LINE-NO.
006910     IF NOT WS-AR-AVAIL
006920         GO TO 3300-EXIT
006930     END-IF.
006940     MOVE SPACES                TO AR-OPEN-RECORD.
006950     MOVE WS-LAST-INVOICE-NO    TO ARO-INVOICE-NO.
006960     MOVE WS-AR-LINE-NO         TO ARO-LINE-NO.
006970     MOVE WS-CUR-INV-CUST       TO ARO-CUST-ID.
006980     MOVE WS-INVOICE-DATE       TO ARO-INVOICE-DATE.
006990     MOVE WS-CUR-INV-CURR       TO ARO-CURRENCY-CODE.
007000     MOVE WS-LIN-PROD-CODE(WS-LIN-IDX) TO ARO-PROD-CODE.
007010     MOVE WS-LINE-AMOUNT        TO ARO-LINE-AMOUNT.
007020     COMPUTE ARO-OPEN-AMOUNT = WS-LINE-AMOUNT + WS-LINE-TAX.
007030     MOVE 0                     TO ARO-LAST-PAID-DATE.
007031     MOVE 'I'                   TO ARO-ITEM-TYPE.
007032     MOVE WS-LIN-QUANTITY(WS-LIN-IDX)   TO ARO-QUANTITY.
007033     MOVE WS-LIN-UNIT-PRICE(WS-LIN-IDX) TO ARO-UNIT-PRICE.
007034     MOVE 0                     TO ARO-CREDITED-QTY.
007035     MOVE WS-LIN-CAMPAIGN-ID(WS-LIN-IDX) TO ARO-CAMPAIGN-ID.
007036     MOVE 0                     TO ARO-ORIG-INVOICE-NO.
007037     MOVE WS-LINE-TAX-RATE      TO ARO-TAX-RATE.
007038     MOVE WS-LINE-TAX           TO ARO-TAX-AMOUNT.
007039     MOVE WS-LINE-TAX-STATUS    TO ARO-TAX-STATUS.
007040     WRITE AR-OPEN-RECORD
007050         INVALID KEY
007060             DISPLAY 'AR-OPEN-FILE WRITE REJECTED - INVOICE '
007070                 ARO-INVOICE-NO ' LINE ' ARO-LINE-NO
007080                 ' STATUS ' WS-AROPEN-STATUS
007090             GO TO 3300-EXIT
007100     END-WRITE.
007110     IF NOT WS-AROPEN-OK
007120         DISPLAY 'AR-OPEN-FILE WRITE FAILED - STATUS '
007130             WS-AROPEN-STATUS
007140     ELSE
007150         ADD 1 TO WS-AR-POSTED-CNT
007160     END-IF.
007170 3300-EXIT.
007180     EXIT.
007190*-------------------------------------------------------------------*
007200*    3500-PASS-CREDIT-MEMOS                                         *
007210*    EVERY CREDIT MEMO RETMNT OR FULRECON HAS ISSUED SINCE THE      *
007220*    LAST RUN (ZERO AR DATE) GOES TO AR AS A 'C' LINE ON TONIGHT'S  *
007230*    INVINTF AND IS LISTED ON THE REGISTER. THE MEMO IS STAMPED     *
007240*    WITH THE BILLING DATE SO THE NEXT RUN DOES NOT SEND IT AGAIN.  *
007250*    NO CREDIT-MEMO FILE SIMPLY MEANS NO MEMO HAS BEEN ISSUED YET.  *
007252*    THE STAMP IS REWRITTEN BEFORE THE 'C' LINE GOES OUT; A MEMO    *
007254*    THAT CANNOT BE STAMPED IS LEFT FOR THE NEXT RUN RATHER THAN    *
007256*    PASSED NOW AND SENT A SECOND TIME.                             *
007260*-------------------------------------------------------------------*
007270 3500-PASS-CREDIT-MEMOS.
007280     IF NOT WS-INVINTF-OK
007290         GO TO 3500-EXIT
007300     END-IF.
007310     OPEN I-O CREDIT-MEMO-FILE.
007320     IF NOT WS-CRMEMO-OK
007330         GO TO 3500-EXIT
007340     END-IF.
007350     MOVE 0 TO CMO-MEMO-NO.
007360     START CREDIT-MEMO-FILE KEY IS NOT LESS THAN CMO-MEMO-NO
007370         INVALID KEY
007380             SET WS-EOF-MEMOS TO TRUE
007390     END-START.
007400     PERFORM 3510-PASS-ONE-MEMO THRU 3510-EXIT
007410         UNTIL WS-EOF-MEMOS.
007420     CLOSE CREDIT-MEMO-FILE.
007430 3500-EXIT.
007440     EXIT.
007450 3510-PASS-ONE-MEMO.
007460     READ CREDIT-MEMO-FILE NEXT RECORD
007470         AT END
007480             SET WS-EOF-MEMOS TO TRUE
007490     END-READ.
007500     IF WS-EOF-MEMOS
007510         GO TO 3510-EXIT
007520     END-IF.
007530     IF NOT WS-CRMEMO-OK
007540         DISPLAY 'CREDIT-MEMO-FILE READ FAILED - STATUS '
007550             WS-CRMEMO-STATUS
007560         SET WS-EOF-MEMOS TO TRUE
007570         GO TO 3510-EXIT
007580     END-IF.
007590     IF CMO-AR-DATE NUMERIC AND CMO-AR-DATE > 0
007600         GO TO 3510-EXIT
007610     END-IF.
007620     MOVE SPACES                TO INVOICE-IF-RECORD.
007630     MOVE CMO-MEMO-NO           TO INV-INVOICE-NO.
007640     MOVE CMO-CUST-ID           TO INV-CUST-ID.
007650     MOVE CMO-ISSUE-DATE        TO INV-INVOICE-DATE.
007660     MOVE CMO-CURRENCY-CODE     TO INV-CURRENCY-CODE.
007670     MOVE CMO-PROD-CODE         TO INV-PROD-CODE.
007680     MOVE CMO-QUANTITY          TO INV-QUANTITY.
007690     MOVE CMO-UNIT-PRICE        TO INV-UNIT-PRICE.
007700     MOVE CMO-AMOUNT            TO INV-LINE-AMOUNT.
007710     MOVE CMO-CAMPAIGN-ID       TO INV-CAMPAIGN-ID.
007720     MOVE 'C'                   TO INV-DOC-TYPE.
007730     MOVE CMO-ORIG-INVOICE-NO   TO INV-ORIG-INVOICE-NO.
007731     PERFORM 3520-GET-MEMO-TAX THRU 3520-EXIT.
007732     MOVE WS-INV-TAX-REGION     TO INV-TAX-REGION.
007733     MOVE WS-LINE-TAX-CLASS     TO INV-TAX-CLASS.
007734     MOVE WS-LINE-TAX-STATUS    TO INV-TAX-STATUS.
007735     MOVE WS-LINE-TAX-RATE      TO INV-TAX-RATE.
007736     MOVE WS-MEMO-TAX           TO INV-TAX-AMOUNT.
007740     MOVE WS-INVOICE-DATE TO CMO-AR-DATE.
007744     REWRITE CREDIT-MEMO-RECORD
007748         INVALID KEY
007752             CONTINUE
007756     END-REWRITE.
007760     IF NOT WS-CRMEMO-OK
007764         DISPLAY 'CREDIT-MEMO-FILE REWRITE FAILED - MEMO '
007768             CMO-MEMO-NO ' STATUS ' WS-CRMEMO-STATUS
007772             ' - NOT PASSED TO AR.'
007776         GO TO 3510-EXIT
007780     END-IF.
007784     WRITE INVOICE-IF-RECORD.
007788     IF NOT WS-INVINTF-OK
007792         DISPLAY 'INVOICE-INTERFACE WRITE FAILED FOR CREDIT MEMO '
007796             CMO-MEMO-NO ' - STATUS ' WS-INVINTF-STATUS
007800         MOVE 0 TO CMO-AR-DATE
007804         REWRITE CREDIT-MEMO-RECORD
007808             INVALID KEY
007812                 CONTINUE
007816         END-REWRITE
007820         IF NOT WS-CRMEMO-OK
007824             DISPLAY 'CREDIT-MEMO-FILE REWRITE FAILED - MEMO '
007828                 CMO-MEMO-NO ' STATUS ' WS-CRMEMO-STATUS
007832                 ' - ITS AR DATE MUST BE RESET BY HAND.'
007836         END-IF
007840         SET WS-EOF-MEMOS TO TRUE
007844         GO TO 3510-EXIT
007848     END-IF.
007861     MOVE SPACES                TO TAX-LEDGER-RECORD.
007862     MOVE WS-INVOICE-DATE       TO TXL-TAX-DATE.
007863     MOVE 'C'                   TO TXL-DOC-TYPE.
007864     MOVE CMO-MEMO-NO           TO TXL-DOC-NO.
007865     MOVE CMO-ISSUE-DATE        TO TXL-DOC-DATE.
007866     MOVE CMO-ORIG-INVOICE-NO   TO TXL-ORIG-INVOICE-NO.
007867     MOVE CMO-CUST-ID           TO TXL-CUST-ID.
007868     MOVE CMO-PROD-CODE         TO TXL-PROD-CODE.
007869     MOVE CMO-CURRENCY-CODE     TO TXL-CURRENCY-CODE.
007870     MOVE CMO-AMOUNT            TO TXL-NET-AMOUNT.
007871     MOVE WS-MEMO-TAX           TO TXL-TAX-AMOUNT.
007872     PERFORM 3600-WRITE-TAX-LEDGER THRU 3600-EXIT.
007873     IF WS-MEMO-PASSED-CNT = 0
007880         MOVE SPACES TO REPORT-LINE
007890         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
007900         MOVE WS-MEMO-HDR TO REPORT-LINE
007910         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
007920     END-IF.
007930     ADD 1 TO WS-MEMO-PASSED-CNT.
007940     MOVE CMO-MEMO-NO           TO WS-MEM-NO.
007950     MOVE CMO-CUST-ID           TO WS-MEM-CUST.
007960     MOVE CMO-CURRENCY-CODE     TO WS-MEM-CURR.
007970     MOVE CMO-PROD-CODE         TO WS-MEM-PROD-CODE.
007980     MOVE CMO-ORIG-INVOICE-NO   TO WS-MEM-ORIG-INVOICE.
007990     MOVE CMO-AMOUNT            TO WS-MEM-AMOUNT.
008000     MOVE WS-MEMO-LINE TO REPORT-LINE.
008010     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008011     IF WS-MEMO-TAX > 0
008012         MOVE WS-MEMO-TAX TO WS-MTX-AMOUNT
008013         MOVE WS-MEMO-TAX-LINE TO REPORT-LINE
008014         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
008015     END-IF.
008020 3510-EXIT.
008030     EXIT.
008040*-------------------------------------------------------------------*
008050*    1400-OPEN-TAX-FILES                                            *
008060*    THE CUSTOMER MASTER (TAX REGION AND EXEMPTION) AND THE RATE    *
008070*    TABLE ARE READ ONLY. WITHOUT EITHER THE DAY IS STILL BILLED -  *
008080*    EVERY LINE GOES OUT WITHOUT TAX AND IS FLAGGED ON THE          *
008090*    REGISTER. THE TAX LEDGER ACCUMULATES ACROSS RUNS; CREDFILE IS  *
008100*    OPTIONAL, AS IN HELLO.                                         *
008110*-------------------------------------------------------------------*
008120 1400-OPEN-TAX-FILES.
008130     OPEN INPUT CUSTOMER-MASTER.
008140     IF WS-CUSTMAST-OK
008150         SET WS-CUST-AVAIL TO TRUE
008160     ELSE
008170         DISPLAY 'CUSTOMER-MASTER OPEN FAILED - STATUS '
008180             WS-CUSTMAST-STATUS ' - LINES BILLED WITHOUT TAX.'
008190     END-IF.
008200     OPEN INPUT TAX-RATE-FILE.
008210     IF WS-TAXRATE-OK
008220         SET WS-TAXRATE-AVAIL TO TRUE
008230     ELSE
008240         DISPLAY 'TAX-RATE-FILE OPEN FAILED - STATUS '
008250             WS-TAXRATE-STATUS ' - LINES BILLED WITHOUT TAX.'
008260     END-IF.
008270     OPEN EXTEND TAX-LEDGER.
008280     IF WS-TAXLEDGR-NOTFOUND
008290         OPEN OUTPUT TAX-LEDGER
008300     END-IF.
008310     IF WS-TAXLEDGR-OK
008320         SET WS-TAXLEDGR-AVAIL TO TRUE
008330     ELSE
008340         DISPLAY 'TAX-LEDGER OPEN FAILED - STATUS '
008350             WS-TAXLEDGR-STATUS ' - TAX LEDGER NOT WRITTEN.'
008360     END-IF.
008370     OPEN I-O CREDIT-FILE.
008380     IF WS-CREDFILE-OK
008390         SET WS-CRED-AVAIL TO TRUE
008400     ELSE
008410         IF NOT WS-CREDFILE-NOTFOUND
008420             DISPLAY 'CREDIT-FILE OPEN FAILED - STATUS '
008430                 WS-CREDFILE-STATUS
008440         END-IF
008450     END-IF.
008460 1400-EXIT.
008470     EXIT.
008480*-------------------------------------------------------------------*
008490*    3120-GET-CUSTOMER-TAX                                          *
008500*    THE TAX REGION AND EXEMPTION OF THE CUSTOMER IN CUST-ID. A     *
008510*    CUSTOMER NOT ON THE MASTER HAS NO REGION, SO NO RATE.          *
008520*-------------------------------------------------------------------*
008530 3120-GET-CUSTOMER-TAX.
008540     MOVE SPACES TO WS-INV-TAX-REGION.
008550     MOVE SPACES TO WS-INV-EXEMPT-CERT.
008560     MOVE 'N'    TO WS-INV-EXEMPT-SW.
008570     IF NOT WS-CUST-AVAIL
008580         GO TO 3120-EXIT
008590     END-IF.
008600     READ CUSTOMER-MASTER
008610         INVALID KEY
008620             GO TO 3120-EXIT
008630     END-READ.
008640     IF NOT WS-CUSTMAST-OK
008650         GO TO 3120-EXIT
008660     END-IF.
008670     MOVE CUST-TAX-REGION TO WS-INV-TAX-REGION.
008680     IF CUST-TAX-EXEMPT-YES
008690         SET WS-INV-EXEMPT TO TRUE
008700         MOVE CUST-EXEMPT-CERT-NO TO WS-INV-EXEMPT-CERT
008710     END-IF.
008720 3120-EXIT.
008730     EXIT.
008740*-------------------------------------------------------------------*
008750*    3210-TAX-ONE-LINE                                              *
008760*    AN EXEMPT CUSTOMER PAYS NO TAX. OTHERWISE THE LINE IS TAXED    *
008770*    AT THE RATE IN EFFECT ON THE BILLING DATE; A ZERO RATE IS      *
008780*    ZERO-RATED, AND NO RATE AT ALL BILLS THE LINE WITHOUT TAX      *
008790*    AND FLAGS IT - THE RATE IS NEVER GUESSED. TAX IS ROUNDED TO    *
008800*    THE CENT PER LINE.                                             *
008810*-------------------------------------------------------------------*
008820 3210-TAX-ONE-LINE.
008830     MOVE 0 TO WS-LINE-TAX.
008840     MOVE 0 TO WS-LINE-TAX-RATE.
008850     MOVE WS-LIN-PROD-CODE(WS-LIN-IDX) TO PROD-CODE.
008860     PERFORM 3215-GET-TAX-CLASS THRU 3215-EXIT.
008870     IF WS-INV-EXEMPT
008880         SET WS-LINE-EXEMPT TO TRUE
008890         ADD 1 TO WS-EXEMPT-CNT
008900         GO TO 3210-EXIT
008910     END-IF.
008920     PERFORM 3250-FIND-TAX-RATE THRU 3250-EXIT.
008930     IF NOT WS-RATE-FOUND
008940         SET WS-LINE-NO-RATE TO TRUE
008950         ADD 1 TO WS-NO-RATE-CNT
008960         GO TO 3210-EXIT
008970     END-IF.
008980     IF WS-LINE-TAX-RATE = 0
008990         SET WS-LINE-ZERO-RATED TO TRUE
009000         ADD 1 TO WS-ZERO-RATED-CNT
009010         GO TO 3210-EXIT
009020     END-IF.
009030     SET WS-LINE-TAXED TO TRUE.
009040     COMPUTE WS-LINE-TAX ROUNDED =
009050         WS-LINE-AMOUNT * WS-LINE-TAX-RATE / 100.
009060     ADD 1 TO WS-TAXED-CNT.
009070 3210-EXIT.
009080     EXIT.
009090*-------------------------------------------------------------------*
009100*    3215-GET-TAX-CLASS                                             *
009110*    THE TAX CLASS OF THE PRODUCT IN PROD-CODE. A PRODUCT GONE      *
009120*    FROM THE MASTER SELLS UNDER THE STANDARD (BLANK) CLASS.        *
009130*-------------------------------------------------------------------*
009140 3215-GET-TAX-CLASS.
009150     MOVE SPACES TO WS-LINE-TAX-CLASS.
009160     READ PRODUCT-MASTER
009170         INVALID KEY
009180             GO TO 3215-EXIT
009190     END-READ.
009200     IF WS-PRODMAST-OK
009210         MOVE PROD-TAX-CLASS TO WS-LINE-TAX-CLASS
009220     END-IF.
009230 3215-EXIT.
009240     EXIT.
009250*-------------------------------------------------------------------*
009260*    3250-FIND-TAX-RATE                                             *
009270*    THE RATE FOR THE INVOICE'S REGION AND THE LINE'S CLASS IS      *
009280*    THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE BILLING   *
009290*    DATE. THE TABLE IS READ FORWARD FROM THE PAIR'S FIRST DATE.    *
009300*-------------------------------------------------------------------*
009310 3250-FIND-TAX-RATE.
009320     MOVE 'N' TO WS-RATE-FOUND-SW.
009330     IF NOT WS-TAXRATE-AVAIL
009340        OR WS-INV-TAX-REGION = SPACES
009350         GO TO 3250-EXIT
009360     END-IF.
009370     MOVE WS-INV-TAX-REGION TO TAX-REGION.
009380     MOVE WS-LINE-TAX-CLASS TO TAX-CLASS.
009390     MOVE 0                 TO TAX-EFF-DATE.
009400     MOVE 'N' TO WS-EOF-RATES-SW.
009410     START TAX-RATE-FILE KEY IS NOT LESS THAN TAX-KEY
009420         INVALID KEY
009430             GO TO 3250-EXIT
009440     END-START.
009450     PERFORM 3260-SCAN-ONE-RATE THRU 3260-EXIT
009460         UNTIL WS-EOF-RATES.
009470 3250-EXIT.
009480     EXIT.
009490 3260-SCAN-ONE-RATE.
009500     READ TAX-RATE-FILE NEXT RECORD
009510         AT END
009520             SET WS-EOF-RATES TO TRUE
009530             GO TO 3260-EXIT
009540     END-READ.
009550     IF NOT WS-TAXRATE-OK
009560        OR TAX-REGION NOT = WS-INV-TAX-REGION
009570        OR TAX-CLASS NOT = WS-LINE-TAX-CLASS
009580        OR TAX-EFF-DATE > WS-INVOICE-DATE
009590         SET WS-EOF-RATES TO TRUE
009600         GO TO 3260-EXIT
009610     END-IF.
009620     SET WS-RATE-FOUND TO TRUE.
009630     MOVE TAX-RATE TO WS-LINE-TAX-RATE.
009640 3260-EXIT.
009650     EXIT.
009660*-------------------------------------------------------------------*
009670*    3400-POST-TAX-TO-BALANCE                                       *
009680*    THE ACCEPT PUT THE NET AMOUNT ON THE CUSTOMER'S CREDIT OPEN    *
009690*    BALANCE; THE TAX BILLED NOW JOINS IT, SO THE BALANCE IS WHAT   *
009700*    THE CUSTOMER OWES AND CASH APPLIED LATER COMES OFF CLEANLY. A  *
009710*    BALANCE KEPT IN ANOTHER CURRENCY IS FLAGGED FOR THE DESK       *
009720*    RATHER THAN POSTED. A CUSTOMER WITH NO CREDIT RECORD IS NOT    *
009730*    CREDIT-CONTROLLED.                                             *
009740*-------------------------------------------------------------------*
009750 3400-POST-TAX-TO-BALANCE.
009760     IF NOT WS-CRED-AVAIL
009770         GO TO 3400-EXIT
009780     END-IF.
009790     MOVE WS-CUR-INV-CUST TO CRD-CUST-ID.
009800     READ CREDIT-FILE
009810         INVALID KEY
009820             GO TO 3400-EXIT
009830     END-READ.
009840     IF NOT WS-CREDFILE-OK
009850         GO TO 3400-EXIT
009860     END-IF.
009870     IF CRD-CURRENCY-CODE NOT = WS-CUR-INV-CURR
009880         DISPLAY 'CREDIT CURRENCY MISMATCH FOR ' CRD-CUST-ID
009890             ' (' WS-CUR-INV-CURR ' INVOICE, '
009900             CRD-CURRENCY-CODE ' BALANCE) - TAX NOT ADDED TO '
009910             'OPEN BALANCE. ADJUST IT BY HAND.'
009920         GO TO 3400-EXIT
009930     END-IF.
009940     ADD WS-INVOICE-TAX TO CRD-OPEN-BALANCE.
009950     REWRITE CREDIT-RECORD
009960         INVALID KEY
009970             DISPLAY 'CREDIT-FILE REWRITE REJECTED - STATUS '
009980                 WS-CREDFILE-STATUS
009990             GO TO 3400-EXIT
010000     END-REWRITE.
010010     IF NOT WS-CREDFILE-OK
010020         DISPLAY 'CREDIT-FILE REWRITE FAILED - STATUS '
010030             WS-CREDFILE-STATUS
010040     ELSE
010050         ADD 1 TO WS-BALANCE-TAX-CNT
010060     END-IF.
010070 3400-EXIT.
010080     EXIT.
010090*-------------------------------------------------------------------*
010100*    3520-GET-MEMO-TAX                                              *
010110*    A MEMO CARRIES THE TAX IT GIVES BACK, AT THE RATE AND STATUS   *
010120*    OF THE LINE IT CREDITS. THE REGION AND CLASS IT IS FILED       *
010130*    UNDER COME FROM THE CURRENT CUSTOMER AND PRODUCT MASTERS. A    *
010140*    MEMO ISSUED BEFORE TAX WAS CARRIED CREDITS A LINE BILLED       *
010150*    WITHOUT TAX AND IS FILED AS NO RATE.                           *
010160*-------------------------------------------------------------------*
010170 3520-GET-MEMO-TAX.
010180     MOVE CMO-CUST-ID   TO CUST-ID.
010190     PERFORM 3120-GET-CUSTOMER-TAX THRU 3120-EXIT.
010200     MOVE CMO-PROD-CODE TO PROD-CODE.
010210     PERFORM 3215-GET-TAX-CLASS THRU 3215-EXIT.
010220     IF CMO-TAX-AMOUNT NUMERIC
010230        AND CMO-TAX-RATE NUMERIC
010240        AND CMO-TAX-STATUS NOT = SPACE
010250         MOVE CMO-TAX-AMOUNT TO WS-MEMO-TAX
010260         MOVE CMO-TAX-RATE   TO WS-LINE-TAX-RATE
010270         MOVE CMO-TAX-STATUS TO WS-LINE-TAX-STATUS
010280     ELSE
010290         MOVE 0 TO WS-MEMO-TAX
010300         MOVE 0 TO WS-LINE-TAX-RATE
010310         SET WS-LINE-NO-RATE TO TRUE
010320     END-IF.
010330 3520-EXIT.
010340     EXIT.
010350*-------------------------------------------------------------------*
010360*    3600-WRITE-TAX-LEDGER                                          *
010370*    THE CALLER HAS BUILT THE DOCUMENT PART OF THE RECORD; THE      *
010380*    TAX TREATMENT IS THE ONE JUST WORKED OUT.                      *
010390*-------------------------------------------------------------------*
010400 3600-WRITE-TAX-LEDGER.
010410     IF NOT WS-TAXLEDGR-AVAIL
010420         GO TO 3600-EXIT
010430     END-IF.
010440     MOVE WS-INV-TAX-REGION     TO TXL-TAX-REGION.
010450     MOVE WS-LINE-TAX-CLASS     TO TXL-TAX-CLASS.
010460     MOVE WS-LINE-TAX-STATUS    TO TXL-TAX-STATUS.
010470     MOVE WS-LINE-TAX-RATE      TO TXL-TAX-RATE.
010480     IF TXL-EXEMPT
010490         MOVE WS-INV-EXEMPT-CERT TO TXL-EXEMPT-CERT-NO
010500     END-IF.
010510     WRITE TAX-LEDGER-RECORD.
010520     IF NOT WS-TAXLEDGR-OK
010530         DISPLAY 'TAX-LEDGER WRITE FAILED - STATUS '
010540             WS-TAXLEDGR-STATUS
010550     ELSE
010560         ADD 1 TO WS-TAXLEDGR-CNT
010570     END-IF.
010580 3600-EXIT.
010590     EXIT.
