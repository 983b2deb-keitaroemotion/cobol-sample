000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    TAXRPT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - SALES-TAX REGISTER FOR   *
000220*                     THE MONTHLY RETURN, REPLACING THE           *
000230*                     SPREADSHEETS THE TAX TEAM BUILT FROM THE    *
000240*                     INVOICES BY HAND.                           *
000242*    2026-10-15 KS    A TAX-REPORT OPEN FAILURE NOW MARKS THE     *
000244*                     RUN 'ER', AND NO LINE IS WRITTEN TO OR      *
000246*                     CLOSE ISSUED ON THE UNOPENED REPORT.        *
000247*    2026-10-15 KS    A TAX-LEDGER READ ERROR DURING THE NO-RATE  *
000248*                     LISTING IS NOW REPORTED AND ENDS THE RUN    *
000249*                     'ER'.                                       *
000250*-----------------------------------------------------------------*
000260*    READS THE TAXLEDGR LEDGER HELLOINV WRITES AND TOTALS EVERY   *
000270*    DOCUMENT FILED IN THE REPORT MONTHS BY PERIOD (YYYYMM OF     *
000280*    TXL-TAX-DATE), CURRENCY AND TAX REGION: THE TAXABLE NET,     *
000290*    THE ZERO-RATED NET, THE NET BILLED TO EXEMPT CUSTOMERS AND   *
000300*    THE TAX. CREDIT-MEMO RECORDS REDUCE THE PERIOD THEY ARE      *
000310*    FILED IN. EACH CURRENCY OF A PERIOD GETS A TOTAL LINE - THE  *
000320*    FIGURES THE RETURN IS FILED FROM. LINES BILLED WITH NO RATE  *
000330*    ON FILE ARE KEPT OUT OF THE TOTALS AND LISTED ONE BY ONE AS  *
000340*    EXCEPTIONS FOR THE TAX TEAM TO RESOLVE BEFORE FILING.        *
000350*    THE FIRST AND LAST MONTH (YYYYMM) COME FROM THE TAXRPTPM     *
000360*    PARM CARD; A MISSING OR ZERO CARD REPORTS THE PREVIOUS       *
000370*    CALENDAR MONTH, AND A ZERO LAST MONTH MEANS THE FIRST ONE.   *
000380*-----------------------------------------------------------------*
000390 ENVIRONMENT    DIVISION.
000400 INPUT-OUTPUT   SECTION.
000410 FILE-CONTROL.
000420     SELECT TAX-LEDGER      ASSIGN TO TAXLEDGR
000430         ORGANIZATION       IS SEQUENTIAL
000440         FILE STATUS        IS WS-TAXLEDGR-STATUS.
000450     SELECT TAX-PARM-FILE   ASSIGN TO TAXRPTPM
000460         ORGANIZATION       IS SEQUENTIAL
000470         FILE STATUS        IS WS-TAXRPTPM-STATUS.
000480     SELECT TAX-REPORT      ASSIGN TO TAXREGRP
000490         ORGANIZATION       IS SEQUENTIAL
000500         FILE STATUS        IS WS-TAXREGRP-STATUS.
000510     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000520         ORGANIZATION       IS SEQUENTIAL
000530         FILE STATUS        IS WS-RUNCTL-STATUS.
000540 DATA           DIVISION.
000550 FILE           SECTION.
000560 FD  TAX-LEDGER
000570     LABEL RECORD IS STANDARD.
000580     COPY TXLREC.
000590 FD  TAX-PARM-FILE
000600     LABEL RECORD IS STANDARD.
000610 01  TAX-PARM-RECORD.
000620     05  TRP-FROM-PERIOD         PIC 9(06).
000630     05  TRP-TO-PERIOD           PIC 9(06).
000640     05  FILLER                  PIC X(68).
000650 FD  TAX-REPORT
000660     LABEL RECORD IS STANDARD.
000670 01  REPORT-LINE                PIC X(80).
000680 FD  RUN-CONTROL
000690     LABEL RECORD IS STANDARD.
000700     COPY RUNREC.
000710 WORKING-STORAGE SECTION.
000720 01  WS-RUNCTL-STATUS            PIC X(02).
000730     88  WS-RUNCTL-OK            VALUE '00'.
000740     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000750 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000760 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000770 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000780 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000790 01  WS-RUN-TIME-RAW.
000800     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000810     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000820 01  WS-TAXLEDGR-STATUS          PIC X(02).
000830     88  WS-TAXLEDGR-OK          VALUE '00'.
000840     88  WS-TAXLEDGR-NOTFOUND    VALUE '35'.
000850 01  WS-TAXRPTPM-STATUS          PIC X(02).
000860     88  WS-TAXRPTPM-OK          VALUE '00'.
000870 01  WS-TAXREGRP-STATUS          PIC X(02).
000880     88  WS-TAXREGRP-OK          VALUE '00'.
000890 77  WS-EOF-LEDGER-SW            PIC X(01)   VALUE 'N'.
000900     88  WS-EOF-LEDGER           VALUE 'Y'.
000910 77  WS-LEDGER-AVAIL-SW          PIC X(01)   VALUE 'N'.
000920     88  WS-LEDGER-AVAIL         VALUE 'Y'.
000923 77  WS-REPORT-OPEN-SW           PIC X(01)   VALUE 'N'.
000926     88  WS-REPORT-OPEN          VALUE 'Y'.
000930 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
000940     88  WS-PARM-FOUND           VALUE 'Y'.
000950 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
000960     88  WS-ENTRY-FOUND          VALUE 'Y'.
000970 77  WS-REGTBL-FULL-SW           PIC X(01)   VALUE 'N'.
000980     88  WS-REGTBL-FULL          VALUE 'Y'.
000990 01  WS-TODAY                    PIC 9(08)   VALUE 0.
001000 01  WS-TODAY-R REDEFINES WS-TODAY.
001010     05  WS-TODAY-YYYY           PIC 9(04).
001020     05  WS-TODAY-MM             PIC 9(02).
001030     05  WS-TODAY-DD             PIC 9(02).
001040 01  WS-PERIOD-FROM              PIC 9(06)   VALUE 0.
001050 01  WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM.
001060     05  WS-FROM-YYYY            PIC 9(04).
001070     05  WS-FROM-MM              PIC 9(02).
001080 01  WS-PERIOD-TO                PIC 9(06)   VALUE 0.
001090 01  WS-LINE-PERIOD              PIC 9(06)   VALUE 0.
001100 77  WS-SIGNED-NET               PIC S9(13)V99 COMP-3 VALUE 0.
001110 77  WS-SIGNED-TAX               PIC S9(13)V99 COMP-3 VALUE 0.
001120 77  WS-READ-CNT                  PIC 9(07)   COMP    VALUE 0.
001130 77  WS-PERIOD-CNT                PIC 9(07)   COMP    VALUE 0.
001140 77  WS-INVOICE-LINE-CNT          PIC 9(07)   COMP    VALUE 0.
001150 77  WS-CREDIT-MEMO-CNT           PIC 9(07)   COMP    VALUE 0.
001160 77  WS-TAXED-CNT                 PIC 9(07)   COMP    VALUE 0.
001170 77  WS-ZERO-RATED-CNT            PIC 9(07)   COMP    VALUE 0.
001180 77  WS-EXEMPT-CNT                PIC 9(07)   COMP    VALUE 0.
001190 77  WS-NO-RATE-CNT               PIC 9(07)   COMP    VALUE 0.
001200 77  WS-UNREADABLE-CNT            PIC 9(07)   COMP    VALUE 0.
001210 77  WS-NOT-TOTALED-CNT           PIC 9(07)   COMP    VALUE 0.
001220*-----------------------------------------------------------------*
001230*    THE REGISTER, ONE ENTRY PER PERIOD, CURRENCY AND REGION,     *
001240*    KEPT IN KEY ORDER AS ENTRIES ARE ADDED SO IT PRINTS          *
001250*    WITHOUT A SORT.                                              *
001260*-----------------------------------------------------------------*
001270 01  WS-REG-TABLE.
001280     05  WS-REG-ENTRY            OCCURS 2000 TIMES
001290                                 INDEXED BY WS-REG-IDX.
001300         10  WS-REG-KEY.
001310             15  WS-REG-PERIOD   PIC 9(06).
001320             15  WS-REG-CURRENCY PIC X(03).
001330             15  WS-REG-REGION   PIC X(06).
001340         10  WS-REG-TAXABLE      PIC S9(13)V99 COMP-3.
001350         10  WS-REG-ZERO-RATED   PIC S9(13)V99 COMP-3.
001360         10  WS-REG-EXEMPT       PIC S9(13)V99 COMP-3.
001370         10  WS-REG-TAX          PIC S9(13)V99 COMP-3.
001380 77  WS-REG-COUNT                PIC 9(05)   COMP    VALUE 0.
001390 77  WS-INSERT-POS               PIC 9(05)   COMP    VALUE 0.
001400 77  WS-SHIFT-SUB                PIC 9(05)   COMP    VALUE 0.
001410 01  WS-NEW-REG-KEY.
001420     05  WS-NEW-REG-PERIOD       PIC 9(06).
001430     05  WS-NEW-REG-CURRENCY     PIC X(03).
001440     05  WS-NEW-REG-REGION       PIC X(06).
001450 01  WS-PREV-BREAK.
001460     05  WS-PREV-PERIOD          PIC 9(06).
001470     05  WS-PREV-CURRENCY        PIC X(03).
001480 77  WS-SUB-TAXABLE              PIC S9(13)V99 COMP-3 VALUE 0.
001490 77  WS-SUB-ZERO-RATED           PIC S9(13)V99 COMP-3 VALUE 0.
001500 77  WS-SUB-EXEMPT               PIC S9(13)V99 COMP-3 VALUE 0.
001510 77  WS-SUB-TAX                  PIC S9(13)V99 COMP-3 VALUE 0.
001520*-----------------------------------------------------------------*
001530*    REPORT PRINT LINE WORK AREAS                                 *
001540*-----------------------------------------------------------------*
001550 01  WS-HEADING-1                PIC X(80)
001560         VALUE 'SALES-TAX REGISTER BY PERIOD/CURRENCY/REGION'.
001570 01  WS-PERIOD-LINE.
001580     05  FILLER                  PIC X(15)
001590         VALUE 'PERIODS:       '.
001600     05  WS-PER-FROM             PIC 9(06).
001610     05  FILLER                  PIC X(04)   VALUE ' TO '.
001620     05  WS-PER-TO               PIC 9(06).
001630     05  FILLER                  PIC X(49).
001640 01  WS-HEADING-2.
001650     05  FILLER                  PIC X(40)
001660         VALUE 'PERIOD REGION CUR       TAXABLE     ZERO'.
001670     05  FILLER                  PIC X(40)
001680         VALUE '-RATED         EXEMPT            TAX'.
001690 01  WS-REGISTER-LINE.
001700     05  WS-RGL-PERIOD           PIC 9(06).
001710     05  FILLER                  PIC X(01).
001720     05  WS-RGL-REGION           PIC X(06).
001730     05  FILLER                  PIC X(01).
001740     05  WS-RGL-CURRENCY         PIC X(03).
001750     05  WS-RGL-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99-.
001760     05  WS-RGL-ZERO-RATED       PIC ZZZ,ZZZ,ZZ9.99-.
001770     05  WS-RGL-EXEMPT           PIC ZZZ,ZZZ,ZZ9.99-.
001780     05  WS-RGL-TAX              PIC ZZZ,ZZZ,ZZ9.99-.
001790     05  FILLER                  PIC X(03).
001800 01  WS-EXC-HEADING              PIC X(80)
001810         VALUE 'NO TAX RATE ON FILE - NOT IN THE TOTALS'.
001820 01  WS-EXC-HEADING-2.
001830     05  FILLER                  PIC X(40)
001840         VALUE 'DATE     T DOC NO   CUSTOMER PROD   CUR '.
001850     05  FILLER                  PIC X(40)
001860         VALUE 'REGION CL            NET'.
001870 01  WS-EXC-LINE.
001880     05  WS-EXL-DATE             PIC 9(08).
001890     05  FILLER                  PIC X(01).
001900     05  WS-EXL-DOC-TYPE         PIC X(01).
001910     05  FILLER                  PIC X(01).
001920     05  WS-EXL-DOC-NO           PIC 9(08).
001930     05  FILLER                  PIC X(01).
001940     05  WS-EXL-CUST-ID          PIC X(08).
001950     05  FILLER                  PIC X(01).
001960     05  WS-EXL-PROD-CODE        PIC X(06).
001970     05  FILLER                  PIC X(01).
001980     05  WS-EXL-CURRENCY         PIC X(03).
001990     05  FILLER                  PIC X(01).
002000     05  WS-EXL-REGION           PIC X(06).
002010     05  FILLER                  PIC X(01).
002020     05  WS-EXL-CLASS            PIC X(02).
002030     05  FILLER                  PIC X(01).
002040     05  WS-EXL-NET              PIC ZZZ,ZZZ,ZZ9.99-.
002050     05  FILLER                  PIC X(14).
002060 01  WS-COUNT-LINE.
002070     05  WS-CNT-LABEL            PIC X(34).
002080     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
002090     05  FILLER                  PIC X(39).
002100 PROCEDURE      DIVISION.
002110*===================================================================*
002120*    0000-MAINLINE                                                  *
002130*===================================================================*
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002160     PERFORM 2000-TOTAL-ONE-RECORD THRU 2000-EXIT
002170         UNTIL WS-EOF-LEDGER.
002180     PERFORM 3000-PRINT-REGISTER   THRU 3000-EXIT.
002190     PERFORM 4000-LIST-NO-RATE     THRU 4000-EXIT.
002200     PERFORM 5000-PRINT-CONTROLS   THRU 5000-EXIT.
002210     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002220     MOVE 'END'   TO WS-RUN-EVENT.
002230     MOVE WS-PERIOD-CNT TO WS-RUN-RECORDS.
002240     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002250     STOP RUN.
002260 0000-EXIT.
002270     EXIT.
002280*-------------------------------------------------------------------*
002290*    1000-INITIALIZE                                                *
002300*    NO LEDGER YET SIMPLY MEANS NOTHING HAS BEEN BILLED WITH TAX;   *
002310*    THE REGISTER STILL PRINTS, EMPTY.                              *
002320*-------------------------------------------------------------------*
002330 1000-INITIALIZE.
002340     MOVE 'START' TO WS-RUN-EVENT.
002350     MOVE 'OK'    TO WS-RUN-STATUS.
002360     MOVE 0       TO WS-RUN-RECORDS.
002370     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002380     MOVE SPACES TO WS-REG-TABLE.
002390     MOVE 0      TO WS-REG-COUNT.
002400     OPEN INPUT TAX-LEDGER.
002410     IF WS-TAXLEDGR-OK
002420         SET WS-LEDGER-AVAIL TO TRUE
002430     ELSE
002440         IF NOT WS-TAXLEDGR-NOTFOUND
002450             DISPLAY 'TAX-LEDGER OPEN FAILED - STATUS '
002460                 WS-TAXLEDGR-STATUS
002470             MOVE 'ER' TO WS-RUN-STATUS
002480         END-IF
002490         SET WS-EOF-LEDGER TO TRUE
002500     END-IF.
002510     OPEN OUTPUT TAX-REPORT.
002516     IF WS-TAXREGRP-OK
002522         SET WS-REPORT-OPEN TO TRUE
002528     ELSE
002534         DISPLAY 'TAX-REPORT OPEN FAILED - STATUS '
002540             WS-TAXREGRP-STATUS
002546         MOVE 'ER' TO WS-RUN-STATUS
002552     END-IF.
002560     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590*-------------------------------------------------------------------*
002600*    1100-LOAD-PARM                                                 *
002610*    THE MONTHS COME FROM THE TAXRPTPM CARD; A MISSING OR ZERO      *
002620*    CARD REPORTS THE CALENDAR MONTH BEFORE TODAY'S. A ZERO (OR     *
002630*    EARLIER) LAST MONTH REPORTS THE FIRST MONTH ALONE.             *
002640*-------------------------------------------------------------------*
002650 1100-LOAD-PARM.
002660     OPEN INPUT TAX-PARM-FILE.
002670     IF WS-TAXRPTPM-OK
002680         READ TAX-PARM-FILE
002690             AT END
002700                 CONTINUE
002710             NOT AT END
002720                 SET WS-PARM-FOUND TO TRUE
002730         END-READ
002740         CLOSE TAX-PARM-FILE
002750     END-IF.
002760     IF WS-PARM-FOUND
002770        AND TRP-FROM-PERIOD NUMERIC
002780        AND TRP-FROM-PERIOD > 0
002790         MOVE TRP-FROM-PERIOD TO WS-PERIOD-FROM
002800         MOVE WS-PERIOD-FROM  TO WS-PERIOD-TO
002810         IF TRP-TO-PERIOD NUMERIC
002820            AND TRP-TO-PERIOD > WS-PERIOD-FROM
002830             MOVE TRP-TO-PERIOD TO WS-PERIOD-TO
002840         END-IF
002850         GO TO 1100-EXIT
002860     END-IF.
002870     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002880     IF WS-TODAY-MM = 1
002890         COMPUTE WS-FROM-YYYY = WS-TODAY-YYYY - 1
002900         MOVE 12 TO WS-FROM-MM
002910     ELSE
002920         MOVE WS-TODAY-YYYY TO WS-FROM-YYYY
002930         COMPUTE WS-FROM-MM = WS-TODAY-MM - 1
002940     END-IF.
002950     MOVE WS-PERIOD-FROM TO WS-PERIOD-TO.
002960 1100-EXIT.
002970     EXIT.
002980*===================================================================*
002990*    2000-TOTAL-ONE-RECORD                                          *
003000*    ONLY THE REPORT MONTHS ARE TOTALED. A CREDIT MEMO COUNTS       *
003010*    AGAINST ITS COLUMN. A NO-RATE LINE, OR ONE WITH A STATUS THIS  *
003020*    PROGRAM DOES NOT KNOW, IS COUNTED HERE AND LISTED LATER.       *
003030*===================================================================*
003040 2000-TOTAL-ONE-RECORD.
003050     READ TAX-LEDGER
003060         AT END
003070             SET WS-EOF-LEDGER TO TRUE
003080     END-READ.
003090     IF WS-EOF-LEDGER
003100         GO TO 2000-EXIT
003110     END-IF.
003120     IF NOT WS-TAXLEDGR-OK
003130         DISPLAY 'TAX-LEDGER READ FAILED - STATUS '
003140             WS-TAXLEDGR-STATUS
003150         MOVE 'ER' TO WS-RUN-STATUS
003160         SET WS-EOF-LEDGER TO TRUE
003170         GO TO 2000-EXIT
003180     END-IF.
003190     ADD 1 TO WS-READ-CNT.
003200     IF TXL-TAX-DATE NOT NUMERIC
003210        OR TXL-NET-AMOUNT NOT NUMERIC
003220        OR TXL-TAX-AMOUNT NOT NUMERIC
003230         ADD 1 TO WS-UNREADABLE-CNT
003240         GO TO 2000-EXIT
003250     END-IF.
003260     DIVIDE TXL-TAX-DATE BY 100 GIVING WS-LINE-PERIOD.
003270     IF WS-LINE-PERIOD < WS-PERIOD-FROM
003280        OR WS-LINE-PERIOD > WS-PERIOD-TO
003290         GO TO 2000-EXIT
003300     END-IF.
003310     ADD 1 TO WS-PERIOD-CNT.
003320     IF TXL-CREDIT-MEMO
003330         ADD 1 TO WS-CREDIT-MEMO-CNT
003340         COMPUTE WS-SIGNED-NET = 0 - TXL-NET-AMOUNT
003350         COMPUTE WS-SIGNED-TAX = 0 - TXL-TAX-AMOUNT
003360     ELSE
003370         ADD 1 TO WS-INVOICE-LINE-CNT
003380         MOVE TXL-NET-AMOUNT TO WS-SIGNED-NET
003390         MOVE TXL-TAX-AMOUNT TO WS-SIGNED-TAX
003400     END-IF.
003410     IF NOT TXL-TAXED
003420        AND NOT TXL-ZERO-RATED
003430        AND NOT TXL-EXEMPT
003440         ADD 1 TO WS-NO-RATE-CNT
003450         GO TO 2000-EXIT
003460     END-IF.
003470     MOVE WS-LINE-PERIOD    TO WS-NEW-REG-PERIOD.
003480     MOVE TXL-CURRENCY-CODE TO WS-NEW-REG-CURRENCY.
003490     MOVE TXL-TAX-REGION    TO WS-NEW-REG-REGION.
003500     PERFORM 2100-FIND-REG-ENTRY THRU 2100-EXIT.
003510     IF NOT WS-ENTRY-FOUND
003520         ADD 1 TO WS-NOT-TOTALED-CNT
003530         GO TO 2000-EXIT
003540     END-IF.
003550     EVALUATE TRUE
003560         WHEN TXL-TAXED
003570             ADD 1 TO WS-TAXED-CNT
003580             ADD WS-SIGNED-NET TO WS-REG-TAXABLE(WS-REG-IDX)
003590         WHEN TXL-ZERO-RATED
003600             ADD 1 TO WS-ZERO-RATED-CNT
003610             ADD WS-SIGNED-NET TO WS-REG-ZERO-RATED(WS-REG-IDX)
003620         WHEN TXL-EXEMPT
003630             ADD 1 TO WS-EXEMPT-CNT
003640             ADD WS-SIGNED-NET TO WS-REG-EXEMPT(WS-REG-IDX)
003650     END-EVALUATE.
003660     ADD WS-SIGNED-TAX TO WS-REG-TAX(WS-REG-IDX).
003670 2000-EXIT.
003680     EXIT.
003690*-------------------------------------------------------------------*
003700*    2100-FIND-REG-ENTRY                                            *
003710*    FINDS THE ENTRY FOR WS-NEW-REG-KEY, OR OPENS ONE IN KEY ORDER. *
003720*    A FULL TABLE LEAVES THE RECORD OUT AND ENDS THE RUN IN ERROR,  *
003730*    SINCE THE REGISTER WOULD BE SHORT.                             *
003740*-------------------------------------------------------------------*
003750 2100-FIND-REG-ENTRY.
003760     MOVE 'N' TO WS-FOUND-SW.
003770     SET WS-REG-IDX TO 1.
003780     SEARCH WS-REG-ENTRY
003790         AT END
003800             CONTINUE
003810         WHEN WS-REG-IDX > WS-REG-COUNT
003820             CONTINUE
003830         WHEN WS-REG-KEY(WS-REG-IDX) = WS-NEW-REG-KEY
003840             SET WS-ENTRY-FOUND TO TRUE
003850     END-SEARCH.
003860     IF WS-ENTRY-FOUND
003870         GO TO 2100-EXIT
003880     END-IF.
003890     IF WS-REG-COUNT >= 2000
003900         IF NOT WS-REGTBL-FULL
003910             MOVE 'Y' TO WS-REGTBL-FULL-SW
003920             MOVE 'ER' TO WS-RUN-STATUS
003930             DISPLAY 'TAX REGISTER TABLE FULL - ENTRIES BEYOND '
003940                 '2000 ARE NOT TOTALED.'
003950         END-IF
003960         GO TO 2100-EXIT
003970     END-IF.
003980     COMPUTE WS-INSERT-POS = WS-REG-COUNT + 1.
003990     PERFORM 2110-FIND-INSERT-POINT THRU 2110-EXIT
004000         VARYING WS-REG-IDX FROM 1 BY 1
004010         UNTIL WS-REG-IDX > WS-REG-COUNT
004020            OR WS-INSERT-POS NOT > WS-REG-COUNT.
004030     PERFORM 2120-SHIFT-ONE-ENTRY THRU 2120-EXIT
004040         VARYING WS-SHIFT-SUB FROM WS-REG-COUNT BY -1
004050         UNTIL WS-SHIFT-SUB < WS-INSERT-POS.
004060     ADD 1 TO WS-REG-COUNT.
004070     SET WS-REG-IDX TO WS-INSERT-POS.
004080     MOVE WS-NEW-REG-KEY TO WS-REG-KEY(WS-REG-IDX).
004090     MOVE 0 TO WS-REG-TAXABLE(WS-REG-IDX).
004100     MOVE 0 TO WS-REG-ZERO-RATED(WS-REG-IDX).
004110     MOVE 0 TO WS-REG-EXEMPT(WS-REG-IDX).
004120     MOVE 0 TO WS-REG-TAX(WS-REG-IDX).
004130     SET WS-ENTRY-FOUND TO TRUE.
004140 2100-EXIT.
004150     EXIT.
004160 2110-FIND-INSERT-POINT.
004170     IF WS-REG-KEY(WS-REG-IDX) > WS-NEW-REG-KEY
004180         SET WS-INSERT-POS TO WS-REG-IDX
004190     END-IF.
004200 2110-EXIT.
004210     EXIT.
004220 2120-SHIFT-ONE-ENTRY.
004230     MOVE WS-REG-ENTRY(WS-SHIFT-SUB)
004240         TO WS-REG-ENTRY(WS-SHIFT-SUB + 1).
004250 2120-EXIT.
004260     EXIT.
004270*===================================================================*
004280*    3000-PRINT-REGISTER                                            *
004290*    ONE LINE PER REGION, WITH A TOTAL AT EACH CHANGE OF PERIOD     *
004300*    OR CURRENCY.                                                   *
004310*===================================================================*
004320 3000-PRINT-REGISTER.
004330     MOVE WS-HEADING-1 TO REPORT-LINE.
004340     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004350     MOVE WS-PERIOD-FROM TO WS-PER-FROM.
004360     MOVE WS-PERIOD-TO   TO WS-PER-TO.
004370     MOVE WS-PERIOD-LINE TO REPORT-LINE.
004380     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004390     MOVE SPACES TO REPORT-LINE.
004400     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004410     MOVE WS-HEADING-2 TO REPORT-LINE.
004420     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004430     MOVE SPACES TO WS-PREV-BREAK.
004440     PERFORM 3100-PRINT-ONE-ENTRY THRU 3100-EXIT
004450         VARYING WS-REG-IDX FROM 1 BY 1
004460         UNTIL WS-REG-IDX > WS-REG-COUNT.
004470     IF WS-REG-COUNT > 0
004480         PERFORM 3200-PRINT-CURRENCY-TOTAL THRU 3200-EXIT
004490     ELSE
004500         MOVE '  NOTHING FILED IN THE PERIOD.' TO REPORT-LINE
004510         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004520     END-IF.
004530 3000-EXIT.
004540     EXIT.
004550 3100-PRINT-ONE-ENTRY.
004560     IF WS-REG-PERIOD(WS-REG-IDX) NOT = WS-PREV-PERIOD
004570        OR WS-REG-CURRENCY(WS-REG-IDX) NOT = WS-PREV-CURRENCY
004580         IF WS-PREV-CURRENCY NOT = SPACES
004590             PERFORM 3200-PRINT-CURRENCY-TOTAL THRU 3200-EXIT
004600         END-IF
004610         MOVE WS-REG-PERIOD(WS-REG-IDX)   TO WS-PREV-PERIOD
004620         MOVE WS-REG-CURRENCY(WS-REG-IDX) TO WS-PREV-CURRENCY
004630         MOVE 0 TO WS-SUB-TAXABLE
004640         MOVE 0 TO WS-SUB-ZERO-RATED
004650         MOVE 0 TO WS-SUB-EXEMPT
004660         MOVE 0 TO WS-SUB-TAX
004670     END-IF.
004680     ADD WS-REG-TAXABLE(WS-REG-IDX)    TO WS-SUB-TAXABLE.
004690     ADD WS-REG-ZERO-RATED(WS-REG-IDX) TO WS-SUB-ZERO-RATED.
004700     ADD WS-REG-EXEMPT(WS-REG-IDX)     TO WS-SUB-EXEMPT.
004710     ADD WS-REG-TAX(WS-REG-IDX)        TO WS-SUB-TAX.
004720     MOVE SPACES                        TO WS-REGISTER-LINE.
004730     MOVE WS-REG-PERIOD(WS-REG-IDX)     TO WS-RGL-PERIOD.
004740     MOVE WS-REG-REGION(WS-REG-IDX)     TO WS-RGL-REGION.
004750     MOVE WS-REG-CURRENCY(WS-REG-IDX)   TO WS-RGL-CURRENCY.
004760     MOVE WS-REG-TAXABLE(WS-REG-IDX)    TO WS-RGL-TAXABLE.
004770     MOVE WS-REG-ZERO-RATED(WS-REG-IDX) TO WS-RGL-ZERO-RATED.
004780     MOVE WS-REG-EXEMPT(WS-REG-IDX)     TO WS-RGL-EXEMPT.
004790     MOVE WS-REG-TAX(WS-REG-IDX)        TO WS-RGL-TAX.
004800     MOVE WS-REGISTER-LINE TO REPORT-LINE.
004810     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004820 3100-EXIT.
004830     EXIT.
004840 3200-PRINT-CURRENCY-TOTAL.
004850     MOVE SPACES            TO WS-REGISTER-LINE.
004860     MOVE WS-PREV-PERIOD    TO WS-RGL-PERIOD.
004870     MOVE 'TOTAL'           TO WS-RGL-REGION.
004880     MOVE WS-PREV-CURRENCY  TO WS-RGL-CURRENCY.
004890     MOVE WS-SUB-TAXABLE    TO WS-RGL-TAXABLE.
004900     MOVE WS-SUB-ZERO-RATED TO WS-RGL-ZERO-RATED.
004910     MOVE WS-SUB-EXEMPT     TO WS-RGL-EXEMPT.
004920     MOVE WS-SUB-TAX        TO WS-RGL-TAX.
004930     MOVE WS-REGISTER-LINE TO REPORT-LINE.
004940     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004950     MOVE SPACES TO REPORT-LINE.
004960     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004970 3200-EXIT.
004980     EXIT.
004990*===================================================================*
005000*    4000-LIST-NO-RATE                                              *
005010*    A SECOND PASS OF THE LEDGER LISTS EVERY LINE OF THE REPORT     *
005020*    MONTHS THAT WAS BILLED WITH NO RATE, SO NONE IS LOST TO A      *
005030*    TABLE LIMIT.                                                   *
005040*===================================================================*
005050 4000-LIST-NO-RATE.
005060     MOVE SPACES TO REPORT-LINE.
005070     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005080     MOVE WS-EXC-HEADING TO REPORT-LINE.
005090     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005100     IF WS-NO-RATE-CNT = 0
005110         MOVE '  NONE IN THE PERIOD.' TO REPORT-LINE
005120         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005130         GO TO 4000-EXIT
005140     END-IF.
005150     MOVE WS-EXC-HEADING-2 TO REPORT-LINE.
005160     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005170     CLOSE TAX-LEDGER.
005180     OPEN INPUT TAX-LEDGER.
005190     IF NOT WS-TAXLEDGR-OK
005200         DISPLAY 'TAX-LEDGER REOPEN FAILED - STATUS '
005210             WS-TAXLEDGR-STATUS
005220         MOVE 'N'  TO WS-LEDGER-AVAIL-SW
005230         MOVE 'ER' TO WS-RUN-STATUS
005240         GO TO 4000-EXIT
005250     END-IF.
005260     MOVE 'N' TO WS-EOF-LEDGER-SW.
005270     PERFORM 4010-LIST-ONE-RECORD THRU 4010-EXIT
005280         UNTIL WS-EOF-LEDGER.
005290 4000-EXIT.
005300     EXIT.
005310 4010-LIST-ONE-RECORD.
005320     READ TAX-LEDGER
005330         AT END
005340             SET WS-EOF-LEDGER TO TRUE
005350     END-READ.
005360     IF WS-EOF-LEDGER
005370         GO TO 4010-EXIT
005380     END-IF.
005385     IF NOT WS-TAXLEDGR-OK
005390         DISPLAY 'TAX-LEDGER READ FAILED - STATUS '
005395             WS-TAXLEDGR-STATUS ' - EXCEPTION LIST INCOMPLETE.'
005400         MOVE 'ER' TO WS-RUN-STATUS
005405         SET WS-EOF-LEDGER TO TRUE
005410         GO TO 4010-EXIT
005415     END-IF.
005430     IF TXL-TAX-DATE NOT NUMERIC
005440        OR TXL-NET-AMOUNT NOT NUMERIC
005450        OR TXL-TAX-AMOUNT NOT NUMERIC
005460         GO TO 4010-EXIT
005470     END-IF.
005480     IF TXL-TAXED OR TXL-ZERO-RATED OR TXL-EXEMPT
005490         GO TO 4010-EXIT
005500     END-IF.
005510     DIVIDE TXL-TAX-DATE BY 100 GIVING WS-LINE-PERIOD.
005520     IF WS-LINE-PERIOD < WS-PERIOD-FROM
005530        OR WS-LINE-PERIOD > WS-PERIOD-TO
005540         GO TO 4010-EXIT
005550     END-IF.
005560     IF TXL-CREDIT-MEMO
005570         COMPUTE WS-SIGNED-NET = 0 - TXL-NET-AMOUNT
005580     ELSE
005590         MOVE TXL-NET-AMOUNT TO WS-SIGNED-NET
005600     END-IF.
005610     MOVE SPACES            TO WS-EXC-LINE.
005620     MOVE TXL-TAX-DATE      TO WS-EXL-DATE.
005630     MOVE TXL-DOC-TYPE      TO WS-EXL-DOC-TYPE.
005640     MOVE TXL-DOC-NO        TO WS-EXL-DOC-NO.
005650     MOVE TXL-CUST-ID       TO WS-EXL-CUST-ID.
005660     MOVE TXL-PROD-CODE     TO WS-EXL-PROD-CODE.
005670     MOVE TXL-CURRENCY-CODE TO WS-EXL-CURRENCY.
005680     MOVE TXL-TAX-REGION    TO WS-EXL-REGION.
005690     MOVE TXL-TAX-CLASS     TO WS-EXL-CLASS.
005700     MOVE WS-SIGNED-NET     TO WS-EXL-NET.
005710     MOVE WS-EXC-LINE TO REPORT-LINE.
005720     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005730 4010-EXIT.
005740     EXIT.
005750*===================================================================*
005760*    5000-PRINT-CONTROLS                                            *
005770*===================================================================*
005780 5000-PRINT-CONTROLS.
005790     MOVE SPACES TO REPORT-LINE.
005800     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005810     MOVE SPACES TO WS-COUNT-LINE.
005820     MOVE 'TAX-LEDGER RECORDS READ'        TO WS-CNT-LABEL.
005830     MOVE WS-READ-CNT                      TO WS-CNT-VALUE.
005840     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
005850     MOVE 'RECORDS IN THE PERIOD'          TO WS-CNT-LABEL.
005860     MOVE WS-PERIOD-CNT                    TO WS-CNT-VALUE.
005870     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
005880     MOVE '  INVOICE LINES'                TO WS-CNT-LABEL.
005890     MOVE WS-INVOICE-LINE-CNT              TO WS-CNT-VALUE.
005900     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
005910     MOVE '  CREDIT MEMOS'                 TO WS-CNT-LABEL.
005920     MOVE WS-CREDIT-MEMO-CNT               TO WS-CNT-VALUE.
005930     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
005940     MOVE 'TAXED'                          TO WS-CNT-LABEL.
005950     MOVE WS-TAXED-CNT                     TO WS-CNT-VALUE.
005960     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
005970     MOVE 'ZERO-RATED'                     TO WS-CNT-LABEL.
005980     MOVE WS-ZERO-RATED-CNT                TO WS-CNT-VALUE.
005990     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
006000     MOVE 'EXEMPT CUSTOMER'                TO WS-CNT-LABEL.
006010     MOVE WS-EXEMPT-CNT                    TO WS-CNT-VALUE.
006020     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
006030     MOVE 'NO RATE ON FILE (LISTED)'       TO WS-CNT-LABEL.
006040     MOVE WS-NO-RATE-CNT                   TO WS-CNT-VALUE.
006050     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
006060     MOVE 'UNREADABLE RECORDS SKIPPED'     TO WS-CNT-LABEL.
006070     MOVE WS-UNREADABLE-CNT                TO WS-CNT-VALUE.
006080     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
006090     MOVE 'RECORDS NOT TOTALED (TABLE FULL)' TO WS-CNT-LABEL.
006100     MOVE WS-NOT-TOTALED-CNT               TO WS-CNT-VALUE.
006110     PERFORM 5010-PRINT-COUNT THRU 5010-EXIT.
006120 5000-EXIT.
006130     EXIT.
006140 5010-PRINT-COUNT.
006150     MOVE WS-COUNT-LINE TO REPORT-LINE.
006160     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006170 5010-EXIT.
006180     EXIT.
006190*===================================================================*
006200*    6000-WRITE-REPORT-LINE                                         *
006210*===================================================================*
006220 6000-WRITE-REPORT-LINE.
006222     IF NOT WS-REPORT-OPEN
006224         GO TO 6000-EXIT
006226     END-IF.
006230     WRITE REPORT-LINE.
006240     IF NOT WS-TAXREGRP-OK
006250         DISPLAY 'TAX-REPORT WRITE FAILED - STATUS '
006260             WS-TAXREGRP-STATUS
006270     END-IF.
006280 6000-EXIT.
006290     EXIT.
006300*===================================================================*
006310*    9000-TERMINATE                                                 *
006320*===================================================================*
006330 9000-TERMINATE.
006340     IF WS-LEDGER-AVAIL
006350         CLOSE TAX-LEDGER
006360     END-IF.
006365     IF WS-REPORT-OPEN
006370         CLOSE TAX-REPORT
006375     END-IF.
006380 9000-EXIT.
006390     EXIT.
006400*===================================================================*
006410*    8900-WRITE-RUN-CONTROL                                         *
006420*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
006430*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
006440*===================================================================*
006450 8900-WRITE-RUN-CONTROL.
006460     OPEN EXTEND RUN-CONTROL.
006470     IF WS-RUNCTL-NOTFOUND
006480         OPEN OUTPUT RUN-CONTROL
006490     END-IF.
006500     IF NOT WS-RUNCTL-OK
006510         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
006520             WS-RUNCTL-STATUS
006530         GO TO 8900-EXIT
006540     END-IF.
006550     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
006560     ACCEPT WS-RUN-TIME-RAW FROM TIME.
006570     MOVE SPACES             TO RUN-CONTROL-RECORD.
006580     MOVE 'TAXRPT  '         TO RNC-PROGRAM-ID.
006590     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
006600     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
006610     MOVE WS-RUN-EVENT       TO RNC-EVENT.
006620     MOVE WS-RUN-STATUS      TO RNC-STATUS.
006630     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
006640     WRITE RUN-CONTROL-RECORD.
006650     IF NOT WS-RUNCTL-OK
006660         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
006670             WS-RUNCTL-STATUS
006680     END-IF.
006690     CLOSE RUN-CONTROL.
006700 8900-EXIT.
006710     EXIT.
