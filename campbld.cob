000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    CAMPBLD.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - BUILDS A READY-TO-RUN    *
000220*                     CAMPDEF FROM A SELECTION-RULE CARD FILE AND *
000230*                     THE PURHIST PURCHASE-HISTORY SUMMARY, SO    *
000240*                     CAMPAIGN TARGETS NO LONGER HAVE TO BE KEYED *
000250*                     IN BY HAND.                                 *
000252*    2026-10-15 KS    A CAMPSRPT OPEN FAILURE NOW ENDS THE RUN    *
000254*                     'ER' BEFORE CAMPDEF IS TOUCHED, SINCE THE   *
000256*                     TARGET LIST COULD NOT BE REVIEWED.          *
000260*-----------------------------------------------------------------*
000270*    THE CAMPRULE CARDS (CSRREC) ARE READ AND CHECKED FIRST: ONE  *
000280*    'H' CARD, AT LEAST ONE 'R' RULE CARD AND ANY NUMBER OF 'P'   *
000290*    PRODUCT CARDS UP TO HELLO'S CATALOG LIMIT. A BAD DECK ENDS   *
000300*    THE RUN 'ER' WITHOUT TOUCHING CAMPDEF, SO THE LAST GOOD      *
000310*    DEFINITION IS NEVER LOST TO A TYPING ERROR.                  *
000320*    EVERY ACTIVE CUSTOMER ON CUSTMAST IS THEN TESTED AGAINST ALL *
000330*    THE RULES, USING THE SUMMARY PURHBLD BUILT LAST NIGHT. A     *
000340*    CUSTOMER WITH A CUSTOMER-WIDE CONTPREF ENTRY IN FORCE IS     *
000350*    LEFT OUT; PRODUCT-LEVEL OPT-OUTS ARE STILL HONORED BY HELLO  *
000360*    WHEN THE CAMPAIGN RUNS. A CUSTOMER WHO PASSES EVERY RULE IS  *
000370*    WRITTEN AS A 'C' TARGET, AND THE CAMPSRPT REPORT LISTS EACH  *
000380*    ONE WITH THE REASON FOR EVERY RULE SO MARKETING CAN REVIEW   *
000390*    THE LIST BEFORE THE CAMPAIGN IS RUN.                         *
000400*    THE CAMPDEF HEADER IS ALWAYS WRITTEN WITH SELECTION RULE 'L' *
000410*    SO HELLO PITCHES THE LISTED CUSTOMERS ONLY.                  *
000420*-----------------------------------------------------------------*
000430 ENVIRONMENT    DIVISION.
000440 INPUT-OUTPUT   SECTION.
000450 FILE-CONTROL.
000460     SELECT RULE-CARD-FILE  ASSIGN TO CAMPRULE
000470         ORGANIZATION       IS SEQUENTIAL
000480         FILE STATUS        IS WS-CAMPRULE-STATUS.
000490     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000500         ORGANIZATION       IS INDEXED
000510         ACCESS MODE        IS SEQUENTIAL
000520         RECORD KEY         IS CUST-ID
000530         FILE STATUS        IS WS-CUSTMAST-STATUS.
000540     SELECT PURCHASE-HIST-FILE ASSIGN TO PURHIST
000550         ORGANIZATION       IS INDEXED
000560         ACCESS MODE        IS RANDOM
000570         RECORD KEY         IS PHS-KEY
000580         FILE STATUS        IS WS-PURHIST-STATUS.
000590     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
000600         ORGANIZATION       IS INDEXED
000610         ACCESS MODE        IS RANDOM
000620         RECORD KEY         IS CNP-KEY
000630         FILE STATUS        IS WS-CONTPREF-STATUS.
000640     SELECT CAMPAIGN-FILE   ASSIGN TO CAMPDEF
000650         ORGANIZATION       IS SEQUENTIAL
000660         FILE STATUS        IS WS-CAMPDEF-STATUS.
000670     SELECT SELECTION-REPORT ASSIGN TO CAMPSRPT
000680         ORGANIZATION       IS SEQUENTIAL
000690         FILE STATUS        IS WS-CAMPSRPT-STATUS.
000700     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000710         ORGANIZATION       IS SEQUENTIAL
000720         FILE STATUS        IS WS-RUNCTL-STATUS.
000730 DATA           DIVISION.
000740 FILE           SECTION.
000750 FD  RULE-CARD-FILE
000760     LABEL RECORD IS STANDARD.
000770     COPY CSRREC.
000780 FD  CUSTOMER-MASTER
000790     LABEL RECORD IS STANDARD.
000800     COPY CUSTREC.
000810 FD  PURCHASE-HIST-FILE
000820     LABEL RECORD IS STANDARD.
000830     COPY PHSREC.
000840 FD  CONTACT-PREF-FILE
000850     LABEL RECORD IS STANDARD.
000860     COPY CNPREC.
000870 FD  CAMPAIGN-FILE
000880     LABEL RECORD IS STANDARD.
000890     COPY CMPREC.
000900 FD  SELECTION-REPORT
000910     LABEL RECORD IS STANDARD.
000920 01  REPORT-LINE                PIC X(80).
000930 FD  RUN-CONTROL
000940     LABEL RECORD IS STANDARD.
000950     COPY RUNREC.
000960 WORKING-STORAGE SECTION.
000970 01  WS-RUNCTL-STATUS            PIC X(02).
000980     88  WS-RUNCTL-OK            VALUE '00'.
000990     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001000 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001010 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001020 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001030 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001040 01  WS-RUN-TIME-RAW.
001050     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001060     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001070 01  WS-CAMPRULE-STATUS          PIC X(02).
001080     88  WS-CAMPRULE-OK          VALUE '00'.
001090 01  WS-CUSTMAST-STATUS          PIC X(02).
001100     88  WS-CUSTMAST-OK          VALUE '00'.
001110 01  WS-PURHIST-STATUS           PIC X(02).
001120     88  WS-PURHIST-OK           VALUE '00'.
001130 01  WS-CONTPREF-STATUS          PIC X(02).
001140     88  WS-CONTPREF-OK          VALUE '00'.
001150     88  WS-CONTPREF-NOTFOUND    VALUE '35'.
001160 01  WS-CAMPDEF-STATUS           PIC X(02).
001170     88  WS-CAMPDEF-OK           VALUE '00'.
001180 01  WS-CAMPSRPT-STATUS          PIC X(02).
001190     88  WS-CAMPSRPT-OK          VALUE '00'.
001200 77  WS-EOF-CARDS-SW             PIC X(01)   VALUE 'N'.
001210     88  WS-EOF-CARDS            VALUE 'Y'.
001220 77  WS-EOF-CUST-SW              PIC X(01)   VALUE 'N'.
001230     88  WS-EOF-CUST             VALUE 'Y'.
001240 77  WS-DECK-ERROR-SW            PIC X(01)   VALUE 'N'.
001250     88  WS-DECK-ERROR           VALUE 'Y'.
001260 77  WS-HEADER-SEEN-SW           PIC X(01)   VALUE 'N'.
001270     88  WS-HEADER-SEEN          VALUE 'Y'.
001280 77  WS-HIST-OPEN-SW             PIC X(01)   VALUE 'N'.
001290     88  WS-HIST-OPEN            VALUE 'Y'.
001300 77  WS-CUST-OPEN-SW             PIC X(01)   VALUE 'N'.
001310     88  WS-CUST-OPEN            VALUE 'Y'.
001320 77  WS-CNP-AVAIL-SW             PIC X(01)   VALUE 'N'.
001330     88  WS-CNP-AVAIL            VALUE 'Y'.
001340 77  WS-CNP-IN-FORCE-SW          PIC X(01)   VALUE 'N'.
001350     88  WS-CNP-IN-FORCE         VALUE 'Y'.
001360 77  WS-CAMPDEF-OPEN-SW          PIC X(01)   VALUE 'N'.
001370     88  WS-CAMPDEF-OPEN         VALUE 'Y'.
001373 77  WS-RPT-OPEN-SW              PIC X(01)   VALUE 'N'.
001376     88  WS-RPT-OPEN             VALUE 'Y'.
001380 77  WS-RULE-FAILED-SW           PIC X(01)   VALUE 'N'.
001390     88  WS-RULE-FAILED          VALUE 'Y'.
001400 77  WS-PROD-BOUGHT-SW           PIC X(01)   VALUE 'N'.
001410     88  WS-PROD-BOUGHT          VALUE 'Y'.
001420 77  WS-CURRENT-DATE             PIC 9(08)   VALUE 0.
001430 77  WS-CARD-NO                  PIC 9(05)   COMP    VALUE 0.
001440 77  WS-CARD-NO-ED               PIC ZZZZ9.
001450*-----------------------------------------------------------------*
001460*    THE CAMPAIGN HEADER AS CARRIED FROM THE 'H' CARD.            *
001470*-----------------------------------------------------------------*
001480 77  WS-CAMP-ID                  PIC X(08)   VALUE SPACES.
001490 77  WS-CAMP-EFF-DATE            PIC 9(08)   VALUE 0.
001500 77  WS-CAMP-EXP-DATE            PIC 9(08)   VALUE 0.
001510*-----------------------------------------------------------------*
001520*    SELECTION RULES FROM THE 'R' CARDS. THE CUTOFF IS THE RUN    *
001530*    DATE LESS THE RULE'S DAYS, WORKED OUT ONCE AT START-UP.      *
001540*-----------------------------------------------------------------*
001550 01  WS-RULE-TABLE.
001560     05  WS-RUL-ENTRY            OCCURS 20 TIMES
001570                                 INDEXED BY WS-RUL-IDX.
001580         10  WS-RUL-CRITERION    PIC X(01).
001590             88  WS-RUL-BOUGHT   VALUE 'B'.
001600             88  WS-RUL-NOT-BOUGHT VALUE 'N'.
001610             88  WS-RUL-LIFETIME VALUE 'L'.
001620             88  WS-RUL-TTM      VALUE 'T'.
001630             88  WS-RUL-ACCEPTS  VALUE 'A'.
001640             88  WS-RUL-LAPSED   VALUE 'Q'.
001650         10  WS-RUL-PROD-CODE    PIC X(06).
001660         10  WS-RUL-DAYS         PIC 9(04).
001670         10  WS-RUL-AMOUNT       PIC 9(09)V99.
001680         10  WS-RUL-COUNT        PIC 9(05).
001690         10  WS-RUL-CUTOFF       PIC 9(08).
001700         10  WS-RUL-REASON       PIC X(60).
001710 77  WS-RULE-COUNT                PIC 9(05)   COMP    VALUE 0.
001720 77  WS-RULE-NO                   PIC 9(05)   COMP    VALUE 0.
001730*-----------------------------------------------------------------*
001740*    PRODUCT SUBSET FROM THE 'P' CARDS - HELLO HOLDS AT MOST 200. *
001750*-----------------------------------------------------------------*
001760 01  WS-PITCH-TABLE.
001770     05  WS-PITCH-PROD-CODE      PIC X(06)
001780                                 OCCURS 200 TIMES
001790                                 INDEXED BY WS-PIT-IDX.
001800 77  WS-PITCH-COUNT               PIC 9(05)   COMP    VALUE 0.
001810 77  WS-TARGET-LIMIT              PIC 9(05)   COMP    VALUE 5000.
001820*-----------------------------------------------------------------*
001830*    THE CUSTOMER'S SUMMARY, SAVED BEFORE ANY PRODUCT RECORD IS   *
001840*    READ INTO THE SAME AREA. NO SUMMARY ON FILE IS NO HISTORY.   *
001850*-----------------------------------------------------------------*
001860 77  WS-SUM-ACCEPTS               PIC 9(07)   VALUE 0.
001870 77  WS-SUM-LAST-DATE             PIC 9(08)   VALUE 0.
001880 77  WS-SUM-LIFETIME              PIC S9(11)V99 VALUE 0.
001890 77  WS-SUM-TTM                   PIC S9(11)V99 VALUE 0.
001900 77  WS-PROD-LAST-DATE            PIC 9(08)   VALUE 0.
001910*-----------------------------------------------------------------*
001920*    DATE ARITHMETIC - THE CUTOFF IS WALKED BACK ONE DAY AT A     *
001930*    TIME, AS HELLO DOES FOR ITS REOFFER WINDOW.                  *
001940*-----------------------------------------------------------------*
001950 01  WS-CUT-DATE                  PIC 9(08)   VALUE 0.
001960 01  WS-CUT-DATE-R REDEFINES WS-CUT-DATE.
001970     05  WS-CUT-YYYY              PIC 9(04).
001980     05  WS-CUT-MM                PIC 9(02).
001990     05  WS-CUT-DD                PIC 9(02).
002000 01  WS-DAYS-IN-MONTH-LIST.
002010     05  FILLER                  PIC X(24)
002020         VALUE '312831303130313130313031'.
002030 01  WS-DAYS-IN-MONTH-TBL REDEFINES WS-DAYS-IN-MONTH-LIST.
002040     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
002050                                 PIC 9(02).
002060 77  WS-LEAP-QUOTIENT             PIC 9(04)   COMP.
002070 77  WS-LEAP-REMAINDER            PIC 9(04)   COMP.
002080 77  WS-LEAP-SW                   PIC X(01)   VALUE 'N'.
002090     88  WS-LEAP-YEAR             VALUE 'Y'.
002100*-----------------------------------------------------------------*
002110*    CONTROL COUNTS                                               *
002120*-----------------------------------------------------------------*
002130 77  WS-READ-CNT                  PIC 9(07)   COMP    VALUE 0.
002140 77  WS-INACTIVE-CNT              PIC 9(07)   COMP    VALUE 0.
002150 77  WS-BARRED-CNT                PIC 9(07)   COMP    VALUE 0.
002160 77  WS-NOMATCH-CNT               PIC 9(07)   COMP    VALUE 0.
002170 77  WS-SELECTED-CNT              PIC 9(07)   COMP    VALUE 0.
002180 77  WS-WRITTEN-CNT               PIC 9(07)   COMP    VALUE 0.
002190 77  WS-OVER-LIMIT-CNT            PIC 9(07)   COMP    VALUE 0.
002200*-----------------------------------------------------------------*
002210*    REPORT PRINT LINE WORK AREAS                                 *
002220*-----------------------------------------------------------------*
002230 01  WS-HEADING-1.
002240     05  FILLER                  PIC X(37)
002250         VALUE 'CAMPAIGN TARGET SELECTION - CAMPAIGN '.
002260     05  WS-HD1-CAMP-ID          PIC X(08).
002270     05  FILLER                  PIC X(05)   VALUE ' EFF '.
002280     05  WS-HD1-EFF-DATE         PIC 9(08).
002290     05  FILLER                  PIC X(05)   VALUE ' EXP '.
002300     05  WS-HD1-EXP-DATE         PIC 9(08).
002310     05  FILLER                  PIC X(09)   VALUE SPACES.
002320 01  WS-HEADING-2.
002330     05  FILLER                  PIC X(42)
002340         VALUE 'CUSTOMER  NAME'.
002350     05  FILLER                  PIC X(38)
002360         VALUE 'ACCEPTS LAST BUY      LIFETIME USD'.
002370 01  WS-CUST-LINE.
002380     05  WS-CL-CUST-ID           PIC X(08).
002390     05  FILLER                  PIC X(02).
002400     05  WS-CL-NAME              PIC X(30).
002410     05  FILLER                  PIC X(01).
002420     05  WS-CL-ACCEPTS           PIC ZZZ,ZZ9.
002430     05  FILLER                  PIC X(01).
002440     05  WS-CL-LAST-DATE         PIC 9(08).
002450     05  FILLER                  PIC X(01).
002460     05  WS-CL-LIFETIME          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002470     05  FILLER                  PIC X(05).
002480 01  WS-REASON-LINE.
002490     05  FILLER                  PIC X(10).
002500     05  FILLER                  PIC X(05)   VALUE 'RULE '.
002510     05  WS-RL-RULE-NO           PIC Z9.
002520     05  FILLER                  PIC X(02)   VALUE ': '.
002530     05  WS-RL-TEXT              PIC X(60).
002540     05  FILLER                  PIC X(01).
002550 01  WS-COUNT-LINE.
002560     05  WS-CNT-LABEL            PIC X(34).
002570     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
002580     05  FILLER                  PIC X(39).
002590 77  WS-ED-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
002600 77  WS-ED-MINIMUM                PIC ZZZ,ZZZ,ZZ9.99.
002610 77  WS-ED-DAYS                   PIC ZZZ9.
002620 77  WS-ED-COUNT                  PIC Z,ZZZ,ZZ9.
002630 PROCEDURE      DIVISION.
002640*===================================================================*
002650*    0000-MAINLINE                                                  *
002660*===================================================================*
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002690     PERFORM 2000-SELECT-ONE-CUST  THRU 2000-EXIT
002700         UNTIL WS-EOF-CUST.
002710     PERFORM 3000-PRINT-CONTROLS   THRU 3000-EXIT.
002720     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002730     MOVE 'END'   TO WS-RUN-EVENT.
002740     MOVE WS-WRITTEN-CNT TO WS-RUN-RECORDS.
002750     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002760     STOP RUN.
002770 0000-EXIT.
002780     EXIT.
002790*-------------------------------------------------------------------*
002800*    1000-INITIALIZE                                                *
002810*    CAMPDEF IS OPENED FOR OUTPUT ONLY ONCE THE CARD DECK AND THE   *
002820*    INPUT FILES ARE KNOWN GOOD. ANY FAILURE BEFORE THAT POINT      *
002830*    ENDS THE RUN 'ER' WITH NO CUSTOMERS READ.                      *
002840*-------------------------------------------------------------------*
002850 1000-INITIALIZE.
002860     MOVE 'START' TO WS-RUN-EVENT.
002870     MOVE 'OK'    TO WS-RUN-STATUS.
002880     MOVE 0       TO WS-RUN-RECORDS.
002890     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002910     SET WS-EOF-CUST TO TRUE.
002920     OPEN OUTPUT SELECTION-REPORT.
002926     IF NOT WS-CAMPSRPT-OK
002932         DISPLAY 'SELECTION-REPORT OPEN FAILED - STATUS '
002938             WS-CAMPSRPT-STATUS ' - CAMPDEF NOT REBUILT.'
002944         MOVE 'ER' TO WS-RUN-STATUS
002950         GO TO 1000-EXIT
002956     END-IF.
002962     SET WS-RPT-OPEN TO TRUE.
002970     PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
002980     IF WS-DECK-ERROR
002990         DISPLAY 'RULE CARDS IN ERROR - CAMPDEF NOT REBUILT.'
003000         MOVE 'ER' TO WS-RUN-STATUS
003010         GO TO 1000-EXIT
003020     END-IF.
003030     OPEN INPUT PURCHASE-HIST-FILE.
003040     IF NOT WS-PURHIST-OK
003050         DISPLAY 'PURCHASE-HIST-FILE OPEN FAILED - STATUS '
003060             WS-PURHIST-STATUS ' - CAMPDEF NOT REBUILT.'
003070         MOVE 'ER' TO WS-RUN-STATUS
003080         GO TO 1000-EXIT
003090     END-IF.
003100     SET WS-HIST-OPEN TO TRUE.
003110     OPEN INPUT CUSTOMER-MASTER.
003120     IF NOT WS-CUSTMAST-OK
003130         DISPLAY 'CUSTOMER-MASTER OPEN FAILED - STATUS '
003140             WS-CUSTMAST-STATUS ' - CAMPDEF NOT REBUILT.'
003150         MOVE 'ER' TO WS-RUN-STATUS
003160         GO TO 1000-EXIT
003170     END-IF.
003180     SET WS-CUST-OPEN TO TRUE.
003190     OPEN INPUT CONTACT-PREF-FILE.
003200     IF WS-CONTPREF-OK
003210         SET WS-CNP-AVAIL TO TRUE
003220     ELSE
003230         IF NOT WS-CONTPREF-NOTFOUND
003240             DISPLAY 'CONTACT-PREF-FILE OPEN FAILED - STATUS '
003250                 WS-CONTPREF-STATUS
003260         END-IF
003270     END-IF.
003280     OPEN OUTPUT CAMPAIGN-FILE.
003290     IF NOT WS-CAMPDEF-OK
003300         DISPLAY 'CAMPAIGN-FILE OPEN FAILED - STATUS '
003310             WS-CAMPDEF-STATUS
003320         MOVE 'ER' TO WS-RUN-STATUS
003330         GO TO 1000-EXIT
003340     END-IF.
003350     SET WS-CAMPDEF-OPEN TO TRUE.
003360     PERFORM 1300-WRITE-DEFINITION THRU 1300-EXIT.
003370     MOVE 'N' TO WS-EOF-CUST-SW.
003380     MOVE WS-CAMP-ID       TO WS-HD1-CAMP-ID.
003390     MOVE WS-CAMP-EFF-DATE TO WS-HD1-EFF-DATE.
003400     MOVE WS-CAMP-EXP-DATE TO WS-HD1-EXP-DATE.
003410     MOVE WS-HEADING-1 TO REPORT-LINE.
003420     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003430     MOVE SPACES TO REPORT-LINE.
003440     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003450     PERFORM 1400-PRINT-ONE-RULE THRU 1400-EXIT
003460         VARYING WS-RUL-IDX FROM 1 BY 1
003470         UNTIL WS-RUL-IDX > WS-RULE-COUNT.
003480     MOVE SPACES TO REPORT-LINE.
003490     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003500     MOVE WS-HEADING-2 TO REPORT-LINE.
003510     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003520 1000-EXIT.
003530     EXIT.
003540*-------------------------------------------------------------------*
003550*    1100-LOAD-CARDS                                                *
003560*    EVERY CARD IS CHECKED SO ONE RUN REPORTS EVERY MISTAKE IN THE  *
003570*    DECK, NOT JUST THE FIRST.                                      *
003580*-------------------------------------------------------------------*
003590 1100-LOAD-CARDS.
003600     MOVE SPACES TO WS-RULE-TABLE.
003610     MOVE SPACES TO WS-PITCH-TABLE.
003620     OPEN INPUT RULE-CARD-FILE.
003630     IF NOT WS-CAMPRULE-OK
003640         DISPLAY 'RULE-CARD-FILE OPEN FAILED - STATUS '
003650             WS-CAMPRULE-STATUS
003660         SET WS-DECK-ERROR TO TRUE
003670         GO TO 1100-EXIT
003680     END-IF.
003690     PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
003700         UNTIL WS-EOF-CARDS.
003710     CLOSE RULE-CARD-FILE.
003720     IF NOT WS-HEADER-SEEN
003730         DISPLAY 'NO CAMPAIGN HEADER CARD.'
003740         SET WS-DECK-ERROR TO TRUE
003750     END-IF.
003760     IF WS-RULE-COUNT = 0
003770         DISPLAY 'NO SELECTION RULE CARDS.'
003780         SET WS-DECK-ERROR TO TRUE
003790     END-IF.
003800 1100-EXIT.
003810     EXIT.
003820 1110-LOAD-ONE-CARD.
003830     READ RULE-CARD-FILE
003840         AT END
003850             SET WS-EOF-CARDS TO TRUE
003860     END-READ.
003870     IF WS-EOF-CARDS
003880         GO TO 1110-EXIT
003890     END-IF.
003900     IF NOT WS-CAMPRULE-OK
003910         DISPLAY 'RULE-CARD-FILE READ FAILED - STATUS '
003920             WS-CAMPRULE-STATUS
003930         SET WS-DECK-ERROR TO TRUE
003940         SET WS-EOF-CARDS TO TRUE
003950         GO TO 1110-EXIT
003960     END-IF.
003970     ADD 1 TO WS-CARD-NO.
003980     MOVE WS-CARD-NO TO WS-CARD-NO-ED.
003990     EVALUATE TRUE
004000         WHEN CSR-HEADER
004010             PERFORM 1120-TAKE-HEADER  THRU 1120-EXIT
004020         WHEN CSR-RULE
004030             PERFORM 1130-TAKE-RULE    THRU 1130-EXIT
004040         WHEN CSR-PRODUCT
004050             PERFORM 1140-TAKE-PRODUCT THRU 1140-EXIT
004060         WHEN OTHER
004070             DISPLAY 'CARD ' WS-CARD-NO-ED
004080                 ' - UNKNOWN CARD TYPE ' CSR-REC-TYPE
004090             SET WS-DECK-ERROR TO TRUE
004100     END-EVALUATE.
004110 1110-EXIT.
004120     EXIT.
004130*-------------------------------------------------------------------*
004140*    1120-TAKE-HEADER                                               *
004150*    A ZERO EFFECTIVE DATE MEANS TODAY AND A ZERO EXPIRY DATE       *
004160*    MEANS THE CAMPAIGN NEVER LAPSES.                               *
004170*-------------------------------------------------------------------*
004180 1120-TAKE-HEADER.
004190     IF WS-HEADER-SEEN
004200         DISPLAY 'CARD ' WS-CARD-NO-ED
004210             ' - SECOND HEADER CARD'
004220         SET WS-DECK-ERROR TO TRUE
004230         GO TO 1120-EXIT
004240     END-IF.
004250     SET WS-HEADER-SEEN TO TRUE.
004260     IF CSR-CAMPAIGN-ID = SPACES
004270         DISPLAY 'CARD ' WS-CARD-NO-ED
004280             ' - CAMPAIGN ID MISSING'
004290         SET WS-DECK-ERROR TO TRUE
004300     END-IF.
004310     MOVE CSR-CAMPAIGN-ID TO WS-CAMP-ID.
004320     IF CSR-EFF-DATE NUMERIC AND CSR-EFF-DATE > 0
004330         MOVE CSR-EFF-DATE    TO WS-CAMP-EFF-DATE
004340     ELSE
004350         MOVE WS-CURRENT-DATE TO WS-CAMP-EFF-DATE
004360     END-IF.
004370     IF CSR-EXP-DATE NUMERIC AND CSR-EXP-DATE > 0
004380         MOVE CSR-EXP-DATE    TO WS-CAMP-EXP-DATE
004390     ELSE
004400         MOVE 99991231        TO WS-CAMP-EXP-DATE
004410     END-IF.
004420     IF WS-CAMP-EXP-DATE < WS-CAMP-EFF-DATE
004430         DISPLAY 'CARD ' WS-CARD-NO-ED
004440             ' - EXPIRY DATE BEFORE EFFECTIVE DATE'
004450         SET WS-DECK-ERROR TO TRUE
004460     END-IF.
004470 1120-EXIT.
004480     EXIT.
004490*-------------------------------------------------------------------*
004500*    1130-TAKE-RULE                                                 *
004510*    B AND N NEED A PRODUCT, Q NEEDS A NUMBER OF DAYS, L AND T AN   *
004520*    AMOUNT AND A A COUNT. NUMERIC FIELDS A RULE DOES NOT USE MAY   *
004530*    BE LEFT BLANK.                                                 *
004540*-------------------------------------------------------------------*
004550 1130-TAKE-RULE.
004560     IF NOT CSR-VALID-CRITERION
004570         DISPLAY 'CARD ' WS-CARD-NO-ED
004580             ' - UNKNOWN RULE ' CSR-CRITERION
004590         SET WS-DECK-ERROR TO TRUE
004600         GO TO 1130-EXIT
004610     END-IF.
004620     IF WS-RULE-COUNT >= 20
004630         DISPLAY 'CARD ' WS-CARD-NO-ED
004640             ' - MORE THAN 20 RULES'
004650         SET WS-DECK-ERROR TO TRUE
004660         GO TO 1130-EXIT
004670     END-IF.
004680     ADD 1 TO WS-RULE-COUNT.
004690     SET WS-RUL-IDX TO WS-RULE-COUNT.
004700     MOVE CSR-CRITERION TO WS-RUL-CRITERION(WS-RUL-IDX).
004710     MOVE CSR-PROD-CODE TO WS-RUL-PROD-CODE(WS-RUL-IDX).
004720     MOVE 0             TO WS-RUL-DAYS(WS-RUL-IDX).
004730     MOVE 0             TO WS-RUL-AMOUNT(WS-RUL-IDX).
004740     MOVE 0             TO WS-RUL-COUNT(WS-RUL-IDX).
004750     MOVE 0             TO WS-RUL-CUTOFF(WS-RUL-IDX).
004760     IF CSR-DAYS NUMERIC
004770         MOVE CSR-DAYS   TO WS-RUL-DAYS(WS-RUL-IDX)
004780     END-IF.
004790     IF CSR-AMOUNT NUMERIC
004800         MOVE CSR-AMOUNT TO WS-RUL-AMOUNT(WS-RUL-IDX)
004810     END-IF.
004820     IF CSR-COUNT NUMERIC
004830         MOVE CSR-COUNT  TO WS-RUL-COUNT(WS-RUL-IDX)
004840     END-IF.
004850     EVALUATE TRUE
004860         WHEN (CSR-BOUGHT OR CSR-NOT-BOUGHT)
004870              AND CSR-PROD-CODE = SPACES
004880             DISPLAY 'CARD ' WS-CARD-NO-ED
004890                 ' - RULE ' CSR-CRITERION ' NEEDS A PRODUCT'
004900             SET WS-DECK-ERROR TO TRUE
004910         WHEN CSR-LAPSED AND WS-RUL-DAYS(WS-RUL-IDX) = 0
004920             DISPLAY 'CARD ' WS-CARD-NO-ED
004930                 ' - RULE Q NEEDS A NUMBER OF DAYS'
004940             SET WS-DECK-ERROR TO TRUE
004950         WHEN (CSR-LIFETIME-MIN OR CSR-TTM-MIN)
004960              AND NOT CSR-AMOUNT NUMERIC
004970             DISPLAY 'CARD ' WS-CARD-NO-ED
004980                 ' - RULE ' CSR-CRITERION ' NEEDS AN AMOUNT'
004990             SET WS-DECK-ERROR TO TRUE
005000         WHEN CSR-ACCEPTS-MIN AND NOT CSR-COUNT NUMERIC
005010             DISPLAY 'CARD ' WS-CARD-NO-ED
005020                 ' - RULE A NEEDS A COUNT'
005030             SET WS-DECK-ERROR TO TRUE
005040     END-EVALUATE.
005050     IF WS-RUL-DAYS(WS-RUL-IDX) > 0
005060         MOVE WS-CURRENT-DATE TO WS-CUT-DATE
005070         PERFORM 1520-BACK-ONE-DAY THRU 1520-EXIT
005080             WS-RUL-DAYS(WS-RUL-IDX) TIMES
005090         MOVE WS-CUT-DATE TO WS-RUL-CUTOFF(WS-RUL-IDX)
005100     END-IF.
005110 1130-EXIT.
005120     EXIT.
005130 1140-TAKE-PRODUCT.
005140     IF CSR-PITCH-PROD-CODE = SPACES
005150         DISPLAY 'CARD ' WS-CARD-NO-ED
005160             ' - PRODUCT CODE MISSING'
005170         SET WS-DECK-ERROR TO TRUE
005180         GO TO 1140-EXIT
005190     END-IF.
005200     IF WS-PITCH-COUNT >= 200
005210         DISPLAY 'CARD ' WS-CARD-NO-ED
005220             ' - MORE THAN 200 PRODUCTS'
005230         SET WS-DECK-ERROR TO TRUE
005240         GO TO 1140-EXIT
005250     END-IF.
005260     ADD 1 TO WS-PITCH-COUNT.
005270     SET WS-PIT-IDX TO WS-PITCH-COUNT.
005280     MOVE CSR-PITCH-PROD-CODE TO WS-PITCH-PROD-CODE(WS-PIT-IDX).
005290 1140-EXIT.
005300     EXIT.
005310*-------------------------------------------------------------------*
005320*    1300-WRITE-DEFINITION                                          *
005330*    THE HEADER AND ANY PRODUCT SUBSET GO OUT BEFORE THE TARGETS.   *
005340*-------------------------------------------------------------------*
005350 1300-WRITE-DEFINITION.
005360     MOVE SPACES           TO CAMPAIGN-RECORD.
005370     MOVE 'H'              TO CPD-REC-TYPE.
005380     MOVE WS-CAMP-ID       TO CPD-CAMPAIGN-ID.
005390     MOVE WS-CAMP-EFF-DATE TO CPD-EFF-DATE.
005400     MOVE WS-CAMP-EXP-DATE TO CPD-EXP-DATE.
005410     MOVE 'L'              TO CPD-SELECT-RULE.
005420     PERFORM 6100-WRITE-CAMPAIGN THRU 6100-EXIT.
005430     PERFORM 1310-WRITE-ONE-PRODUCT THRU 1310-EXIT
005440         VARYING WS-PIT-IDX FROM 1 BY 1
005450         UNTIL WS-PIT-IDX > WS-PITCH-COUNT.
005460 1300-EXIT.
005470     EXIT.
005480 1310-WRITE-ONE-PRODUCT.
005490     MOVE SPACES TO CAMPAIGN-RECORD.
005500     MOVE 'P'    TO CPD-REC-TYPE.
005510     MOVE WS-PITCH-PROD-CODE(WS-PIT-IDX) TO CPD-PROD-CODE.
005520     PERFORM 6100-WRITE-CAMPAIGN THRU 6100-EXIT.
005530 1310-EXIT.
005540     EXIT.
005550*-------------------------------------------------------------------*
005560*    1400-PRINT-ONE-RULE                                            *
005570*    THE RULES HEAD THE REPORT SO THE REVIEWER SEES WHAT WAS ASKED. *
005580*-------------------------------------------------------------------*
005590 1400-PRINT-ONE-RULE.
005600     MOVE SPACES TO WS-RL-TEXT.
005610     MOVE WS-RUL-DAYS(WS-RUL-IDX)   TO WS-ED-DAYS.
005620     MOVE WS-RUL-AMOUNT(WS-RUL-IDX) TO WS-ED-MINIMUM.
005630     MOVE WS-RUL-COUNT(WS-RUL-IDX)  TO WS-ED-COUNT.
005640     EVALUATE TRUE
005650         WHEN WS-RUL-BOUGHT(WS-RUL-IDX)
005660          AND WS-RUL-DAYS(WS-RUL-IDX) = 0
005670             STRING 'HAS BOUGHT ' WS-RUL-PROD-CODE(WS-RUL-IDX)
005680                 DELIMITED BY SIZE INTO WS-RL-TEXT
005690         WHEN WS-RUL-BOUGHT(WS-RUL-IDX)
005700             STRING 'BOUGHT ' WS-RUL-PROD-CODE(WS-RUL-IDX)
005710                 ' IN THE LAST' WS-ED-DAYS ' DAYS'
005720                 DELIMITED BY SIZE INTO WS-RL-TEXT
005730         WHEN WS-RUL-NOT-BOUGHT(WS-RUL-IDX)
005740          AND WS-RUL-DAYS(WS-RUL-IDX) = 0
005750             STRING 'HAS NEVER BOUGHT '
005760                 WS-RUL-PROD-CODE(WS-RUL-IDX)
005770                 DELIMITED BY SIZE INTO WS-RL-TEXT
005780         WHEN WS-RUL-NOT-BOUGHT(WS-RUL-IDX)
005790             STRING 'NOT BOUGHT ' WS-RUL-PROD-CODE(WS-RUL-IDX)
005800                 ' IN THE LAST' WS-ED-DAYS ' DAYS'
005810                 DELIMITED BY SIZE INTO WS-RL-TEXT
005820         WHEN WS-RUL-LIFETIME(WS-RUL-IDX)
005830             STRING 'LIFETIME SPEND AT LEAST USD' WS-ED-MINIMUM
005840                 DELIMITED BY SIZE INTO WS-RL-TEXT
005850         WHEN WS-RUL-TTM(WS-RUL-IDX)
005860             STRING '12-MONTH SPEND AT LEAST USD' WS-ED-MINIMUM
005870                 DELIMITED BY SIZE INTO WS-RL-TEXT
005880         WHEN WS-RUL-ACCEPTS(WS-RUL-IDX)
005890             STRING 'ACCEPTED ORDERS AT LEAST' WS-ED-COUNT
005900                 DELIMITED BY SIZE INTO WS-RL-TEXT
005910         WHEN WS-RUL-LAPSED(WS-RUL-IDX)
005920             STRING 'HAS BOUGHT, BUT NOTHING IN THE LAST'
005930                 WS-ED-DAYS ' DAYS'
005940                 DELIMITED BY SIZE INTO WS-RL-TEXT
005950     END-EVALUATE.
005960     SET WS-RULE-NO TO WS-RUL-IDX.
005970     MOVE WS-RULE-NO TO WS-RL-RULE-NO.
005980     MOVE WS-REASON-LINE TO REPORT-LINE.
005990     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006000 1400-EXIT.
006010     EXIT.
006020*-------------------------------------------------------------------*
006030*    1520-BACK-ONE-DAY                                              *
006040*-------------------------------------------------------------------*
006050 1520-BACK-ONE-DAY.
006060     IF WS-CUT-DD > 1
006070         SUBTRACT 1 FROM WS-CUT-DD
006080     ELSE
006090         IF WS-CUT-MM = 1
006100             MOVE 12 TO WS-CUT-MM
006110             SUBTRACT 1 FROM WS-CUT-YYYY
006120         ELSE
006130             SUBTRACT 1 FROM WS-CUT-MM
006140         END-IF
006150         MOVE WS-DAYS-IN-MONTH(WS-CUT-MM) TO WS-CUT-DD
006160         IF WS-CUT-MM = 2
006170             PERFORM 1525-CHECK-LEAP-YEAR THRU 1525-EXIT
006180             IF WS-LEAP-YEAR
006190                 MOVE 29 TO WS-CUT-DD
006200             END-IF
006210         END-IF
006220     END-IF.
006230 1520-EXIT.
006240     EXIT.
006250 1525-CHECK-LEAP-YEAR.
006260     MOVE 'N' TO WS-LEAP-SW.
006270     DIVIDE WS-CUT-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
006280         REMAINDER WS-LEAP-REMAINDER.
006290     IF WS-LEAP-REMAINDER = 0
006300         SET WS-LEAP-YEAR TO TRUE
006310     END-IF.
006320     DIVIDE WS-CUT-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
006330         REMAINDER WS-LEAP-REMAINDER.
006340     IF WS-LEAP-REMAINDER = 0
006350         MOVE 'N' TO WS-LEAP-SW
006360     END-IF.
006370     DIVIDE WS-CUT-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
006380         REMAINDER WS-LEAP-REMAINDER.
006390     IF WS-LEAP-REMAINDER = 0
006400         SET WS-LEAP-YEAR TO TRUE
006410     END-IF.
006420 1525-EXIT.
006430     EXIT.
006440*===================================================================*
006450*    2000-SELECT-ONE-CUST                                           *
006460*    A CUSTOMER MUST PASS EVERY RULE. TESTING STOPS AT THE FIRST    *
006470*    RULE FAILED; A CUSTOMER WHO PASSES THEM ALL IS TARGETED.       *
006480*===================================================================*
006490 2000-SELECT-ONE-CUST.
006500     READ CUSTOMER-MASTER NEXT RECORD
006510         AT END
006520             SET WS-EOF-CUST TO TRUE
006530     END-READ.
006540     IF WS-EOF-CUST
006550         GO TO 2000-EXIT
006560     END-IF.
006570     IF NOT WS-CUSTMAST-OK
006580         DISPLAY 'CUSTOMER-MASTER READ FAILED - STATUS '
006590             WS-CUSTMAST-STATUS
006600         MOVE 'ER' TO WS-RUN-STATUS
006610         SET WS-EOF-CUST TO TRUE
006620         GO TO 2000-EXIT
006630     END-IF.
006640     ADD 1 TO WS-READ-CNT.
006650     IF NOT CUST-ACTIVE
006660         ADD 1 TO WS-INACTIVE-CNT
006670         GO TO 2000-EXIT
006680     END-IF.
006690     PERFORM 2100-CHECK-CONTACT-PREF THRU 2100-EXIT.
006700     IF WS-CNP-IN-FORCE
006710         ADD 1 TO WS-BARRED-CNT
006720         GO TO 2000-EXIT
006730     END-IF.
006740     PERFORM 2150-READ-SUMMARY THRU 2150-EXIT.
006750     MOVE 'N' TO WS-RULE-FAILED-SW.
006760     PERFORM 2200-CHECK-ONE-RULE THRU 2200-EXIT
006770         VARYING WS-RUL-IDX FROM 1 BY 1
006780         UNTIL WS-RUL-IDX > WS-RULE-COUNT
006790            OR WS-RULE-FAILED.
006800     IF WS-RULE-FAILED
006810         ADD 1 TO WS-NOMATCH-CNT
006820         GO TO 2000-EXIT
006830     END-IF.
006840     ADD 1 TO WS-SELECTED-CNT.
006850     IF WS-WRITTEN-CNT >= WS-TARGET-LIMIT
006860         ADD 1 TO WS-OVER-LIMIT-CNT
006870         GO TO 2000-EXIT
006880     END-IF.
006890     MOVE SPACES  TO CAMPAIGN-RECORD.
006900     MOVE 'C'     TO CPD-REC-TYPE.
006910     MOVE CUST-ID TO CPD-CUST-ID.
006920     PERFORM 6100-WRITE-CAMPAIGN THRU 6100-EXIT.
006930     ADD 1 TO WS-WRITTEN-CNT.
006940     PERFORM 2500-PRINT-SELECTION THRU 2500-EXIT.
006950 2000-EXIT.
006960     EXIT.
006970*-------------------------------------------------------------------*
006980*    2100-CHECK-CONTACT-PREF                                        *
006990*    ONLY THE CUSTOMER-WIDE ENTRY (BLANK PRODUCT) IS CHECKED HERE - *
007000*    A CUSTOMER WHO OPTED OUT OF ONE PRODUCT CAN STILL BE PITCHED   *
007010*    THE REST, AND HELLO SKIPS THE BARRED PRODUCT ITSELF.           *
007020*-------------------------------------------------------------------*
007030 2100-CHECK-CONTACT-PREF.
007040     MOVE 'N' TO WS-CNP-IN-FORCE-SW.
007050     IF NOT WS-CNP-AVAIL
007060         GO TO 2100-EXIT
007070     END-IF.
007080     MOVE CUST-ID TO CNP-CUST-ID.
007090     MOVE SPACES  TO CNP-PROD-CODE.
007100     READ CONTACT-PREF-FILE
007110         INVALID KEY
007120             GO TO 2100-EXIT
007130     END-READ.
007140     IF NOT WS-CONTPREF-OK
007150         DISPLAY 'CONTACT-PREF-FILE READ FAILED - STATUS '
007160             WS-CONTPREF-STATUS
007170         GO TO 2100-EXIT
007180     END-IF.
007190     IF CNP-ACTIVE
007200        AND (CNP-EXPIRY-DATE = 0
007210             OR CNP-EXPIRY-DATE NOT < WS-CURRENT-DATE)
007220         SET WS-CNP-IN-FORCE TO TRUE
007230     END-IF.
007240 2100-EXIT.
007250     EXIT.
007260*-------------------------------------------------------------------*
007270*    2150-READ-SUMMARY                                              *
007280*-------------------------------------------------------------------*
007290 2150-READ-SUMMARY.
007300     MOVE 0 TO WS-SUM-ACCEPTS.
007310     MOVE 0 TO WS-SUM-LAST-DATE.
007320     MOVE 0 TO WS-SUM-LIFETIME.
007330     MOVE 0 TO WS-SUM-TTM.
007340     MOVE CUST-ID TO PHS-CUST-ID.
007350     MOVE SPACES  TO PHS-PROD-CODE.
007360     READ PURCHASE-HIST-FILE
007370         INVALID KEY
007380             GO TO 2150-EXIT
007390     END-READ.
007400     IF NOT WS-PURHIST-OK
007410         DISPLAY 'PURCHASE-HIST-FILE READ FAILED - STATUS '
007420             WS-PURHIST-STATUS
007430         GO TO 2150-EXIT
007440     END-IF.
007450     MOVE PHS-ACCEPT-CNT      TO WS-SUM-ACCEPTS.
007460     MOVE PHS-LAST-PURCH-DATE TO WS-SUM-LAST-DATE.
007470     MOVE PHS-LIFETIME-SPEND  TO WS-SUM-LIFETIME.
007480     MOVE PHS-TTM-SPEND       TO WS-SUM-TTM.
007490 2150-EXIT.
007500     EXIT.
007510*-------------------------------------------------------------------*
007520*    2200-CHECK-ONE-RULE                                            *
007530*    TESTS ONE RULE AND, WHEN IT PASSES, SETS ITS REASON TEXT FOR   *
007540*    THE REPORT. A PRODUCT COUNTS AS BOUGHT WHILE THE CUSTOMER      *
007550*    STILL HOLDS UNITS OF IT - BOUGHT AND SENT BACK IS NOT BOUGHT.  *
007560*-------------------------------------------------------------------*
007570 2200-CHECK-ONE-RULE.
007580     MOVE SPACES TO WS-RUL-REASON(WS-RUL-IDX).
007590     MOVE WS-RUL-DAYS(WS-RUL-IDX) TO WS-ED-DAYS.
007600     IF WS-RUL-BOUGHT(WS-RUL-IDX) OR WS-RUL-NOT-BOUGHT(WS-RUL-IDX)
007610         PERFORM 2300-CHECK-PRODUCT THRU 2300-EXIT
007620     END-IF.
007630     EVALUATE TRUE
007640         WHEN WS-RUL-BOUGHT(WS-RUL-IDX)
007650             IF NOT WS-PROD-BOUGHT
007660                 SET WS-RULE-FAILED TO TRUE
007670                 GO TO 2200-EXIT
007680             END-IF
007690             STRING 'BOUGHT ' WS-RUL-PROD-CODE(WS-RUL-IDX)
007700                 ', LAST ON ' WS-PROD-LAST-DATE
007710                 DELIMITED BY SIZE INTO WS-RUL-REASON(WS-RUL-IDX)
007720         WHEN WS-RUL-NOT-BOUGHT(WS-RUL-IDX)
007730             IF WS-PROD-BOUGHT
007740                 SET WS-RULE-FAILED TO TRUE
007750                 GO TO 2200-EXIT
007760             END-IF
007770             IF WS-PROD-LAST-DATE = 0
007780                 STRING 'NEVER BOUGHT '
007790                     WS-RUL-PROD-CODE(WS-RUL-IDX)
007800                     DELIMITED BY SIZE
007810                     INTO WS-RUL-REASON(WS-RUL-IDX)
007820             ELSE
007830                 STRING 'NOT BOUGHT ' WS-RUL-PROD-CODE(WS-RUL-IDX)
007840                     ' SINCE ' WS-PROD-LAST-DATE
007850                     DELIMITED BY SIZE
007860                     INTO WS-RUL-REASON(WS-RUL-IDX)
007870             END-IF
007880         WHEN WS-RUL-LIFETIME(WS-RUL-IDX)
007890             IF WS-SUM-LIFETIME < WS-RUL-AMOUNT(WS-RUL-IDX)
007900                 SET WS-RULE-FAILED TO TRUE
007910                 GO TO 2200-EXIT
007920             END-IF
007930             MOVE WS-SUM-LIFETIME TO WS-ED-AMOUNT
007940             STRING 'LIFETIME SPEND USD' WS-ED-AMOUNT
007950                 DELIMITED BY SIZE INTO WS-RUL-REASON(WS-RUL-IDX)
007960         WHEN WS-RUL-TTM(WS-RUL-IDX)
007970             IF WS-SUM-TTM < WS-RUL-AMOUNT(WS-RUL-IDX)
007980                 SET WS-RULE-FAILED TO TRUE
007990                 GO TO 2200-EXIT
008000             END-IF
008010             MOVE WS-SUM-TTM TO WS-ED-AMOUNT
008020             STRING '12-MONTH SPEND USD' WS-ED-AMOUNT
008030                 DELIMITED BY SIZE INTO WS-RUL-REASON(WS-RUL-IDX)
008040         WHEN WS-RUL-ACCEPTS(WS-RUL-IDX)
008050             IF WS-SUM-ACCEPTS < WS-RUL-COUNT(WS-RUL-IDX)
008060                 SET WS-RULE-FAILED TO TRUE
008070                 GO TO 2200-EXIT
008080             END-IF
008090             MOVE WS-SUM-ACCEPTS TO WS-ED-COUNT
008100             STRING 'ACCEPTED ORDERS' WS-ED-COUNT
008110                 DELIMITED BY SIZE INTO WS-RUL-REASON(WS-RUL-IDX)
008120         WHEN WS-RUL-LAPSED(WS-RUL-IDX)
008130             IF WS-SUM-ACCEPTS = 0
008140                OR WS-SUM-LAST-DATE
008150                   NOT < WS-RUL-CUTOFF(WS-RUL-IDX)
008160                 SET WS-RULE-FAILED TO TRUE
008170                 GO TO 2200-EXIT
008180             END-IF
008190             STRING 'LAST PURCHASE ' WS-SUM-LAST-DATE
008200                 ', NONE IN THE LAST' WS-ED-DAYS ' DAYS'
008210                 DELIMITED BY SIZE INTO WS-RUL-REASON(WS-RUL-IDX)
008220     END-EVALUATE.
008230 2200-EXIT.
008240     EXIT.
008250*-------------------------------------------------------------------*
008260*    2300-CHECK-PRODUCT                                             *
008270*    SETS WS-PROD-BOUGHT WHEN THE CUSTOMER HOLDS UNITS OF THE       *
008280*    RULE'S PRODUCT AND, FOR A RULE WITH DAYS, BOUGHT IT ON OR      *
008290*    AFTER THE RULE'S CUTOFF. WS-PROD-LAST-DATE IS THE LAST DATE    *
008300*    IT WAS BOUGHT, ZERO IF NEVER.                                  *
008310*-------------------------------------------------------------------*
008320 2300-CHECK-PRODUCT.
008330     MOVE 'N' TO WS-PROD-BOUGHT-SW.
008340     MOVE 0   TO WS-PROD-LAST-DATE.
008350     MOVE CUST-ID                    TO PHS-CUST-ID.
008360     MOVE WS-RUL-PROD-CODE(WS-RUL-IDX) TO PHS-PROD-CODE.
008370     READ PURCHASE-HIST-FILE
008380         INVALID KEY
008390             GO TO 2300-EXIT
008400     END-READ.
008410     IF NOT WS-PURHIST-OK
008420         DISPLAY 'PURCHASE-HIST-FILE READ FAILED - STATUS '
008430             WS-PURHIST-STATUS
008440         GO TO 2300-EXIT
008450     END-IF.
008460     MOVE PHS-PROD-LAST-DATE TO WS-PROD-LAST-DATE.
008470     IF PHS-PROD-ACCEPT-CNT = 0 OR PHS-PROD-NET-UNITS NOT > 0
008480         GO TO 2300-EXIT
008490     END-IF.
008500     IF WS-RUL-DAYS(WS-RUL-IDX) > 0
008510        AND PHS-PROD-LAST-DATE < WS-RUL-CUTOFF(WS-RUL-IDX)
008520         GO TO 2300-EXIT
008530     END-IF.
008540     SET WS-PROD-BOUGHT TO TRUE.
008550 2300-EXIT.
008560     EXIT.
008570*-------------------------------------------------------------------*
008580*    2500-PRINT-SELECTION                                           *
008590*    ONE LINE FOR THE CUSTOMER, THEN THE REASON EACH RULE PASSED.   *
008600*-------------------------------------------------------------------*
008610 2500-PRINT-SELECTION.
008620     MOVE SPACES           TO WS-CUST-LINE.
008630     MOVE CUST-ID          TO WS-CL-CUST-ID.
008640     MOVE CUST-NAME        TO WS-CL-NAME.
008650     MOVE WS-SUM-ACCEPTS   TO WS-CL-ACCEPTS.
008660     MOVE WS-SUM-LAST-DATE TO WS-CL-LAST-DATE.
008670     MOVE WS-SUM-LIFETIME  TO WS-CL-LIFETIME.
008680     MOVE WS-CUST-LINE TO REPORT-LINE.
008690     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008700     PERFORM 2510-PRINT-ONE-REASON THRU 2510-EXIT
008710         VARYING WS-RUL-IDX FROM 1 BY 1
008720         UNTIL WS-RUL-IDX > WS-RULE-COUNT.
008730 2500-EXIT.
008740     EXIT.
008750 2510-PRINT-ONE-REASON.
008760     SET WS-RULE-NO TO WS-RUL-IDX.
008770     MOVE WS-RULE-NO                TO WS-RL-RULE-NO.
008780     MOVE WS-RUL-REASON(WS-RUL-IDX) TO WS-RL-TEXT.
008790     MOVE WS-REASON-LINE TO REPORT-LINE.
008800     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008810 2510-EXIT.
008820     EXIT.
008830*===================================================================*
008840*    3000-PRINT-CONTROLS                                            *
008850*    TARGETS BEYOND HELLO'S 5000-CUSTOMER LIMIT ARE NOT WRITTEN;    *
008860*    THE RUN ENDS 'ER' SO THE RULES CAN BE TIGHTENED.               *
008870*===================================================================*
008880 3000-PRINT-CONTROLS.
008890     IF WS-OVER-LIMIT-CNT > 0
008900         DISPLAY 'TARGETS OVER THE 5000 LIMIT NOT WRITTEN: '
008910             WS-OVER-LIMIT-CNT
008920         MOVE 'ER' TO WS-RUN-STATUS
008930     END-IF.
008940     IF NOT WS-CAMPDEF-OPEN
008950         GO TO 3000-EXIT
008960     END-IF.
008970     MOVE SPACES TO REPORT-LINE.
008980     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
008990     MOVE 'CUSTOMERS READ'                 TO WS-CNT-LABEL.
009000     MOVE WS-READ-CNT                      TO WS-CNT-VALUE.
009010     MOVE WS-COUNT-LINE TO REPORT-LINE.
009020     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009030     MOVE 'INACTIVE CUSTOMERS SKIPPED'     TO WS-CNT-LABEL.
009040     MOVE WS-INACTIVE-CNT                  TO WS-CNT-VALUE.
009050     MOVE WS-COUNT-LINE TO REPORT-LINE.
009060     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009070     MOVE 'DO-NOT-CONTACT CUSTOMERS SKIPPED' TO WS-CNT-LABEL.
009080     MOVE WS-BARRED-CNT                    TO WS-CNT-VALUE.
009090     MOVE WS-COUNT-LINE TO REPORT-LINE.
009100     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009110     MOVE 'CUSTOMERS NOT MATCHING THE RULES' TO WS-CNT-LABEL.
009120     MOVE WS-NOMATCH-CNT                   TO WS-CNT-VALUE.
009130     MOVE WS-COUNT-LINE TO REPORT-LINE.
009140     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009150     MOVE 'CUSTOMERS SELECTED'             TO WS-CNT-LABEL.
009160     MOVE WS-SELECTED-CNT                  TO WS-CNT-VALUE.
009170     MOVE WS-COUNT-LINE TO REPORT-LINE.
009180     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009190     MOVE 'TARGETS WRITTEN TO CAMPDEF'     TO WS-CNT-LABEL.
009200     MOVE WS-WRITTEN-CNT                   TO WS-CNT-VALUE.
009210     MOVE WS-COUNT-LINE TO REPORT-LINE.
009220     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009230     MOVE 'SELECTED OVER THE 5000 LIMIT'   TO WS-CNT-LABEL.
009240     MOVE WS-OVER-LIMIT-CNT                TO WS-CNT-VALUE.
009250     MOVE WS-COUNT-LINE TO REPORT-LINE.
009260     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
009270 3000-EXIT.
009280     EXIT.
009290*===================================================================*
009300*    6000-WRITE-REPORT-LINE                                         *
009310*===================================================================*
009320 6000-WRITE-REPORT-LINE.
009330     WRITE REPORT-LINE.
009340     IF NOT WS-CAMPSRPT-OK
009350         DISPLAY 'SELECTION-REPORT WRITE FAILED - STATUS '
009360             WS-CAMPSRPT-STATUS
009370     END-IF.
009380 6000-EXIT.
009390     EXIT.
009400*===================================================================*
009410*    6100-WRITE-CAMPAIGN                                            *
009420*===================================================================*
009430 6100-WRITE-CAMPAIGN.
009440     WRITE CAMPAIGN-RECORD.
009450     IF NOT WS-CAMPDEF-OK
009460         DISPLAY 'CAMPAIGN-FILE WRITE FAILED - STATUS '
009470             WS-CAMPDEF-STATUS
009480         MOVE 'ER' TO WS-RUN-STATUS
009490     END-IF.
009500 6100-EXIT.
009510     EXIT.
009520*===================================================================*
009530*    9000-TERMINATE                                                 *
009540*===================================================================*
009550 9000-TERMINATE.
009560     IF WS-CUST-OPEN
009570         CLOSE CUSTOMER-MASTER
009580     END-IF.
009590     IF WS-HIST-OPEN
009600         CLOSE PURCHASE-HIST-FILE
009610     END-IF.
009620     IF WS-CNP-AVAIL
009630         CLOSE CONTACT-PREF-FILE
009640     END-IF.
009650     IF WS-CAMPDEF-OPEN
009660         CLOSE CAMPAIGN-FILE
009670     END-IF.
009675     IF WS-RPT-OPEN
009680         CLOSE SELECTION-REPORT
009685     END-IF.
009690 9000-EXIT.
009700     EXIT.
009710*===================================================================*
009720*    8900-WRITE-RUN-CONTROL                                         *
009730*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
009740*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
009750*===================================================================*
009760 8900-WRITE-RUN-CONTROL.
009770     OPEN EXTEND RUN-CONTROL.
009780     IF WS-RUNCTL-NOTFOUND
009790         OPEN OUTPUT RUN-CONTROL
009800     END-IF.
009810     IF NOT WS-RUNCTL-OK
009820         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
009830             WS-RUNCTL-STATUS
009840         GO TO 8900-EXIT
009850     END-IF.
009860     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
009870     ACCEPT WS-RUN-TIME-RAW FROM TIME.
009880     MOVE SPACES             TO RUN-CONTROL-RECORD.
009890     MOVE 'CAMPBLD '         TO RNC-PROGRAM-ID.
009900     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
009910     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
009920     MOVE WS-RUN-EVENT       TO RNC-EVENT.
009930     MOVE WS-RUN-STATUS      TO RNC-STATUS.
009940     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
009950     WRITE RUN-CONTROL-RECORD.
009960     IF NOT WS-RUNCTL-OK
009970         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
009980             WS-RUNCTL-STATUS
009990     END-IF.
010000     CLOSE RUN-CONTROL.
010010 8900-EXIT.
010020     EXIT.
