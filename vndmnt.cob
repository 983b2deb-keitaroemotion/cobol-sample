000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    VNDMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPERATOR MAINTENANCE OF  *
000220*                     THE VENDMAST SUPPLIER MASTER (WHO EACH      *
000230*                     PRODUCT IS BOUGHT FROM, LEAD TIME, ORDER    *
000240*                     MULTIPLE AND UNIT COST) WITH EVERY FIELD    *
000250*                     CHANGE WRITTEN TO ITS OWN CHANGE-HISTORY    *
000260*                     FILE, SO THE TERMS BEHIND A PURCHASE ORDER  *
000270*                     NO LONGER LIVE IN A SPREADSHEET.            *
000280*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000290*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000300*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000310*                     REFUSALS ARE LOGGED TO SECLOG.              *
000320*    2026-10-15 KS    A SUPPLIER ID LONGER THAN 8 CHARACTERS IS   *
000330*                     NOW REFUSED ON ADD AND UPDATE INSTEAD OF    *
000340*                     BEING CUT SHORT INTO A DIFFERENT ID.        *
000350*-----------------------------------------------------------------*
000360*    ACTIONS:                                                     *
000370*      A - ADD THE SUPPLIER TERMS FOR A PRODUCT (ONE SUPPLIER     *
000380*          PER PRODUCT - A PRODUCT ALREADY ON FILE IS REJECTED)   *
000390*      U - UPDATE SUPPLIER, NAME, LEAD TIME, ORDER MULTIPLE,      *
000400*          UNIT COST OR CURRENCY (BLANK ENTRY = KEEP)             *
000410*      D - DEACTIVATE (STATUS 'I' - POGEN STOPS PROPOSING IT)     *
000420*      R - REACTIVATE (STATUS BACK TO 'A')                        *
000430*      X - END THE SESSION                                        *
000440*    THE PRODUCT MUST BE ON THE CATALOG, THE ORDER MULTIPLE AND   *
000450*    UNIT COST MUST BE ABOVE ZERO, AND THE CURRENCY MUST BE ONE   *
000460*    THE SHOP TRADES IN. EVERY CHANGE IS LOGGED TO VENDHIST WITH  *
000470*    OPERATOR, TIMESTAMP AND THE BEFORE/AFTER VALUES.             *
000480*-----------------------------------------------------------------*
000490 ENVIRONMENT    DIVISION.
000500 INPUT-OUTPUT   SECTION.
000510 FILE-CONTROL.
000520     SELECT VENDOR-MASTER   ASSIGN TO VENDMAST
000530         ORGANIZATION       IS INDEXED
000540         ACCESS MODE        IS RANDOM
000550         RECORD KEY         IS VND-PROD-CODE
000560         FILE STATUS        IS WS-VENDMAST-STATUS.
000570     SELECT VENDOR-HIST-FILE ASSIGN TO VENDHIST
000580         ORGANIZATION       IS SEQUENTIAL
000590         FILE STATUS        IS WS-VENDHIST-STATUS.
000600     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
000610         ORGANIZATION       IS INDEXED
000620         ACCESS MODE        IS RANDOM
000630         RECORD KEY         IS PROD-CODE
000640         FILE STATUS        IS WS-PRODMAST-STATUS.
000650     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000660         ORGANIZATION       IS SEQUENTIAL
000670         FILE STATUS        IS WS-RUNCTL-STATUS.
000680     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000690         ORGANIZATION       IS INDEXED
000700         ACCESS MODE        IS RANDOM
000710         RECORD KEY         IS OPR-ID
000720         FILE STATUS        IS WS-OPERMAST-STATUS.
000730     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000740         ORGANIZATION       IS SEQUENTIAL
000750         FILE STATUS        IS WS-SECLOG-STATUS.
000760 DATA           DIVISION.
000770 FILE           SECTION.
000780 FD  VENDOR-MASTER
000790     LABEL RECORD IS STANDARD.
000800     COPY VNDREC.
000810 FD  VENDOR-HIST-FILE
000820     LABEL RECORD IS STANDARD.
000830     COPY VNDHREC.
000840 FD  PRODUCT-MASTER
000850     LABEL RECORD IS STANDARD.
000860     COPY PRODREC.
000870 FD  RUN-CONTROL
000880     LABEL RECORD IS STANDARD.
000890     COPY RUNREC.
000900 FD  OPERATOR-FILE
000910     LABEL RECORD IS STANDARD.
000920     COPY OPRREC.
000930 FD  SECURITY-LOG
000940     LABEL RECORD IS STANDARD.
000950     COPY SECREC.
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
001070 01  WS-VENDMAST-STATUS          PIC X(02).
001080     88  WS-VENDMAST-OK          VALUE '00'.
001090     88  WS-VENDMAST-NOTFOUND    VALUE '35'.
001100 01  WS-VENDHIST-STATUS          PIC X(02).
001110     88  WS-VENDHIST-OK          VALUE '00'.
001120     88  WS-VENDHIST-NOTFOUND    VALUE '35'.
001130 01  WS-PRODMAST-STATUS          PIC X(02).
001140     88  WS-PRODMAST-OK          VALUE '00'.
001150 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
001160     88  WS-END-SESSION          VALUE 'Y'.
001170 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
001180     88  WS-VALID-ANSWER         VALUE 'Y'.
001190 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
001200     88  WS-RECORD-FOUND         VALUE 'Y'.
001210 77  WS-PROD-AVAIL-SW            PIC X(01)   VALUE 'N'.
001220     88  WS-PROD-AVAIL           VALUE 'Y'.
001230 77  WS-CURRENCY-OK-SW           PIC X(01)   VALUE 'N'.
001240     88  WS-CURRENCY-OK          VALUE 'Y'.
001250 77  WS-TEXT-CHANGED-SW          PIC X(01)   VALUE 'N'.
001260     88  WS-TEXT-CHANGED         VALUE 'Y'.
001270 77  WS-OPERATOR-ID              PIC X(08).
001280 77  WS-OPERATOR-PIN             PIC X(08).
001290 01  WS-OPERMAST-STATUS          PIC X(02).
001300     88  WS-OPERMAST-OK          VALUE '00'.
001310 01  WS-SECLOG-STATUS            PIC X(02).
001320     88  WS-SECLOG-OK            VALUE '00'.
001330     88  WS-SECLOG-NOTFOUND      VALUE '35'.
001340 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
001350     88  WS-OPR-AVAIL            VALUE 'Y'.
001360 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001370     88  WS-SIGNON-REFUSED       VALUE 3.
001380 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001390     88  WS-OPR-VERIFIED         VALUE 'Y'.
001400 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001410     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001420 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'VNDMNT  '.
001430 77  WS-GUARDED-ACTIONS          PIC X(04)   VALUE 'AUDR'.
001440 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001450 77  WS-CHECK-PIN                PIC X(08).
001460 77  WS-RIGHT-ACTION             PIC X(01).
001470 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001480 77  WS-SEC-EVENT                PIC X(01).
001490 77  WS-SEC-REASON               PIC X(02).
001500 77  WS-SEC-SUBJECT              PIC X(14).
001510 77  WS-SEC-DETAIL               PIC X(26).
001520 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001530 01  WS-SEC-TIME-RAW.
001540     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001550     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001560 77  WS-ACTION-CODE              PIC X(01).
001570 77  WS-PROD-CODE-ENTRY          PIC X(06).
001580 77  WS-CURRENCY-ENTRY           PIC X(03).
001590 77  WS-FIELD-LABEL              PIC X(14).
001600 77  WS-TEXT-ENTRY               PIC X(30).
001610 77  WS-CURRENT-VALUE            PIC X(30).
001620 01  WS-LEAD-ENTRY               PIC X(03).
001630 01  WS-LEAD-ENTRY-9 REDEFINES WS-LEAD-ENTRY
001640                                 PIC 9(03).
001650 01  WS-MULT-ENTRY               PIC X(05).
001660 01  WS-MULT-ENTRY-9 REDEFINES WS-MULT-ENTRY
001670                                 PIC 9(05).
001680 01  WS-COST-ENTRY               PIC X(09).
001690 01  WS-COST-ENTRY-9 REDEFINES WS-COST-ENTRY
001700                                 PIC 9(07)V99.
001710 01  WS-COST-DISPLAY             PIC 9(07)V99.
001720 01  WS-COST-DISPLAY-X REDEFINES WS-COST-DISPLAY
001730                                 PIC X(09).
001740 77  WS-CHANGE-COUNT             PIC 9(03)   COMP    VALUE 0.
001750*-----------------------------------------------------------------*
001760*    CURRENCY CODES THE SHOP ACTUALLY TRADES IN - A CODE NOT IN   *
001770*    THIS LIST IS A KEYING ERROR, NOT A NEW MARKET.               *
001780*-----------------------------------------------------------------*
001790 01  WS-CURRENCY-LIST.
001800     05  FILLER                  PIC X(03)   VALUE 'USD'.
001810     05  FILLER                  PIC X(03)   VALUE 'JPY'.
001820     05  FILLER                  PIC X(03)   VALUE 'EUR'.
001830     05  FILLER                  PIC X(03)   VALUE 'GBP'.
001840     05  FILLER                  PIC X(03)   VALUE 'CAD'.
001850     05  FILLER                  PIC X(03)   VALUE 'AUD'.
001860 01  WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-LIST.
001870     05  WS-CURRENCY-CODE        OCCURS 6 TIMES
001880                                 INDEXED BY WS-CURR-IDX
001890                                 PIC X(03).
001900 01  WS-OLD-VALUES.
001910     05  WS-OLD-SUPPLIER-ID      PIC X(08).
001920     05  WS-OLD-SUPPLIER-NAME    PIC X(30).
001930     05  WS-OLD-LEAD-DAYS        PIC 9(03).
001940     05  WS-OLD-ORDER-MULTIPLE   PIC 9(05).
001950     05  WS-OLD-UNIT-COST        PIC 9(07)V99.
001960     05  WS-OLD-CURRENCY         PIC X(03).
001970     05  WS-OLD-STATUS           PIC X(01).
001980 01  WS-CURRENT-DATE-TIME.
001990     05  WS-CURRENT-DATE         PIC 9(08).
002000     05  WS-CURRENT-TIME         PIC 9(06).
002010 01  WS-TIME-RAW.
002020     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
002030     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
002040 77  WS-TIMESTAMP-14              PIC 9(14).
002050 77  WS-HIST-ACTION               PIC X(06).
002060 77  WS-HIST-FIELD                PIC X(10).
002070 77  WS-HIST-OLD-VALUE            PIC X(30).
002080 77  WS-HIST-NEW-VALUE            PIC X(30).
002090 77  WS-HIST-WRITE-CNT            PIC 9(07)   COMP    VALUE 0.
002100 PROCEDURE      DIVISION.
002110*===================================================================*
002120*    0000-MAINLINE                                                  *
002130*===================================================================*
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002160     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
002170         UNTIL WS-END-SESSION.
002180     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002190     MOVE 'END'   TO WS-RUN-EVENT.
002200     MOVE WS-HIST-WRITE-CNT TO WS-RUN-RECORDS.
002210     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002220     STOP RUN.
002230 0000-EXIT.
002240     EXIT.
002250*-------------------------------------------------------------------*
002260*    1000-INITIALIZE                                                *
002270*    THE SUPPLIER MASTER IS OPENED I-O AND CREATED ON ITS FIRST     *
002280*    EVER RUN; THE CHANGE HISTORY ACCUMULATES ACROSS RUNS SO IT     *
002290*    IS OPENED EXTEND-OR-CREATE LIKE THE OTHER HISTORY FILES.       *
002300*    WITHOUT THE CATALOG A NEW PRODUCT CODE CANNOT BE CHECKED, SO   *
002310*    ADDS ARE REFUSED UNTIL IT CAN BE OPENED.                       *
002320*-------------------------------------------------------------------*
002330 1000-INITIALIZE.
002340     MOVE 'START' TO WS-RUN-EVENT.
002350     MOVE 'OK'    TO WS-RUN-STATUS.
002360     MOVE 0       TO WS-RUN-RECORDS.
002370     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002380     OPEN I-O VENDOR-MASTER.
002390     IF WS-VENDMAST-NOTFOUND
002400         OPEN OUTPUT VENDOR-MASTER
002410         CLOSE VENDOR-MASTER
002420         OPEN I-O VENDOR-MASTER
002430     END-IF.
002440     IF NOT WS-VENDMAST-OK
002450         DISPLAY 'VENDOR-MASTER OPEN FAILED - STATUS '
002460             WS-VENDMAST-STATUS
002470         STOP RUN
002480     END-IF.
002490     OPEN EXTEND VENDOR-HIST-FILE.
002500     IF WS-VENDHIST-NOTFOUND
002510         OPEN OUTPUT VENDOR-HIST-FILE
002520     END-IF.
002530     IF NOT WS-VENDHIST-OK
002540         DISPLAY 'VENDOR-HIST-FILE OPEN FAILED - STATUS '
002550             WS-VENDHIST-STATUS
002560         STOP RUN
002570     END-IF.
002580     OPEN INPUT PRODUCT-MASTER.
002590     IF WS-PRODMAST-OK
002600         SET WS-PROD-AVAIL TO TRUE
002610     ELSE
002620         DISPLAY 'PRODUCT-MASTER OPEN FAILED - STATUS '
002630             WS-PRODMAST-STATUS ' - ADDS ARE DISABLED.'
002640     END-IF.
002650     OPEN INPUT OPERATOR-FILE.
002660     IF WS-OPERMAST-OK
002670         SET WS-OPR-AVAIL TO TRUE
002680     ELSE
002690         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
002700             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
002710     END-IF.
002720     MOVE 'N' TO WS-VALID-ANSWER-SW.
002730     MOVE 0   TO WS-SIGNON-TRIES.
002740     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
002750         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
002760     IF WS-SIGNON-REFUSED
002770         MOVE 'LK'     TO WS-SEC-REASON
002780         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
002790         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002800         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
002810         MOVE 'ER' TO WS-RUN-STATUS
002820         SET WS-END-SESSION TO TRUE
002830     END-IF.
002840 1000-EXIT.
002850     EXIT.
002860 1100-PROMPT-OPERATOR-ID.
002870     DISPLAY 'ENTER YOUR OPERATOR ID: '.
002880     ACCEPT  WS-OPERATOR-ID.
002890     IF WS-OPERATOR-ID = SPACES
002900         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
002910         GO TO 1100-EXIT
002920     END-IF.
002930     DISPLAY 'ENTER YOUR PIN: '.
002940     ACCEPT  WS-OPERATOR-PIN.
002950     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
002960     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
002970     MOVE SPACES          TO WS-RIGHT-ACTION.
002980     MOVE SPACES          TO WS-SEC-SUBJECT.
002990     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
003000     IF WS-OPR-VERIFIED
003010         SET WS-VALID-ANSWER TO TRUE
003020     ELSE
003030         ADD 1 TO WS-SIGNON-TRIES
003040         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
003050     END-IF.
003060 1100-EXIT.
003070     EXIT.
003080*-------------------------------------------------------------------*
003090*    1110-VERIFY-OPERATOR                                           *
003100*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
003110*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
003120*    TOLD WHICH CHECK FAILED.                                       *
003130*-------------------------------------------------------------------*
003140 1110-VERIFY-OPERATOR.
003150     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
003160     MOVE SPACES TO WS-SEC-DETAIL.
003170     IF NOT WS-OPR-AVAIL
003180         MOVE 'NF' TO WS-SEC-REASON
003190         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003200         GO TO 1110-EXIT
003210     END-IF.
003220     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003230     READ OPERATOR-FILE
003240         INVALID KEY
003250             MOVE 'UI' TO WS-SEC-REASON
003260             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003270             GO TO 1110-EXIT
003280     END-READ.
003290     IF NOT WS-OPERMAST-OK
003300         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
003310             WS-OPERMAST-STATUS
003320         MOVE 'NF' TO WS-SEC-REASON
003330         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003340         GO TO 1110-EXIT
003350     END-IF.
003360     IF OPR-PIN NOT = WS-CHECK-PIN
003370         MOVE 'PW' TO WS-SEC-REASON
003380         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003390         GO TO 1110-EXIT
003400     END-IF.
003410     IF NOT OPR-ACTIVE
003420         MOVE 'RV' TO WS-SEC-REASON
003430         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003440         GO TO 1110-EXIT
003450     END-IF.
003460     SET WS-OPR-VERIFIED TO TRUE.
003470 1110-EXIT.
003480     EXIT.
003490*-------------------------------------------------------------------*
003500*    1120-CHECK-RIGHT                                               *
003510*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
003520*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
003530*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
003540*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
003550*    WS-SEC-REASON.                                                 *
003560*-------------------------------------------------------------------*
003570 1120-CHECK-RIGHT.
003580     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
003590     MOVE 'NR' TO WS-SEC-REASON.
003600     IF NOT WS-OPR-AVAIL
003610         MOVE 'NF' TO WS-SEC-REASON
003620         GO TO 1120-EXIT
003630     END-IF.
003640     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003650     READ OPERATOR-FILE
003660         INVALID KEY
003670             MOVE 'UI' TO WS-SEC-REASON
003680             GO TO 1120-EXIT
003690     END-READ.
003700     IF NOT WS-OPERMAST-OK
003710         MOVE 'NF' TO WS-SEC-REASON
003720         GO TO 1120-EXIT
003730     END-IF.
003740     IF NOT OPR-ACTIVE
003750         MOVE 'RV' TO WS-SEC-REASON
003760         GO TO 1120-EXIT
003770     END-IF.
003780     SET OPR-RIGHT-IDX TO 1.
003790     SEARCH OPR-RIGHT
003800         AT END
003810             GO TO 1120-EXIT
003820         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
003830             CONTINUE
003840     END-SEARCH.
003850     MOVE 0 TO WS-RIGHT-TALLY.
003860     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
003870         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
003880                                     ALL '*'.
003890     IF WS-RIGHT-TALLY > 0
003900         SET WS-RIGHT-GRANTED TO TRUE
003910     END-IF.
003920 1120-EXIT.
003930     EXIT.
003940*-------------------------------------------------------------------*
003950*    1130-LOG-VIOLATION                                             *
003960*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
003970*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
003980*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
003990*-------------------------------------------------------------------*
004000 1130-LOG-VIOLATION.
004010     MOVE 'V' TO WS-SEC-EVENT.
004020     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
004030 1130-EXIT.
004040     EXIT.
004050 1140-WRITE-SECURITY-LOG.
004060     OPEN EXTEND SECURITY-LOG.
004070     IF WS-SECLOG-NOTFOUND
004080         OPEN OUTPUT SECURITY-LOG
004090     END-IF.
004100     IF NOT WS-SECLOG-OK
004110         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
004120             WS-SECLOG-STATUS
004130         GO TO 1140-EXIT
004140     END-IF.
004150     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
004160     ACCEPT WS-SEC-TIME-RAW FROM TIME.
004170     MOVE SPACES               TO SECURITY-LOG-RECORD.
004180     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
004190     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
004200     MOVE WS-SEC-EVENT         TO SEC-EVENT.
004210     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
004220     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
004230     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
004240     MOVE WS-SEC-REASON        TO SEC-REASON.
004250     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
004260     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
004270     WRITE SECURITY-LOG-RECORD.
004280     IF NOT WS-SECLOG-OK
004290         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
004300             WS-SECLOG-STATUS
004310     END-IF.
004320     CLOSE SECURITY-LOG.
004330 1140-EXIT.
004340     EXIT.
004350*-------------------------------------------------------------------*
004360*    1150-AUTHORIZE-ACTION                                          *
004370*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
004380*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
004390*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
004400*-------------------------------------------------------------------*
004410 1150-AUTHORIZE-ACTION.
004420     SET WS-RIGHT-GRANTED TO TRUE.
004430     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
004440     INSPECT WS-RIGHT-ACTION CONVERTING
004450         'abcdefghijklmnopqrstuvwxyz'
004460         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004470     IF WS-RIGHT-ACTION = SPACE
004480         GO TO 1150-EXIT
004490     END-IF.
004500     MOVE 0 TO WS-RIGHT-TALLY.
004510     INSPECT WS-GUARDED-ACTIONS
004520         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
004530     IF WS-RIGHT-TALLY = 0
004540         GO TO 1150-EXIT
004550     END-IF.
004560     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
004570     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
004580     IF NOT WS-RIGHT-GRANTED
004590         MOVE SPACES TO WS-SEC-DETAIL
004600         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
004610         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
004620     END-IF.
004630 1150-EXIT.
004640     EXIT.
004650*===================================================================*
004660*    2000-PROCESS-ACTION                                            *
004670*===================================================================*
004680 2000-PROCESS-ACTION.
004690     DISPLAY 'SUPPLIER MAINTENANCE - A=ADD U=UPDATE D=DEACTIVATE '
004700         'R=REACTIVATE X=EXIT'.
004710     ACCEPT WS-ACTION-CODE.
004720     MOVE SPACES TO WS-SEC-SUBJECT.
004730     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
004740     IF NOT WS-RIGHT-GRANTED
004750         GO TO 2000-EXIT
004760     END-IF.
004770     EVALUATE WS-ACTION-CODE
004780         WHEN 'A'
004790         WHEN 'a'
004800             PERFORM 3000-ADD-SUPPLIER    THRU 3000-EXIT
004810         WHEN 'U'
004820         WHEN 'u'
004830             PERFORM 3100-UPDATE-SUPPLIER THRU 3100-EXIT
004840         WHEN 'D'
004850         WHEN 'd'
004860             PERFORM 3200-DEACTIVATE-SUPPLIER THRU 3200-EXIT
004870         WHEN 'R'
004880         WHEN 'r'
004890             PERFORM 3300-REACTIVATE-SUPPLIER THRU 3300-EXIT
004900         WHEN 'X'
004910         WHEN 'x'
004920             SET WS-END-SESSION TO TRUE
004930         WHEN OTHER
004940             DISPLAY 'PLEASE ANSWER A, U, D, R OR X.'
004950     END-EVALUATE.
004960 2000-EXIT.
004970     EXIT.
004980*-------------------------------------------------------------------*
004990*    3000-ADD-SUPPLIER                                              *
005000*    EVERY TERM IS REQUIRED ON AN ADD - A PRODUCT WITH NO LEAD      *
005010*    TIME OR ORDER MULTIPLE CANNOT BE PROPOSED SENSIBLY. THE NEW    *
005020*    RECORD STARTS ACTIVE.                                          *
005030*-------------------------------------------------------------------*
005040 3000-ADD-SUPPLIER.
005050     IF NOT WS-PROD-AVAIL
005060         DISPLAY 'THE CATALOG IS NOT AVAILABLE - ADD REJECTED.'
005070         GO TO 3000-EXIT
005080     END-IF.
005090     PERFORM 4000-PROMPT-PROD-CODE THRU 4000-EXIT.
005100     IF WS-PROD-CODE-ENTRY = SPACES
005110         GO TO 3000-EXIT
005120     END-IF.
005130     MOVE WS-PROD-CODE-ENTRY TO VND-PROD-CODE.
005140     PERFORM 4100-READ-SUPPLIER THRU 4100-EXIT.
005150     IF WS-RECORD-FOUND
005160         DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
005170             ' ALREADY HAS A SUPPLIER - ADD REJECTED.'
005180         GO TO 3000-EXIT
005190     END-IF.
005200     MOVE WS-PROD-CODE-ENTRY TO PROD-CODE.
005210     READ PRODUCT-MASTER
005220         INVALID KEY
005230             DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
005240                 ' IS NOT ON THE CATALOG - ADD REJECTED.'
005250             GO TO 3000-EXIT
005260     END-READ.
005270     MOVE SPACES             TO VENDOR-RECORD.
005280     MOVE WS-PROD-CODE-ENTRY TO VND-PROD-CODE.
005290     MOVE 'SUPPLIER ID'      TO WS-FIELD-LABEL.
005300     MOVE 'N' TO WS-VALID-ANSWER-SW.
005310     PERFORM 4200-PROMPT-REQUIRED-TEXT THRU 4200-EXIT
005320         UNTIL WS-VALID-ANSWER.
005330     MOVE WS-TEXT-ENTRY TO VND-SUPPLIER-ID.
005340     MOVE 'SUPPLIER NAME'    TO WS-FIELD-LABEL.
005350     MOVE 'N' TO WS-VALID-ANSWER-SW.
005360     PERFORM 4200-PROMPT-REQUIRED-TEXT THRU 4200-EXIT
005370         UNTIL WS-VALID-ANSWER.
005380     MOVE WS-TEXT-ENTRY TO VND-SUPPLIER-NAME.
005390     MOVE 'N' TO WS-VALID-ANSWER-SW.
005400     PERFORM 4300-PROMPT-LEAD-DAYS THRU 4300-EXIT
005410         UNTIL WS-VALID-ANSWER.
005420     MOVE WS-LEAD-ENTRY-9 TO VND-LEAD-DAYS.
005430     MOVE 'N' TO WS-VALID-ANSWER-SW.
005440     PERFORM 4400-PROMPT-ORDER-MULTIPLE THRU 4400-EXIT
005450         UNTIL WS-VALID-ANSWER.
005460     MOVE WS-MULT-ENTRY-9 TO VND-ORDER-MULTIPLE.
005470     MOVE 'N' TO WS-VALID-ANSWER-SW.
005480     PERFORM 4500-PROMPT-UNIT-COST THRU 4500-EXIT
005490         UNTIL WS-VALID-ANSWER.
005500     MOVE WS-COST-ENTRY-9 TO VND-UNIT-COST.
005510     MOVE 'N' TO WS-VALID-ANSWER-SW.
005520     PERFORM 4600-PROMPT-CURRENCY THRU 4600-EXIT
005530         UNTIL WS-VALID-ANSWER.
005540     MOVE WS-CURRENCY-ENTRY TO VND-CURRENCY-CODE.
005550     SET VND-ACTIVE TO TRUE.
005560     WRITE VENDOR-RECORD
005570         INVALID KEY
005580             DISPLAY 'VENDOR-MASTER WRITE REJECTED - STATUS '
005590                 WS-VENDMAST-STATUS
005600             GO TO 3000-EXIT
005610     END-WRITE.
005620     IF NOT WS-VENDMAST-OK
005630         DISPLAY 'VENDOR-MASTER WRITE FAILED - STATUS '
005640             WS-VENDMAST-STATUS
005650         GO TO 3000-EXIT
005660     END-IF.
005670*    AN ADD IS LOGGED AS A CHANGE FROM NOTHING, SO EVERY TERM
005680*    KEYED AT ADD TIME SHOWS UP IN THE TRAIL.
005690     MOVE SPACES   TO WS-OLD-SUPPLIER-ID WS-OLD-SUPPLIER-NAME
005700                      WS-OLD-CURRENCY WS-OLD-STATUS.
005710     MOVE 0        TO WS-OLD-LEAD-DAYS WS-OLD-ORDER-MULTIPLE
005720                      WS-OLD-UNIT-COST.
005730     MOVE 'ADD'    TO WS-HIST-ACTION.
005740     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
005750     DISPLAY 'SUPPLIER TERMS FOR ' WS-PROD-CODE-ENTRY ' ADDED.'.
005760 3000-EXIT.
005770     EXIT.
005780*-------------------------------------------------------------------*
005790*    3100-UPDATE-SUPPLIER                                           *
005800*    A BLANK ENTRY KEEPS THE CURRENT VALUE; ONLY TERMS THAT         *
005810*    ACTUALLY CHANGE ARE REWRITTEN AND LOGGED. THE STATUS IS        *
005820*    CHANGED ONLY THROUGH D AND R SO IT ALWAYS HAS ITS OWN          *
005830*    HISTORY ENTRY. OPEN PO LINES KEEP THE COST AND DUE DATE        *
005840*    THEY WERE APPROVED WITH.                                       *
005850*-------------------------------------------------------------------*
005860 3100-UPDATE-SUPPLIER.
005870     PERFORM 4000-PROMPT-PROD-CODE THRU 4000-EXIT.
005880     IF WS-PROD-CODE-ENTRY = SPACES
005890         GO TO 3100-EXIT
005900     END-IF.
005910     MOVE WS-PROD-CODE-ENTRY TO VND-PROD-CODE.
005920     PERFORM 4100-READ-SUPPLIER THRU 4100-EXIT.
005930     IF NOT WS-RECORD-FOUND
005940         DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
005950             ' HAS NO SUPPLIER ON FILE - UPDATE REJECTED.'
005960         GO TO 3100-EXIT
005970     END-IF.
005980     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
005990     MOVE 0 TO WS-CHANGE-COUNT.
006000     MOVE 'UPDATE' TO WS-HIST-ACTION.
006010     MOVE 'SUPPLIER ID'      TO WS-FIELD-LABEL.
006020     MOVE VND-SUPPLIER-ID    TO WS-CURRENT-VALUE.
006030     PERFORM 4700-PROMPT-TEXT-OR-KEEP THRU 4700-EXIT.
006040     IF WS-TEXT-CHANGED
006050         IF WS-TEXT-ENTRY(9:) NOT = SPACES
006060             DISPLAY 'A SUPPLIER ID IS AT MOST 8 CHARACTERS'
006070                 ' - KEPT.'
006080             SUBTRACT 1 FROM WS-CHANGE-COUNT
006090         ELSE
006100             MOVE WS-TEXT-ENTRY TO VND-SUPPLIER-ID
006110         END-IF
006120     END-IF.
006130     MOVE 'SUPPLIER NAME'    TO WS-FIELD-LABEL.
006140     MOVE VND-SUPPLIER-NAME  TO WS-CURRENT-VALUE.
006150     PERFORM 4700-PROMPT-TEXT-OR-KEEP THRU 4700-EXIT.
006160     IF WS-TEXT-CHANGED
006170         MOVE WS-TEXT-ENTRY TO VND-SUPPLIER-NAME
006180     END-IF.
006190     DISPLAY 'CURRENT LEAD TIME (DAYS): ' VND-LEAD-DAYS.
006200     MOVE 'N' TO WS-VALID-ANSWER-SW.
006210     PERFORM 4310-PROMPT-LEAD-OR-KEEP THRU 4310-EXIT
006220         UNTIL WS-VALID-ANSWER.
006230     IF WS-LEAD-ENTRY NOT = SPACES
006240        AND WS-LEAD-ENTRY-9 NOT = VND-LEAD-DAYS
006250         MOVE WS-LEAD-ENTRY-9 TO VND-LEAD-DAYS
006260         ADD 1 TO WS-CHANGE-COUNT
006270     END-IF.
006280     DISPLAY 'CURRENT ORDER MULTIPLE: ' VND-ORDER-MULTIPLE.
006290     MOVE 'N' TO WS-VALID-ANSWER-SW.
006300     PERFORM 4410-PROMPT-MULT-OR-KEEP THRU 4410-EXIT
006310         UNTIL WS-VALID-ANSWER.
006320     IF WS-MULT-ENTRY NOT = SPACES
006330        AND WS-MULT-ENTRY-9 NOT = VND-ORDER-MULTIPLE
006340         MOVE WS-MULT-ENTRY-9 TO VND-ORDER-MULTIPLE
006350         ADD 1 TO WS-CHANGE-COUNT
006360     END-IF.
006370     DISPLAY 'CURRENT UNIT COST: ' VND-UNIT-COST.
006380     MOVE 'N' TO WS-VALID-ANSWER-SW.
006390     PERFORM 4510-PROMPT-COST-OR-KEEP THRU 4510-EXIT
006400         UNTIL WS-VALID-ANSWER.
006410     IF WS-COST-ENTRY NOT = SPACES
006420        AND WS-COST-ENTRY-9 NOT = VND-UNIT-COST
006430         MOVE WS-COST-ENTRY-9 TO VND-UNIT-COST
006440         ADD 1 TO WS-CHANGE-COUNT
006450     END-IF.
006460     DISPLAY 'CURRENT CURRENCY: ' VND-CURRENCY-CODE.
006470     MOVE 'N' TO WS-VALID-ANSWER-SW.
006480     PERFORM 4610-PROMPT-CURR-OR-KEEP THRU 4610-EXIT
006490         UNTIL WS-VALID-ANSWER.
006500     IF WS-CURRENCY-ENTRY NOT = SPACES
006510        AND WS-CURRENCY-ENTRY NOT = VND-CURRENCY-CODE
006520         MOVE WS-CURRENCY-ENTRY TO VND-CURRENCY-CODE
006530         ADD 1 TO WS-CHANGE-COUNT
006540     END-IF.
006550     IF WS-CHANGE-COUNT = 0
006560         DISPLAY 'NOTHING CHANGED - SUPPLIER TERMS LEFT AS THEY '
006570             'WERE.'
006580         GO TO 3100-EXIT
006590     END-IF.
006600     REWRITE VENDOR-RECORD
006610         INVALID KEY
006620             DISPLAY 'VENDOR-MASTER REWRITE REJECTED - STATUS '
006630                 WS-VENDMAST-STATUS
006640             GO TO 3100-EXIT
006650     END-REWRITE.
006660     IF NOT WS-VENDMAST-OK
006670         DISPLAY 'VENDOR-MASTER REWRITE FAILED - STATUS '
006680             WS-VENDMAST-STATUS
006690         GO TO 3100-EXIT
006700     END-IF.
006710*    THE HISTORY IS WRITTEN ONLY AFTER THE REWRITE LANDS, SO THE
006720*    TRAIL NEVER CLAIMS A CHANGE THE MASTER NEVER TOOK.
006730     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
006740     DISPLAY 'SUPPLIER TERMS FOR ' WS-PROD-CODE-ENTRY ' UPDATED.'.
006750 3100-EXIT.
006760     EXIT.
006770 3150-SAVE-OLD-VALUES.
006780     MOVE VND-SUPPLIER-ID    TO WS-OLD-SUPPLIER-ID.
006790     MOVE VND-SUPPLIER-NAME  TO WS-OLD-SUPPLIER-NAME.
006800     MOVE VND-LEAD-DAYS      TO WS-OLD-LEAD-DAYS.
006810     MOVE VND-ORDER-MULTIPLE TO WS-OLD-ORDER-MULTIPLE.
006820     MOVE VND-UNIT-COST      TO WS-OLD-UNIT-COST.
006830     MOVE VND-CURRENCY-CODE  TO WS-OLD-CURRENCY.
006840     MOVE VND-STATUS         TO WS-OLD-STATUS.
006850 3150-EXIT.
006860     EXIT.
006870*-------------------------------------------------------------------*
006880*    3200-DEACTIVATE-SUPPLIER                                       *
006890*    THE RECORD STAYS ON FILE FOR HISTORY - ONLY THE STATUS BYTE    *
006900*    CHANGES, AND POGEN STOPS PROPOSING THE PRODUCT. PO LINES       *
006910*    ALREADY APPROVED STAY OPEN UNTIL THEY ARE RECEIVED.            *
006920*-------------------------------------------------------------------*
006930 3200-DEACTIVATE-SUPPLIER.
006940     PERFORM 4000-PROMPT-PROD-CODE THRU 4000-EXIT.
006950     IF WS-PROD-CODE-ENTRY = SPACES
006960         GO TO 3200-EXIT
006970     END-IF.
006980     MOVE WS-PROD-CODE-ENTRY TO VND-PROD-CODE.
006990     PERFORM 4100-READ-SUPPLIER THRU 4100-EXIT.
007000     IF NOT WS-RECORD-FOUND
007010         DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
007020             ' HAS NO SUPPLIER ON FILE - DEACTIVATE REJECTED.'
007030         GO TO 3200-EXIT
007040     END-IF.
007050     IF VND-INACTIVE
007060         DISPLAY 'SUPPLIER TERMS FOR ' WS-PROD-CODE-ENTRY
007070             ' ARE ALREADY INACTIVE.'
007080         GO TO 3200-EXIT
007090     END-IF.
007100     MOVE VND-STATUS TO WS-OLD-STATUS.
007110     SET VND-INACTIVE TO TRUE.
007120     MOVE 'DEACT' TO WS-HIST-ACTION.
007130     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
007140 3200-EXIT.
007150     EXIT.
007160*-------------------------------------------------------------------*
007170*    3300-REACTIVATE-SUPPLIER                                       *
007180*-------------------------------------------------------------------*
007190 3300-REACTIVATE-SUPPLIER.
007200     PERFORM 4000-PROMPT-PROD-CODE THRU 4000-EXIT.
007210     IF WS-PROD-CODE-ENTRY = SPACES
007220         GO TO 3300-EXIT
007230     END-IF.
007240     MOVE WS-PROD-CODE-ENTRY TO VND-PROD-CODE.
007250     PERFORM 4100-READ-SUPPLIER THRU 4100-EXIT.
007260     IF NOT WS-RECORD-FOUND
007270         DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
007280             ' HAS NO SUPPLIER ON FILE - REACTIVATE REJECTED.'
007290         GO TO 3300-EXIT
007300     END-IF.
007310     IF VND-ACTIVE
007320         DISPLAY 'SUPPLIER TERMS FOR ' WS-PROD-CODE-ENTRY
007330             ' ARE ALREADY ACTIVE.'
007340         GO TO 3300-EXIT
007350     END-IF.
007360     MOVE VND-STATUS TO WS-OLD-STATUS.
007370     SET VND-ACTIVE TO TRUE.
007380     MOVE 'REACT' TO WS-HIST-ACTION.
007390     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
007400 3300-EXIT.
007410     EXIT.
007420*-------------------------------------------------------------------*
007430*    3400-REWRITE-STATUS                                            *
007440*    SHARED BY D AND R ONCE THE NEW STATUS BYTE IS SET.             *
007450*-------------------------------------------------------------------*
007460 3400-REWRITE-STATUS.
007470     REWRITE VENDOR-RECORD
007480         INVALID KEY
007490             DISPLAY 'VENDOR-MASTER REWRITE REJECTED - STATUS '
007500                 WS-VENDMAST-STATUS
007510             GO TO 3400-EXIT
007520     END-REWRITE.
007530     IF NOT WS-VENDMAST-OK
007540         DISPLAY 'VENDOR-MASTER REWRITE FAILED - STATUS '
007550             WS-VENDMAST-STATUS
007560         GO TO 3400-EXIT
007570     END-IF.
007580     MOVE 'STATUS'        TO WS-HIST-FIELD.
007590     MOVE WS-OLD-STATUS   TO WS-HIST-OLD-VALUE.
007600     MOVE VND-STATUS      TO WS-HIST-NEW-VALUE.
007610     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
007620     IF VND-ACTIVE
007630         DISPLAY 'SUPPLIER TERMS FOR ' WS-PROD-CODE-ENTRY
007640             ' REACTIVATED.'
007650     ELSE
007660         DISPLAY 'SUPPLIER TERMS FOR ' WS-PROD-CODE-ENTRY
007670             ' DEACTIVATED.'
007680     END-IF.
007690 3400-EXIT.
007700     EXIT.
007710*-------------------------------------------------------------------*
007720*    4000-PROMPT-PROD-CODE                                          *
007730*    A BLANK CODE CANCELS THE ACTION AND RETURNS TO THE MENU.       *
007740*-------------------------------------------------------------------*
007750 4000-PROMPT-PROD-CODE.
007760     DISPLAY 'ENTER PRODUCT CODE (BLANK = CANCEL): '.
007770     ACCEPT  WS-PROD-CODE-ENTRY.
007780 4000-EXIT.
007790     EXIT.
007800*-------------------------------------------------------------------*
007810*    4100-READ-SUPPLIER                                             *
007820*-------------------------------------------------------------------*
007830 4100-READ-SUPPLIER.
007840     MOVE 'N' TO WS-RECORD-FOUND-SW.
007850     READ VENDOR-MASTER
007860         INVALID KEY
007870             CONTINUE
007880         NOT INVALID KEY
007890             SET WS-RECORD-FOUND TO TRUE
007900     END-READ.
007910 4100-EXIT.
007920     EXIT.
007930*-------------------------------------------------------------------*
007940*    4200-PROMPT-REQUIRED-TEXT                                      *
007950*    TAKES THE FIELD NAMED IN WS-FIELD-LABEL; BLANK REPROMPTS.      *
007960*    A SUPPLIER ID LONGER THAN ITS 8 CHARACTERS IS REFUSED TOO.     *
007970*-------------------------------------------------------------------*
007980 4200-PROMPT-REQUIRED-TEXT.
007990     DISPLAY 'ENTER ' WS-FIELD-LABEL ': '.
008000     ACCEPT  WS-TEXT-ENTRY.
008010     IF WS-TEXT-ENTRY = SPACES
008020         DISPLAY 'A ' WS-FIELD-LABEL ' IS REQUIRED.'
008030         GO TO 4200-EXIT
008040     END-IF.
008050     IF WS-FIELD-LABEL = 'SUPPLIER ID'
008060        AND WS-TEXT-ENTRY(9:) NOT = SPACES
008070         DISPLAY 'A SUPPLIER ID IS AT MOST 8 CHARACTERS.'
008080         GO TO 4200-EXIT
008090     END-IF.
008100     SET WS-VALID-ANSWER TO TRUE.
008110 4200-EXIT.
008120     EXIT.
008130*-------------------------------------------------------------------*
008140*    4300-PROMPT-LEAD-DAYS                                          *
008150*    THE LEAD TIME IS KEYED AS THREE DIGITS, ZERO FILLED. ZERO IS   *
008160*    ALLOWED FOR STOCK A SUPPLIER DELIVERS THE SAME DAY.            *
008170*-------------------------------------------------------------------*
008180 4300-PROMPT-LEAD-DAYS.
008190     DISPLAY 'ENTER LEAD TIME IN DAYS AS 3 DIGITS, ZERO FILLED: '.
008200     ACCEPT  WS-LEAD-ENTRY.
008210     IF WS-LEAD-ENTRY NOT NUMERIC
008220         DISPLAY 'LEAD TIME MUST BE 3 DIGITS, ZERO FILLED.'
008230     ELSE
008240         SET WS-VALID-ANSWER TO TRUE
008250     END-IF.
008260 4300-EXIT.
008270     EXIT.
008280 4310-PROMPT-LEAD-OR-KEEP.
008290     DISPLAY 'NEW LEAD TIME AS 3 DIGITS (BLANK = KEEP): '.
008300     ACCEPT  WS-LEAD-ENTRY.
008310     IF WS-LEAD-ENTRY = SPACES
008320         SET WS-VALID-ANSWER TO TRUE
008330     ELSE
008340         IF WS-LEAD-ENTRY NOT NUMERIC
008350             DISPLAY 'LEAD TIME MUST BE 3 DIGITS, ZERO FILLED.'
008360         ELSE
008370             SET WS-VALID-ANSWER TO TRUE
008380         END-IF
008390     END-IF.
008400 4310-EXIT.
008410     EXIT.
008420*-------------------------------------------------------------------*
008430*    4400-PROMPT-ORDER-MULTIPLE                                     *
008440*    THE SUPPLIER'S SHIPPING MULTIPLE, KEYED AS FIVE DIGITS. A      *
008450*    PRODUCT BOUGHT IN SINGLE UNITS HAS A MULTIPLE OF ONE; ZERO     *
008460*    IS REJECTED.                                                   *
008470*-------------------------------------------------------------------*
008480 4400-PROMPT-ORDER-MULTIPLE.
008490     DISPLAY 'ENTER ORDER MULTIPLE AS 5 DIGITS, ZERO FILLED: '.
008500     ACCEPT  WS-MULT-ENTRY.
008510     IF WS-MULT-ENTRY NOT NUMERIC
008520         DISPLAY 'ORDER MULTIPLE MUST BE 5 DIGITS, ZERO FILLED.'
008530     ELSE
008540         IF WS-MULT-ENTRY-9 = ZERO
008550             DISPLAY 'A ZERO ORDER MULTIPLE IS NOT ALLOWED.'
008560         ELSE
008570             SET WS-VALID-ANSWER TO TRUE
008580         END-IF
008590     END-IF.
008600 4400-EXIT.
008610     EXIT.
008620 4410-PROMPT-MULT-OR-KEEP.
008630     DISPLAY 'NEW ORDER MULTIPLE AS 5 DIGITS (BLANK = KEEP): '.
008640     ACCEPT  WS-MULT-ENTRY.
008650     IF WS-MULT-ENTRY = SPACES
008660         SET WS-VALID-ANSWER TO TRUE
008670     ELSE
008680         IF WS-MULT-ENTRY NOT NUMERIC
008690             DISPLAY 'ORDER MULTIPLE MUST BE 5 DIGITS, ZERO '
008700                 'FILLED.'
008710         ELSE
008720             IF WS-MULT-ENTRY-9 = ZERO
008730                 DISPLAY 'A ZERO ORDER MULTIPLE IS NOT ALLOWED.'
008740             ELSE
008750                 SET WS-VALID-ANSWER TO TRUE
008760             END-IF
008770         END-IF
008780     END-IF.
008790 4410-EXIT.
008800     EXIT.
008810*-------------------------------------------------------------------*
008820*    4500-PROMPT-UNIT-COST                                          *
008830*    THE COST IS KEYED LIKE A PRODMNT PRICE - NINE DIGITS, SEVEN    *
008840*    UNITS AND TWO DECIMALS, ZERO FILLED - AND ZERO IS REJECTED.    *
008850*-------------------------------------------------------------------*
008860 4500-PROMPT-UNIT-COST.
008870     DISPLAY 'ENTER UNIT COST AS 9 DIGITS (7 UNITS + 2 '
008880         'DECIMALS): '.
008890     ACCEPT  WS-COST-ENTRY.
008900     IF WS-COST-ENTRY NOT NUMERIC
008910         DISPLAY 'UNIT COST MUST BE 9 DIGITS, ZERO FILLED.'
008920     ELSE
008930         IF WS-COST-ENTRY-9 = ZERO
008940             DISPLAY 'A ZERO UNIT COST IS NOT ALLOWED.'
008950         ELSE
008960             SET WS-VALID-ANSWER TO TRUE
008970         END-IF
008980     END-IF.
008990 4500-EXIT.
009000     EXIT.
009010 4510-PROMPT-COST-OR-KEEP.
009020     DISPLAY 'NEW UNIT COST AS 9 DIGITS (BLANK = KEEP): '.
009030     ACCEPT  WS-COST-ENTRY.
009040     IF WS-COST-ENTRY = SPACES
009050         SET WS-VALID-ANSWER TO TRUE
009060     ELSE
009070         IF WS-COST-ENTRY NOT NUMERIC
009080             DISPLAY 'UNIT COST MUST BE 9 DIGITS, ZERO FILLED.'
009090         ELSE
009100             IF WS-COST-ENTRY-9 = ZERO
009110                 DISPLAY 'A ZERO UNIT COST IS NOT ALLOWED.'
009120             ELSE
009130                 SET WS-VALID-ANSWER TO TRUE
009140             END-IF
009150         END-IF
009160     END-IF.
009170 4510-EXIT.
009180     EXIT.
009190*-------------------------------------------------------------------*
009200*    4600-PROMPT-CURRENCY                                           *
009210*-------------------------------------------------------------------*
009220 4600-PROMPT-CURRENCY.
009230     DISPLAY 'ENTER COST CURRENCY (USD/JPY/EUR/GBP/CAD/AUD): '.
009240     ACCEPT  WS-CURRENCY-ENTRY.
009250     PERFORM 4620-VALIDATE-CURRENCY THRU 4620-EXIT.
009260     IF WS-CURRENCY-OK
009270         SET WS-VALID-ANSWER TO TRUE
009280     ELSE
009290         DISPLAY 'UNKNOWN CURRENCY CODE - REENTER IT.'
009300     END-IF.
009310 4600-EXIT.
009320     EXIT.
009330 4610-PROMPT-CURR-OR-KEEP.
009340     DISPLAY 'NEW CURRENCY CODE (BLANK = KEEP): '.
009350     ACCEPT  WS-CURRENCY-ENTRY.
009360     IF WS-CURRENCY-ENTRY = SPACES
009370         SET WS-VALID-ANSWER TO TRUE
009380     ELSE
009390         PERFORM 4620-VALIDATE-CURRENCY THRU 4620-EXIT
009400         IF WS-CURRENCY-OK
009410             SET WS-VALID-ANSWER TO TRUE
009420         ELSE
009430             DISPLAY 'UNKNOWN CURRENCY CODE - REENTER IT.'
009440         END-IF
009450     END-IF.
009460 4610-EXIT.
009470     EXIT.
009480 4620-VALIDATE-CURRENCY.
009490     MOVE 'N' TO WS-CURRENCY-OK-SW.
009500     SET WS-CURR-IDX TO 1.
009510     SEARCH WS-CURRENCY-CODE
009520         AT END
009530             CONTINUE
009540         WHEN WS-CURRENCY-CODE(WS-CURR-IDX) = WS-CURRENCY-ENTRY
009550             MOVE 'Y' TO WS-CURRENCY-OK-SW
009560     END-SEARCH.
009570 4620-EXIT.
009580     EXIT.
009590*-------------------------------------------------------------------*
009600*    4700-PROMPT-TEXT-OR-KEEP                                       *
009610*    SHOWS THE CURRENT VALUE OF THE FIELD NAMED IN WS-FIELD-LABEL   *
009620*    AND TAKES A REPLACEMENT. BLANK KEEPS IT - BOTH TEXT TERMS ARE  *
009630*    REQUIRED, SO THERE IS NO CLEAR. THE CALLER MOVES               *
009640*    WS-TEXT-ENTRY BACK WHEN IT CHANGED.                            *
009650*-------------------------------------------------------------------*
009660 4700-PROMPT-TEXT-OR-KEEP.
009670     MOVE 'N' TO WS-TEXT-CHANGED-SW.
009680     DISPLAY 'CURRENT ' WS-FIELD-LABEL ': ' WS-CURRENT-VALUE.
009690     DISPLAY 'NEW ' WS-FIELD-LABEL ' (BLANK = KEEP): '.
009700     ACCEPT  WS-TEXT-ENTRY.
009710     IF WS-TEXT-ENTRY = SPACES
009720         GO TO 4700-EXIT
009730     END-IF.
009740     IF WS-TEXT-ENTRY NOT = WS-CURRENT-VALUE
009750         SET WS-TEXT-CHANGED TO TRUE
009760         ADD 1 TO WS-CHANGE-COUNT
009770     END-IF.
009780 4700-EXIT.
009790     EXIT.
009800*===================================================================*
009810*    6000-WRITE-HISTORY                                             *
009820*    ONE RECORD PER FIELD TOUCHED, STAMPED WITH THE OPERATOR AND    *
009830*    THE BEFORE/AFTER VALUES.                                       *
009840*===================================================================*
009850 6000-WRITE-HISTORY.
009860     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
009870     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009880         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
009890     MOVE SPACES              TO VENDOR-HIST-RECORD.
009900     MOVE WS-TIMESTAMP-14     TO VDH-TIMESTAMP.
009910     MOVE WS-OPERATOR-ID      TO VDH-OPERATOR-ID.
009920     MOVE WS-HIST-ACTION      TO VDH-ACTION.
009930     MOVE WS-PROD-CODE-ENTRY  TO VDH-PROD-CODE.
009940     MOVE WS-HIST-FIELD       TO VDH-FIELD-NAME.
009950     MOVE WS-HIST-OLD-VALUE   TO VDH-OLD-VALUE.
009960     MOVE WS-HIST-NEW-VALUE   TO VDH-NEW-VALUE.
009970     WRITE VENDOR-HIST-RECORD.
009980     IF NOT WS-VENDHIST-OK
009990         DISPLAY 'VENDOR-HIST-FILE WRITE FAILED - STATUS '
010000             WS-VENDHIST-STATUS
010010     ELSE
010020         ADD 1 TO WS-HIST-WRITE-CNT
010030     END-IF.
010040 6000-EXIT.
010050     EXIT.
010060 6010-GET-CURRENT-DATE-TIME.
010070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010080     ACCEPT WS-TIME-RAW     FROM TIME.
010090     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
010100 6010-EXIT.
010110     EXIT.
010120*-------------------------------------------------------------------*
010130*    6100-LOG-CHANGED-FIELDS                                        *
010140*    COMPARES THE SAVED BEFORE-IMAGE WITH THE RECORD AS WRITTEN     *
010150*    AND LOGS EVERY TERM THAT DIFFERS. THE UNIT COST IS LOGGED      *
010160*    AS ITS NINE KEYED DIGITS.                                      *
010170*-------------------------------------------------------------------*
010180 6100-LOG-CHANGED-FIELDS.
010190     MOVE 'SUPPLIER'         TO WS-HIST-FIELD.
010200     MOVE WS-OLD-SUPPLIER-ID TO WS-HIST-OLD-VALUE.
010210     MOVE VND-SUPPLIER-ID    TO WS-HIST-NEW-VALUE.
010220     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010230     MOVE 'NAME'             TO WS-HIST-FIELD.
010240     MOVE WS-OLD-SUPPLIER-NAME TO WS-HIST-OLD-VALUE.
010250     MOVE VND-SUPPLIER-NAME  TO WS-HIST-NEW-VALUE.
010260     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010270     MOVE 'LEAD-DAYS'        TO WS-HIST-FIELD.
010280     MOVE WS-OLD-LEAD-DAYS   TO WS-HIST-OLD-VALUE.
010290     MOVE VND-LEAD-DAYS      TO WS-HIST-NEW-VALUE.
010300     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010310     MOVE 'MULTIPLE'         TO WS-HIST-FIELD.
010320     MOVE WS-OLD-ORDER-MULTIPLE TO WS-HIST-OLD-VALUE.
010330     MOVE VND-ORDER-MULTIPLE TO WS-HIST-NEW-VALUE.
010340     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010350     MOVE 'UNIT-COST'        TO WS-HIST-FIELD.
010360     MOVE WS-OLD-UNIT-COST   TO WS-COST-DISPLAY.
010370     MOVE WS-COST-DISPLAY-X  TO WS-HIST-OLD-VALUE.
010380     MOVE VND-UNIT-COST      TO WS-COST-DISPLAY.
010390     MOVE WS-COST-DISPLAY-X  TO WS-HIST-NEW-VALUE.
010400     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010410     MOVE 'CURRENCY'         TO WS-HIST-FIELD.
010420     MOVE WS-OLD-CURRENCY    TO WS-HIST-OLD-VALUE.
010430     MOVE VND-CURRENCY-CODE  TO WS-HIST-NEW-VALUE.
010440     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010450     MOVE 'STATUS'           TO WS-HIST-FIELD.
010460     MOVE WS-OLD-STATUS      TO WS-HIST-OLD-VALUE.
010470     MOVE VND-STATUS         TO WS-HIST-NEW-VALUE.
010480     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010490 6100-EXIT.
010500     EXIT.
010510 6110-LOG-IF-CHANGED.
010520     IF WS-HIST-OLD-VALUE NOT = WS-HIST-NEW-VALUE
010530         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
010540     END-IF.
010550 6110-EXIT.
010560     EXIT.
010570*===================================================================*
010580*    9000-TERMINATE                                                 *
010590*===================================================================*
010600 9000-TERMINATE.
010610     CLOSE VENDOR-MASTER.
010620     CLOSE VENDOR-HIST-FILE.
010630     IF WS-PROD-AVAIL
010640         CLOSE PRODUCT-MASTER
010650     END-IF.
010660     IF WS-OPR-AVAIL
010670         CLOSE OPERATOR-FILE
010680     END-IF.
010690 9000-EXIT.
010700     EXIT.
010710*===================================================================*
010720*    8900-WRITE-RUN-CONTROL                                         *
010730*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
010740*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
010750*===================================================================*
010760 8900-WRITE-RUN-CONTROL.
010770     OPEN EXTEND RUN-CONTROL.
010780     IF WS-RUNCTL-NOTFOUND
010790         OPEN OUTPUT RUN-CONTROL
010800     END-IF.
010810     IF NOT WS-RUNCTL-OK
010820         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
010830             WS-RUNCTL-STATUS
010840         GO TO 8900-EXIT
010850     END-IF.
010860     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
010870     ACCEPT WS-RUN-TIME-RAW FROM TIME.
010880     MOVE SPACES             TO RUN-CONTROL-RECORD.
010890     MOVE 'VNDMNT  '         TO RNC-PROGRAM-ID.
010900     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
010910     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
010920     MOVE WS-RUN-EVENT       TO RNC-EVENT.
010930     MOVE WS-RUN-STATUS      TO RNC-STATUS.
010940     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
010950     WRITE RUN-CONTROL-RECORD.
010960     IF NOT WS-RUNCTL-OK
010970         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
010980             WS-RUNCTL-STATUS
010990     END-IF.
011000     CLOSE RUN-CONTROL.
011010 8900-EXIT.
011020     EXIT.
