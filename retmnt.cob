000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    RETMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPERATOR ENTRY OF        *
000220*                     CUSTOMER RETURNS AGAINST A BILLED INVOICE   *
000230*                     LINE. PUTS THE UNITS BACK ON HAND, ISSUES A *
000240*                     NUMBERED CREDIT MEMO AND CREDITS THE        *
000250*                     RECEIVABLE, SO RETURNS ARE NO LONGER        *
000260*                     HANDLED WITH HAND EDITS OF INVFILE AND A    *
000270*                     NOTE TO ACCOUNTS RECEIVABLE.                *
000272*    2026-10-15 KS    ZERO IVH-PO-NO ON 'RETURN' MOVEMENTS.       *
000274*    2026-10-15 KS    CTL-JOURNAL-CNT IS NOW ZEROED ON THE        *
000276*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000278*                     GLPOST.                                     *
000279*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000280*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000281*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000282*                     REFUSALS ARE LOGGED TO SECLOG.              *
000283*    2026-10-15 KS    CTL-SUPPRESS-CNT IS NOW ZEROED ON THE       *
000284*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000285*                     HELLO.                                      *
000286*    2026-10-15 KS    A RETURN NOW ALSO GIVES BACK THE RETURNED   *
000287*                     UNITS' SHARE OF THE TAX BILLED ON THE LINE. *
000288*                     THE MEMO CARRIES THE TAX, RATE AND STATUS,  *
000289*                     AND THE CREDIT NETTED ON AROPEN AND TAKEN   *
000290*                     OFF THE OPEN BALANCE INCLUDES IT.           *
000291*    2026-10-15 KS    WHEN THE ORIGINAL AROPEN LINE CANNOT BE     *
000292*                     RE-READ OR REWRITTEN NO 'C' CREDIT ITEM IS  *
000293*                     WRITTEN; THE OPERATOR IS TOLD TO POST IT BY *
000294*                     HAND.                                       *
000295*    2026-10-15 KS    TAX AMOUNTS ARE NOW CARRIED AS 9(12)V99,    *
000296*                     THE WIDTH OF THE AR OPEN-ITEM, CREDIT-MEMO, *
000297*                     INVOICE-INTERFACE AND TAX-LEDGER RECORDS.   *
000298*-----------------------------------------------------------------*
000299*    ACTIONS:                                                     *
000300*      R - RETURN UNITS FROM AN INVOICE LINE                      *
000310*      X - END THE SESSION                                        *
000320*    A RETURN NAMES THE INVOICE NUMBER AND LINE IT WAS BILLED ON  *
000330*    (AS HELLOINV POSTED IT TO AROPEN) AND CAN NEVER CREDIT MORE  *
000340*    UNITS THAN WERE BILLED ON THAT LINE LESS ANY ALREADY         *
000350*    CREDITED. EACH RETURN:                                       *
000360*      - ADDS THE UNITS BACK TO INV-ON-HAND AND LOGS A 'RETURN'   *
000370*        MOVEMENT TO INVHIST (A CODE THAT IS NOT STOCK-           *
000380*        CONTROLLED HAS NO STOCK TO PUT BACK);                    *
000390*      - TAKES THE NEXT NUMBER FROM THE INVCTL SEQUENCE FOR THE   *
000400*        CREDIT MEMO AND RECORDS IT ON CRMEMO, WHICH THE NEXT     *
000410*        HELLOINV RUN PASSES TO AR ON INVINTF;                    *
000420*      - NETS THE CREDIT AGAINST THE LINE'S OPEN AMOUNT ON        *
000430*        AROPEN, CARRIES ANY EXCESS AS AN OPEN CREDIT ITEM, AND   *
000440*        REDUCES CRD-OPEN-BALANCE ON CREDFILE;                    *
000442*        THE CREDIT INCLUDES THE RETURNED UNITS' SHARE OF THE     *
000444*        TAX BILLED ON THE LINE, SO A LINE RETURNED IN FULL GIVES *
000446*        BACK EXACTLY THE TAX IT WAS BILLED;                      *
000450*      - WRITES AN 'R' ORDER RECORD SO HELLOREV TAKES THE         *
000460*        RETURNED SALE OUT OF REVENUE.                            *
000470*    THE MEMOS AND 'R' RECORDS ISSUED ARE ANNOUNCED TO CTLTOTAL   *
000480*    AT THE END OF THE SESSION FOR HELLOBAL. INVCTL IS SHARED     *
000490*    WITH HELLOINV - DO NOT RUN A SESSION WHILE BILLING RUNS.     *
000500*-----------------------------------------------------------------*
000510 ENVIRONMENT    DIVISION.
000520 INPUT-OUTPUT   SECTION.
000530 FILE-CONTROL.
000540     SELECT AR-OPEN-FILE    ASSIGN TO AROPEN
000550         ORGANIZATION       IS INDEXED
000560         ACCESS MODE        IS RANDOM
000570         RECORD KEY         IS ARO-KEY
000580         FILE STATUS        IS WS-AROPEN-STATUS.
000590     SELECT INVENTORY-FILE  ASSIGN TO INVFILE
000600         ORGANIZATION       IS INDEXED
000610         ACCESS MODE        IS RANDOM
000620         RECORD KEY         IS INV-PROD-CODE
000630         FILE STATUS        IS WS-INVFILE-STATUS.
000640     SELECT INV-HIST-FILE   ASSIGN TO INVHIST
000650         ORGANIZATION       IS SEQUENTIAL
000660         FILE STATUS        IS WS-INVHIST-STATUS.
000670     SELECT INVOICE-CONTROL ASSIGN TO INVCTL
000680         ORGANIZATION       IS SEQUENTIAL
000690         FILE STATUS        IS WS-INVCTL-STATUS.
000700     SELECT CREDIT-FILE     ASSIGN TO CREDFILE
000710         ORGANIZATION       IS INDEXED
000720         ACCESS MODE        IS RANDOM
000730         RECORD KEY         IS CRD-CUST-ID
000740         FILE STATUS        IS WS-CREDFILE-STATUS.
000750     SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMO
000760         ORGANIZATION       IS INDEXED
000770         ACCESS MODE        IS RANDOM
000780         RECORD KEY         IS CMO-MEMO-NO
000790         FILE STATUS        IS WS-CRMEMO-STATUS.
000800     SELECT ORDER-FILE      ASSIGN TO ORDERFIL
000810         ORGANIZATION       IS SEQUENTIAL
000820         FILE STATUS        IS WS-ORDERFIL-STATUS.
000830     SELECT CONTROL-FILE    ASSIGN TO CTLTOTAL
000840         ORGANIZATION       IS SEQUENTIAL
000850         FILE STATUS        IS WS-CTLTOTAL-STATUS.
000860     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000870         ORGANIZATION       IS SEQUENTIAL
000880         FILE STATUS        IS WS-RUNCTL-STATUS.
000881     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000882         ORGANIZATION       IS INDEXED
000883         ACCESS MODE        IS RANDOM
000884         RECORD KEY         IS OPR-ID
000885         FILE STATUS        IS WS-OPERMAST-STATUS.
000886     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000887         ORGANIZATION       IS SEQUENTIAL
000888         FILE STATUS        IS WS-SECLOG-STATUS.
000890 DATA           DIVISION.
000900 FILE           SECTION.
000910 FD  AR-OPEN-FILE
000920     LABEL RECORD IS STANDARD.
000930     COPY AROREC.
000940 FD  INVENTORY-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY INVREC.
000970 FD  INV-HIST-FILE
000980     LABEL RECORD IS STANDARD.
000990     COPY INVHREC.
001000 FD  INVOICE-CONTROL
001010     LABEL RECORD IS STANDARD.
001020     COPY IVCREC.
001030 FD  CREDIT-FILE
001040     LABEL RECORD IS STANDARD.
001050     COPY CRDREC.
001060 FD  CREDIT-MEMO-FILE
001070     LABEL RECORD IS STANDARD.
001080     COPY CMOREC.
001090 FD  ORDER-FILE
001100     LABEL RECORD IS STANDARD.
001110     COPY ORDREC.
001120 FD  CONTROL-FILE
001130     LABEL RECORD IS STANDARD.
001140     COPY CTLREC.
001150 FD  RUN-CONTROL
001160     LABEL RECORD IS STANDARD.
001170     COPY RUNREC.
001171 FD  OPERATOR-FILE
001172     LABEL RECORD IS STANDARD.
001173     COPY OPRREC.
001174 FD  SECURITY-LOG
001175     LABEL RECORD IS STANDARD.
001176     COPY SECREC.
001180 WORKING-STORAGE SECTION.
001190 01  WS-RUNCTL-STATUS            PIC X(02).
001200     88  WS-RUNCTL-OK            VALUE '00'.
001210     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001220 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001230 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001240 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001250 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001260 01  WS-RUN-TIME-RAW.
001270     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001280     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001290 01  WS-AROPEN-STATUS            PIC X(02).
001300     88  WS-AROPEN-OK            VALUE '00'.
001310     88  WS-AROPEN-NOTFOUND      VALUE '35'.
001320 01  WS-INVFILE-STATUS           PIC X(02).
001330     88  WS-INVFILE-OK           VALUE '00'.
001340     88  WS-INVFILE-NOTFOUND     VALUE '35'.
001350 01  WS-INVHIST-STATUS           PIC X(02).
001360     88  WS-INVHIST-OK           VALUE '00'.
001370     88  WS-INVHIST-NOTFOUND     VALUE '35'.
001380 01  WS-INVCTL-STATUS            PIC X(02).
001390     88  WS-INVCTL-OK            VALUE '00'.
001400 01  WS-CREDFILE-STATUS          PIC X(02).
001410     88  WS-CREDFILE-OK          VALUE '00'.
001420     88  WS-CREDFILE-NOTFOUND    VALUE '35'.
001430 01  WS-CRMEMO-STATUS            PIC X(02).
001440     88  WS-CRMEMO-OK            VALUE '00'.
001450     88  WS-CRMEMO-NOTFOUND      VALUE '35'.
001460 01  WS-ORDERFIL-STATUS          PIC X(02).
001470     88  WS-ORDERFIL-OK          VALUE '00'.
001480     88  WS-ORDERFIL-NOTFOUND    VALUE '35'.
001490 01  WS-CTLTOTAL-STATUS          PIC X(02).
001500     88  WS-CTLTOTAL-OK          VALUE '00'.
001510     88  WS-CTLTOTAL-NOTFOUND    VALUE '35'.
001520 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
001530     88  WS-END-SESSION          VALUE 'Y'.
001540 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
001550     88  WS-VALID-ANSWER         VALUE 'Y'.
001560 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
001570     88  WS-RECORD-FOUND         VALUE 'Y'.
001580 77  WS-CRED-AVAIL-SW            PIC X(01)   VALUE 'N'.
001590     88  WS-CRED-AVAIL           VALUE 'Y'.
001600 77  WS-CONFIRM-SW               PIC X(01)   VALUE 'N'.
001610     88  WS-CONFIRMED            VALUE 'Y'.
001620 77  WS-OPERATOR-ID              PIC X(08).
001621 77  WS-OPERATOR-PIN             PIC X(08).
001622 01  WS-OPERMAST-STATUS          PIC X(02).
001623     88  WS-OPERMAST-OK          VALUE '00'.
001624 01  WS-SECLOG-STATUS            PIC X(02).
001625     88  WS-SECLOG-OK            VALUE '00'.
001626     88  WS-SECLOG-NOTFOUND      VALUE '35'.
001627 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
001628     88  WS-OPR-AVAIL            VALUE 'Y'.
001629 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001630     88  WS-SIGNON-REFUSED       VALUE 3.
001631 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001632     88  WS-OPR-VERIFIED         VALUE 'Y'.
001633 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001634     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001635 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'RETMNT  '.
001636 77  WS-GUARDED-ACTIONS          PIC X(01)   VALUE 'R'.
001637 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001638 77  WS-CHECK-PIN                PIC X(08).
001639 77  WS-RIGHT-ACTION             PIC X(01).
001640 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001641 77  WS-SEC-EVENT                PIC X(01).
001642 77  WS-SEC-REASON               PIC X(02).
001643 77  WS-SEC-SUBJECT              PIC X(14).
001644 77  WS-SEC-DETAIL               PIC X(26).
001645 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001646 01  WS-SEC-TIME-RAW.
001647     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001648     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001649 77  WS-ACTION-CODE              PIC X(01).
001650 77  WS-CONFIRM-ANSWER           PIC X(01).
001651 01  WS-INVOICE-ENTRY            PIC X(08).
001660 01  WS-INVOICE-ENTRY-9 REDEFINES WS-INVOICE-ENTRY
001670                                 PIC 9(08).
001680 01  WS-LINE-ENTRY               PIC X(05).
001690 01  WS-LINE-ENTRY-9 REDEFINES WS-LINE-ENTRY
001700                                 PIC 9(05).
001710 01  WS-QTY-ENTRY                PIC X(07).
001720 01  WS-QTY-ENTRY-9 REDEFINES WS-QTY-ENTRY
001730                                 PIC 9(07).
001740 77  WS-MOVE-QTY                 PIC 9(07)   VALUE 0.
001750 77  WS-RETURNABLE-QTY           PIC 9(05)   VALUE 0.
001760 77  WS-CREDITED-QTY             PIC 9(05)   VALUE 0.
001770 77  WS-CREDIT-AMOUNT            PIC 9(12)V99 COMP-3 VALUE 0.
001780 77  WS-ABSORBED-AMOUNT          PIC 9(12)V99 COMP-3 VALUE 0.
001782 77  WS-CREDIT-TAX               PIC 9(12)V99 COMP-3 VALUE 0.
001784 77  WS-CREDIT-GROSS             PIC 9(12)V99 COMP-3 VALUE 0.
001786 77  WS-TAX-BEFORE               PIC 9(12)V99 COMP-3 VALUE 0.
001788 77  WS-TAX-AFTER                PIC 9(12)V99 COMP-3 VALUE 0.
001790 77  WS-MEMO-NO                  PIC 9(08)   VALUE 0.
001800 01  WS-ORIG-LINE.
001810     05  WS-ORIG-KEY.
001820         10  WS-ORIG-INVOICE-NO  PIC 9(08).
001830         10  WS-ORIG-LINE-NO     PIC 9(05).
001840     05  WS-ORIG-CUST-ID         PIC X(08).
001850     05  WS-ORIG-CURRENCY        PIC X(03).
001860     05  WS-ORIG-PROD-CODE       PIC X(06).
001870     05  WS-ORIG-UNIT-PRICE      PIC 9(07)V99.
001880     05  WS-ORIG-CAMPAIGN-ID     PIC X(08).
001882     05  WS-ORIG-QUANTITY        PIC 9(05).
001884     05  WS-ORIG-TAX-RATE        PIC 9(02)V9(04).
001886     05  WS-ORIG-TAX-AMOUNT      PIC 9(12)V99.
001888     05  WS-ORIG-TAX-STATUS      PIC X(01).
001890 01  WS-OLD-VALUES.
001900     05  WS-OLD-ON-HAND          PIC 9(07).
001910     05  WS-OLD-RESERVED         PIC 9(07).
001920 77  WS-AMOUNT-EDIT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001930 77  WS-PRICE-EDIT               PIC Z,ZZZ,ZZ9.99.
001940 01  WS-CURRENT-DATE-TIME.
001950     05  WS-CURRENT-DATE         PIC 9(08).
001960     05  WS-CURRENT-TIME         PIC 9(06).
001970 01  WS-TIME-RAW.
001980     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
001990     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
002000 77  WS-TIMESTAMP-14             PIC 9(14).
002010 77  WS-HIST-WRITE-CNT           PIC 9(07)   COMP    VALUE 0.
002020 77  WS-MEMO-CNT                 PIC 9(07)   COMP    VALUE 0.
002030 77  WS-RETURN-ORDER-CNT         PIC 9(07)   COMP    VALUE 0.
002040 PROCEDURE      DIVISION.
002050*===================================================================*
002060*    0000-MAINLINE                                                  *
002070*===================================================================*
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002100     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
002110         UNTIL WS-END-SESSION.
002120     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
002130     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002140     MOVE 'END'   TO WS-RUN-EVENT.
002150     MOVE WS-MEMO-CNT TO WS-RUN-RECORDS.
002160     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002170     STOP RUN.
002180 0000-EXIT.
002190     EXIT.
002200*-------------------------------------------------------------------*
002210*    1000-INITIALIZE                                                *
002220*    AROPEN MUST ALREADY EXIST - THERE IS NOTHING TO RETURN UNTIL   *
002230*    HELLOINV HAS BILLED SOMETHING. THE CREDIT-MEMO FILE IS         *
002240*    CREATED ON ITS FIRST EVER USE; CREDFILE IS OPTIONAL, AS IN     *
002250*    CASHAPP. HISTORY AND ORDER FILES ARE OPENED EXTEND-OR-CREATE.  *
002260*-------------------------------------------------------------------*
002270 1000-INITIALIZE.
002280     MOVE 'START' TO WS-RUN-EVENT.
002290     MOVE 'OK'    TO WS-RUN-STATUS.
002300     MOVE 0       TO WS-RUN-RECORDS.
002310     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002320     OPEN I-O AR-OPEN-FILE.
002330     IF NOT WS-AROPEN-OK
002340         DISPLAY 'AR-OPEN-FILE OPEN FAILED - STATUS '
002350             WS-AROPEN-STATUS
002360         STOP RUN
002370     END-IF.
002380     OPEN I-O INVENTORY-FILE.
002390     IF NOT WS-INVFILE-OK
002400         DISPLAY 'INVENTORY-FILE OPEN FAILED - STATUS '
002410             WS-INVFILE-STATUS
002420         STOP RUN
002430     END-IF.
002440     OPEN EXTEND INV-HIST-FILE.
002450     IF WS-INVHIST-NOTFOUND
002460         OPEN OUTPUT INV-HIST-FILE
002470     END-IF.
002480     IF NOT WS-INVHIST-OK
002490         DISPLAY 'INV-HIST-FILE OPEN FAILED - STATUS '
002500             WS-INVHIST-STATUS
002510         STOP RUN
002520     END-IF.
002530     OPEN I-O CREDIT-MEMO-FILE.
002540     IF WS-CRMEMO-NOTFOUND
002550         OPEN OUTPUT CREDIT-MEMO-FILE
002560         CLOSE CREDIT-MEMO-FILE
002570         OPEN I-O CREDIT-MEMO-FILE
002580     END-IF.
002590     IF NOT WS-CRMEMO-OK
002600         DISPLAY 'CREDIT-MEMO-FILE OPEN FAILED - STATUS '
002610             WS-CRMEMO-STATUS
002620         STOP RUN
002630     END-IF.
002640     OPEN EXTEND ORDER-FILE.
002650     IF WS-ORDERFIL-NOTFOUND
002660         OPEN OUTPUT ORDER-FILE
002670     END-IF.
002680     IF NOT WS-ORDERFIL-OK
002690         DISPLAY 'ORDER-FILE OPEN FAILED - STATUS '
002700             WS-ORDERFIL-STATUS
002710         STOP RUN
002720     END-IF.
002730     OPEN I-O CREDIT-FILE.
002740     IF WS-CREDFILE-OK
002750         SET WS-CRED-AVAIL TO TRUE
002760     ELSE
002770         IF NOT WS-CREDFILE-NOTFOUND
002780             DISPLAY 'CREDIT-FILE OPEN FAILED - STATUS '
002790                 WS-CREDFILE-STATUS
002800         END-IF
002810     END-IF.
002812     OPEN INPUT OPERATOR-FILE.
002814     IF WS-OPERMAST-OK
002816         SET WS-OPR-AVAIL TO TRUE
002818     ELSE
002820         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
002822             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
002824     END-IF.
002826     MOVE 'N' TO WS-VALID-ANSWER-SW.
002828     MOVE 0   TO WS-SIGNON-TRIES.
002830     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
002832         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
002834     IF WS-SIGNON-REFUSED
002836         MOVE 'LK'     TO WS-SEC-REASON
002838         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
002840         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002842         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
002844         MOVE 'ER' TO WS-RUN-STATUS
002846         SET WS-END-SESSION TO TRUE
002848     END-IF.
002850 1000-EXIT.
002860     EXIT.
002861 1100-PROMPT-OPERATOR-ID.
002862     DISPLAY 'ENTER YOUR OPERATOR ID: '.
002863     ACCEPT  WS-OPERATOR-ID.
002864     IF WS-OPERATOR-ID = SPACES
002865         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
002866         GO TO 1100-EXIT
002867     END-IF.
002868     DISPLAY 'ENTER YOUR PIN: '.
002869     ACCEPT  WS-OPERATOR-PIN.
002870     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
002871     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
002872     MOVE SPACES          TO WS-RIGHT-ACTION.
002873     MOVE SPACES          TO WS-SEC-SUBJECT.
002874     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
002875     IF WS-OPR-VERIFIED
002876         SET WS-VALID-ANSWER TO TRUE
002877     ELSE
002878         ADD 1 TO WS-SIGNON-TRIES
002879         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
002880     END-IF.
002881 1100-EXIT.
002882     EXIT.
002883*-------------------------------------------------------------------*
002884*    1110-VERIFY-OPERATOR                                           *
002885*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
002886*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
002887*    TOLD WHICH CHECK FAILED.                                       *
002888*-------------------------------------------------------------------*
002889 1110-VERIFY-OPERATOR.
002890     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
002891     MOVE SPACES TO WS-SEC-DETAIL.
002892     IF NOT WS-OPR-AVAIL
002893         MOVE 'NF' TO WS-SEC-REASON
002894         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002895         GO TO 1110-EXIT
002896     END-IF.
002897     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002898     READ OPERATOR-FILE
002899         INVALID KEY
002900             MOVE 'UI' TO WS-SEC-REASON
002901             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002902             GO TO 1110-EXIT
002903     END-READ.
002904     IF NOT WS-OPERMAST-OK
002905         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
002906             WS-OPERMAST-STATUS
002907         MOVE 'NF' TO WS-SEC-REASON
002908         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002909         GO TO 1110-EXIT
002910     END-IF.
002911     IF OPR-PIN NOT = WS-CHECK-PIN
002912         MOVE 'PW' TO WS-SEC-REASON
002913         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002914         GO TO 1110-EXIT
002915     END-IF.
002916     IF NOT OPR-ACTIVE
002917         MOVE 'RV' TO WS-SEC-REASON
002918         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002919         GO TO 1110-EXIT
002920     END-IF.
002921     SET WS-OPR-VERIFIED TO TRUE.
002922 1110-EXIT.
002923     EXIT.
002924*-------------------------------------------------------------------*
002925*    1120-CHECK-RIGHT                                               *
002926*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
002927*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
002928*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
002929*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002930*    WS-SEC-REASON.                                                 *
002931*-------------------------------------------------------------------*
002932 1120-CHECK-RIGHT.
002933     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002934     MOVE 'NR' TO WS-SEC-REASON.
002935     IF NOT WS-OPR-AVAIL
002936         MOVE 'NF' TO WS-SEC-REASON
002937         GO TO 1120-EXIT
002938     END-IF.
002939     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002940     READ OPERATOR-FILE
002941         INVALID KEY
002942             MOVE 'UI' TO WS-SEC-REASON
002943             GO TO 1120-EXIT
002944     END-READ.
002945     IF NOT WS-OPERMAST-OK
002946         MOVE 'NF' TO WS-SEC-REASON
002947         GO TO 1120-EXIT
002948     END-IF.
002949     IF NOT OPR-ACTIVE
002950         MOVE 'RV' TO WS-SEC-REASON
002951         GO TO 1120-EXIT
002952     END-IF.
002953     SET OPR-RIGHT-IDX TO 1.
002954     SEARCH OPR-RIGHT
002955         AT END
002956             GO TO 1120-EXIT
002957         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
002958             CONTINUE
002959     END-SEARCH.
002960     MOVE 0 TO WS-RIGHT-TALLY.
002961     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
002962         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
002963                                     ALL '*'.
002964     IF WS-RIGHT-TALLY > 0
002965         SET WS-RIGHT-GRANTED TO TRUE
002966     END-IF.
002967 1120-EXIT.
002968     EXIT.
002969*-------------------------------------------------------------------*
002970*    1130-LOG-VIOLATION                                             *
002971*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
002972*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
002973*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
002974*-------------------------------------------------------------------*
002975 1130-LOG-VIOLATION.
002976     MOVE 'V' TO WS-SEC-EVENT.
002977     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
002978 1130-EXIT.
002979     EXIT.
002980 1140-WRITE-SECURITY-LOG.
002981     OPEN EXTEND SECURITY-LOG.
002982     IF WS-SECLOG-NOTFOUND
002983         OPEN OUTPUT SECURITY-LOG
002984     END-IF.
002985     IF NOT WS-SECLOG-OK
002986         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
002987             WS-SECLOG-STATUS
002988         GO TO 1140-EXIT
002989     END-IF.
002990     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
002991     ACCEPT WS-SEC-TIME-RAW FROM TIME.
002992     MOVE SPACES               TO SECURITY-LOG-RECORD.
002993     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
002994     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
002995     MOVE WS-SEC-EVENT         TO SEC-EVENT.
002996     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
002997     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
002998     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
002999     MOVE WS-SEC-REASON        TO SEC-REASON.
003000     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
003001     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
003002     WRITE SECURITY-LOG-RECORD.
003003     IF NOT WS-SECLOG-OK
003004         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
003005             WS-SECLOG-STATUS
003006     END-IF.
003007     CLOSE SECURITY-LOG.
003008 1140-EXIT.
003009     EXIT.
003010*-------------------------------------------------------------------*
003011*    1150-AUTHORIZE-ACTION                                          *
003012*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
003013*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
003014*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
003015*-------------------------------------------------------------------*
003016 1150-AUTHORIZE-ACTION.
003017     SET WS-RIGHT-GRANTED TO TRUE.
003018     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
003019     INSPECT WS-RIGHT-ACTION CONVERTING
003020         'abcdefghijklmnopqrstuvwxyz'
003021         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003022     IF WS-RIGHT-ACTION = SPACE
003023         GO TO 1150-EXIT
003024     END-IF.
003025     MOVE 0 TO WS-RIGHT-TALLY.
003026     INSPECT WS-GUARDED-ACTIONS
003027         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
003028     IF WS-RIGHT-TALLY = 0
003029         GO TO 1150-EXIT
003030     END-IF.
003031     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
003032     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
003033     IF NOT WS-RIGHT-GRANTED
003034         MOVE SPACES TO WS-SEC-DETAIL
003035         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003036         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
003037     END-IF.
003038 1150-EXIT.
003039     EXIT.
003040*===================================================================*
003041*    2000-PROCESS-ACTION                                            *
003042*===================================================================*
003043 2000-PROCESS-ACTION.
003044     DISPLAY 'CUSTOMER RETURNS - R=RETURN X=EXIT'.
003045     ACCEPT WS-ACTION-CODE.
003046     MOVE SPACES TO WS-SEC-SUBJECT.
003047     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
003048     IF NOT WS-RIGHT-GRANTED
003049         GO TO 2000-EXIT
003050     END-IF.
003051     EVALUATE WS-ACTION-CODE
003052         WHEN 'R'
003053         WHEN 'r'
003060             PERFORM 3000-RETURN         THRU 3000-EXIT
003070         WHEN 'X'
003080         WHEN 'x'
003090             SET WS-END-SESSION TO TRUE
003100         WHEN OTHER
003110             DISPLAY 'PLEASE ANSWER R OR X.'
003120     END-EVALUATE.
003130 2000-EXIT.
003140     EXIT.
003150*-------------------------------------------------------------------*
003160*    3000-RETURN                                                    *
003170*    LOCATE THE BILLED LINE, TAKE THE RETURNED QUANTITY AND, ONCE   *
003180*    THE OPERATOR CONFIRMS THE CREDIT, POST EVERYTHING. THE MEMO    *
003182*    NUMBER IS TAKEN FIRST SO A FAILURE THERE CHANGES NOTHING.      *
003184*    THE STOCK IS BACK ON THE SHELF BEFORE AR IS TOUCHED, SO WHEN   *
003186*    THE AR CREDIT CANNOT BE POSTED THE BALANCE RELIEF, MEMO AND    *
003188*    'R' ORDER STILL GO THROUGH - THE RETURN HAPPENED - AND ONLY    *
003190*    THE AR ITEM IS LEFT FOR THE OPERATOR TO POST BY HAND.          *
003200*-------------------------------------------------------------------*
003210 3000-RETURN.
003220     PERFORM 4000-PROMPT-INVOICE-LINE THRU 4000-EXIT.
003230     IF WS-INVOICE-ENTRY = SPACES
003240         GO TO 3000-EXIT
003250     END-IF.
003260     MOVE WS-INVOICE-ENTRY-9 TO ARO-INVOICE-NO.
003270     MOVE WS-LINE-ENTRY-9    TO ARO-LINE-NO.
003280     MOVE 'N' TO WS-RECORD-FOUND-SW.
003290     READ AR-OPEN-FILE
003300         INVALID KEY
003310             CONTINUE
003320         NOT INVALID KEY
003330             SET WS-RECORD-FOUND TO TRUE
003340     END-READ.
003350     IF NOT WS-RECORD-FOUND
003360         DISPLAY 'INVOICE ' WS-INVOICE-ENTRY ' LINE '
003370             WS-LINE-ENTRY ' IS NOT ON FILE - RETURN REJECTED.'
003380         GO TO 3000-EXIT
003390     END-IF.
003400     IF NOT ARO-INVOICE-ITEM
003410         DISPLAY WS-INVOICE-ENTRY ' IS A CREDIT MEMO, NOT AN '
003420             'INVOICE - RETURN REJECTED.'
003430         GO TO 3000-EXIT
003440     END-IF.
003450     IF ARO-CREDITED-QTY NUMERIC
003460         MOVE ARO-CREDITED-QTY TO WS-CREDITED-QTY
003470     ELSE
003480         MOVE 0 TO WS-CREDITED-QTY
003490     END-IF.
003500     IF ARO-QUANTITY NOT NUMERIC
003510     OR ARO-QUANTITY NOT > WS-CREDITED-QTY
003520         DISPLAY 'EVERY UNIT ON THIS LINE HAS ALREADY BEEN '
003530             'CREDITED - RETURN REJECTED.'
003540         GO TO 3000-EXIT
003550     END-IF.
003560     COMPUTE WS-RETURNABLE-QTY = ARO-QUANTITY - WS-CREDITED-QTY.
003570     MOVE ARO-KEY            TO WS-ORIG-KEY.
003580     MOVE ARO-CUST-ID        TO WS-ORIG-CUST-ID.
003590     MOVE ARO-CURRENCY-CODE  TO WS-ORIG-CURRENCY.
003600     MOVE ARO-PROD-CODE      TO WS-ORIG-PROD-CODE.
003610     MOVE ARO-UNIT-PRICE     TO WS-ORIG-UNIT-PRICE.
003620     MOVE ARO-CAMPAIGN-ID    TO WS-ORIG-CAMPAIGN-ID.
003621     MOVE ARO-QUANTITY       TO WS-ORIG-QUANTITY.
003622     IF ARO-TAX-AMOUNT NUMERIC
003623        AND ARO-TAX-RATE NUMERIC
003624        AND ARO-TAX-STATUS NOT = SPACE
003625         MOVE ARO-TAX-AMOUNT TO WS-ORIG-TAX-AMOUNT
003626         MOVE ARO-TAX-RATE   TO WS-ORIG-TAX-RATE
003627         MOVE ARO-TAX-STATUS TO WS-ORIG-TAX-STATUS
003628     ELSE
003629         MOVE 0   TO WS-ORIG-TAX-AMOUNT
003630         MOVE 0   TO WS-ORIG-TAX-RATE
003631         MOVE 'N' TO WS-ORIG-TAX-STATUS
003632     END-IF.
003633     MOVE ARO-UNIT-PRICE     TO WS-PRICE-EDIT.
003640     DISPLAY 'CUSTOMER ' ARO-CUST-ID '  PRODUCT ' ARO-PROD-CODE
003650         '  BILLED ' ARO-INVOICE-DATE.
003660     DISPLAY 'QUANTITY BILLED ' ARO-QUANTITY '  ALREADY CREDITED '
003670         WS-CREDITED-QTY '  UNIT PRICE ' WS-PRICE-EDIT ' '
003680         ARO-CURRENCY-CODE.
003690     MOVE 'N' TO WS-VALID-ANSWER-SW.
003700     PERFORM 4200-PROMPT-QUANTITY THRU 4200-EXIT
003710         UNTIL WS-VALID-ANSWER.
003720     IF WS-MOVE-QTY = 0
003730         DISPLAY 'A ZERO-QUANTITY RETURN CHANGES NOTHING - '
003740             'RETURN CANCELLED.'
003750         GO TO 3000-EXIT
003760     END-IF.
003770     IF WS-MOVE-QTY > WS-RETURNABLE-QTY
003780         DISPLAY 'ONLY ' WS-RETURNABLE-QTY ' UNITS CAN STILL BE '
003790             'RETURNED ON THIS LINE - RETURN REJECTED.'
003800         GO TO 3000-EXIT
003810     END-IF.
003820     COMPUTE WS-CREDIT-AMOUNT = WS-MOVE-QTY * WS-ORIG-UNIT-PRICE.
003823     PERFORM 3050-SHARE-OF-TAX THRU 3050-EXIT.
003826     MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT.
003829     DISPLAY 'CREDIT DUE: ' WS-AMOUNT-EDIT ' ' WS-ORIG-CURRENCY.
003832     MOVE WS-CREDIT-TAX TO WS-AMOUNT-EDIT.
003835     DISPLAY 'TAX CREDIT: ' WS-AMOUNT-EDIT ' ' WS-ORIG-CURRENCY.
003838     MOVE WS-CREDIT-GROSS TO WS-AMOUNT-EDIT.
003841     DISPLAY 'TOTAL:      ' WS-AMOUNT-EDIT ' ' WS-ORIG-CURRENCY.
003850     MOVE 'N' TO WS-VALID-ANSWER-SW.
003860     PERFORM 4300-CONFIRM-RETURN THRU 4300-EXIT
003870         UNTIL WS-VALID-ANSWER.
003880     IF NOT WS-CONFIRMED
003890         DISPLAY 'RETURN CANCELLED - NOTHING POSTED.'
003900         GO TO 3000-EXIT
003910     END-IF.
003920     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
003930     PERFORM 3100-NEXT-MEMO-NUMBER THRU 3100-EXIT.
003940     IF WS-MEMO-NO = 0
003950         DISPLAY 'NO CREDIT MEMO NUMBER AVAILABLE - RETURN '
003960             'REJECTED.'
003970         GO TO 3000-EXIT
003980     END-IF.
003990     PERFORM 3200-RESTOCK          THRU 3200-EXIT.
004000     PERFORM 3300-CREDIT-AR-LINE   THRU 3300-EXIT.
004010     PERFORM 3400-RELIEVE-BALANCE  THRU 3400-EXIT.
004020     PERFORM 3500-WRITE-CREDIT-MEMO THRU 3500-EXIT.
004030     PERFORM 3600-WRITE-RETURN-ORDER THRU 3600-EXIT.
004040     DISPLAY 'CREDIT MEMO ' WS-MEMO-NO ' ISSUED FOR ' WS-MOVE-QTY
004050         ' UNITS OF ' WS-ORIG-PROD-CODE '.'.
004060 3000-EXIT.
004070     EXIT.
004071*-------------------------------------------------------------------*
004072*    3050-SHARE-OF-TAX                                              *
004073*    THE TAX GIVEN BACK IS THE LINE'S TAX FOR ALL THE UNITS         *
004074*    CREDITED SO FAR, THIS RETURN INCLUDED, LESS THE TAX FOR THOSE  *
004075*    CREDITED BEFORE IT - EACH ROUNDED TO THE CENT - SO PART        *
004076*    RETURNS NEVER ADD UP TO MORE OR LESS THAN THE TAX BILLED.      *
004077*-------------------------------------------------------------------*
004078 3050-SHARE-OF-TAX.
004079     COMPUTE WS-TAX-BEFORE ROUNDED =
004080         WS-ORIG-TAX-AMOUNT * WS-CREDITED-QTY / WS-ORIG-QUANTITY.
004081     COMPUTE WS-TAX-AFTER ROUNDED =
004082         WS-ORIG-TAX-AMOUNT * (WS-CREDITED-QTY + WS-MOVE-QTY)
004083         / WS-ORIG-QUANTITY.
004084     COMPUTE WS-CREDIT-TAX = WS-TAX-AFTER - WS-TAX-BEFORE.
004085     COMPUTE WS-CREDIT-GROSS = WS-CREDIT-AMOUNT + WS-CREDIT-TAX.
004086 3050-EXIT.
004087     EXIT.
004088*-------------------------------------------------------------------*
004090*    3100-NEXT-MEMO-NUMBER                                          *
004100*    CREDIT MEMOS ARE NUMBERED FROM THE SAME INVCTL SEQUENCE AS     *
004110*    INVOICES. THE NEW HIGH NUMBER IS WRITTEN BACK AT ONCE SO IT    *
004120*    IS NEVER HANDED OUT TWICE. A MISSING CONTROL FILE STARTS THE   *
004130*    SEQUENCE AT ONE, AS IN HELLOINV.                               *
004140*-------------------------------------------------------------------*
004150 3100-NEXT-MEMO-NUMBER.
004160     MOVE 0 TO WS-MEMO-NO.
004170     OPEN INPUT INVOICE-CONTROL.
004180     IF WS-INVCTL-OK
004190         READ INVOICE-CONTROL
004200             AT END
004210                 CONTINUE
004220             NOT AT END
004230                 IF IVC-LAST-INVOICE-NO NUMERIC
004240                     MOVE IVC-LAST-INVOICE-NO TO WS-MEMO-NO
004250                 END-IF
004260         END-READ
004270         CLOSE INVOICE-CONTROL
004280     END-IF.
004290     ADD 1 TO WS-MEMO-NO.
004300     OPEN OUTPUT INVOICE-CONTROL.
004310     IF NOT WS-INVCTL-OK
004320         DISPLAY 'INVOICE-CONTROL OPEN FAILED - STATUS '
004330             WS-INVCTL-STATUS
004340         MOVE 0 TO WS-MEMO-NO
004350         GO TO 3100-EXIT
004360     END-IF.
004370     MOVE SPACES     TO INVOICE-CONTROL-RECORD.
004380     MOVE WS-MEMO-NO TO IVC-LAST-INVOICE-NO.
004390     WRITE INVOICE-CONTROL-RECORD.
004400     IF NOT WS-INVCTL-OK
004410         DISPLAY 'INVOICE-CONTROL WRITE FAILED - STATUS '
004420             WS-INVCTL-STATUS
004430         MOVE 0 TO WS-MEMO-NO
004440     END-IF.
004450     CLOSE INVOICE-CONTROL.
004460 3100-EXIT.
004470     EXIT.
004480*-------------------------------------------------------------------*
004490*    3200-RESTOCK                                                   *
004500*    THE RETURNED UNITS GO BACK ON HAND. RESERVED IS NOT TOUCHED.   *
004510*-------------------------------------------------------------------*
004520 3200-RESTOCK.
004530     MOVE WS-ORIG-PROD-CODE TO INV-PROD-CODE.
004540     READ INVENTORY-FILE
004550         INVALID KEY
004560             DISPLAY WS-ORIG-PROD-CODE ' IS NOT STOCK-CONTROLLED'
004570                 ' - NO STOCK PUT BACK.'
004580             GO TO 3200-EXIT
004590     END-READ.
004600     IF NOT WS-INVFILE-OK
004610         DISPLAY 'INVENTORY-FILE READ FAILED - STATUS '
004620             WS-INVFILE-STATUS
004630         GO TO 3200-EXIT
004640     END-IF.
004650     MOVE INV-ON-HAND  TO WS-OLD-ON-HAND.
004660     MOVE INV-RESERVED TO WS-OLD-RESERVED.
004670     ADD WS-MOVE-QTY   TO INV-ON-HAND.
004680     REWRITE INVENTORY-RECORD
004690         INVALID KEY
004700             DISPLAY 'INVENTORY-FILE REWRITE REJECTED - STATUS '
004710                 WS-INVFILE-STATUS
004720             GO TO 3200-EXIT
004730     END-REWRITE.
004740     IF NOT WS-INVFILE-OK
004750         DISPLAY 'INVENTORY-FILE REWRITE FAILED - STATUS '
004760             WS-INVFILE-STATUS
004770         GO TO 3200-EXIT
004780     END-IF.
004790     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
004800 3200-EXIT.
004810     EXIT.
004820*-------------------------------------------------------------------*
004830*    3300-CREDIT-AR-LINE                                            *
004840*    THE CREDIT FIRST REDUCES WHAT IS STILL OPEN ON THE ORIGINAL    *
004850*    LINE. WHATEVER IT CANNOT ABSORB (THE LINE WAS ALREADY PAID)    *
004860*    STAYS OPEN ON THE MEMO'S OWN 'C' ITEM AS MONEY OWED BACK TO    *
004870*    THE CUSTOMER, FOR THE CREDIT DESK TO REFUND OR OFFSET.         *
004872*    IF THE ORIGINAL LINE CANNOT BE RE-READ OR REWRITTEN THE 'C'    *
004874*    ITEM IS NOT WRITTEN EITHER, SO AR NEVER CARRIES A CREDIT FOR   *
004876*    UNITS THE LINE DOES NOT SHOW AS CREDITED; THE OPERATOR IS      *
004878*    TOLD TO POST THE CREDIT BY HAND.                               *
004880*-------------------------------------------------------------------*
004890 3300-CREDIT-AR-LINE.
004900     MOVE WS-ORIG-KEY TO ARO-KEY.
004910     READ AR-OPEN-FILE
004915         INVALID KEY
004920             CONTINUE
004925     END-READ.
004930     IF NOT WS-AROPEN-OK
004935         DISPLAY 'AR-OPEN-FILE RE-READ FAILED - STATUS '
004940             WS-AROPEN-STATUS ' - NO AR CREDIT WRITTEN FOR MEMO '
004945             WS-MEMO-NO '. POST IT BY HAND.'
004950         GO TO 3300-EXIT
004955     END-IF.
004980     IF WS-CREDIT-GROSS  > ARO-OPEN-AMOUNT
004990         MOVE ARO-OPEN-AMOUNT  TO WS-ABSORBED-AMOUNT
005000     ELSE
005010         MOVE WS-CREDIT-GROSS  TO WS-ABSORBED-AMOUNT
005020     END-IF.
005030     SUBTRACT WS-ABSORBED-AMOUNT FROM ARO-OPEN-AMOUNT.
005040     COMPUTE ARO-CREDITED-QTY = WS-CREDITED-QTY + WS-MOVE-QTY.
005045     REWRITE AR-OPEN-RECORD
005050         INVALID KEY
005055             CONTINUE
005060     END-REWRITE.
005065     IF NOT WS-AROPEN-OK
005070         DISPLAY 'AR-OPEN-FILE REWRITE FAILED - STATUS '
005075             WS-AROPEN-STATUS ' - NO AR CREDIT WRITTEN FOR MEMO '
005080             WS-MEMO-NO '. POST IT BY HAND.'
005085         GO TO 3300-EXIT
005090     END-IF.
005110     MOVE SPACES               TO AR-OPEN-RECORD.
005120     MOVE WS-MEMO-NO           TO ARO-INVOICE-NO.
005130     MOVE 1                    TO ARO-LINE-NO.
005140     MOVE WS-ORIG-CUST-ID      TO ARO-CUST-ID.
005150     MOVE WS-CURRENT-DATE      TO ARO-INVOICE-DATE.
005160     MOVE WS-ORIG-CURRENCY     TO ARO-CURRENCY-CODE.
005170     MOVE WS-ORIG-PROD-CODE    TO ARO-PROD-CODE.
005180     MOVE WS-CREDIT-AMOUNT     TO ARO-LINE-AMOUNT.
005190     COMPUTE ARO-OPEN-AMOUNT = WS-CREDIT-GROSS
005200         - WS-ABSORBED-AMOUNT.
005210     MOVE 0                    TO ARO-LAST-PAID-DATE.
005220     MOVE 'C'                  TO ARO-ITEM-TYPE.
005230     MOVE WS-MOVE-QTY          TO ARO-QUANTITY.
005240     MOVE WS-ORIG-UNIT-PRICE   TO ARO-UNIT-PRICE.
005250     MOVE 0                    TO ARO-CREDITED-QTY.
005260     MOVE WS-ORIG-CAMPAIGN-ID  TO ARO-CAMPAIGN-ID.
005270     MOVE WS-ORIG-INVOICE-NO   TO ARO-ORIG-INVOICE-NO.
005272     MOVE WS-ORIG-TAX-RATE     TO ARO-TAX-RATE.
005274     MOVE WS-CREDIT-TAX        TO ARO-TAX-AMOUNT.
005276     MOVE WS-ORIG-TAX-STATUS   TO ARO-TAX-STATUS.
005280     WRITE AR-OPEN-RECORD
005290         INVALID KEY
005300             DISPLAY 'AR-OPEN-FILE WRITE REJECTED FOR CREDIT '
005310                 'MEMO ' WS-MEMO-NO ' - STATUS ' WS-AROPEN-STATUS
005320     END-WRITE.
005330 3300-EXIT.
005340     EXIT.
005350*-------------------------------------------------------------------*
005360*    3400-RELIEVE-BALANCE                                           *
005370*    THE CUSTOMER'S CREDIT EXPOSURE DROPS BY THE FULL CREDIT,       *
005380*    NEVER BELOW ZERO, AND ONLY IN THE BALANCE'S OWN CURRENCY -     *
005390*    THE SAME RULES CASHAPP APPLIES TO CASH.                        *
005400*-------------------------------------------------------------------*
005410 3400-RELIEVE-BALANCE.
005420     IF NOT WS-CRED-AVAIL
005430         GO TO 3400-EXIT
005440     END-IF.
005450     MOVE WS-ORIG-CUST-ID TO CRD-CUST-ID.
005460     READ CREDIT-FILE
005470         INVALID KEY
005480             GO TO 3400-EXIT
005490     END-READ.
005500     IF NOT WS-CREDFILE-OK
005510         GO TO 3400-EXIT
005520     END-IF.
005530     IF CRD-CURRENCY-CODE NOT = WS-ORIG-CURRENCY
005540         DISPLAY 'CREDIT CURRENCY MISMATCH FOR ' CRD-CUST-ID
005550             ' (' WS-ORIG-CURRENCY ' MEMO, '
005560             CRD-CURRENCY-CODE ' BALANCE) - OPEN BALANCE '
005570             'NOT RELIEVED. ADJUST IT BY HAND.'
005580         GO TO 3400-EXIT
005590     END-IF.
005600     IF WS-CREDIT-GROSS > CRD-OPEN-BALANCE
005610         MOVE 0 TO CRD-OPEN-BALANCE
005620     ELSE
005630         SUBTRACT WS-CREDIT-GROSS FROM CRD-OPEN-BALANCE
005640     END-IF.
005650     REWRITE CREDIT-RECORD
005660         INVALID KEY
005670             DISPLAY 'CREDIT-FILE REWRITE REJECTED - STATUS '
005680                 WS-CREDFILE-STATUS
005690     END-REWRITE.
005700 3400-EXIT.
005710     EXIT.
005720*-------------------------------------------------------------------*
005730*    3500-WRITE-CREDIT-MEMO                                         *
005740*    A ZERO AR DATE MARKS THE MEMO AS NOT YET PASSED TO ACCOUNTS    *
005750*    RECEIVABLE - THE NEXT HELLOINV RUN PICKS IT UP.                *
005760*-------------------------------------------------------------------*
005770 3500-WRITE-CREDIT-MEMO.
005780     MOVE SPACES               TO CREDIT-MEMO-RECORD.
005790     MOVE WS-MEMO-NO           TO CMO-MEMO-NO.
005800     MOVE WS-CURRENT-DATE      TO CMO-ISSUE-DATE.
005810     MOVE WS-CURRENT-TIME      TO CMO-ISSUE-TIME.
005820     MOVE 'R'                  TO CMO-REASON.
005830     MOVE WS-OPERATOR-ID       TO CMO-OPERATOR-ID.
005840     MOVE WS-ORIG-CUST-ID      TO CMO-CUST-ID.
005850     MOVE WS-ORIG-CURRENCY     TO CMO-CURRENCY-CODE.
005860     MOVE WS-ORIG-PROD-CODE    TO CMO-PROD-CODE.
005870     MOVE WS-MOVE-QTY          TO CMO-QUANTITY.
005880     MOVE WS-ORIG-UNIT-PRICE   TO CMO-UNIT-PRICE.
005890     MOVE WS-CREDIT-AMOUNT     TO CMO-AMOUNT.
005900     MOVE WS-ORIG-CAMPAIGN-ID  TO CMO-CAMPAIGN-ID.
005910     MOVE WS-ORIG-INVOICE-NO   TO CMO-ORIG-INVOICE-NO.
005920     MOVE WS-ORIG-LINE-NO      TO CMO-ORIG-LINE-NO.
005922     MOVE WS-ORIG-TAX-RATE     TO CMO-TAX-RATE.
005924     MOVE WS-CREDIT-TAX        TO CMO-TAX-AMOUNT.
005926     MOVE WS-ORIG-TAX-STATUS   TO CMO-TAX-STATUS.
005930     MOVE 0                    TO CMO-AR-DATE.
005940     WRITE CREDIT-MEMO-RECORD
005950         INVALID KEY
005960             DISPLAY 'CREDIT-MEMO-FILE WRITE REJECTED - STATUS '
005970                 WS-CRMEMO-STATUS
005980             GO TO 3500-EXIT
005990     END-WRITE.
006000     IF NOT WS-CRMEMO-OK
006010         DISPLAY 'CREDIT-MEMO-FILE WRITE FAILED - STATUS '
006020             WS-CRMEMO-STATUS
006030     ELSE
006040         ADD 1 TO WS-MEMO-CNT
006050     END-IF.
006060 3500-EXIT.
006070     EXIT.
006080*-------------------------------------------------------------------*
006090*    3600-WRITE-RETURN-ORDER                                        *
006100*    AN 'R' ORDER RECORD BACKS THE RETURNED UNITS OUT OF THE SALES  *
006110*    HISTORY AT THE PRICE, CURRENCY AND CAMPAIGN THEY WERE BILLED   *
006120*    AT - HELLOREV SUBTRACTS IT THE WAY IT SUBTRACTS AN 'X'.        *
006130*-------------------------------------------------------------------*
006140 3600-WRITE-RETURN-ORDER.
006150     MOVE SPACES               TO ORDER-RECORD.
006160     MOVE WS-ORIG-CUST-ID      TO ORD-CUST-ID.
006170     MOVE WS-ORIG-PROD-CODE    TO ORD-PROD-CODE.
006180     MOVE 'RETURNED BY CUSTOMER' TO ORD-PROD-DESC.
006190     MOVE 'R'                  TO ORD-ANSWER.
006200     MOVE WS-CURRENT-DATE      TO ORD-RUN-DATE.
006210     MOVE WS-CURRENT-TIME      TO ORD-RUN-TIME.
006220     MOVE WS-MOVE-QTY          TO ORD-QUANTITY.
006230     MOVE WS-ORIG-CAMPAIGN-ID  TO ORD-CAMPAIGN-ID.
006240     MOVE WS-ORIG-UNIT-PRICE   TO ORD-UNIT-PRICE.
006250     MOVE WS-ORIG-CURRENCY     TO ORD-CURRENCY-CODE.
006260     WRITE ORDER-RECORD.
006270     IF NOT WS-ORDERFIL-OK
006280         DISPLAY 'ORDER-FILE WRITE FAILED - STATUS '
006290             WS-ORDERFIL-STATUS
006300     ELSE
006310         ADD 1 TO WS-RETURN-ORDER-CNT
006320     END-IF.
006330 3600-EXIT.
006340     EXIT.
006350*-------------------------------------------------------------------*
006360*    4000-PROMPT-INVOICE-LINE                                       *
006370*    A BLANK INVOICE NUMBER CANCELS THE ACTION AND RETURNS TO THE   *
006380*    MENU. NUMBERS ARE KEYED ZERO FILLED, AS ON THE INVOICE.        *
006390*-------------------------------------------------------------------*
006400 4000-PROMPT-INVOICE-LINE.
006410     MOVE 'N' TO WS-VALID-ANSWER-SW.
006420     PERFORM 4010-ACCEPT-INVOICE-NO THRU 4010-EXIT
006430         UNTIL WS-VALID-ANSWER.
006440     IF WS-INVOICE-ENTRY = SPACES
006450         GO TO 4000-EXIT
006460     END-IF.
006470     MOVE 'N' TO WS-VALID-ANSWER-SW.
006480     PERFORM 4020-ACCEPT-LINE-NO THRU 4020-EXIT
006490         UNTIL WS-VALID-ANSWER.
006500 4000-EXIT.
006510     EXIT.
006520 4010-ACCEPT-INVOICE-NO.
006530     DISPLAY 'ENTER INVOICE NUMBER AS 8 DIGITS '
006540         '(BLANK = CANCEL): '.
006550     ACCEPT  WS-INVOICE-ENTRY.
006560     IF WS-INVOICE-ENTRY = SPACES
006570         SET WS-VALID-ANSWER TO TRUE
006580     ELSE
006590         IF WS-INVOICE-ENTRY NOT NUMERIC
006600             DISPLAY 'INVOICE NUMBER MUST BE 8 DIGITS, ZERO '
006610                 'FILLED.'
006620         ELSE
006630             SET WS-VALID-ANSWER TO TRUE
006640         END-IF
006650     END-IF.
006660 4010-EXIT.
006670     EXIT.
006680 4020-ACCEPT-LINE-NO.
006690     DISPLAY 'ENTER INVOICE LINE NUMBER AS 5 DIGITS, '
006700         'ZERO FILLED: '.
006710     ACCEPT  WS-LINE-ENTRY.
006720     IF WS-LINE-ENTRY NOT NUMERIC
006730         DISPLAY 'LINE NUMBER MUST BE 5 DIGITS, ZERO FILLED.'
006740     ELSE
006750         SET WS-VALID-ANSWER TO TRUE
006760     END-IF.
006770 4020-EXIT.
006780     EXIT.
006790*-------------------------------------------------------------------*
006800*    4200-PROMPT-QUANTITY                                           *
006810*    QUANTITIES ARE KEYED AS SEVEN DIGITS, ZERO FILLED, AS IN       *
006820*    INVMNT - ANYTHING ELSE REPROMPTS.                              *
006830*-------------------------------------------------------------------*
006840 4200-PROMPT-QUANTITY.
006850     DISPLAY 'ENTER QUANTITY RETURNED AS 7 DIGITS, ZERO FILLED: '.
006860     ACCEPT  WS-QTY-ENTRY.
006870     IF WS-QTY-ENTRY NOT NUMERIC
006880         DISPLAY 'QUANTITY MUST BE 7 DIGITS, ZERO FILLED.'
006890     ELSE
006900         MOVE WS-QTY-ENTRY-9 TO WS-MOVE-QTY
006910         SET WS-VALID-ANSWER TO TRUE
006920     END-IF.
006930 4200-EXIT.
006940     EXIT.
006950 4300-CONFIRM-RETURN.
006960     DISPLAY 'POST THE RETURN AND ISSUE THE CREDIT MEMO? (Y/N): '.
006970     ACCEPT  WS-CONFIRM-ANSWER.
006980     EVALUATE WS-CONFIRM-ANSWER
006990         WHEN 'Y'
007000         WHEN 'y'
007010             MOVE 'Y' TO WS-CONFIRM-SW
007020             SET WS-VALID-ANSWER TO TRUE
007030         WHEN 'N'
007040         WHEN 'n'
007050             MOVE 'N' TO WS-CONFIRM-SW
007060             SET WS-VALID-ANSWER TO TRUE
007070         WHEN OTHER
007080             DISPLAY 'PLEASE ANSWER Y OR N.'
007090     END-EVALUATE.
007100 4300-EXIT.
007110     EXIT.
007120*===================================================================*
007130*    6000-WRITE-HISTORY                                             *
007140*    ONE 'RETURN' MOVEMENT PER RETURN PUT BACK ON HAND, STAMPED     *
007150*    WITH THE OPERATOR AND THE BEFORE/AFTER QUANTITIES.             *
007160*===================================================================*
007170 6000-WRITE-HISTORY.
007180     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
007190     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007200         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
007210     MOVE SPACES              TO INV-HIST-RECORD.
007215     MOVE 0                   TO IVH-PO-NO.
007220     MOVE WS-TIMESTAMP-14     TO IVH-TIMESTAMP.
007230     MOVE WS-OPERATOR-ID      TO IVH-OPERATOR-ID.
007240     MOVE 'RETURN'            TO IVH-TRANS-TYPE.
007250     MOVE WS-ORIG-PROD-CODE   TO IVH-PROD-CODE.
007260     MOVE WS-MOVE-QTY         TO IVH-QUANTITY.
007270     MOVE WS-OLD-ON-HAND      TO IVH-OLD-ON-HAND.
007280     MOVE INV-ON-HAND         TO IVH-NEW-ON-HAND.
007290     MOVE WS-OLD-RESERVED     TO IVH-OLD-RESERVED.
007300     MOVE INV-RESERVED        TO IVH-NEW-RESERVED.
007310     WRITE INV-HIST-RECORD.
007320     IF NOT WS-INVHIST-OK
007330         DISPLAY 'INV-HIST-FILE WRITE FAILED - STATUS '
007340             WS-INVHIST-STATUS
007350     ELSE
007360         ADD 1 TO WS-HIST-WRITE-CNT
007370     END-IF.
007380 6000-EXIT.
007390     EXIT.
007400 6010-GET-CURRENT-DATE-TIME.
007410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007420     ACCEPT WS-TIME-RAW     FROM TIME.
007430     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
007440 6010-EXIT.
007450     EXIT.
007460*===================================================================*
007470*    8000-WRITE-CONTROL-TOTALS                                      *
007480*    THE SESSION'S CREDIT MEMOS AND 'R' ORDER RECORDS ARE           *
007490*    ANNOUNCED TO CTLTOTAL SO HELLOBAL'S CREDIT-MEMO AND ORDER      *
007500*    COMPARES STILL BALANCE. NOTHING IS WRITTEN FOR A SESSION       *
007510*    THAT ISSUED NOTHING.                                           *
007520*===================================================================*
007530 8000-WRITE-CONTROL-TOTALS.
007540     IF WS-MEMO-CNT = 0 AND WS-RETURN-ORDER-CNT = 0
007550         GO TO 8000-EXIT
007560     END-IF.
007570     OPEN EXTEND CONTROL-FILE.
007580     IF WS-CTLTOTAL-NOTFOUND
007590         OPEN OUTPUT CONTROL-FILE
007600     END-IF.
007610     IF NOT WS-CTLTOTAL-OK
007620         DISPLAY 'CONTROL-FILE OPEN FAILED - STATUS '
007630             WS-CTLTOTAL-STATUS
007640         GO TO 8000-EXIT
007650     END-IF.
007660     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
007670     MOVE WS-CURRENT-DATE     TO CTL-RUN-DATE.
007680     MOVE WS-CURRENT-TIME     TO CTL-RUN-TIME.
007690     MOVE 0                   TO CTL-OFFERED-CNT.
007700     MOVE WS-RETURN-ORDER-CNT TO CTL-ORDER-CNT.
007710     MOVE 0                   TO CTL-FULFILL-CNT.
007720     MOVE 0                   TO CTL-AUDIT-CNT.
007730     MOVE 0                   TO CTL-INVOICE-CNT.
007740     MOVE WS-MEMO-CNT         TO CTL-CREDIT-CNT.
007745     MOVE 0                   TO CTL-JOURNAL-CNT.
007747     MOVE 0                   TO CTL-SUPPRESS-CNT.
007750     WRITE CONTROL-RECORD.
007760     IF NOT WS-CTLTOTAL-OK
007770         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
007780             WS-CTLTOTAL-STATUS
007790     END-IF.
007800     CLOSE CONTROL-FILE.
007810 8000-EXIT.
007820     EXIT.
007830*===================================================================*
007840*    9000-TERMINATE                                                 *
007850*===================================================================*
007860 9000-TERMINATE.
007870     CLOSE AR-OPEN-FILE.
007880     CLOSE INVENTORY-FILE.
007890     CLOSE INV-HIST-FILE.
007900     CLOSE CREDIT-MEMO-FILE.
007910     CLOSE ORDER-FILE.
007920     IF WS-CRED-AVAIL
007930         CLOSE CREDIT-FILE
007940     END-IF.
007942     IF WS-OPR-AVAIL
007944         CLOSE OPERATOR-FILE
007946     END-IF.
007950 9000-EXIT.
007960     EXIT.
007970*===================================================================*
007980*    8900-WRITE-RUN-CONTROL                                         *
007990*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
008000*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
008010*===================================================================*
008020 8900-WRITE-RUN-CONTROL.
008030     OPEN EXTEND RUN-CONTROL.
008040     IF WS-RUNCTL-NOTFOUND
008050         OPEN OUTPUT RUN-CONTROL
008060     END-IF.
008070     IF NOT WS-RUNCTL-OK
008080         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
008090             WS-RUNCTL-STATUS
008100         GO TO 8900-EXIT
008110     END-IF.
008120     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
008130     ACCEPT WS-RUN-TIME-RAW FROM TIME.
008140     MOVE SPACES             TO RUN-CONTROL-RECORD.
008150     MOVE 'RETMNT  '         TO RNC-PROGRAM-ID.
008160     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
008170     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
008180     MOVE WS-RUN-EVENT       TO RNC-EVENT.
008190     MOVE WS-RUN-STATUS      TO RNC-STATUS.
008200     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
008210     WRITE RUN-CONTROL-RECORD.
008220     IF NOT WS-RUNCTL-OK
008230         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
008240             WS-RUNCTL-STATUS
008250     END-IF.
008260     CLOSE RUN-CONTROL.
008270 8900-EXIT.
008280     EXIT.
