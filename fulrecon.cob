000261*                     SHARED RUNCTL RUN-CONTROL FILE SO THE         *
000262*                     NIGHTLY CHAIN CAN BE READ BACK FROM ONE       *
000263*                     FILE INSTEAD OF THE CONSOLE SPOOL.            *
000264*    2026-10-15 KS    A CANCELLATION ACK FOR AN ORDER THAT HAS    *
000265*                     ALREADY BEEN BILLED NOW ALSO ISSUES A 'C'   *
000266*                     CREDIT MEMO - THE AROPEN LINE IS CREDITED,  *
000267*                     THE MEMO GOES ON CRMEMO FOR HELLOINV TO     *
000268*                     PASS TO AR, CREDFILE IS RELIEVED, AND THE   *
000269*                     MEMO COUNT IS ANNOUNCED TO CTLTOTAL.        *
000270*    2026-10-15 KS    SHIPPED ACKS NOW RELIEVE ON-HAND AND        *
000271*                     RESERVED ON INVFILE WITH A 'SHIPMT' INVHIST *
000272*                     MOVEMENT, AND EVERY RESOLVING ACK IS KEPT   *
000273*                     ON FULAKHST FOR THE NIGHTLY RESERVATION     *
000274*                     AUDIT.                                      *
000275*    2026-10-15 KS    CTL-JOURNAL-CNT IS NOW ZEROED ON THE        *
000276*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000277*                     GLPOST.                                     *
000278*    2026-10-15 KS    CTL-SUPPRESS-CNT IS NOW ZEROED ON THE       *
000279*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000280*                     HELLO.                                      *
000281*    2026-10-15 KS    THE CREDIT ON A CANCEL MEMO NOW INCLUDES    *
000282*                     THE CANCELLED UNITS' SHARE OF THE TAX       *
000283*                     BILLED ON THE AR LINE. THE MEMO CARRIES THE *
000284*                     TAX, RATE AND STATUS.                       *
000285*    2026-10-15 KS    TAX AMOUNTS ARE NOW CARRIED AS 9(12)V99,    *
000286*                     THE WIDTH OF THE AR OPEN-ITEM, CREDIT-MEMO, *
000287*                     INVOICE-INTERFACE AND TAX-LEDGER RECORDS.   *
000288*    2026-10-15 KS    A CANCEL MEMO WHOSE AROPEN 'C' ITEM CANNOT  *
000289*                     BE WRITTEN IS REPORTED FOR POSTING BY HAND. *
000290*    2026-10-15 KS    PARAGRAPHS ADDED SINCE THE ORIGINAL VERSION *
000291*                     MOVED INTO NUMBER ORDER AHEAD OF 8900; THE  *
000292*                     PROGRAM IS RESEQUENCED FROM 1300 ON.        *
000293*-----------------------------------------------------------------*
000294*    MATCHES EACH FULACK RECORD TO AN EXPORTED FULFILL RECORD ON  *
000295*    CUSTOMER ID + PRODUCT CODE + ORDER DATE AND PRINTS AN        *
000296*    EXCEPTIONS REPORT OF:                                        *
000300*      NO-ACK     - EXPORTED, STILL UNACKNOWLEDGED AFTER THE      *
000310*                   AGE-DAYS LIMIT ON THE RECONPRM PARM CARD      *
000320*                   (DEFAULT 7 WHEN NO CARD IS SUPPLIED)          *
000343*    ALREADY RESOLVED BY A FRESH ACK IS DROPPED, AND ONE STILL    *
000344*    OPEN IS CARRIED FORWARD AGAIN.                               *
000345*    CONTROL COUNTS ARE PRINTED AT THE END OF THE REPORT.         *
000346*    A CANCELLATION WHOSE ORDER HAS ALREADY BEEN BILLED (ITS LINE *
000347*    IS ON AROPEN) IS CREDITED ONCE ALL THE ACKS ARE IN - SEE     *
000348*    3600-CREDIT-BILLED-CANCELS. NO STOCK MOVES FOR THE MEMO; THE *
000349*    RESERVATION WAS ALREADY RELEASED BY THE CANCEL ITSELF.       *
000350*    A SHIPPED ACK RELIEVES THE SHIPPED UNITS FROM BOTH ON-HAND   *
000351*    AND RESERVED ON INVFILE AND LOGS A 'SHIPMT' MOVEMENT TO      *
000352*    INVHIST. EVERY SHIPPED OR CANCELLED ACK MATCHED TO AN EXPORT *
000353*    IS ALSO KEPT ON FULAKHST, SO RSVAUDIT CAN TELL WHICH EXPORTS *
000354*    ARE STILL OPEN AND SHOULD BE HOLDING A RESERVATION.          *
000355*-----------------------------------------------------------------*
000360 ENVIRONMENT    DIVISION.
000370 INPUT-OUTPUT   SECTION.
000380 FILE-CONTROL.
000390     SELECT FULFILL-FILE    ASSIGN TO FULFILFL
000400         ORGANIZATION       IS SEQUENTIAL
000410         FILE STATUS        IS WS-FULFILFL-STATUS.
000412     SELECT INV-HIST-FILE   ASSIGN TO INVHIST
000413         ORGANIZATION       IS SEQUENTIAL
000414         FILE STATUS        IS WS-INVHIST-STATUS.
000415     SELECT ACK-HIST-FILE   ASSIGN TO FULAKHST
000416         ORGANIZATION       IS SEQUENTIAL
000417         FILE STATUS        IS WS-FULAKHST-STATUS.
000420     SELECT FULACK-FILE     ASSIGN TO FULACKFL
000430         ORGANIZATION       IS SEQUENTIAL
000440         FILE STATUS        IS WS-FULACKFL-STATUS.
000515     SELECT CONTROL-FILE    ASSIGN TO CTLTOTAL
000516         ORGANIZATION       IS SEQUENTIAL
000517         FILE STATUS        IS WS-CTLTOTAL-STATUS.
000518     SELECT AR-OPEN-FILE    ASSIGN TO AROPEN
000519         ORGANIZATION       IS INDEXED
000520         ACCESS MODE        IS DYNAMIC
000521         RECORD KEY         IS ARO-KEY
000522         FILE STATUS        IS WS-AROPEN-STATUS.
000523     SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMO
000524         ORGANIZATION       IS INDEXED
000525         ACCESS MODE        IS RANDOM
000526         RECORD KEY         IS CMO-MEMO-NO
000527         FILE STATUS        IS WS-CRMEMO-STATUS.
000528     SELECT INVOICE-CONTROL ASSIGN TO INVCTL
000529         ORGANIZATION       IS SEQUENTIAL
000530         FILE STATUS        IS WS-INVCTL-STATUS.
000531     SELECT CREDIT-FILE     ASSIGN TO CREDFILE
000532         ORGANIZATION       IS INDEXED
000533         ACCESS MODE        IS RANDOM
000534         RECORD KEY         IS CRD-CUST-ID
000535         FILE STATUS        IS WS-CREDFILE-STATUS.
000536     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000537         ORGANIZATION       IS SEQUENTIAL
000538         FILE STATUS        IS WS-RUNCTL-STATUS.
000539 DATA           DIVISION.
000540 FILE           SECTION.
000541 FD  FULFILL-FILE
000542     LABEL RECORD IS STANDARD.
000550     COPY FULFREC.
000551 FD  INV-HIST-FILE
000552     LABEL RECORD IS STANDARD.
000553     COPY INVHREC.
000554 FD  ACK-HIST-FILE
000555     LABEL RECORD IS STANDARD.
000556 01  ACK-HIST-RECORD            PIC X(80).
000560 FD  FULACK-FILE
000570     LABEL RECORD IS STANDARD.
000580     COPY FULAREC.
000676 FD  RUN-CONTROL
000677     LABEL RECORD IS STANDARD.
000678     COPY RUNREC.
000679 FD  AR-OPEN-FILE
000680     LABEL RECORD IS STANDARD.
000681     COPY AROREC.
000682 FD  CREDIT-MEMO-FILE
000683     LABEL RECORD IS STANDARD.
000684     COPY CMOREC.
000685 FD  INVOICE-CONTROL
000686     LABEL RECORD IS STANDARD.
000687     COPY IVCREC.
000688 FD  CREDIT-FILE
000689     LABEL RECORD IS STANDARD.
000690     COPY CRDREC.
000691 WORKING-STORAGE SECTION.
000692 01  WS-RUNCTL-STATUS            PIC X(02).
000693     88  WS-RUNCTL-OK            VALUE '00'.
000694     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000695 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000696 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000697 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000698 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000699 01  WS-RUN-TIME-RAW.
000700     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000701     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000702 01  WS-FULFILFL-STATUS          PIC X(02).
000703     88  WS-FULFILFL-OK          VALUE '00'.
000704 01  WS-FULACKFL-STATUS          PIC X(02).
000710     88  WS-FULACKFL-OK          VALUE '00'.
000711 01  WS-INVHIST-STATUS           PIC X(02).
000712     88  WS-INVHIST-OK           VALUE '00'.
000713     88  WS-INVHIST-NOTFOUND     VALUE '35'.
000714 01  WS-FULAKHST-STATUS          PIC X(02).
000715     88  WS-FULAKHST-OK          VALUE '00'.
000716     88  WS-FULAKHST-NOTFOUND    VALUE '35'.
000720 01  WS-RECONPRM-STATUS          PIC X(02).
000730     88  WS-RECONPRM-OK          VALUE '00'.
000740 01  WS-RECONRPT-STATUS          PIC X(02).
000761 01  WS-CTLTOTAL-STATUS          PIC X(02).
000762     88  WS-CTLTOTAL-OK          VALUE '00'.
000763     88  WS-CTLTOTAL-NOTFOUND    VALUE '35'.
000764 01  WS-AROPEN-STATUS            PIC X(02).
000765     88  WS-AROPEN-OK            VALUE '00'.
000766 01  WS-CRMEMO-STATUS            PIC X(02).
000767     88  WS-CRMEMO-OK            VALUE '00'.
000768     88  WS-CRMEMO-NOTFOUND      VALUE '35'.
000769 01  WS-INVCTL-STATUS            PIC X(02).
000770     88  WS-INVCTL-OK            VALUE '00'.
000771 01  WS-CREDFILE-STATUS          PIC X(02).
000772     88  WS-CREDFILE-OK          VALUE '00'.
000773 77  WS-EOF-EXPORTS-SW           PIC X(01)   VALUE 'N'.
000774     88  WS-EOF-EXPORTS          VALUE 'Y'.
000780 77  WS-EOF-ACKS-SW              PIC X(01)   VALUE 'N'.
000790     88  WS-EOF-ACKS             VALUE 'Y'.
000800 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
000810     88  WS-PARM-FOUND           VALUE 'Y'.
000812 77  WS-INVHIST-AVAIL-SW         PIC X(01)   VALUE 'N'.
000814     88  WS-INVHIST-AVAIL        VALUE 'Y'.
000816 77  WS-AKH-AVAIL-SW             PIC X(01)   VALUE 'N'.
000818     88  WS-AKH-AVAIL            VALUE 'Y'.
000820 77  WS-MATCH-FOUND-SW           PIC X(01)   VALUE 'N'.
000830     88  WS-MATCH-FOUND          VALUE 'Y'.
000840 77  WS-EXPTBL-FULL-SW           PIC X(01)   VALUE 'N'.
000852     88  WS-EOF-CARRYINS         VALUE 'Y'.
000853 77  WS-INV-AVAIL-SW             PIC X(01)   VALUE 'N'.
000854     88  WS-INV-AVAIL            VALUE 'Y'.
000856 77  WS-EOF-AROPEN-SW            PIC X(01)   VALUE 'N'.
000858     88  WS-EOF-AROPEN           VALUE 'Y'.
000860 77  WS-CRED-AVAIL-SW            PIC X(01)   VALUE 'N'.
000862     88  WS-CRED-AVAIL           VALUE 'Y'.
000864 77  WS-CANTBL-FULL-SW           PIC X(01)   VALUE 'N'.
000866     88  WS-CANTBL-FULL          VALUE 'Y'.
000868 77  WS-AGE-DAYS                 PIC 9(03)   VALUE 7.
000870*-----------------------------------------------------------------*
000880*    EXPORTED-ORDER TABLE - EVERYTHING ON FULFILL-FILE, FLAGGED   *
000890*    AS THE ACKNOWLEDGMENTS COME IN. SIZED FOR A CAMPAIGN         *
000980         10  WS-EXP-ACKED-SW     PIC X(01).
000990 77  WS-EXPORT-COUNT              PIC 9(07)   COMP    VALUE 0.
001000 77  WS-ACK-COUNT                 PIC 9(07)   COMP    VALUE 0.
001001 77  WS-SHIP-CNT                  PIC 9(07)   COMP    VALUE 0.
001002 77  WS-STOCK-RELIEVE-CNT         PIC 9(07)   COMP    VALUE 0.
001003 77  WS-SHIP-SHORT-CNT            PIC 9(07)   COMP    VALUE 0.
001004 77  WS-ACK-HIST-CNT              PIC 9(07)   COMP    VALUE 0.
001005 77  WS-SHIP-QTY                  PIC 9(07)   VALUE 0.
001006 01  WS-OLD-VALUES.
001007     05  WS-OLD-ON-HAND          PIC 9(07).
001008     05  WS-OLD-RESERVED         PIC 9(07).
001009 77  WS-TIMESTAMP-14              PIC 9(14).
001010 77  WS-MATCHED-COUNT             PIC 9(07)   COMP    VALUE 0.
001020 77  WS-ORPHAN-COUNT              PIC 9(07)   COMP    VALUE 0.
001030 77  WS-NOACK-COUNT               PIC 9(07)   COMP    VALUE 0.
001037 77  WS-CARRYIN-DROP-CNT          PIC 9(07)   COMP    VALUE 0.
001038 77  WS-CARRYIN-LOST-CNT          PIC 9(07)   COMP    VALUE 0.
001039 77  WS-RELEASE-QTY               PIC S9(07)  COMP-3  VALUE 0.
001040*-----------------------------------------------------------------*
001041*    CANCELLED-ORDER TABLE - EVERY CANCEL TONIGHT THAT CARRIED A  *
001042*    PRICE, WAITING TO BE MATCHED TO THE AROPEN LINE THAT BILLED  *
001043*    IT. A MATCHED ENTRY HOLDS THE MEMO NUMBER DRAWN FOR IT AND   *
001044*    HOW MUCH OF THE CREDIT THE ORIGINAL LINE'S OPEN AMOUNT TOOK. *
001045*-----------------------------------------------------------------*
001046 01  WS-CANCEL-TABLE.
001047     05  WS-CANCEL-ENTRY         OCCURS 5000 TIMES
001048                                 INDEXED BY WS-CAN-IDX.
001049         10  WS-CAN-CUST-ID      PIC X(08).
001050         10  WS-CAN-PROD-CODE    PIC X(06).
001051         10  WS-CAN-ORDER-DATE   PIC 9(08).
001052         10  WS-CAN-QUANTITY     PIC 9(05).
001053         10  WS-CAN-UNIT-PRICE   PIC 9(07)V99.
001054         10  WS-CAN-CURRENCY     PIC X(03).
001055         10  WS-CAN-CAMPAIGN     PIC X(08).
001056         10  WS-CAN-MATCHED-SW   PIC X(01).
001057         10  WS-CAN-MEMO-NO      PIC 9(08).
001058         10  WS-CAN-INVOICE-NO   PIC 9(08).
001059         10  WS-CAN-LINE-NO      PIC 9(05).
001060         10  WS-CAN-CREDIT-AMT   PIC 9(12)V99.
001061         10  WS-CAN-ABSORBED-AMT PIC 9(12)V99.
001062         10  WS-CAN-TAX-AMT      PIC 9(12)V99.
001063         10  WS-CAN-GROSS-AMT    PIC 9(12)V99.
001064         10  WS-CAN-TAX-RATE     PIC 9(02)V9(04).
001065         10  WS-CAN-TAX-STATUS   PIC X(01).
001066 77  WS-CANCEL-COUNT              PIC 9(07)   COMP    VALUE 0.
001067 77  WS-CAN-MATCH-CNT             PIC 9(07)   COMP    VALUE 0.
001068 77  WS-MEMO-CNT                  PIC 9(07)   COMP    VALUE 0.
001069 77  WS-MEMO-NO                   PIC 9(08)   VALUE 0.
001070 77  WS-UNCREDITED-QTY            PIC S9(07)  COMP-3  VALUE 0.
001071 77  WS-ARO-TAX-AMOUNT            PIC 9(12)V99 COMP-3 VALUE 0.
001072 77  WS-TAX-BEFORE               PIC 9(12)V99 COMP-3 VALUE 0.
001073 77  WS-TAX-AFTER                PIC 9(12)V99 COMP-3 VALUE 0.
001074 01  WS-CURRENT-DATE-TIME.
001075     05  WS-CURRENT-DATE         PIC 9(08).
001076     05  WS-CURRENT-TIME         PIC 9(06).
001077 01  WS-TIME-RAW.
001080     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
001090     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
001100 01  WS-CUTOFF-DATE               PIC 9(08).
001572*    THAT RESOLVES THE EXPORT TONIGHT WINS OVER THE CARRY.
001573     PERFORM 3500-MATCH-ONE-CARRY  THRU 3500-EXIT
001574         UNTIL WS-EOF-CARRYINS.
001575*    A CANCEL THAT HAS ALREADY BEEN BILLED IS CREDITED ONLY AFTER
001576*    EVERY ACK IS IN, IN ONE PASS OF AROPEN.
001577     PERFORM 3600-CREDIT-BILLED-CANCELS THRU 3600-EXIT.
001580     PERFORM 4000-REPORT-UNACKED   THRU 4000-EXIT.
001590     PERFORM 5000-PRINT-CONTROLS   THRU 5000-EXIT.
001591     PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
001866     END-IF.
001867     PERFORM 1100-LOAD-PARM        THRU 1100-EXIT.
001868     PERFORM 1200-COMPUTE-CUTOFF   THRU 1200-EXIT.
001869     PERFORM 1300-OPEN-HISTORY-FILES THRU 1300-EXIT.
001870     MOVE WS-HEADING-1 TO REPORT-LINE.
001880     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
001890     MOVE WS-HEADING-2 TO REPORT-LINE.
002690     END-IF.
002700 1220-EXIT.
002710     EXIT.
002720*-------------------------------------------------------------------*
002730*    1300-OPEN-HISTORY-FILES                                        *
002740*    THE MOVEMENT HISTORY AND THE ACK HISTORY BOTH ACCUMULATE       *
002750*    ACROSS RUNS AND ARE OPENED EXTEND-OR-CREATE. THE MOVEMENT      *
002760*    HISTORY IS ONLY NEEDED WHEN THERE IS STOCK TO MOVE.            *
002770*-------------------------------------------------------------------*
002780 1300-OPEN-HISTORY-FILES.
002790     IF WS-INV-AVAIL
002800         OPEN EXTEND INV-HIST-FILE
002810         IF WS-INVHIST-NOTFOUND
002820             OPEN OUTPUT INV-HIST-FILE
002830         END-IF
002840         IF WS-INVHIST-OK
002850             SET WS-INVHIST-AVAIL TO TRUE
002860         ELSE
002870             DISPLAY 'INV-HIST-FILE OPEN FAILED - STATUS '
002880                 WS-INVHIST-STATUS ' - SHIPMENTS NOT LOGGED.'
002890         END-IF
002900     END-IF.
002910     OPEN EXTEND ACK-HIST-FILE.
002920     IF WS-FULAKHST-NOTFOUND
002930         OPEN OUTPUT ACK-HIST-FILE
002940     END-IF.
002950     IF WS-FULAKHST-OK
002960         SET WS-AKH-AVAIL TO TRUE
002970     ELSE
002980         DISPLAY 'ACK-HIST-FILE OPEN FAILED - STATUS '
002990             WS-FULAKHST-STATUS
003000     END-IF.
003010 1300-EXIT.
003020     EXIT.
003030*===================================================================*
003040*    2000-LOAD-ONE-EXPORT                                           *
003050*===================================================================*
003060 2000-LOAD-ONE-EXPORT.
003070     READ FULFILL-FILE
003080         AT END
003090             SET WS-EOF-EXPORTS TO TRUE
003100     END-READ.
003110     IF WS-EOF-EXPORTS
003120         GO TO 2000-EXIT
003130     END-IF.
003140     IF NOT WS-FULFILFL-OK
003150         DISPLAY 'FULFILL-FILE READ FAILED - STATUS '
003160             WS-FULFILFL-STATUS
003170         SET WS-EOF-EXPORTS TO TRUE
003180         GO TO 2000-EXIT
003190     END-IF.
003200     IF WS-EXPORT-COUNT >= 250000
003210         IF NOT WS-EXPTBL-FULL
003220             MOVE 'Y' TO WS-EXPTBL-FULL-SW
003230             DISPLAY 'EXPORT TABLE FULL - EXPORTS BEYOND 250000 '
003240                 'ARE NOT RECONCILED AND UNMATCHED ACKS WILL '
003250                 'NOT BE CLASSIFIED AS ORPHANS THIS RUN.'
003260         END-IF
003270         GO TO 2000-EXIT
003280     END-IF.
003290     ADD 1 TO WS-EXPORT-COUNT.
003300     SET WS-EXP-IDX TO WS-EXPORT-COUNT.
003310     MOVE FUL-CUST-ID    TO WS-EXP-CUST-ID(WS-EXP-IDX).
003320     MOVE FUL-PROD-CODE  TO WS-EXP-PROD-CODE(WS-EXP-IDX).
003330     MOVE FUL-ORDER-DATE TO WS-EXP-ORDER-DATE(WS-EXP-IDX).
003340     MOVE FUL-QUANTITY   TO WS-EXP-QUANTITY(WS-EXP-IDX).
003350     MOVE FUL-CAMPAIGN-ID TO WS-EXP-CAMPAIGN(WS-EXP-IDX).
003360     MOVE FUL-UNIT-PRICE TO WS-EXP-UNIT-PRICE(WS-EXP-IDX).
003370     MOVE FUL-CURRENCY-CODE TO WS-EXP-CURRENCY(WS-EXP-IDX).
003380     MOVE 'N'            TO WS-EXP-ACKED-SW(WS-EXP-IDX).
003390 2000-EXIT.
003400     EXIT.
003410*===================================================================*
003420*    3000-MATCH-ONE-ACK                                             *
003430*    AN ACK THAT MATCHES AN UNACKED EXPORT MARKS IT ACKNOWLEDGED;   *
003440*    AN ACK THAT MATCHES NOTHING WE SENT IS AN ORPHAN EXCEPTION.    *
003450*===================================================================*
003460 3000-MATCH-ONE-ACK.
003470     READ FULACK-FILE
003480         AT END
003490             SET WS-EOF-ACKS TO TRUE
003500     END-READ.
003510     IF WS-EOF-ACKS
003520         GO TO 3000-EXIT
003530     END-IF.
003540     IF NOT WS-FULACKFL-OK
003550         DISPLAY 'FULACK-FILE READ FAILED - STATUS '
003560             WS-FULACKFL-STATUS
003570         SET WS-EOF-ACKS TO TRUE
003580         GO TO 3000-EXIT
003590     END-IF.
003600     PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT.
003610 3000-EXIT.
003620     EXIT.
003630*===================================================================*
003640*    3100-APPLY-ONE-ACK                                              *
003650*    MATCH THE ACK IN FULACK-RECORD TO AN UNACKED EXPORT. A MATCH    *
003660*    IS MARKED ACKNOWLEDGED AND THEN DISPOSED OF BY ITS SHIP         *
003670*    STATUS - A CANCELLATION RELEASES THE RESERVED STOCK AND         *
003680*    REVERSES THE ORDER, A BACKORDER IS CARRIED FORWARD. AN ACK      *
003690*    THAT MATCHES NOTHING WE SENT IS AN ORPHAN EXCEPTION.            *
003700*===================================================================*
003710 3100-APPLY-ONE-ACK.
003720     ADD 1 TO WS-ACK-COUNT.
003730     MOVE 'N' TO WS-MATCH-FOUND-SW.
003740     SET WS-EXP-IDX TO 1.
003750     SEARCH WS-EXPORT-ENTRY
003760         AT END
003770             CONTINUE
003780         WHEN WS-EXP-IDX > WS-EXPORT-COUNT
003790             CONTINUE
003800         WHEN WS-EXP-CUST-ID(WS-EXP-IDX) = FACK-CUST-ID
003810          AND WS-EXP-PROD-CODE(WS-EXP-IDX) = FACK-PROD-CODE
003820          AND WS-EXP-ORDER-DATE(WS-EXP-IDX) = FACK-ORDER-DATE
003830          AND WS-EXP-ACKED-SW(WS-EXP-IDX) = 'N'
003840             SET WS-MATCH-FOUND TO TRUE
003850     END-SEARCH.
003860     IF WS-MATCH-FOUND
003870         MOVE 'Y' TO WS-EXP-ACKED-SW(WS-EXP-IDX)
003880         ADD 1 TO WS-MATCHED-COUNT
003890         IF FACK-CANCELLED
003900             PERFORM 3200-PROCESS-CANCEL THRU 3200-EXIT
003910         END-IF
003920         IF FACK-BACKORDERED
003930             PERFORM 3400-CARRY-FORWARD THRU 3400-EXIT
003940         END-IF
003950         IF FACK-SHIPPED
003960             PERFORM 3150-PROCESS-SHIPMENT THRU 3150-EXIT
003970         END-IF
003980     ELSE
003990*        WITH THE EXPORT TABLE OVERFLOWED AN UNMATCHED ACK MAY
004000*        BELONG TO AN EXPORT THAT NEVER MADE THE TABLE, SO IT IS
004010*        COUNTED AS UNMATCHABLE INSTEAD OF REPORTED AS AN ORPHAN.
004020         IF WS-EXPTBL-FULL
004030             ADD 1 TO WS-UNMATCHABLE-COUNT
004040             GO TO 3100-EXIT
004050         END-IF
004060         ADD 1 TO WS-ORPHAN-COUNT
004070         MOVE 'ORPHAN-ACK'     TO WS-DET-TAG
004080         MOVE FACK-CUST-ID     TO WS-DET-CUST-ID
004090         MOVE FACK-PROD-CODE   TO WS-DET-PROD-CODE
004100         MOVE FACK-ORDER-DATE  TO WS-DET-DATE
004110         MOVE SPACES           TO WS-DET-EXTRA
004120         STRING 'REF ' FACK-REF-NO ' STATUS ' FACK-SHIP-STATUS
004130             DELIMITED BY SIZE INTO WS-DET-EXTRA
004140         MOVE WS-DETAIL-LINE   TO REPORT-LINE
004150         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004160     END-IF.
004170 3100-EXIT.
004180     EXIT.
004190*-------------------------------------------------------------------*
004200*    3150-PROCESS-SHIPMENT                                          *
004210*    THE WAREHOUSE HAS SHIPPED THE EXPORT - THE UNITS HELLO SET     *
004220*    ASIDE LEAVE BOTH RESERVED AND ON-HAND. NEITHER FIGURE IS EVER  *
004230*    DRIVEN NEGATIVE; A SHORTFALL IS FLOORED AT ZERO AND REPORTED   *
004240*    FOR A CYCLE COUNT. A PRODUCT WITH NO INVENTORY RECORD IS NOT   *
004250*    STOCK-CONTROLLED AND HAS NOTHING TO RELIEVE.                   *
004260*-------------------------------------------------------------------*
004270 3150-PROCESS-SHIPMENT.
004280     ADD 1 TO WS-SHIP-CNT.
004290     PERFORM 3160-LOG-RESOLVED-ACK THRU 3160-EXIT.
004300     IF NOT WS-INV-AVAIL
004310         GO TO 3150-EXIT
004320     END-IF.
004330     MOVE FACK-PROD-CODE TO INV-PROD-CODE.
004340     READ INVENTORY-FILE
004350         INVALID KEY
004360             GO TO 3150-EXIT
004370     END-READ.
004380     IF NOT WS-INVFILE-OK
004390         DISPLAY 'INVENTORY-FILE READ FAILED - STATUS '
004400             WS-INVFILE-STATUS
004410         GO TO 3150-EXIT
004420     END-IF.
004430     IF WS-EXP-QUANTITY(WS-EXP-IDX) NUMERIC
004440         MOVE WS-EXP-QUANTITY(WS-EXP-IDX) TO WS-SHIP-QTY
004450     ELSE
004460         MOVE 1 TO WS-SHIP-QTY
004470     END-IF.
004480     MOVE INV-ON-HAND  TO WS-OLD-ON-HAND.
004490     MOVE INV-RESERVED TO WS-OLD-RESERVED.
004500     MOVE SPACES       TO WS-DET-EXTRA.
004510     IF WS-SHIP-QTY > INV-RESERVED
004520         MOVE 0 TO INV-RESERVED
004530         MOVE 'RESERVED SHORT - SET TO ZERO' TO WS-DET-EXTRA
004540     ELSE
004550         SUBTRACT WS-SHIP-QTY FROM INV-RESERVED
004560     END-IF.
004570     IF WS-SHIP-QTY > INV-ON-HAND
004580         MOVE 0 TO INV-ON-HAND
004590         MOVE 'ON-HAND SHORT - SET TO ZERO' TO WS-DET-EXTRA
004600     ELSE
004610         SUBTRACT WS-SHIP-QTY FROM INV-ON-HAND
004620     END-IF.
004630     REWRITE INVENTORY-RECORD
004640         INVALID KEY
004650             DISPLAY 'INVENTORY-FILE REWRITE REJECTED - STATUS '
004660                 WS-INVFILE-STATUS
004670             GO TO 3150-EXIT
004680     END-REWRITE.
004690     IF NOT WS-INVFILE-OK
004700         DISPLAY 'INVENTORY-FILE REWRITE FAILED - STATUS '
004710             WS-INVFILE-STATUS
004720         GO TO 3150-EXIT
004730     END-IF.
004740     ADD 1 TO WS-STOCK-RELIEVE-CNT.
004750     PERFORM 3170-WRITE-SHIPMENT-HISTORY THRU 3170-EXIT.
004760     IF WS-DET-EXTRA NOT = SPACES
004770         ADD 1 TO WS-SHIP-SHORT-CNT
004780         MOVE 'SHIP-SHORT'     TO WS-DET-TAG
004790         MOVE FACK-CUST-ID     TO WS-DET-CUST-ID
004800         MOVE FACK-PROD-CODE   TO WS-DET-PROD-CODE
004810         MOVE FACK-ORDER-DATE  TO WS-DET-DATE
004820         MOVE WS-DETAIL-LINE   TO REPORT-LINE
004830         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004840     END-IF.
004850 3150-EXIT.
004860     EXIT.
004870*-------------------------------------------------------------------*
004880*    3160-LOG-RESOLVED-ACK                                          *
004890*    A SHIPPED OR CANCELLED ACK CLOSES ITS EXPORT FOR GOOD. IT IS   *
004900*    KEPT ON FULAKHST BECAUSE FULACKFL ONLY HOLDS TONIGHT'S ACKS.   *
004910*-------------------------------------------------------------------*
004920 3160-LOG-RESOLVED-ACK.
004930     IF NOT WS-AKH-AVAIL
004940         GO TO 3160-EXIT
004950     END-IF.
004960     MOVE FULACK-RECORD TO ACK-HIST-RECORD.
004970     WRITE ACK-HIST-RECORD.
004980     IF WS-FULAKHST-OK
004990         ADD 1 TO WS-ACK-HIST-CNT
005000     ELSE
005010         DISPLAY 'ACK-HIST-FILE WRITE FAILED - STATUS '
005020             WS-FULAKHST-STATUS
005030     END-IF.
005040 3160-EXIT.
005050     EXIT.
005060*-------------------------------------------------------------------*
005070*    3170-WRITE-SHIPMENT-HISTORY                                    *
005080*    THE SAME MOVEMENT RECORD INVMNT WRITES, STAMPED WITH THIS      *
005090*    PROGRAM IN PLACE OF AN OPERATOR.                               *
005100*-------------------------------------------------------------------*
005110 3170-WRITE-SHIPMENT-HISTORY.
005120     IF NOT WS-INVHIST-AVAIL
005130         GO TO 3170-EXIT
005140     END-IF.
005150     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005160         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
005170     MOVE SPACES              TO INV-HIST-RECORD.
005180     MOVE WS-TIMESTAMP-14     TO IVH-TIMESTAMP.
005190     MOVE 'FULRECON'          TO IVH-OPERATOR-ID.
005200     SET IVH-SHIPMENT         TO TRUE.
005210     MOVE FACK-PROD-CODE      TO IVH-PROD-CODE.
005220     MOVE WS-SHIP-QTY         TO IVH-QUANTITY.
005230     MOVE WS-OLD-ON-HAND      TO IVH-OLD-ON-HAND.
005240     MOVE INV-ON-HAND         TO IVH-NEW-ON-HAND.
005250     MOVE WS-OLD-RESERVED     TO IVH-OLD-RESERVED.
005260     MOVE INV-RESERVED        TO IVH-NEW-RESERVED.
005270     MOVE 0                   TO IVH-PO-NO.
005280     WRITE INV-HIST-RECORD.
005290     IF NOT WS-INVHIST-OK
005300         DISPLAY 'INV-HIST-FILE WRITE FAILED - STATUS '
005310             WS-INVHIST-STATUS
005320     END-IF.
005330 3170-EXIT.
005340     EXIT.
005350*-------------------------------------------------------------------*
005360*    3200-PROCESS-CANCEL                                             *
005370*    THE WAREHOUSE WILL NEVER SHIP THIS ORDER - GIVE THE RESERVED    *
005380*    UNITS BACK AND REVERSE THE SALE IN THE ORDER HISTORY. A         *
005390*    PRODUCT WITH NO INVENTORY RECORD WAS NEVER STOCK-CONTROLLED     *
005400*    AND HAS NOTHING TO RELEASE.                                     *
005410*-------------------------------------------------------------------*
005420 3200-PROCESS-CANCEL.
005430     ADD 1 TO WS-CANCEL-CNT.
005440     IF WS-INV-AVAIL
005450         MOVE FACK-PROD-CODE TO INV-PROD-CODE
005460         READ INVENTORY-FILE
005470             INVALID KEY
005480                 CONTINUE
005490             NOT INVALID KEY
005500                 PERFORM 3210-RELEASE-RESERVED THRU 3210-EXIT
005510         END-READ
005520     END-IF.
005530     PERFORM 3300-WRITE-REVERSAL THRU 3300-EXIT.
005540     PERFORM 3250-QUEUE-CREDIT   THRU 3250-EXIT.
005550     PERFORM 3160-LOG-RESOLVED-ACK THRU 3160-EXIT.
005560     MOVE 'CANCELLED'      TO WS-DET-TAG.
005570     MOVE FACK-CUST-ID     TO WS-DET-CUST-ID.
005580     MOVE FACK-PROD-CODE   TO WS-DET-PROD-CODE.
005590     MOVE FACK-ORDER-DATE  TO WS-DET-DATE.
005600     MOVE SPACES           TO WS-DET-EXTRA.
005610     STRING 'STOCK RELEASED, ORDER REVERSED'
005620         DELIMITED BY SIZE INTO WS-DET-EXTRA.
005630     MOVE WS-DETAIL-LINE   TO REPORT-LINE.
005640     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005650 3200-EXIT.
005660     EXIT.
005670*-------------------------------------------------------------------*
005680*    3210-RELEASE-RESERVED                                           *
005690*    NEVER DRIVE THE RESERVED COUNT NEGATIVE - A SHORT RELEASE IS    *
005700*    FLOORED AT ZERO AND FLAGGED FOR A CYCLE COUNT INSTEAD.          *
005710*-------------------------------------------------------------------*
005720 3210-RELEASE-RESERVED.
005730     IF WS-EXP-QUANTITY(WS-EXP-IDX) NUMERIC
005740         MOVE WS-EXP-QUANTITY(WS-EXP-IDX) TO WS-RELEASE-QTY
005750     ELSE
005760         MOVE 1 TO WS-RELEASE-QTY
005770     END-IF.
005780     IF WS-RELEASE-QTY > INV-RESERVED
005790         DISPLAY 'RESERVED UNDERFLOW ON ' INV-PROD-CODE
005800             ' - RESERVED SET TO ZERO.'
005810         MOVE 0 TO INV-RESERVED
005820     ELSE
005830         SUBTRACT WS-RELEASE-QTY FROM INV-RESERVED
005840     END-IF.
005850     REWRITE INVENTORY-RECORD
005860         INVALID KEY
005870             DISPLAY 'INVENTORY-FILE REWRITE REJECTED - STATUS '
005880                 WS-INVFILE-STATUS
005890     END-REWRITE.
005900     IF WS-INVFILE-OK
005910         ADD 1 TO WS-STOCK-RELEASE-CNT
005920     ELSE
005930         DISPLAY 'INVENTORY-FILE REWRITE FAILED - STATUS '
005940             WS-INVFILE-STATUS
005950     END-IF.
005960 3210-EXIT.
005970     EXIT.
005980*-------------------------------------------------------------------*
005990*    3250-QUEUE-CREDIT                                              *
006000*    A CANCEL THAT CARRIED A PRICE MAY ALREADY HAVE BEEN BILLED.    *
006010*    IT IS QUEUED HERE AND LOOKED FOR ON AROPEN ONCE EVERY ACK IS   *
006020*    IN. AN UNPRICED EXPORT WAS NEVER BILLED AND IS NOT QUEUED.     *
006030*-------------------------------------------------------------------*
006040 3250-QUEUE-CREDIT.
006050     IF WS-EXP-UNIT-PRICE(WS-EXP-IDX) NOT NUMERIC
006060         GO TO 3250-EXIT
006070     END-IF.
006080     IF WS-EXP-UNIT-PRICE(WS-EXP-IDX) = 0
006090         GO TO 3250-EXIT
006100     END-IF.
006110     IF WS-CANCEL-COUNT >= 5000
006120         IF NOT WS-CANTBL-FULL
006130             MOVE 'Y' TO WS-CANTBL-FULL-SW
006140             DISPLAY 'CANCEL TABLE FULL - CANCELS BEYOND 5000 '
006150                 'ARE NOT CHECKED FOR A CREDIT MEMO THIS RUN.'
006160         END-IF
006170         GO TO 3250-EXIT
006180     END-IF.
006190     ADD 1 TO WS-CANCEL-COUNT.
006200     SET WS-CAN-IDX TO WS-CANCEL-COUNT.
006210     MOVE FACK-CUST-ID     TO WS-CAN-CUST-ID(WS-CAN-IDX).
006220     MOVE FACK-PROD-CODE   TO WS-CAN-PROD-CODE(WS-CAN-IDX).
006230     MOVE FACK-ORDER-DATE  TO WS-CAN-ORDER-DATE(WS-CAN-IDX).
006240     IF WS-EXP-QUANTITY(WS-EXP-IDX) NUMERIC
006250         MOVE WS-EXP-QUANTITY(WS-EXP-IDX)
006260             TO WS-CAN-QUANTITY(WS-CAN-IDX)
006270     ELSE
006280         MOVE 1 TO WS-CAN-QUANTITY(WS-CAN-IDX)
006290     END-IF.
006300     MOVE WS-EXP-UNIT-PRICE(WS-EXP-IDX)
006310         TO WS-CAN-UNIT-PRICE(WS-CAN-IDX).
006320     MOVE WS-EXP-CURRENCY(WS-EXP-IDX)
006330         TO WS-CAN-CURRENCY(WS-CAN-IDX).
006340     MOVE WS-EXP-CAMPAIGN(WS-EXP-IDX)
006350         TO WS-CAN-CAMPAIGN(WS-CAN-IDX).
006360     MOVE 'N' TO WS-CAN-MATCHED-SW(WS-CAN-IDX).
006370     MOVE 0   TO WS-CAN-MEMO-NO(WS-CAN-IDX).
006380     MOVE 0   TO WS-CAN-INVOICE-NO(WS-CAN-IDX).
006390     MOVE 0   TO WS-CAN-LINE-NO(WS-CAN-IDX).
006400     MOVE 0   TO WS-CAN-CREDIT-AMT(WS-CAN-IDX).
006410     MOVE 0   TO WS-CAN-ABSORBED-AMT(WS-CAN-IDX).
006420     MOVE 0   TO WS-CAN-TAX-AMT(WS-CAN-IDX).
006430     MOVE 0   TO WS-CAN-GROSS-AMT(WS-CAN-IDX).
006440     MOVE 0   TO WS-CAN-TAX-RATE(WS-CAN-IDX).
006450     MOVE 'N' TO WS-CAN-TAX-STATUS(WS-CAN-IDX).
006460 3250-EXIT.
006470     EXIT.
006480*-------------------------------------------------------------------*
006490*    3300-WRITE-REVERSAL                                             *
006500*    AN 'X' ORDER RECORD BACKS THE CANCELLED SALE OUT OF THE         *
006510*    HISTORY - HELLOREV SUBTRACTS IT FROM REVENUE. THE PRICE AND     *
006520*    CAMPAIGN COME FROM THE EXPORT SO THE REVERSAL LANDS IN THE      *
006530*    SAME CURRENCY AND CAMPAIGN AS THE ORIGINAL SALE.                *
006540*-------------------------------------------------------------------*
006550 3300-WRITE-REVERSAL.
006560     MOVE SPACES           TO ORDER-RECORD.
006570     MOVE FACK-CUST-ID     TO ORD-CUST-ID.
006580     MOVE FACK-PROD-CODE   TO ORD-PROD-CODE.
006590     MOVE 'CANCELLED BY WAREHOUSE' TO ORD-PROD-DESC.
006600     MOVE 'X'              TO ORD-ANSWER.
006610     MOVE WS-CURRENT-DATE  TO ORD-RUN-DATE.
006620     MOVE WS-CURRENT-TIME  TO ORD-RUN-TIME.
006630     IF WS-EXP-QUANTITY(WS-EXP-IDX) NUMERIC
006640         MOVE WS-EXP-QUANTITY(WS-EXP-IDX) TO ORD-QUANTITY
006650     ELSE
006660         MOVE 1 TO ORD-QUANTITY
006670     END-IF.
006680     MOVE WS-EXP-CAMPAIGN(WS-EXP-IDX) TO ORD-CAMPAIGN-ID.
006690     IF WS-EXP-UNIT-PRICE(WS-EXP-IDX) NUMERIC
006700         MOVE WS-EXP-UNIT-PRICE(WS-EXP-IDX) TO ORD-UNIT-PRICE
006710         MOVE WS-EXP-CURRENCY(WS-EXP-IDX)   TO ORD-CURRENCY-CODE
006720     ELSE
006730         MOVE 0      TO ORD-UNIT-PRICE
006740         MOVE SPACES TO ORD-CURRENCY-CODE
006750     END-IF.
006760     WRITE ORDER-RECORD.
006770     IF NOT WS-ORDERFIL-OK
006780         DISPLAY 'ORDER-FILE WRITE FAILED - STATUS '
006790             WS-ORDERFIL-STATUS
006800     ELSE
006810         ADD 1 TO WS-REVERSAL-CNT
006820     END-IF.
006830 3300-EXIT.
006840     EXIT.
006850*-------------------------------------------------------------------*
006860*    3400-CARRY-FORWARD                                              *
006870*    A BACKORDERED ACK RIDES THE CARRY FILE UNTIL A SHIPPED OR       *
006880*    CANCELLED ACK RESOLVES ITS EXPORT, SO THE EXPORT IS NEVER       *
006890*    RE-AGED AS NO-ACK WHILE THE WAREHOUSE IS STILL WORKING IT.      *
006900*-------------------------------------------------------------------*
006910 3400-CARRY-FORWARD.
006920     ADD 1 TO WS-BACKORDER-CNT.
006930     MOVE FULACK-RECORD TO CARRY-OUT-RECORD.
006940     WRITE CARRY-OUT-RECORD.
006950     IF NOT WS-FULCARYO-OK
006960         DISPLAY 'CARRY-OUT-FILE WRITE FAILED - STATUS '
006970             WS-FULCARYO-STATUS
006980     END-IF.
006990     MOVE 'BACKORDER'      TO WS-DET-TAG.
007000     MOVE FACK-CUST-ID     TO WS-DET-CUST-ID.
007010     MOVE FACK-PROD-CODE   TO WS-DET-PROD-CODE.
007020     MOVE FACK-ORDER-DATE  TO WS-DET-DATE.
007030     MOVE SPACES           TO WS-DET-EXTRA.
007040     STRING 'CARRIED FORWARD'
007050         DELIMITED BY SIZE INTO WS-DET-EXTRA.
007060     MOVE WS-DETAIL-LINE   TO REPORT-LINE.
007070     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
007080 3400-EXIT.
007090     EXIT.
007100*===================================================================*
007110*    3500-MATCH-ONE-CARRY                                            *
007120*    A CARRIED BACKORDER ACK ONLY SUPPRESSES NO-ACK AGING. ONE       *
007130*    WHOSE EXPORT A FRESH ACK ALREADY RESOLVED TONIGHT IS DONE       *
007140*    WITH AND DROPPED; ONE STILL OPEN MARKS ITS EXPORT ACKED AND     *
007150*    RIDES THE CARRY FILE ANOTHER NIGHT.                             *
007160*===================================================================*
007170 3500-MATCH-ONE-CARRY.
007180     READ CARRY-IN-FILE
007190         AT END
007200             SET WS-EOF-CARRYINS TO TRUE
007210     END-READ.
007220     IF WS-EOF-CARRYINS
007230         GO TO 3500-EXIT
007240     END-IF.
007250     IF NOT WS-FULCARYI-OK
007260         DISPLAY 'CARRY-IN-FILE READ FAILED - STATUS '
007270             WS-FULCARYI-STATUS
007280         SET WS-EOF-CARRYINS TO TRUE
007290         GO TO 3500-EXIT
007300     END-IF.
007310     ADD 1 TO WS-CARRYIN-CNT.
007320     MOVE CARRY-IN-RECORD TO FULACK-RECORD.
007330     MOVE 'N' TO WS-MATCH-FOUND-SW.
007340     SET WS-EXP-IDX TO 1.
007350     SEARCH WS-EXPORT-ENTRY
007360         AT END
007370             CONTINUE
007380         WHEN WS-EXP-IDX > WS-EXPORT-COUNT
007390             CONTINUE
007400         WHEN WS-EXP-CUST-ID(WS-EXP-IDX) = FACK-CUST-ID
007410          AND WS-EXP-PROD-CODE(WS-EXP-IDX) = FACK-PROD-CODE
007420          AND WS-EXP-ORDER-DATE(WS-EXP-IDX) = FACK-ORDER-DATE
007430             SET WS-MATCH-FOUND TO TRUE
007440     END-SEARCH.
007450     IF NOT WS-MATCH-FOUND
007460         IF WS-EXPTBL-FULL
007470             ADD 1 TO WS-UNMATCHABLE-COUNT
007480         ELSE
007490             ADD 1 TO WS-CARRYIN-LOST-CNT
007500             MOVE 'CARRY-LOST'     TO WS-DET-TAG
007510             MOVE FACK-CUST-ID     TO WS-DET-CUST-ID
007520             MOVE FACK-PROD-CODE   TO WS-DET-PROD-CODE
007530             MOVE FACK-ORDER-DATE  TO WS-DET-DATE
007540             MOVE SPACES           TO WS-DET-EXTRA
007550             STRING 'CARRIED ACK MATCHES NO EXPORT'
007560                 DELIMITED BY SIZE INTO WS-DET-EXTRA
007570             MOVE WS-DETAIL-LINE   TO REPORT-LINE
007580             PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
007590         END-IF
007600         GO TO 3500-EXIT
007610     END-IF.
007620     IF WS-EXP-ACKED-SW(WS-EXP-IDX) = 'N'
007630         MOVE 'Y' TO WS-EXP-ACKED-SW(WS-EXP-IDX)
007640         PERFORM 3400-CARRY-FORWARD THRU 3400-EXIT
007650     ELSE
007660         ADD 1 TO WS-CARRYIN-DROP-CNT
007670     END-IF.
007680 3500-EXIT.
007690     EXIT.
007700*===================================================================*
007710*    3600-CREDIT-BILLED-CANCELS                                     *
007720*    ONE PASS OF AROPEN MATCHES EACH QUEUED CANCEL TO AN INVOICE    *
007730*    LINE FOR THE SAME CUSTOMER, PRODUCT, PRICE AND CURRENCY,       *
007740*    BILLED ON THE ORDER DATE (HELLOINV BILLS A DAY'S ORDERS UNDER  *
007750*    THAT DAY'S DATE) WITH ENOUGH UNITS STILL UNCREDITED. MATCHED   *
007760*    LINES ARE CREDITED DURING THE PASS AND THE MEMOS WRITTEN       *
007770*    AFTER IT. A CANCEL WITH NO BILLED LINE HAS NOTHING TO CREDIT.  *
007780*===================================================================*
007790 3600-CREDIT-BILLED-CANCELS.
007800     IF WS-CANCEL-COUNT = 0
007810         GO TO 3600-EXIT
007820     END-IF.
007830     OPEN I-O AR-OPEN-FILE.
007840     IF NOT WS-AROPEN-OK
007850         DISPLAY 'AR-OPEN-FILE OPEN FAILED - STATUS '
007860             WS-AROPEN-STATUS ' - NO CANCEL CREDITS ISSUED.'
007870         GO TO 3600-EXIT
007880     END-IF.
007890     MOVE 0 TO ARO-INVOICE-NO.
007900     MOVE 0 TO ARO-LINE-NO.
007910     START AR-OPEN-FILE KEY IS NOT LESS THAN ARO-KEY
007920         INVALID KEY
007930             SET WS-EOF-AROPEN TO TRUE
007940     END-START.
007950     PERFORM 3610-CHECK-ONE-AR-LINE THRU 3610-EXIT
007960         UNTIL WS-EOF-AROPEN.
007970     IF WS-CAN-MATCH-CNT > 0
007980         PERFORM 3700-ISSUE-CANCEL-MEMOS THRU 3700-EXIT
007990     END-IF.
008000     CLOSE AR-OPEN-FILE.
008010 3600-EXIT.
008020     EXIT.
008030 3610-CHECK-ONE-AR-LINE.
008040     READ AR-OPEN-FILE NEXT RECORD
008050         AT END
008060             SET WS-EOF-AROPEN TO TRUE
008070     END-READ.
008080     IF WS-EOF-AROPEN
008090         GO TO 3610-EXIT
008100     END-IF.
008110     IF NOT WS-AROPEN-OK
008120         DISPLAY 'AR-OPEN-FILE READ FAILED - STATUS '
008130             WS-AROPEN-STATUS
008140         SET WS-EOF-AROPEN TO TRUE
008150         GO TO 3610-EXIT
008160     END-IF.
008170     IF NOT ARO-INVOICE-ITEM
008180         GO TO 3610-EXIT
008190     END-IF.
008200     IF ARO-QUANTITY NOT NUMERIC
008210        OR ARO-CREDITED-QTY NOT NUMERIC
008220         GO TO 3610-EXIT
008230     END-IF.
008240     MOVE 'Y' TO WS-MATCH-FOUND-SW.
008250     PERFORM 3620-MATCH-ONE-CANCEL THRU 3620-EXIT
008260         UNTIL NOT WS-MATCH-FOUND.
008270*    ONCE EVERY QUEUED CANCEL HAS ITS LINE THE REST OF THE FILE
008280*    CAN BE LEFT UNREAD.
008290     IF WS-CAN-MATCH-CNT = WS-CANCEL-COUNT
008300         SET WS-EOF-AROPEN TO TRUE
008310     END-IF.
008320 3610-EXIT.
008330     EXIT.
008340*-------------------------------------------------------------------*
008350*    3620-MATCH-ONE-CANCEL                                          *
008360*    ONE AR LINE CAN CARRY SEVERAL ORDERS OF THE SAME DAY, SO IT IS *
008370*    MATCHED AGAIN UNTIL NO QUEUED CANCEL FITS WHAT IS LEFT ON IT.  *
008380*    THE CREDIT FIRST REDUCES WHAT IS STILL OPEN ON THE LINE, AS    *
008390*    IN RETMNT. THE MEMO NUMBER IS DRAWN BEFORE THE LINE IS         *
008400*    TOUCHED.                                                       *
008410*-------------------------------------------------------------------*
008420 3620-MATCH-ONE-CANCEL.
008430     MOVE 'N' TO WS-MATCH-FOUND-SW.
008440     COMPUTE WS-UNCREDITED-QTY = ARO-QUANTITY - ARO-CREDITED-QTY.
008450     IF WS-UNCREDITED-QTY NOT > 0
008460         GO TO 3620-EXIT
008470     END-IF.
008480     SET WS-CAN-IDX TO 1.
008490     SEARCH WS-CANCEL-ENTRY
008500         AT END
008510             CONTINUE
008520         WHEN WS-CAN-IDX > WS-CANCEL-COUNT
008530             CONTINUE
008540         WHEN WS-CAN-MATCHED-SW(WS-CAN-IDX) = 'N'
008550          AND WS-CAN-CUST-ID(WS-CAN-IDX) = ARO-CUST-ID
008560          AND WS-CAN-PROD-CODE(WS-CAN-IDX) = ARO-PROD-CODE
008570          AND WS-CAN-ORDER-DATE(WS-CAN-IDX) = ARO-INVOICE-DATE
008580          AND WS-CAN-CURRENCY(WS-CAN-IDX) = ARO-CURRENCY-CODE
008590          AND WS-CAN-UNIT-PRICE(WS-CAN-IDX) = ARO-UNIT-PRICE
008600          AND WS-CAN-QUANTITY(WS-CAN-IDX) NOT > WS-UNCREDITED-QTY
008610             SET WS-MATCH-FOUND TO TRUE
008620     END-SEARCH.
008630     IF NOT WS-MATCH-FOUND
008640         GO TO 3620-EXIT
008650     END-IF.
008660     PERFORM 3800-NEXT-MEMO-NUMBER THRU 3800-EXIT.
008670     IF WS-MEMO-NO = 0
008680         DISPLAY 'NO CREDIT MEMO NUMBER FOR INVOICE '
008690             ARO-INVOICE-NO ' LINE ' ARO-LINE-NO
008700             ' - CANCEL NOT CREDITED.'
008710         MOVE 'N' TO WS-MATCH-FOUND-SW
008720         GO TO 3620-EXIT
008730     END-IF.
008740     COMPUTE WS-CAN-CREDIT-AMT(WS-CAN-IDX) =
008750         WS-CAN-QUANTITY(WS-CAN-IDX)
008760         * WS-CAN-UNIT-PRICE(WS-CAN-IDX).
008770     PERFORM 3625-SHARE-OF-TAX THRU 3625-EXIT.
008780     IF WS-CAN-GROSS-AMT(WS-CAN-IDX) > ARO-OPEN-AMOUNT
008790         MOVE ARO-OPEN-AMOUNT TO WS-CAN-ABSORBED-AMT(WS-CAN-IDX)
008800     ELSE
008810         MOVE WS-CAN-GROSS-AMT(WS-CAN-IDX)
008820             TO WS-CAN-ABSORBED-AMT(WS-CAN-IDX)
008830     END-IF.
008840     SUBTRACT WS-CAN-ABSORBED-AMT(WS-CAN-IDX)
008850         FROM ARO-OPEN-AMOUNT.
008860     ADD WS-CAN-QUANTITY(WS-CAN-IDX) TO ARO-CREDITED-QTY.
008870     REWRITE AR-OPEN-RECORD
008880         INVALID KEY
008890             DISPLAY 'AR-OPEN-FILE REWRITE REJECTED - STATUS '
008900                 WS-AROPEN-STATUS
008910     END-REWRITE.
008920     IF WS-AROPEN-OK
008930         MOVE 'Y'            TO WS-CAN-MATCHED-SW(WS-CAN-IDX)
008940         MOVE WS-MEMO-NO     TO WS-CAN-MEMO-NO(WS-CAN-IDX)
008950         MOVE ARO-INVOICE-NO TO WS-CAN-INVOICE-NO(WS-CAN-IDX)
008960         MOVE ARO-LINE-NO    TO WS-CAN-LINE-NO(WS-CAN-IDX)
008970         ADD 1 TO WS-CAN-MATCH-CNT
008980     ELSE
008990         DISPLAY 'CREDIT MEMO ' WS-MEMO-NO ' VOIDED - INVOICE '
009000             ARO-INVOICE-NO ' LINE ' ARO-LINE-NO
009010             ' COULD NOT BE CREDITED.'
009020         MOVE 'N' TO WS-MATCH-FOUND-SW
009030     END-IF.
009040 3620-EXIT.
009050     EXIT.
009060*-------------------------------------------------------------------*
009070*    3625-SHARE-OF-TAX                                              *
009080*    THE CANCELLED UNITS TAKE BACK THEIR SHARE OF THE LINE'S TAX:   *
009090*    THE TAX FOR EVERY UNIT CREDITED SO FAR, THIS CANCEL INCLUDED,  *
009100*    LESS THE TAX FOR THOSE CREDITED BEFORE IT, EACH ROUNDED TO THE *
009110*    CENT - THE SAME SPLIT RETMNT USES, SO RETURNS AND CANCELS ON   *
009120*    ONE LINE NEVER GIVE BACK MORE THAN THE TAX BILLED. A LINE      *
009130*    BILLED BEFORE TAX WAS CARRIED ON AROPEN GIVES BACK NONE.       *
009140*-------------------------------------------------------------------*
009150 3625-SHARE-OF-TAX.
009160     IF ARO-TAX-AMOUNT NUMERIC
009170        AND ARO-TAX-RATE NUMERIC
009180        AND ARO-TAX-STATUS NOT = SPACE
009190         MOVE ARO-TAX-AMOUNT TO WS-ARO-TAX-AMOUNT
009200         MOVE ARO-TAX-RATE   TO WS-CAN-TAX-RATE(WS-CAN-IDX)
009210         MOVE ARO-TAX-STATUS TO WS-CAN-TAX-STATUS(WS-CAN-IDX)
009220     ELSE
009230         MOVE 0   TO WS-ARO-TAX-AMOUNT
009240         MOVE 0   TO WS-CAN-TAX-RATE(WS-CAN-IDX)
009250         MOVE 'N' TO WS-CAN-TAX-STATUS(WS-CAN-IDX)
009260     END-IF.
009270     COMPUTE WS-TAX-BEFORE ROUNDED =
009280         WS-ARO-TAX-AMOUNT * ARO-CREDITED-QTY / ARO-QUANTITY.
009290     COMPUTE WS-TAX-AFTER ROUNDED =
009300         WS-ARO-TAX-AMOUNT
009310         * (ARO-CREDITED-QTY + WS-CAN-QUANTITY(WS-CAN-IDX))
009320         / ARO-QUANTITY.
009330     COMPUTE WS-CAN-TAX-AMT(WS-CAN-IDX) =
009340         WS-TAX-AFTER - WS-TAX-BEFORE.
009350     COMPUTE WS-CAN-GROSS-AMT(WS-CAN-IDX) =
009360         WS-CAN-CREDIT-AMT(WS-CAN-IDX)
009370         + WS-CAN-TAX-AMT(WS-CAN-IDX).
009380 3625-EXIT.
009390     EXIT.
009400*-------------------------------------------------------------------*
009410*    3700-ISSUE-CANCEL-MEMOS                                        *
009420*    EACH CREDITED LINE GETS ITS MEMO: A 'C' ITEM ON AROPEN FOR     *
009430*    WHATEVER THE LINE COULD NOT ABSORB, THE MEMO ITSELF ON CRMEMO  *
009440*    FOR HELLOINV TO PASS TO AR, AND THE CUSTOMER'S OPEN BALANCE    *
009450*    ON CREDFILE RELIEVED. A MISSING CREDIT-MEMO FILE IS CREATED;   *
009460*    A MISSING CREDFILE ONLY MEANS THERE IS NO BALANCE TO RELIEVE.  *
009470*    A 'C' ITEM THAT CANNOT BE WRITTEN IS REPORTED FOR POSTING BY   *
009480*    HAND; THE MEMO ITSELF IS STILL ISSUED, AS IN RETMNT.           *
009490*-------------------------------------------------------------------*
009500 3700-ISSUE-CANCEL-MEMOS.
009510     OPEN I-O CREDIT-MEMO-FILE.
009520     IF WS-CRMEMO-NOTFOUND
009530         OPEN OUTPUT CREDIT-MEMO-FILE
009540         CLOSE CREDIT-MEMO-FILE
009550         OPEN I-O CREDIT-MEMO-FILE
009560     END-IF.
009570     IF NOT WS-CRMEMO-OK
009580         DISPLAY 'CREDIT-MEMO-FILE OPEN FAILED - STATUS '
009590             WS-CRMEMO-STATUS
009600     END-IF.
009610     OPEN I-O CREDIT-FILE.
009620     IF WS-CREDFILE-OK
009630         SET WS-CRED-AVAIL TO TRUE
009640     END-IF.
009650     PERFORM 3710-ISSUE-ONE-MEMO THRU 3710-EXIT
009660         VARYING WS-CAN-IDX FROM 1 BY 1
009670         UNTIL WS-CAN-IDX > WS-CANCEL-COUNT.
009680     CLOSE CREDIT-MEMO-FILE.
009690     IF WS-CRED-AVAIL
009700         CLOSE CREDIT-FILE
009710     END-IF.
009720 3700-EXIT.
009730     EXIT.
009740 3710-ISSUE-ONE-MEMO.
009750     IF WS-CAN-MATCHED-SW(WS-CAN-IDX) NOT = 'Y'
009760         GO TO 3710-EXIT
009770     END-IF.
009780     MOVE SPACES                   TO AR-OPEN-RECORD.
009790     MOVE WS-CAN-MEMO-NO(WS-CAN-IDX)    TO ARO-INVOICE-NO.
009800     MOVE 1                        TO ARO-LINE-NO.
009810     MOVE WS-CAN-CUST-ID(WS-CAN-IDX)    TO ARO-CUST-ID.
009820     MOVE WS-CURRENT-DATE          TO ARO-INVOICE-DATE.
009830     MOVE WS-CAN-CURRENCY(WS-CAN-IDX)   TO ARO-CURRENCY-CODE.
009840     MOVE WS-CAN-PROD-CODE(WS-CAN-IDX)  TO ARO-PROD-CODE.
009850     MOVE WS-CAN-CREDIT-AMT(WS-CAN-IDX) TO ARO-LINE-AMOUNT.
009860     COMPUTE ARO-OPEN-AMOUNT = WS-CAN-GROSS-AMT(WS-CAN-IDX)
009870         - WS-CAN-ABSORBED-AMT(WS-CAN-IDX).
009880     MOVE 0                        TO ARO-LAST-PAID-DATE.
009890     MOVE 'C'                      TO ARO-ITEM-TYPE.
009900     MOVE WS-CAN-QUANTITY(WS-CAN-IDX)   TO ARO-QUANTITY.
009910     MOVE WS-CAN-UNIT-PRICE(WS-CAN-IDX) TO ARO-UNIT-PRICE.
009920     MOVE 0                        TO ARO-CREDITED-QTY.
009930     MOVE WS-CAN-CAMPAIGN(WS-CAN-IDX)   TO ARO-CAMPAIGN-ID.
009940     MOVE WS-CAN-INVOICE-NO(WS-CAN-IDX) TO ARO-ORIG-INVOICE-NO.
009950     MOVE WS-CAN-TAX-RATE(WS-CAN-IDX)   TO ARO-TAX-RATE.
009960     MOVE WS-CAN-TAX-AMT(WS-CAN-IDX)    TO ARO-TAX-AMOUNT.
009970     MOVE WS-CAN-TAX-STATUS(WS-CAN-IDX) TO ARO-TAX-STATUS.
009980     WRITE AR-OPEN-RECORD
009990         INVALID KEY
010000             CONTINUE
010010     END-WRITE.
010020     IF NOT WS-AROPEN-OK
010030         DISPLAY 'AR-OPEN-FILE WRITE FAILED FOR CREDIT MEMO '
010040             ARO-INVOICE-NO ' - STATUS ' WS-AROPEN-STATUS
010050             ' - POST ITS AR CREDIT BY HAND.'
010060     END-IF.
010070     MOVE SPACES                   TO CREDIT-MEMO-RECORD.
010080     MOVE WS-CAN-MEMO-NO(WS-CAN-IDX)    TO CMO-MEMO-NO.
010090     MOVE WS-CURRENT-DATE          TO CMO-ISSUE-DATE.
010100     MOVE WS-CURRENT-TIME          TO CMO-ISSUE-TIME.
010110     MOVE 'C'                      TO CMO-REASON.
010120     MOVE 'FULRECON'               TO CMO-OPERATOR-ID.
010130     MOVE WS-CAN-CUST-ID(WS-CAN-IDX)    TO CMO-CUST-ID.
010140     MOVE WS-CAN-CURRENCY(WS-CAN-IDX)   TO CMO-CURRENCY-CODE.
010150     MOVE WS-CAN-PROD-CODE(WS-CAN-IDX)  TO CMO-PROD-CODE.
010160     MOVE WS-CAN-QUANTITY(WS-CAN-IDX)   TO CMO-QUANTITY.
010170     MOVE WS-CAN-UNIT-PRICE(WS-CAN-IDX) TO CMO-UNIT-PRICE.
010180     MOVE WS-CAN-CREDIT-AMT(WS-CAN-IDX) TO CMO-AMOUNT.
010190     MOVE WS-CAN-CAMPAIGN(WS-CAN-IDX)   TO CMO-CAMPAIGN-ID.
010200     MOVE WS-CAN-INVOICE-NO(WS-CAN-IDX) TO CMO-ORIG-INVOICE-NO.
010210     MOVE WS-CAN-LINE-NO(WS-CAN-IDX)    TO CMO-ORIG-LINE-NO.
010220     MOVE WS-CAN-TAX-RATE(WS-CAN-IDX)   TO CMO-TAX-RATE.
010230     MOVE WS-CAN-TAX-AMT(WS-CAN-IDX)    TO CMO-TAX-AMOUNT.
010240     MOVE WS-CAN-TAX-STATUS(WS-CAN-IDX) TO CMO-TAX-STATUS.
010250     MOVE 0                        TO CMO-AR-DATE.
010260     WRITE CREDIT-MEMO-RECORD
010270         INVALID KEY
010280             DISPLAY 'CREDIT-MEMO-FILE WRITE REJECTED - STATUS '
010290                 WS-CRMEMO-STATUS
010300     END-WRITE.
010310     IF WS-CRMEMO-OK
010320         ADD 1 TO WS-MEMO-CNT
010330     ELSE
010340         DISPLAY 'CREDIT MEMO ' CMO-MEMO-NO ' NOT RECORDED ON '
010350             'CRMEMO - PASS IT TO AR BY HAND.'
010360     END-IF.
010370     PERFORM 3720-RELIEVE-BALANCE THRU 3720-EXIT.
010380     MOVE 'CREDITED'       TO WS-DET-TAG.
010390     MOVE WS-CAN-CUST-ID(WS-CAN-IDX)    TO WS-DET-CUST-ID.
010400     MOVE WS-CAN-PROD-CODE(WS-CAN-IDX)  TO WS-DET-PROD-CODE.
010410     MOVE WS-CAN-ORDER-DATE(WS-CAN-IDX) TO WS-DET-DATE.
010420     MOVE SPACES           TO WS-DET-EXTRA.
010430     STRING 'MEMO ' WS-CAN-MEMO-NO(WS-CAN-IDX)
010440         ' FOR INVOICE ' WS-CAN-INVOICE-NO(WS-CAN-IDX)
010450         DELIMITED BY SIZE INTO WS-DET-EXTRA.
010460     MOVE WS-DETAIL-LINE   TO REPORT-LINE.
010470     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
010480 3710-EXIT.
010490     EXIT.
010500*-------------------------------------------------------------------*
010510*    3720-RELIEVE-BALANCE                                           *
010520*    THE CUSTOMER'S CREDIT EXPOSURE DROPS BY THE FULL CREDIT,       *
010530*    NEVER BELOW ZERO, AND ONLY IN THE BALANCE'S OWN CURRENCY -     *
010540*    THE SAME RULES RETMNT AND CASHAPP APPLY.                       *
010550*-------------------------------------------------------------------*
010560 3720-RELIEVE-BALANCE.
010570     IF NOT WS-CRED-AVAIL
010580         GO TO 3720-EXIT
010590     END-IF.
010600     MOVE WS-CAN-CUST-ID(WS-CAN-IDX) TO CRD-CUST-ID.
010610     READ CREDIT-FILE
010620         INVALID KEY
010630             GO TO 3720-EXIT
010640     END-READ.
010650     IF NOT WS-CREDFILE-OK
010660         GO TO 3720-EXIT
010670     END-IF.
010680     IF CRD-CURRENCY-CODE NOT = WS-CAN-CURRENCY(WS-CAN-IDX)
010690         DISPLAY 'CREDIT CURRENCY MISMATCH FOR ' CRD-CUST-ID
010700             ' (' WS-CAN-CURRENCY(WS-CAN-IDX) ' MEMO, '
010710             CRD-CURRENCY-CODE ' BALANCE) - OPEN BALANCE '
010720             'NOT RELIEVED. ADJUST IT BY HAND.'
010730         GO TO 3720-EXIT
010740     END-IF.
010750     IF WS-CAN-GROSS-AMT(WS-CAN-IDX) > CRD-OPEN-BALANCE
010760         MOVE 0 TO CRD-OPEN-BALANCE
010770     ELSE
010780         SUBTRACT WS-CAN-GROSS-AMT(WS-CAN-IDX)
010790             FROM CRD-OPEN-BALANCE
010800     END-IF.
010810     REWRITE CREDIT-RECORD
010820         INVALID KEY
010830             DISPLAY 'CREDIT-FILE REWRITE REJECTED - STATUS '
010840                 WS-CREDFILE-STATUS
010850     END-REWRITE.
010860 3720-EXIT.
010870     EXIT.
010880*-------------------------------------------------------------------*
010890*    3800-NEXT-MEMO-NUMBER                                          *
010900*    CREDIT MEMOS ARE NUMBERED FROM THE SAME INVCTL SEQUENCE AS     *
010910*    INVOICES. THE NEW HIGH NUMBER IS WRITTEN BACK AT ONCE SO IT    *
010920*    IS NEVER HANDED OUT TWICE. A MISSING CONTROL FILE STARTS THE   *
010930*    SEQUENCE AT ONE, AS IN HELLOINV.                               *
010940*-------------------------------------------------------------------*
010950 3800-NEXT-MEMO-NUMBER.
010960     MOVE 0 TO WS-MEMO-NO.
010970     OPEN INPUT INVOICE-CONTROL.
010980     IF WS-INVCTL-OK
010990         READ INVOICE-CONTROL
011000             AT END
011010                 CONTINUE
011020             NOT AT END
011030                 IF IVC-LAST-INVOICE-NO NUMERIC
011040                     MOVE IVC-LAST-INVOICE-NO TO WS-MEMO-NO
011050                 END-IF
011060         END-READ
011070         CLOSE INVOICE-CONTROL
011080     END-IF.
011090     ADD 1 TO WS-MEMO-NO.
011100     OPEN OUTPUT INVOICE-CONTROL.
011110     IF NOT WS-INVCTL-OK
011120         DISPLAY 'INVOICE-CONTROL OPEN FAILED - STATUS '
011130             WS-INVCTL-STATUS
011140         MOVE 0 TO WS-MEMO-NO
011150         GO TO 3800-EXIT
011160     END-IF.
011170     MOVE SPACES     TO INVOICE-CONTROL-RECORD.
011180     MOVE WS-MEMO-NO TO IVC-LAST-INVOICE-NO.
011190     WRITE INVOICE-CONTROL-RECORD.
011200     IF NOT WS-INVCTL-OK
011210         DISPLAY 'INVOICE-CONTROL WRITE FAILED - STATUS '
011220             WS-INVCTL-STATUS
011230         MOVE 0 TO WS-MEMO-NO
011240     END-IF.
011250     CLOSE INVOICE-CONTROL.
011260 3800-EXIT.
011270     EXIT.
011280*===================================================================*
011290*    8000-WRITE-CONTROL-TOTALS                                       *
011300*    THE REVERSING ORDER RECORDS WRITTEN TONIGHT ARE ANNOUNCED TO    *
011310*    CTLTOTAL SO HELLOBAL'S ORDER-COUNT COMPARE STILL BALANCES.      *
011320*    A NIGHT THAT ISSUED CANCEL CREDIT MEMOS ANNOUNCES THEM TOO,     *
011330*    FOR HELLOBAL'S CREDIT-MEMO COMPARE. NOTHING IS WRITTEN ON A     *
011340*    NIGHT WITH NO REVERSALS AND NO MEMOS.                           *
011350*===================================================================*
011360 8000-WRITE-CONTROL-TOTALS.
011370     IF WS-REVERSAL-CNT = 0
011380        AND WS-MEMO-CNT = 0
011390         GO TO 8000-EXIT
011400     END-IF.
011410     OPEN EXTEND CONTROL-FILE.
011420     IF WS-CTLTOTAL-NOTFOUND
011430         OPEN OUTPUT CONTROL-FILE
011440     END-IF.
011450     IF NOT WS-CTLTOTAL-OK
011460         DISPLAY 'CONTROL-FILE OPEN FAILED - STATUS '
011470             WS-CTLTOTAL-STATUS
011480         GO TO 8000-EXIT
011490     END-IF.
011500     MOVE WS-CURRENT-DATE  TO CTL-RUN-DATE.
011510     MOVE WS-CURRENT-TIME  TO CTL-RUN-TIME.
011520     MOVE 0                TO CTL-OFFERED-CNT.
011530     MOVE WS-REVERSAL-CNT  TO CTL-ORDER-CNT.
011540     MOVE 0                TO CTL-FULFILL-CNT.
011550     MOVE 0                TO CTL-AUDIT-CNT.
011560     MOVE 0                TO CTL-INVOICE-CNT.
011570     MOVE WS-MEMO-CNT      TO CTL-CREDIT-CNT.
011580     MOVE 0                TO CTL-JOURNAL-CNT.
011590     MOVE 0                TO CTL-SUPPRESS-CNT.
011600     WRITE CONTROL-RECORD.
011610     IF NOT WS-CTLTOTAL-OK
011620         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
011630             WS-CTLTOTAL-STATUS
011640     END-IF.
011650     CLOSE CONTROL-FILE.
011660 8000-EXIT.
011670     EXIT.
011680*===================================================================*
011690*    4000-REPORT-UNACKED                                            *
011700*    ANY EXPORT STILL UNACKED AND OLDER THAN THE CUTOFF GOES ON     *
011710*    THE EXCEPTIONS REPORT.                                         *
011720*===================================================================*
011730 4000-REPORT-UNACKED.
011740     IF WS-EXPORT-COUNT = 0
011750         GO TO 4000-EXIT
011760     END-IF.
011770     PERFORM 4100-CHECK-ONE-EXPORT THRU 4100-EXIT
011780         VARYING WS-EXP-IDX FROM 1 BY 1
011790         UNTIL WS-EXP-IDX > WS-EXPORT-COUNT.
011800 4000-EXIT.
011810     EXIT.
011820 4100-CHECK-ONE-EXPORT.
011830     IF WS-EXP-ACKED-SW(WS-EXP-IDX) = 'N'
011840        AND WS-EXP-ORDER-DATE(WS-EXP-IDX) < WS-CUTOFF-DATE
011850         ADD 1 TO WS-NOACK-COUNT
011860         MOVE 'NO-ACK'        TO WS-DET-TAG
011870         MOVE WS-EXP-CUST-ID(WS-EXP-IDX)    TO WS-DET-CUST-ID
011880         MOVE WS-EXP-PROD-CODE(WS-EXP-IDX)  TO WS-DET-PROD-CODE
011890         MOVE WS-EXP-ORDER-DATE(WS-EXP-IDX) TO WS-DET-DATE
011900         MOVE SPACES          TO WS-DET-EXTRA
011910         MOVE WS-DETAIL-LINE  TO REPORT-LINE
011920         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
011930     END-IF.
011940 4100-EXIT.
011950     EXIT.
011960*===================================================================*
011970*    5000-PRINT-CONTROLS                                            *
011980*===================================================================*
011990 5000-PRINT-CONTROLS.
012000     MOVE SPACES TO REPORT-LINE.
012010     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012020     MOVE 'EXPORTED ORDERS READ'           TO WS-CNT-LABEL.
012030     MOVE WS-EXPORT-COUNT                  TO WS-CNT-VALUE.
012040     MOVE WS-COUNT-LINE TO REPORT-LINE.
012050     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012060     MOVE 'ACKNOWLEDGMENTS READ'           TO WS-CNT-LABEL.
012070     MOVE WS-ACK-COUNT                     TO WS-CNT-VALUE.
012080     MOVE WS-COUNT-LINE TO REPORT-LINE.
012090     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012100     MOVE 'MATCHED'                        TO WS-CNT-LABEL.
012110     MOVE WS-MATCHED-COUNT                 TO WS-CNT-VALUE.
012120     MOVE WS-COUNT-LINE TO REPORT-LINE.
012130     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012140     MOVE 'ORPHAN ACKNOWLEDGMENTS'         TO WS-CNT-LABEL.
012150     MOVE WS-ORPHAN-COUNT                  TO WS-CNT-VALUE.
012160     MOVE WS-COUNT-LINE TO REPORT-LINE.
012170     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012180     MOVE 'UNACKED PAST AGE LIMIT'         TO WS-CNT-LABEL.
012190     MOVE WS-NOACK-COUNT                   TO WS-CNT-VALUE.
012200     MOVE WS-COUNT-LINE TO REPORT-LINE.
012210     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012220     IF WS-EXPTBL-FULL
012230         MOVE 'ACKS UNMATCHABLE (TABLE FULL)'   TO WS-CNT-LABEL
012240         MOVE WS-UNMATCHABLE-COUNT             TO WS-CNT-VALUE
012250         MOVE WS-COUNT-LINE TO REPORT-LINE
012260         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
012270     END-IF.
012280     MOVE 'CANCELLATIONS PROCESSED'        TO WS-CNT-LABEL.
012290     MOVE WS-CANCEL-CNT                    TO WS-CNT-VALUE.
012300     MOVE WS-COUNT-LINE TO REPORT-LINE.
012310     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012320     MOVE 'STOCK RESERVATIONS RELEASED'    TO WS-CNT-LABEL.
012330     MOVE WS-STOCK-RELEASE-CNT             TO WS-CNT-VALUE.
012340     MOVE WS-COUNT-LINE TO REPORT-LINE.
012350     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012360     MOVE 'REVERSING ORDERS WRITTEN'       TO WS-CNT-LABEL.
012370     MOVE WS-REVERSAL-CNT                  TO WS-CNT-VALUE.
012380     MOVE WS-COUNT-LINE TO REPORT-LINE.
012390     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012400     MOVE 'PRICED CANCELS CHECKED FOR CREDIT' TO WS-CNT-LABEL.
012410     MOVE WS-CANCEL-COUNT                  TO WS-CNT-VALUE.
012420     MOVE WS-COUNT-LINE TO REPORT-LINE.
012430     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012440     MOVE 'CANCEL CREDIT MEMOS ISSUED'     TO WS-CNT-LABEL.
012450     MOVE WS-MEMO-CNT                      TO WS-CNT-VALUE.
012460     MOVE WS-COUNT-LINE TO REPORT-LINE.
012470     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012480     MOVE 'BACKORDERS CARRIED FORWARD'     TO WS-CNT-LABEL.
012490     MOVE WS-BACKORDER-CNT                 TO WS-CNT-VALUE.
012500     MOVE WS-COUNT-LINE TO REPORT-LINE.
012510     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012520     MOVE 'SHIPMENTS PROCESSED'            TO WS-CNT-LABEL.
012530     MOVE WS-SHIP-CNT                      TO WS-CNT-VALUE.
012540     MOVE WS-COUNT-LINE TO REPORT-LINE.
012550     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012560     MOVE 'STOCK RELIEVED FOR SHIPMENTS'   TO WS-CNT-LABEL.
012570     MOVE WS-STOCK-RELIEVE-CNT             TO WS-CNT-VALUE.
012580     MOVE WS-COUNT-LINE TO REPORT-LINE.
012590     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012600     MOVE 'CARRIED ACKS READ'              TO WS-CNT-LABEL.
012610     MOVE WS-CARRYIN-CNT                   TO WS-CNT-VALUE.
012620     MOVE WS-COUNT-LINE TO REPORT-LINE.
012630     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012640     MOVE 'CARRIED ACKS RESOLVED'          TO WS-CNT-LABEL.
012650     MOVE WS-CARRYIN-DROP-CNT              TO WS-CNT-VALUE.
012660     MOVE WS-COUNT-LINE TO REPORT-LINE.
012670     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012680     MOVE 'CARRIED ACKS MATCHING NOTHING'  TO WS-CNT-LABEL.
012690     MOVE WS-CARRYIN-LOST-CNT              TO WS-CNT-VALUE.
012700     MOVE WS-COUNT-LINE TO REPORT-LINE.
012710     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012720     MOVE 'SHIPMENTS SHORT ON STOCK'       TO WS-CNT-LABEL.
012730     MOVE WS-SHIP-SHORT-CNT                TO WS-CNT-VALUE.
012740     MOVE WS-COUNT-LINE TO REPORT-LINE.
012750     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012760     MOVE 'RESOLVED ACKS KEPT ON HISTORY'  TO WS-CNT-LABEL.
012770     MOVE WS-ACK-HIST-CNT                  TO WS-CNT-VALUE.
012780     MOVE WS-COUNT-LINE TO REPORT-LINE.
012790     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
012800 5000-EXIT.
012810     EXIT.
012820*===================================================================*
012830*    6000-WRITE-REPORT-LINE                                         *
012840*===================================================================*
012850 6000-WRITE-REPORT-LINE.
012860     WRITE REPORT-LINE.
012870     IF NOT WS-RECONRPT-OK
012880         DISPLAY 'RECON-REPORT WRITE FAILED - STATUS '
012890             WS-RECONRPT-STATUS
012900     END-IF.
012910 6000-EXIT.
012920     EXIT.
012930*===================================================================*
012940*    9000-TERMINATE                                                  *
012950*===================================================================*
012960 9000-TERMINATE.
012970     CLOSE FULFILL-FILE.
012980     CLOSE FULACK-FILE.
012990     CLOSE CARRY-IN-FILE.
013000     CLOSE CARRY-OUT-FILE.
013010     CLOSE ORDER-FILE.
013020     IF WS-INV-AVAIL
013030         CLOSE INVENTORY-FILE
013040     END-IF.
013050     IF WS-INVHIST-AVAIL
013060         CLOSE INV-HIST-FILE
013070     END-IF.
013080     IF WS-AKH-AVAIL
013090         CLOSE ACK-HIST-FILE
013100     END-IF.
013110     CLOSE RECON-REPORT.
013120 9000-EXIT.
013130     EXIT.
013140*===================================================================*
013150*    8900-WRITE-RUN-CONTROL                                         *
013160*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
013170*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
013180*===================================================================*
013190 8900-WRITE-RUN-CONTROL.
013200     OPEN EXTEND RUN-CONTROL.
013210     IF WS-RUNCTL-NOTFOUND
013220         OPEN OUTPUT RUN-CONTROL
013230     END-IF.
013240     IF NOT WS-RUNCTL-OK
013250         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
013260             WS-RUNCTL-STATUS
013270         GO TO 8900-EXIT
013280     END-IF.
013290     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
013300     ACCEPT WS-RUN-TIME-RAW FROM TIME.
013310     MOVE SPACES             TO RUN-CONTROL-RECORD.
013320     MOVE 'FULRECON'         TO RNC-PROGRAM-ID.
013330     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
013340     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
013350     MOVE WS-RUN-EVENT       TO RNC-EVENT.
013360     MOVE WS-RUN-STATUS      TO RNC-STATUS.
013370     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
013380     WRITE RUN-CONTROL-RECORD.
013390     IF NOT WS-RUNCTL-OK
013400         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
013410             WS-RUNCTL-STATUS
013420     END-IF.
013430     CLOSE RUN-CONTROL.
013440 8900-EXIT.
013450     EXIT.
