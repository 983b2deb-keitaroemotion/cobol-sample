001055*                     CRDREL. COMMITTED ACCEPTS RAISE THE OPEN      *
001056*                     BALANCE SO A SECOND ACCEPT IN THE SAME RUN    *
001057*                     CANNOT SLIP PAST THE LIMIT.                   *
001058*    2026-10-15 KS    CTL-JOURNAL-CNT IS NOW ZEROED ON THE          *
001059*                     CONTROL-TOTALS RECORD - IT BELONGS TO GLPOST. *
001060*    2026-10-15 KS    CONTPREF CONTACT PREFERENCES ARE HONORED IN   *
001061*                     EVERY MODE. A CUSTOMER WHO ASKED FOR NO       *
001062*                     CONTACT, OR OPTED OUT OF THE PRODUCT, IS NOT  *
001063*                     PITCHED; THE SKIP IS AUDITED AS SKIP-DNC,     *
001064*                     RECORDED AS A 'D' ORDER AND COUNTED IN THE    *
001065*                     NEW CTL-SUPPRESS-CNT CONTROL TOTAL.           *
001066*-----------------------------------------------------------------*
001067 ENVIRONMENT    DIVISION.
001068 INPUT-OUTPUT   SECTION.
001069 FILE-CONTROL.
001070     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
001080         ORGANIZATION       IS INDEXED
001090         ACCESS MODE        IS DYNAMIC
001492     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
001494         ORGANIZATION       IS SEQUENTIAL
001496         FILE STATUS        IS WS-RUNCTL-STATUS.
001497     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
001498         ORGANIZATION       IS INDEXED
001499         ACCESS MODE        IS RANDOM
001500         RECORD KEY         IS CNP-KEY
001501         FILE STATUS        IS WS-CONTPREF-STATUS.
001502 DATA           DIVISION.
001510 FILE           SECTION.
001520 FD  PRODUCT-MASTER
001530     LABEL RECORD IS STANDARD.
001842 FD  RUN-CONTROL
001844     LABEL RECORD IS STANDARD.
001846     COPY RUNREC.
001847 FD  CONTACT-PREF-FILE
001848     LABEL RECORD IS STANDARD.
001849     COPY CNPREC.
001850 WORKING-STORAGE SECTION.
001851 01  WS-RUNCTL-STATUS            PIC X(02).
001852     88  WS-RUNCTL-OK            VALUE '00'.
002108 01  WS-CREDFILE-STATUS          PIC X(02).
002109     88  WS-CREDFILE-OK          VALUE '00'.
002110     88  WS-CREDFILE-NOTFOUND    VALUE '35'.
002111 01  WS-CONTPREF-STATUS          PIC X(02).
002112     88  WS-CONTPREF-OK          VALUE '00'.
002113     88  WS-CONTPREF-NOTFOUND    VALUE '35'.
002114 01  WS-HELDORDF-STATUS          PIC X(02).
002115     88  WS-HELDORDF-OK          VALUE '00'.
002116     88  WS-HELDORDF-NOTFOUND    VALUE '35'.
002117 01  WS-CAMPDEF-STATUS           PIC X(02).
002118     88  WS-CAMPDEF-OK           VALUE '00'.
002120 01  WS-SUPWORK-STATUS           PIC X(02).
002130     88  WS-SUPWORK-OK           VALUE '00'.
002140     88  WS-SUPWORK-DUPLICATE    VALUE '22'.
003000                                 INDEXED BY WS-CPR-IDX.
003001         10  WS-CPR-PROD-CODE    PIC X(06).
003002 77  WS-CAMP-PROD-COUNT           PIC 9(05)   COMP    VALUE 0.
003003*-----------------------------------------------------------------*
003004*    CONTACT-PREFERENCE WORK AREAS - A CONTPREF ENTRY IN FORCE    *
003005*    STOPS THE PITCH; THE SKIP IS RECORDED AS A 'D' ANSWER.       *
003006*    THE CUSTOMER-WIDE ENTRY IS READ ONCE PER CUSTOMER.           *
003007*-----------------------------------------------------------------*
003008 77  WS-CNP-AVAIL-SW              PIC X(01)   VALUE 'N'.
003009     88  WS-CNP-AVAIL             VALUE 'Y'.
003010 77  WS-CONTACT-BARRED-SW         PIC X(01)   VALUE 'N'.
003011     88  WS-CONTACT-BARRED        VALUE 'Y'.
003012 77  WS-CNP-ALL-BARRED-SW         PIC X(01)   VALUE 'N'.
003013     88  WS-CNP-ALL-BARRED        VALUE 'Y'.
003014 77  WS-CNP-IN-FORCE-SW           PIC X(01)   VALUE 'N'.
003015     88  WS-CNP-IN-FORCE          VALUE 'Y'.
003016 77  WS-CNP-CHECKED-CUST          PIC X(08)   VALUE SPACES.
003017 01  WS-CNP-ALL-ENTRY.
003018     05  WS-CNP-ALL-REASON        PIC X(02).
003019     05  WS-CNP-ALL-RECORDED      PIC 9(08).
003020     05  WS-CNP-ALL-RECORDED-BY   PIC X(08).
003021 01  WS-CNP-HIT-ENTRY.
003022     05  WS-CNP-HIT-SCOPE         PIC X(14).
003023     05  WS-CNP-HIT-REASON        PIC X(02).
003024     05  WS-CNP-HIT-RECORDED      PIC 9(08).
003025     05  WS-CNP-HIT-RECORDED-BY   PIC X(08).
003026 77  WS-SUPPRESS-CNT              PIC 9(07)   COMP    VALUE 0.
003027 PROCEDURE      DIVISION.
003028*===================================================================*
003029*    0000-MAINLINE                                                  *
003030*===================================================================*
003031 0000-MAINLINE.
003032     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
003033     IF CFG-CAMPAIGN
003034         PERFORM 3000-PROCESS-CAMPAIGN THRU 3000-EXIT
003035             UNTIL WS-EOF-CUSTOMERS
003040     ELSE
003050         PERFORM 2000-PROCESS-CATALOG  THRU 2000-EXIT
003060             UNTIL WS-EOF-CATALOG
003320                 WS-OFFSCHED-STATUS
003330         END-IF
003340     END-IF.
003341     OPEN INPUT  CONTACT-PREF-FILE.
003342     IF WS-CONTPREF-OK
003343         SET WS-CNP-AVAIL TO TRUE
003344     ELSE
003345         IF NOT WS-CONTPREF-NOTFOUND
003346             DISPLAY 'CONTACT-PREF-FILE OPEN FAILED - STATUS '
003347                 WS-CONTPREF-STATUS
003348         END-IF
003349     END-IF.
003350     OPEN I-O    CREDIT-FILE.
003351     IF WS-CREDFILE-OK
003352         SET WS-CRED-AVAIL TO TRUE
007700     CLOSE FULFILL-FILE.
007701     CLOSE BACKORDER-FILE.
007702     CLOSE HELD-FILE.
007703     IF WS-CNP-AVAIL
007704         CLOSE CONTACT-PREF-FILE
007705     END-IF.
007706     IF WS-CRED-AVAIL
007707         CLOSE CREDIT-FILE
007708     END-IF.
007709*    THE DEMAND AND HOLD QUEUES HAVE NO CTLTOTAL SLOT - THEIR
007710*    COUNTS GO TO THE CONSOLE SO OPERATIONS SEES WHAT THE RUN
007711*    PUSHED AT BKORDREL AND THE CREDIT DESK.
007712     DISPLAY 'BACKORDER DEMANDS CAPTURED: ' WS-BKO-WRITE-CNT.
007713     DISPLAY 'ORDERS HELD FOR CREDIT:     ' WS-HELD-WRITE-CNT.
007714     DISPLAY 'PITCHES SUPPRESSED BY CONTACT PREFERENCE: '
007715         WS-SUPPRESS-CNT.
007716     PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT.
007720     IF NOT WS-SKIPPING-TO-CKPT
007730         PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT
007740     END-IF.
009710     EXIT.
009720*-------------------------------------------------------------------*
009730*    2140-SCREEN-ONE-PRODUCT                                        *
009737*    EVERY REASON NOT TO PITCH A CATALOG ITEM IS CHECKED HERE, IN   *
009744*    ORDER: RETIRED CODE, OUTSIDE ITS PROMOTION WINDOW, CUSTOMER    *
009751*    HAS ASKED NOT TO BE CONTACTED, NO STOCK AVAILABLE, ALREADY     *
009758*    ANSWERED BY THIS CUSTOMER. ONLY A PRODUCT THAT CLEARS ALL OF   *
009765*    THEM IS OFFERED. THE CONTACT CHECK COMES BEFORE THE STOCK      *
009772*    CHECK SO NO BACKORDER DEMAND IS RAISED FOR SUCH A CUSTOMER.    *
009780*-------------------------------------------------------------------*
009790 2140-SCREEN-ONE-PRODUCT.
009791     MOVE PROD-PRICE-AMT     TO WS-OFFER-UNIT-PRICE.
009860         PERFORM 2170-SKIP-OUT-OF-WINDOW THRU 2170-EXIT
009870         GO TO 2140-EXIT
009880     END-IF.
009881     PERFORM 2157-CHECK-CONTACT-PREF THRU 2157-EXIT.
009882     IF WS-CONTACT-BARRED
009883         PERFORM 2159-SKIP-NO-CONTACT THRU 2159-EXIT
009884         GO TO 2140-EXIT
009885     END-IF.
009890     PERFORM 2175-CHECK-STOCK THRU 2175-EXIT.
009900     IF NOT WS-STOCK-OK
009910         PERFORM 2180-SKIP-NO-STOCK THRU 2180-EXIT
012850     MOVE WS-FULFILL-WRITE-CNT TO CTL-FULFILL-CNT.
012860     MOVE WS-AUDIT-WRITE-CNT   TO CTL-AUDIT-CNT.
012861     MOVE 0                    TO CTL-INVOICE-CNT.
012862     MOVE 0                    TO CTL-CREDIT-CNT.
012866     MOVE 0                    TO CTL-JOURNAL-CNT.
012868     MOVE WS-SUPPRESS-CNT      TO CTL-SUPPRESS-CNT.
012870     WRITE CONTROL-RECORD.
012880     IF NOT WS-CTLTOTAL-OK
012890         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
017470     CLOSE RUN-CONTROL.
017480 8900-EXIT.
017490     EXIT.
017500*-------------------------------------------------------------------*
017510*    2157-CHECK-CONTACT-PREF                                        *
017520*    A CONTPREF ENTRY WITH A BLANK PRODUCT BARS ALL CONTACT WITH    *
017530*    THE CUSTOMER; ONE KEYED BY PRODUCT IS AN OPT-OUT FROM THAT     *
017540*    PRODUCT ONLY. AN ENTRY IS IN FORCE WHILE IT IS ACTIVE AND NOT  *
017550*    PAST ITS EXPIRY DATE (ZERO NEVER EXPIRES). THE CUSTOMER-WIDE   *
017560*    ENTRY IS READ ONCE PER CUSTOMER AND REMEMBERED, SO A CAMPAIGN  *
017570*    PASS COSTS ONE EXTRA READ PER PRODUCT, NOT TWO.                *
017580*-------------------------------------------------------------------*
017590 2157-CHECK-CONTACT-PREF.
017600     MOVE 'N' TO WS-CONTACT-BARRED-SW.
017610     IF NOT WS-CNP-AVAIL
017620         GO TO 2157-EXIT
017630     END-IF.
017640     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
017650     IF WS-CUST-ID-ENTRY NOT = WS-CNP-CHECKED-CUST
017660         MOVE WS-CUST-ID-ENTRY  TO WS-CNP-CHECKED-CUST
017670         MOVE 'N'               TO WS-CNP-ALL-BARRED-SW
017680         MOVE WS-CUST-ID-ENTRY  TO CNP-CUST-ID
017690         MOVE SPACES            TO CNP-PROD-CODE
017700         PERFORM 2158-READ-CONTACT-PREF THRU 2158-EXIT
017710         IF WS-CNP-IN-FORCE
017720             SET WS-CNP-ALL-BARRED TO TRUE
017730             MOVE CNP-REASON-CODE   TO WS-CNP-ALL-REASON
017740             MOVE CNP-RECORDED-DATE TO WS-CNP-ALL-RECORDED
017750             MOVE CNP-RECORDED-BY   TO WS-CNP-ALL-RECORDED-BY
017760         END-IF
017770     END-IF.
017780     IF WS-CNP-ALL-BARRED
017790         SET WS-CONTACT-BARRED TO TRUE
017800         MOVE 'NO CONTACT'           TO WS-CNP-HIT-SCOPE
017810         MOVE WS-CNP-ALL-REASON      TO WS-CNP-HIT-REASON
017820         MOVE WS-CNP-ALL-RECORDED    TO WS-CNP-HIT-RECORDED
017830         MOVE WS-CNP-ALL-RECORDED-BY TO WS-CNP-HIT-RECORDED-BY
017840         GO TO 2157-EXIT
017850     END-IF.
017860     MOVE WS-CUST-ID-ENTRY TO CNP-CUST-ID.
017870     MOVE PROD-CODE        TO CNP-PROD-CODE.
017880     PERFORM 2158-READ-CONTACT-PREF THRU 2158-EXIT.
017890     IF WS-CNP-IN-FORCE
017900         SET WS-CONTACT-BARRED TO TRUE
017910         MOVE 'PRODUCT OPTOUT'  TO WS-CNP-HIT-SCOPE
017920         MOVE CNP-REASON-CODE   TO WS-CNP-HIT-REASON
017930         MOVE CNP-RECORDED-DATE TO WS-CNP-HIT-RECORDED
017940         MOVE CNP-RECORDED-BY   TO WS-CNP-HIT-RECORDED-BY
017950     END-IF.
017960 2157-EXIT.
017970     EXIT.
017980*-------------------------------------------------------------------*
017990*    2158-READ-CONTACT-PREF                                         *
018000*    READ THE CONTPREF ENTRY WHOSE KEY IS ALREADY IN CNP-KEY AND    *
018010*    SET WS-CNP-IN-FORCE WHEN IT STILL BARS CONTACT TODAY.          *
018020*-------------------------------------------------------------------*
018030 2158-READ-CONTACT-PREF.
018040     MOVE 'N' TO WS-CNP-IN-FORCE-SW.
018050     READ CONTACT-PREF-FILE
018060         INVALID KEY
018070             GO TO 2158-EXIT
018080     END-READ.
018090     IF NOT WS-CONTPREF-OK
018100         DISPLAY 'CONTACT-PREF-FILE READ FAILED - STATUS '
018110             WS-CONTPREF-STATUS
018120         GO TO 2158-EXIT
018130     END-IF.
018140     IF CNP-ACTIVE
018150        AND (CNP-EXPIRY-DATE = 0
018160             OR CNP-EXPIRY-DATE NOT < WS-CURRENT-DATE)
018170         SET WS-CNP-IN-FORCE TO TRUE
018180     END-IF.
018190 2158-EXIT.
018200     EXIT.
018210*-------------------------------------------------------------------*
018220*    2159-SKIP-NO-CONTACT                                           *
018230*    THE PITCH IS SUPPRESSED. THE AUDIT RECORD NAMES THE CONTPREF   *
018240*    ENTRY THAT STOPPED IT SO COMPLIANCE CAN PROVE THE SKIP, AND    *
018250*    THE 'D' ANSWER KEEPS THE NIGHTLY COUNTS RECONCILED WITH THE    *
018260*    CATALOG PASS. A 'D' DOES NOT START A REOFFER WINDOW.           *
018270*-------------------------------------------------------------------*
018280 2159-SKIP-NO-CONTACT.
018290     MOVE PROD-CODE     TO WS-AUDIT-PROD-CODE.
018300     MOVE 'SKIP-DNC'    TO WS-AUDIT-EVENT.
018310     MOVE SPACES        TO WS-AUDIT-VALUE.
018320     STRING WS-CNP-HIT-SCOPE ' REASON ' WS-CNP-HIT-REASON
018330         ' RECORDED ' WS-CNP-HIT-RECORDED ' BY '
018340         WS-CNP-HIT-RECORDED-BY
018350         DELIMITED BY SIZE INTO WS-AUDIT-VALUE.
018360     PERFORM 6100-WRITE-AUDIT-LOG THRU 6100-EXIT.
018370     MOVE 'D' TO ANSWER.
018380     MOVE 0   TO WS-FULFILL-QTY.
018390     PERFORM 6200-WRITE-ORDER-FILE THRU 6200-EXIT.
018400     ADD 1 TO WS-SUPPRESS-CNT.
018410     PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT.
018420 2159-EXIT.
018430     EXIT.
