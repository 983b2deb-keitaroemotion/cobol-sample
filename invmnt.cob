000264*                     SHARED RUNCTL RUN-CONTROL FILE SO THE         *
000266*                     NIGHTLY CHAIN CAN BE READ BACK FROM ONE       *
000268*                     FILE INSTEAD OF THE CONSOLE SPOOL.            *
000269*    2026-10-15 KS    RECEIPTS CAN QUOTE AND CLOSE PO LINES.      *
000270*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000271*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000272*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000273*                     REFUSALS ARE LOGGED TO SECLOG.              *
000274*    2026-10-15 KS    PO-RECEIPT PARAGRAPHS 3030-3050 MOVED INTO  *
000275*                     NUMBER ORDER AHEAD OF 3100; THE PROGRAM IS  *
000276*                     RESEQUENCED FROM THERE ON.                  *
000277*-----------------------------------------------------------------*
000280*    ACTIONS:                                                     *
000290*      R - RECEIPT (ADDS TO ON-HAND; A CODE NOT YET ON FILE IS    *
000300*          CREATED, PROMPTING FOR ITS REORDER POINT. A RECEIPT    *
000302*          QUOTING A PURCHASE ORDER IS CREDITED TO THE PO'S OPEN  *
000304*          LINE FOR THE PRODUCT, CLOSING IT ONCE FULLY RECEIVED)  *
000310*      C - CYCLE-COUNT ADJUSTMENT (SETS ON-HAND TO THE COUNT)     *
000320*      L - RELEASE RESERVED UNITS (SUBTRACTS FROM RESERVED)       *
000330*      X - END THE SESSION                                        *
000492     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000494         ORGANIZATION       IS SEQUENTIAL
000496         FILE STATUS        IS WS-RUNCTL-STATUS.
000497     SELECT PO-LINE-FILE    ASSIGN TO POFILE
000498         ORGANIZATION       IS INDEXED
000499         ACCESS MODE        IS DYNAMIC
000500         RECORD KEY         IS POL-KEY
000501         FILE STATUS        IS WS-POFILE-STATUS.
000502     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000503         ORGANIZATION       IS INDEXED
000504         ACCESS MODE        IS RANDOM
000505         RECORD KEY         IS OPR-ID
000506         FILE STATUS        IS WS-OPERMAST-STATUS.
000507     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000508         ORGANIZATION       IS SEQUENTIAL
000509         FILE STATUS        IS WS-SECLOG-STATUS.
000510 DATA           DIVISION.
000511 FILE           SECTION.
000520 FD  INVENTORY-FILE
000530     LABEL RECORD IS STANDARD.
000540     COPY INVREC.
000572 FD  RUN-CONTROL
000574     LABEL RECORD IS STANDARD.
000576     COPY RUNREC.
000577 FD  PO-LINE-FILE
000578     LABEL RECORD IS STANDARD.
000579     COPY POLREC.
000580 FD  OPERATOR-FILE
000581     LABEL RECORD IS STANDARD.
000582     COPY OPRREC.
000583 FD  SECURITY-LOG
000584     LABEL RECORD IS STANDARD.
000585     COPY SECREC.
000586 WORKING-STORAGE SECTION.
000587 01  WS-RUNCTL-STATUS            PIC X(02).
000588     88  WS-RUNCTL-OK            VALUE '00'.
000589     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000590 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000591 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000592 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000593 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000594 01  WS-RUN-TIME-RAW.
000595     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000596     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000597 01  WS-INVFILE-STATUS           PIC X(02).
000600     88  WS-INVFILE-OK           VALUE '00'.
000610     88  WS-INVFILE-NOTFOUND     VALUE '35'.
000620 01  WS-INVHIST-STATUS           PIC X(02).
000630     88  WS-INVHIST-OK           VALUE '00'.
000640     88  WS-INVHIST-NOTFOUND     VALUE '35'.
000642 01  WS-POFILE-STATUS            PIC X(02).
000644     88  WS-POFILE-OK            VALUE '00'.
000646     88  WS-POFILE-NOTFOUND      VALUE '35'.
000650 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
000660     88  WS-END-SESSION          VALUE 'Y'.
000670 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
000680     88  WS-VALID-ANSWER         VALUE 'Y'.
000690 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
000700     88  WS-RECORD-FOUND         VALUE 'Y'.
000702 77  WS-PO-AVAIL-SW              PIC X(01)   VALUE 'N'.
000703     88  WS-PO-AVAIL             VALUE 'Y'.
000704 77  WS-PO-LINE-SW               PIC X(01)   VALUE 'N'.
000705     88  WS-PO-LINE-FOUND        VALUE 'Y'.
000706     88  WS-PO-LINE-REJECTED     VALUE 'R'.
000707 77  WS-PO-SCAN-END-SW           PIC X(01)   VALUE 'N'.
000708     88  WS-PO-SCAN-END          VALUE 'Y'.
000710 77  WS-OPERATOR-ID              PIC X(08).
000711 77  WS-OPERATOR-PIN             PIC X(08).
000712 01  WS-OPERMAST-STATUS          PIC X(02).
000713     88  WS-OPERMAST-OK          VALUE '00'.
000714 01  WS-SECLOG-STATUS            PIC X(02).
000715     88  WS-SECLOG-OK            VALUE '00'.
000716     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000717 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
000718     88  WS-OPR-AVAIL            VALUE 'Y'.
000719 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
000720     88  WS-SIGNON-REFUSED       VALUE 3.
000721 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
000722     88  WS-OPR-VERIFIED         VALUE 'Y'.
000723 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
000724     88  WS-RIGHT-GRANTED        VALUE 'Y'.
000725 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'INVMNT  '.
000726 77  WS-GUARDED-ACTIONS          PIC X(03)   VALUE 'RCL'.
000727 77  WS-CHECK-OPERATOR-ID        PIC X(08).
000728 77  WS-CHECK-PIN                PIC X(08).
000729 77  WS-RIGHT-ACTION             PIC X(01).
000730 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
000731 77  WS-SEC-EVENT                PIC X(01).
000732 77  WS-SEC-REASON               PIC X(02).
000733 77  WS-SEC-SUBJECT              PIC X(14).
000734 77  WS-SEC-DETAIL               PIC X(26).
000735 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
000736 01  WS-SEC-TIME-RAW.
000737     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
000738     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
000739 77  WS-ACTION-CODE              PIC X(01).
000740 77  WS-PROD-CODE-ENTRY          PIC X(06).
000741 01  WS-QTY-ENTRY                PIC X(07).
000750 01  WS-QTY-ENTRY-9 REDEFINES WS-QTY-ENTRY
000760                                 PIC 9(07).
000770 77  WS-MOVE-QTY                 PIC 9(07)   VALUE 0.
000772 01  WS-PO-ENTRY                 PIC X(08).
000773 01  WS-PO-ENTRY-9 REDEFINES WS-PO-ENTRY
000774                                 PIC 9(08).
000776 77  WS-RECEIPT-PO-NO            PIC 9(08)   VALUE 0.
000778 77  WS-PO-DUE-QTY               PIC 9(07)   VALUE 0.
000780 01  WS-OLD-VALUES.
000790     05  WS-OLD-ON-HAND          PIC 9(07).
000800     05  WS-OLD-RESERVED         PIC 9(07).
001250             WS-INVHIST-STATUS
001260         STOP RUN
001270     END-IF.
001271     OPEN I-O PO-LINE-FILE.
001272     IF WS-POFILE-OK
001273         SET WS-PO-AVAIL TO TRUE
001274     ELSE
001275         IF NOT WS-POFILE-NOTFOUND
001276             DISPLAY 'PO-LINE-FILE OPEN FAILED - STATUS '
001277                 WS-POFILE-STATUS ' - RECEIPTS CANNOT QUOTE A PO.'
001278         END-IF
001279     END-IF.
001280     OPEN INPUT OPERATOR-FILE.
001281     IF WS-OPERMAST-OK
001282         SET WS-OPR-AVAIL TO TRUE
001283     ELSE
001284         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
001285             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
001286     END-IF.
001287     MOVE 'N' TO WS-VALID-ANSWER-SW.
001288     MOVE 0   TO WS-SIGNON-TRIES.
001289     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001290         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
001291     IF WS-SIGNON-REFUSED
001292         MOVE 'LK'     TO WS-SEC-REASON
001293         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
001294         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001295         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
001296         MOVE 'ER' TO WS-RUN-STATUS
001297         SET WS-END-SESSION TO TRUE
001298     END-IF.
001310 1000-EXIT.
001320     EXIT.
001321 1100-PROMPT-OPERATOR-ID.
001322     DISPLAY 'ENTER YOUR OPERATOR ID: '.
001323     ACCEPT  WS-OPERATOR-ID.
001324     IF WS-OPERATOR-ID = SPACES
001325         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
001326         GO TO 1100-EXIT
001327     END-IF.
001328     DISPLAY 'ENTER YOUR PIN: '.
001329     ACCEPT  WS-OPERATOR-PIN.
001330     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
001331     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
001332     MOVE SPACES          TO WS-RIGHT-ACTION.
001333     MOVE SPACES          TO WS-SEC-SUBJECT.
001334     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
001335     IF WS-OPR-VERIFIED
001336         SET WS-VALID-ANSWER TO TRUE
001337     ELSE
001338         ADD 1 TO WS-SIGNON-TRIES
001339         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
001340     END-IF.
001341 1100-EXIT.
001342     EXIT.
001343*-------------------------------------------------------------------*
001344*    1110-VERIFY-OPERATOR                                           *
001345*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
001346*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
001347*    TOLD WHICH CHECK FAILED.                                       *
001348*-------------------------------------------------------------------*
001349 1110-VERIFY-OPERATOR.
001350     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
001351     MOVE SPACES TO WS-SEC-DETAIL.
001352     IF NOT WS-OPR-AVAIL
001353         MOVE 'NF' TO WS-SEC-REASON
001354         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001355         GO TO 1110-EXIT
001356     END-IF.
001357     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
001358     READ OPERATOR-FILE
001359         INVALID KEY
001360             MOVE 'UI' TO WS-SEC-REASON
001361             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001362             GO TO 1110-EXIT
001363     END-READ.
001364     IF NOT WS-OPERMAST-OK
001365         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
001366             WS-OPERMAST-STATUS
001367         MOVE 'NF' TO WS-SEC-REASON
001368         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001369         GO TO 1110-EXIT
001370     END-IF.
001371     IF OPR-PIN NOT = WS-CHECK-PIN
001372         MOVE 'PW' TO WS-SEC-REASON
001373         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001374         GO TO 1110-EXIT
001375     END-IF.
001376     IF NOT OPR-ACTIVE
001377         MOVE 'RV' TO WS-SEC-REASON
001378         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001379         GO TO 1110-EXIT
001380     END-IF.
001381     SET WS-OPR-VERIFIED TO TRUE.
001382 1110-EXIT.
001383     EXIT.
001384*-------------------------------------------------------------------*
001385*    1120-CHECK-RIGHT                                               *
001386*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
001387*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
001388*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
001389*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
001390*    WS-SEC-REASON.                                                 *
001391*-------------------------------------------------------------------*
001392 1120-CHECK-RIGHT.
001393     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
001394     MOVE 'NR' TO WS-SEC-REASON.
001395     IF NOT WS-OPR-AVAIL
001396         MOVE 'NF' TO WS-SEC-REASON
001397         GO TO 1120-EXIT
001398     END-IF.
001399     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
001400     READ OPERATOR-FILE
001401         INVALID KEY
001402             MOVE 'UI' TO WS-SEC-REASON
001403             GO TO 1120-EXIT
001404     END-READ.
001405     IF NOT WS-OPERMAST-OK
001406         MOVE 'NF' TO WS-SEC-REASON
001407         GO TO 1120-EXIT
001408     END-IF.
001409     IF NOT OPR-ACTIVE
001410         MOVE 'RV' TO WS-SEC-REASON
001411         GO TO 1120-EXIT
001412     END-IF.
001413     SET OPR-RIGHT-IDX TO 1.
001414     SEARCH OPR-RIGHT
001415         AT END
001416             GO TO 1120-EXIT
001417         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
001418             CONTINUE
001419     END-SEARCH.
001420     MOVE 0 TO WS-RIGHT-TALLY.
001421     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
001422         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
001423                                     ALL '*'.
001424     IF WS-RIGHT-TALLY > 0
001425         SET WS-RIGHT-GRANTED TO TRUE
001426     END-IF.
001427 1120-EXIT.
001428     EXIT.
001429*-------------------------------------------------------------------*
001430*    1130-LOG-VIOLATION                                             *
001431*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
001432*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
001433*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
001434*-------------------------------------------------------------------*
001435 1130-LOG-VIOLATION.
001436     MOVE 'V' TO WS-SEC-EVENT.
001437     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
001438 1130-EXIT.
001439     EXIT.
001440 1140-WRITE-SECURITY-LOG.
001441     OPEN EXTEND SECURITY-LOG.
001442     IF WS-SECLOG-NOTFOUND
001443         OPEN OUTPUT SECURITY-LOG
001444     END-IF.
001445     IF NOT WS-SECLOG-OK
001446         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
001447             WS-SECLOG-STATUS
001448         GO TO 1140-EXIT
001449     END-IF.
001450     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
001451     ACCEPT WS-SEC-TIME-RAW FROM TIME.
001452     MOVE SPACES               TO SECURITY-LOG-RECORD.
001453     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
001454     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
001455     MOVE WS-SEC-EVENT         TO SEC-EVENT.
001456     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
001457     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
001458     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
001459     MOVE WS-SEC-REASON        TO SEC-REASON.
001460     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
001461     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
001462     WRITE SECURITY-LOG-RECORD.
001463     IF NOT WS-SECLOG-OK
001464         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
001465             WS-SECLOG-STATUS
001466     END-IF.
001467     CLOSE SECURITY-LOG.
001468 1140-EXIT.
001469     EXIT.
001470*-------------------------------------------------------------------*
001471*    1150-AUTHORIZE-ACTION                                          *
001472*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
001473*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
001474*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
001475*-------------------------------------------------------------------*
001476 1150-AUTHORIZE-ACTION.
001477     SET WS-RIGHT-GRANTED TO TRUE.
001478     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
001479     INSPECT WS-RIGHT-ACTION CONVERTING
001480         'abcdefghijklmnopqrstuvwxyz'
001481         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001482     IF WS-RIGHT-ACTION = SPACE
001483         GO TO 1150-EXIT
001484     END-IF.
001485     MOVE 0 TO WS-RIGHT-TALLY.
001486     INSPECT WS-GUARDED-ACTIONS
001487         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
001488     IF WS-RIGHT-TALLY = 0
001489         GO TO 1150-EXIT
001490     END-IF.
001491     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
001492     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
001493     IF NOT WS-RIGHT-GRANTED
001494         MOVE SPACES TO WS-SEC-DETAIL
001495         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001496         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
001497     END-IF.
001498 1150-EXIT.
001499     EXIT.
001500*===================================================================*
001501*    2000-PROCESS-ACTION                                            *
001502*===================================================================*
001503 2000-PROCESS-ACTION.
001504     DISPLAY 'INVENTORY MAINTENANCE - R=RECEIPT C=CYCLE-COUNT '
001505         'L=RELEASE X=EXIT'.
001506     ACCEPT WS-ACTION-CODE.
001507     MOVE SPACES TO WS-SEC-SUBJECT.
001508     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
001509     IF NOT WS-RIGHT-GRANTED
001510         GO TO 2000-EXIT
001511     END-IF.
001512     EVALUATE WS-ACTION-CODE
001513         WHEN 'R'
001520         WHEN 'r'
001530             PERFORM 3000-RECEIPT        THRU 3000-EXIT
001540         WHEN 'C'
001860             'RECEIPT CANCELLED.'
001870         GO TO 3000-EXIT
001880     END-IF.
001882     PERFORM 3030-PROMPT-PO-NUMBER THRU 3030-EXIT.
001884     IF WS-PO-LINE-REJECTED
001886         GO TO 3000-EXIT
001888     END-IF.
001890     IF WS-RECORD-FOUND
001900         MOVE INV-ON-HAND  TO WS-OLD-ON-HAND
001910         MOVE INV-RESERVED TO WS-OLD-RESERVED
002200     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
002210     DISPLAY 'RECEIPT OF ' WS-MOVE-QTY ' POSTED TO '
002220         WS-PROD-CODE-ENTRY '.'.
002222     IF WS-PO-LINE-FOUND
002224         PERFORM 3050-APPLY-PO-RECEIPT THRU 3050-EXIT
002226     END-IF.
002230 3000-EXIT.
002240     EXIT.
002250*-------------------------------------------------------------------*
002440 3020-EXIT.
002450     EXIT.
002460*-------------------------------------------------------------------*
002470*    3030-PROMPT-PO-NUMBER                                          *
002480*    A RECEIPT MAY QUOTE THE PURCHASE ORDER IT DELIVERS. THE PO     *
002490*    MUST HAVE AN OPEN LINE FOR THE PRODUCT, OR THE RECEIPT IS      *
002500*    CANCELLED BEFORE ANY STOCK MOVES. BLANK MEANS NO PO.           *
002510*-------------------------------------------------------------------*
002520 3030-PROMPT-PO-NUMBER.
002530     MOVE 0   TO WS-RECEIPT-PO-NO.
002540     MOVE 'N' TO WS-PO-LINE-SW.
002550     IF NOT WS-PO-AVAIL
002560         GO TO 3030-EXIT
002570     END-IF.
002580     DISPLAY 'ENTER PO NUMBER AS 8 DIGITS (BLANK = NO PO): '.
002590     MOVE SPACES TO WS-PO-ENTRY.
002600     ACCEPT  WS-PO-ENTRY.
002610     IF WS-PO-ENTRY = SPACES
002620         GO TO 3030-EXIT
002630     END-IF.
002640     IF WS-PO-ENTRY NOT NUMERIC OR WS-PO-ENTRY-9 = 0
002650         DISPLAY 'PO NUMBER MUST BE 8 DIGITS - RECEIPT CANCELLED.'
002660         SET WS-PO-LINE-REJECTED TO TRUE
002670         GO TO 3030-EXIT
002680     END-IF.
002690     MOVE WS-PO-ENTRY-9   TO WS-RECEIPT-PO-NO.
002700     MOVE WS-RECEIPT-PO-NO TO POL-PO-NO.
002710     MOVE 0               TO POL-LINE-NO.
002720     MOVE 'N'             TO WS-PO-SCAN-END-SW.
002730     START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
002740         INVALID KEY
002750             SET WS-PO-SCAN-END TO TRUE
002760     END-START.
002770     PERFORM 3040-SCAN-PO-LINE THRU 3040-EXIT
002780         UNTIL WS-PO-SCAN-END OR WS-PO-LINE-FOUND.
002790     IF NOT WS-PO-LINE-FOUND
002800         DISPLAY 'PO ' WS-RECEIPT-PO-NO ' HAS NO OPEN LINE FOR '
002810             WS-PROD-CODE-ENTRY ' - RECEIPT CANCELLED.'
002820         MOVE 0 TO WS-RECEIPT-PO-NO
002830         SET WS-PO-LINE-REJECTED TO TRUE
002840         GO TO 3030-EXIT
002850     END-IF.
002860     MOVE 0 TO WS-PO-DUE-QTY.
002870     IF POL-QTY-ORDERED > POL-QTY-RECEIVED
002880         COMPUTE WS-PO-DUE-QTY =
002890             POL-QTY-ORDERED - POL-QTY-RECEIVED
002900     END-IF.
002910     DISPLAY 'PO ' WS-RECEIPT-PO-NO ' LINE ' POL-LINE-NO ' - '
002920         WS-PO-DUE-QTY ' UNITS DUE.'.
002930     IF WS-MOVE-QTY > WS-PO-DUE-QTY
002940         DISPLAY 'RECEIPT EXCEEDS THE QUANTITY DUE - THE LINE '
002950             'WILL BE CLOSED.'
002960     END-IF.
002970 3030-EXIT.
002980     EXIT.
002990*-------------------------------------------------------------------*
003000*    3040-SCAN-PO-LINE                                              *
003010*    THE PO'S LINES ARE ADJACENT ON THE KEY; THE FIRST OPEN LINE    *
003020*    FOR THE PRODUCT TAKES THE RECEIPT.                             *
003030*-------------------------------------------------------------------*
003040 3040-SCAN-PO-LINE.
003050     READ PO-LINE-FILE NEXT RECORD
003060         AT END
003070             SET WS-PO-SCAN-END TO TRUE
003080             GO TO 3040-EXIT
003090     END-READ.
003100     IF NOT WS-POFILE-OK
003110        OR POL-PO-NO NOT = WS-RECEIPT-PO-NO
003120         SET WS-PO-SCAN-END TO TRUE
003130         GO TO 3040-EXIT
003140     END-IF.
003150     IF POL-PROD-CODE = WS-PROD-CODE-ENTRY AND POL-OPEN
003160         SET WS-PO-LINE-FOUND TO TRUE
003170     END-IF.
003180 3040-EXIT.
003190     EXIT.
003200*-------------------------------------------------------------------*
003210*    3050-APPLY-PO-RECEIPT                                          *
003220*    CREDIT THE RECEIPT TO THE PO LINE FOUND BY 3030. THE LINE      *
003230*    CLOSES ONCE EVERYTHING ORDERED HAS ARRIVED.                    *
003240*-------------------------------------------------------------------*
003250 3050-APPLY-PO-RECEIPT.
003260     ADD WS-MOVE-QTY TO POL-QTY-RECEIVED
003270         ON SIZE ERROR
003280             MOVE POL-QTY-ORDERED TO POL-QTY-RECEIVED
003290     END-ADD.
003300     MOVE WS-CURRENT-DATE TO POL-LAST-RECEIPT-DATE.
003310     IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
003320         SET POL-CLOSED TO TRUE
003330     END-IF.
003340     REWRITE PO-LINE-RECORD
003350         INVALID KEY
003360             DISPLAY 'PO-LINE-FILE REWRITE REJECTED - STATUS '
003370                 WS-POFILE-STATUS
003380             GO TO 3050-EXIT
003390     END-REWRITE.
003400     IF NOT WS-POFILE-OK
003410         DISPLAY 'PO-LINE-FILE REWRITE FAILED - STATUS '
003420             WS-POFILE-STATUS
003430         GO TO 3050-EXIT
003440     END-IF.
003450     IF POL-CLOSED
003460         DISPLAY 'PO ' WS-RECEIPT-PO-NO ' LINE ' POL-LINE-NO
003470             ' IS NOW FULLY RECEIVED AND CLOSED.'
003480     ELSE
003490         COMPUTE WS-PO-DUE-QTY =
003500             POL-QTY-ORDERED - POL-QTY-RECEIVED
003510         DISPLAY 'PO ' WS-RECEIPT-PO-NO ' LINE ' POL-LINE-NO
003520             ' - ' WS-PO-DUE-QTY ' UNITS STILL DUE.'
003530     END-IF.
003540 3050-EXIT.
003550     EXIT.
003560*-------------------------------------------------------------------*
003570*    3100-CYCLE-COUNT                                                *
003580*    SET ON-HAND TO WHAT WAS PHYSICALLY COUNTED. RESERVED IS NOT     *
003590*    TOUCHED - A MISCOUNTED RESERVATION IS RELEASED WITH 'L'.        *
003600*-------------------------------------------------------------------*
003610 3100-CYCLE-COUNT.
003620     PERFORM 4000-PROMPT-PROD-CODE THRU 4000-EXIT.
003630     IF WS-PROD-CODE-ENTRY = SPACES
003640         GO TO 3100-EXIT
003650     END-IF.
003660     MOVE WS-PROD-CODE-ENTRY TO INV-PROD-CODE.
003670     PERFORM 4100-READ-INVENTORY THRU 4100-EXIT.
003680     IF NOT WS-RECORD-FOUND
003690         DISPLAY 'PRODUCT CODE ' WS-PROD-CODE-ENTRY
003700             ' IS NOT ON FILE - ADJUSTMENT REJECTED.'
003710         GO TO 3100-EXIT
003720     END-IF.
003730     DISPLAY 'CURRENT ON-HAND: ' INV-ON-HAND.
003740     MOVE 'N' TO WS-VALID-ANSWER-SW.
003750     PERFORM 4210-PROMPT-COUNTED-QTY THRU 4210-EXIT
003760         UNTIL WS-VALID-ANSWER.
003770     IF WS-MOVE-QTY = INV-ON-HAND
003780         DISPLAY 'COUNT MATCHES THE FILE - NOTHING CHANGED.'
003790         GO TO 3100-EXIT
003800     END-IF.
003810     MOVE INV-ON-HAND  TO WS-OLD-ON-HAND.
003820     MOVE INV-RESERVED TO WS-OLD-RESERVED.
003830     MOVE WS-MOVE-QTY  TO INV-ON-HAND.
003840     REWRITE INVENTORY-RECORD
003850         INVALID KEY
003860             DISPLAY 'INVENTORY-FILE REWRITE REJECTED - STATUS '
003870                 WS-INVFILE-STATUS
003880             GO TO 3100-EXIT
003890     END-REWRITE.
003900     IF NOT WS-INVFILE-OK
003910         DISPLAY 'INVENTORY-FILE REWRITE FAILED - STATUS '
003920             WS-INVFILE-STATUS
003930         GO TO 3100-EXIT
003940     END-IF.
003950     MOVE 'CYCCNT' TO WS-HIST-TRANS-TYPE.
003960     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
003970     DISPLAY 'ON-HAND FOR ' WS-PROD-CODE-ENTRY ' SET TO '
003980         WS-MOVE-QTY '.'.
003990 3100-EXIT.
004000     EXIT.
004010*-------------------------------------------------------------------*
004020*    3200-RELEASE-RESERVED                                           *
004030*    HAND BACK UNITS A STUCK OR BOGUS RESERVATION IS HOLDING.        *
004040*    THE RELEASE CAN NEVER EXCEED WHAT IS ACTUALLY RESERVED -        *
004050*    RESERVED NEVER GOES NEGATIVE.                                   *
004060*-------------------------------------------------------------------*
004070 3200-RELEASE-RESERVED.
004080     PERFORM 4000-PROMPT-PROD-CODE THRU 4000-EXIT.
004090     IF WS-PROD-CODE-ENTRY = SPACES
004100         GO TO 3200-EXIT
004110     END-IF.
004120     MOVE WS-PROD-CODE-ENTRY TO INV-PROD-CODE.
004130     PERFORM 4100-READ-INVENTORY THRU 4100-EXIT.
004140     IF NOT WS-RECORD-FOUND
004150         DISPLAY 'PRODUCT CODE ' WS-PROD-CODE-ENTRY
004160             ' IS NOT ON FILE - RELEASE REJECTED.'
004170         GO TO 3200-EXIT
004180     END-IF.
004190     DISPLAY 'CURRENT RESERVED: ' INV-RESERVED.
004200     MOVE 'N' TO WS-VALID-ANSWER-SW.
004210     PERFORM 4200-PROMPT-QUANTITY THRU 4200-EXIT
004220         UNTIL WS-VALID-ANSWER.
004230     IF WS-MOVE-QTY = 0
004240         DISPLAY 'A ZERO-QUANTITY RELEASE CHANGES NOTHING - '
004250             'RELEASE CANCELLED.'
004260         GO TO 3200-EXIT
004270     END-IF.
004280     IF WS-MOVE-QTY > INV-RESERVED
004290         DISPLAY 'ONLY ' INV-RESERVED ' UNITS ARE RESERVED - '
004300             'RELEASE REJECTED.'
004310         GO TO 3200-EXIT
004320     END-IF.
004330     MOVE INV-ON-HAND  TO WS-OLD-ON-HAND.
004340     MOVE INV-RESERVED TO WS-OLD-RESERVED.
004350     SUBTRACT WS-MOVE-QTY FROM INV-RESERVED.
004360     REWRITE INVENTORY-RECORD
004370         INVALID KEY
004380             DISPLAY 'INVENTORY-FILE REWRITE REJECTED - STATUS '
004390                 WS-INVFILE-STATUS
004400             GO TO 3200-EXIT
004410     END-REWRITE.
004420     IF NOT WS-INVFILE-OK
004430         DISPLAY 'INVENTORY-FILE REWRITE FAILED - STATUS '
004440             WS-INVFILE-STATUS
004450         GO TO 3200-EXIT
004460     END-IF.
004470     MOVE 'RELRSV' TO WS-HIST-TRANS-TYPE.
004480     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
004490     DISPLAY WS-MOVE-QTY ' RESERVED UNITS RELEASED ON '
004500         WS-PROD-CODE-ENTRY '.'.
004510 3200-EXIT.
004520     EXIT.
004530*-------------------------------------------------------------------*
004540*    4000-PROMPT-PROD-CODE                                           *
004550*    A BLANK CODE CANCELS THE ACTION AND RETURNS TO THE MENU.        *
004560*-------------------------------------------------------------------*
004570 4000-PROMPT-PROD-CODE.
004580     DISPLAY 'ENTER PRODUCT CODE (BLANK = CANCEL): '.
004590     ACCEPT  WS-PROD-CODE-ENTRY.
004600 4000-EXIT.
004610     EXIT.
004620*-------------------------------------------------------------------*
004630*    4100-READ-INVENTORY                                             *
004640*-------------------------------------------------------------------*
004650 4100-READ-INVENTORY.
004660     MOVE 'N' TO WS-RECORD-FOUND-SW.
004670     READ INVENTORY-FILE
004680         INVALID KEY
004690             CONTINUE
004700         NOT INVALID KEY
004710             SET WS-RECORD-FOUND TO TRUE
004720     END-READ.
004730 4100-EXIT.
004740     EXIT.
004750*-------------------------------------------------------------------*
004760*    4200-PROMPT-QUANTITY                                            *
004770*    QUANTITIES ARE KEYED AS SEVEN DIGITS, ZERO FILLED, LIKE THE     *
004780*    PRICE ENTRY IN PRODMNT - ANYTHING ELSE REPROMPTS.               *
004790*-------------------------------------------------------------------*
004800 4200-PROMPT-QUANTITY.
004810     DISPLAY 'ENTER QUANTITY AS 7 DIGITS, ZERO FILLED: '.
004820     ACCEPT  WS-QTY-ENTRY.
004830     IF WS-QTY-ENTRY NOT NUMERIC
004840         DISPLAY 'QUANTITY MUST BE 7 DIGITS, ZERO FILLED.'
004850     ELSE
004860         MOVE WS-QTY-ENTRY-9 TO WS-MOVE-QTY
004870         SET WS-VALID-ANSWER TO TRUE
004880     END-IF.
004890 4200-EXIT.
004900     EXIT.
004910 4210-PROMPT-COUNTED-QTY.
004920     DISPLAY 'ENTER THE COUNTED ON-HAND AS 7 DIGITS, '
004930         'ZERO FILLED: '.
004940     ACCEPT  WS-QTY-ENTRY.
004950     IF WS-QTY-ENTRY NOT NUMERIC
004960         DISPLAY 'QUANTITY MUST BE 7 DIGITS, ZERO FILLED.'
004970     ELSE
004980         MOVE WS-QTY-ENTRY-9 TO WS-MOVE-QTY
004990         SET WS-VALID-ANSWER TO TRUE
005000     END-IF.
005010 4210-EXIT.
005020     EXIT.
005030*===================================================================*
005040*    6000-WRITE-HISTORY                                              *
005050*    ONE RECORD PER MOVEMENT, STAMPED WITH THE OPERATOR AND THE      *
005060*    BEFORE/AFTER ON-HAND AND RESERVED QUANTITIES.                   *
005070*===================================================================*
005080 6000-WRITE-HISTORY.
005090     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
005100     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005110         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
005120     MOVE SPACES              TO INV-HIST-RECORD.
005130     MOVE WS-TIMESTAMP-14     TO IVH-TIMESTAMP.
005140     MOVE WS-OPERATOR-ID      TO IVH-OPERATOR-ID.
005150     MOVE WS-HIST-TRANS-TYPE  TO IVH-TRANS-TYPE.
005160     MOVE WS-PROD-CODE-ENTRY  TO IVH-PROD-CODE.
005170     MOVE WS-MOVE-QTY         TO IVH-QUANTITY.
005180     MOVE WS-OLD-ON-HAND      TO IVH-OLD-ON-HAND.
005190     MOVE INV-ON-HAND         TO IVH-NEW-ON-HAND.
005200     MOVE WS-OLD-RESERVED     TO IVH-OLD-RESERVED.
005210     MOVE INV-RESERVED        TO IVH-NEW-RESERVED.
005220     MOVE 0                   TO IVH-PO-NO.
005230     IF WS-HIST-TRANS-TYPE = 'RECPT'
005240         MOVE WS-RECEIPT-PO-NO TO IVH-PO-NO
005250     END-IF.
005260     WRITE INV-HIST-RECORD.
005270     IF NOT WS-INVHIST-OK
005280         DISPLAY 'INV-HIST-FILE WRITE FAILED - STATUS '
005290             WS-INVHIST-STATUS
005300     ELSE
005310         ADD 1 TO WS-HIST-WRITE-CNT
005320     END-IF.
005330 6000-EXIT.
005340     EXIT.
005350 6010-GET-CURRENT-DATE-TIME.
005360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005370     ACCEPT WS-TIME-RAW     FROM TIME.
005380     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
005390 6010-EXIT.
005400     EXIT.
005410*===================================================================*
005420*    9000-TERMINATE                                                  *
005430*===================================================================*
005440 9000-TERMINATE.
005450     CLOSE INVENTORY-FILE.
005460     CLOSE INV-HIST-FILE.
005470     IF WS-PO-AVAIL
005480         CLOSE PO-LINE-FILE
005490     END-IF.
005500     IF WS-OPR-AVAIL
005510         CLOSE OPERATOR-FILE
005520     END-IF.
005530 9000-EXIT.
005540     EXIT.
005550*===================================================================*
005560*    8900-WRITE-RUN-CONTROL                                         *
005570*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
005580*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
005590*===================================================================*
005600 8900-WRITE-RUN-CONTROL.
005610     OPEN EXTEND RUN-CONTROL.
005620     IF WS-RUNCTL-NOTFOUND
005630         OPEN OUTPUT RUN-CONTROL
005640     END-IF.
005650     IF NOT WS-RUNCTL-OK
005660         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
005670             WS-RUNCTL-STATUS
005680         GO TO 8900-EXIT
005690     END-IF.
005700     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
005710     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005720     MOVE SPACES             TO RUN-CONTROL-RECORD.
005730     MOVE 'INVMNT  '         TO RNC-PROGRAM-ID.
005740     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
005750     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
005760     MOVE WS-RUN-EVENT       TO RNC-EVENT.
005770     MOVE WS-RUN-STATUS      TO RNC-STATUS.
005780     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
005790     WRITE RUN-CONTROL-RECORD.
005800     IF NOT WS-RUNCTL-OK
005810         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
005820             WS-RUNCTL-STATUS
005830     END-IF.
005840     CLOSE RUN-CONTROL.
005850 8900-EXIT.
005860     EXIT.
