000240*                     LIMIT. RELEASED ORDERS FLOW INTO            *
000250*                     FULFILLMENT; REJECTED ONES ARE CLOSED       *
000260*                     BACK TO THE ORDER HISTORY.                  *
000261*    2026-10-15 KS    CTL-CREDIT-CNT AND CTL-JOURNAL-CNT ARE NOW  *
000262*                     ZEROED ON THE CONTROL-TOTALS RECORD - BOTH  *
000263*                     COUNTS BELONG TO OTHER STEPS.               *
000264*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000265*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000266*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000267*                     REFUSALS ARE LOGGED TO SECLOG. A RELEASE    *
000268*                     OVER THE CRDRELPM LIMIT NEEDS A SECOND      *
000269*                     AUTHORIZED OPERATOR.                        *
000270*    2026-10-15 KS    CTL-SUPPRESS-CNT IS NOW ZEROED ON THE       *
000271*                     CONTROL-TOTALS RECORD - IT BELONGS TO       *
000272*                     HELLO.                                      *
000273*-----------------------------------------------------------------*
000280*    WALKS EVERY 'H' RECORD ON HELDORDF AND ASKS THE OPERATOR:    *
000290*      R - RELEASE: RESERVE THE STOCK, WRITE A 'Y' ORDER RECORD   *
000300*          AND A FULFILLMENT EXPORT (DATED TODAY SO THEY PAIR     *
000400*    AND FULFILLMENT COUNTS ARE APPENDED TO CTLTOTAL SO           *
000410*    HELLOBAL STILL BALANCES, AND THE RUN GATES ON HELLOBAL'S     *
000420*    LATEST VERDICT LIKE THE OTHER RELEASE STEPS.                 *
000424*    A RELEASE ABOVE THE CRDRELPM LIMIT FOR ITS CURRENCY ALSO     *
000428*    NEEDS A SECOND OPERATOR'S ID AND PIN.                        *
000430*-----------------------------------------------------------------*
000440 ENVIRONMENT    DIVISION.
000450 INPUT-OUTPUT   SECTION.
000740     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000750         ORGANIZATION       IS SEQUENTIAL
000760         FILE STATUS        IS WS-RUNCTL-STATUS.
000761     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000762         ORGANIZATION       IS INDEXED
000763         ACCESS MODE        IS RANDOM
000764         RECORD KEY         IS OPR-ID
000765         FILE STATUS        IS WS-OPERMAST-STATUS.
000766     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000767         ORGANIZATION       IS SEQUENTIAL
000768         FILE STATUS        IS WS-SECLOG-STATUS.
000769     SELECT DUAL-LIMIT-FILE ASSIGN TO CRDRELPM
000770         ORGANIZATION       IS SEQUENTIAL
000771         FILE STATUS        IS WS-CRDRELPM-STATUS.
000772 DATA           DIVISION.
000780 FILE           SECTION.
000790 FD  HELD-FILE
000800     LABEL RECORD IS STANDARD.
001000 FD  RUN-CONTROL
001010     LABEL RECORD IS STANDARD.
001020     COPY RUNREC.
001021 FD  OPERATOR-FILE
001022     LABEL RECORD IS STANDARD.
001023     COPY OPRREC.
001024 FD  SECURITY-LOG
001025     LABEL RECORD IS STANDARD.
001026     COPY SECREC.
001027 FD  DUAL-LIMIT-FILE
001028     LABEL RECORD IS STANDARD.
001029 01  DUAL-LIMIT-RECORD.
001030     05  DLC-CURRENCY-CODE       PIC X(03).
001031     05  DLC-LIMIT-AMOUNT        PIC 9(12)V99.
001032     05  FILLER                  PIC X(63).
001033 WORKING-STORAGE SECTION.
001040 01  WS-RUNCTL-STATUS            PIC X(02).
001050     88  WS-RUNCTL-OK            VALUE '00'.
001060     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001500 77  WS-PROD-ON-FILE-SW          PIC X(01)   VALUE 'N'.
001510     88  WS-PROD-ON-FILE         VALUE 'Y'.
001520 77  WS-OPERATOR-ID              PIC X(08).
001521 77  WS-OPERATOR-PIN             PIC X(08).
001522 01  WS-OPERMAST-STATUS          PIC X(02).
001523     88  WS-OPERMAST-OK          VALUE '00'.
001524 01  WS-SECLOG-STATUS            PIC X(02).
001525     88  WS-SECLOG-OK            VALUE '00'.
001526     88  WS-SECLOG-NOTFOUND      VALUE '35'.
001527 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
001528     88  WS-OPR-AVAIL            VALUE 'Y'.
001529 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001530     88  WS-SIGNON-REFUSED       VALUE 3.
001531 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001532     88  WS-OPR-VERIFIED         VALUE 'Y'.
001533 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001534     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001535 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'CRDREL  '.
001536 77  WS-GUARDED-ACTIONS          PIC X(02)   VALUE 'RJ'.
001537 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001538 77  WS-CHECK-PIN                PIC X(08).
001539 77  WS-RIGHT-ACTION             PIC X(01).
001540 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001541 77  WS-SEC-EVENT                PIC X(01).
001542 77  WS-SEC-REASON               PIC X(02).
001543 77  WS-SEC-SUBJECT              PIC X(14).
001544 77  WS-SEC-DETAIL               PIC X(26).
001545 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001546 01  WS-SEC-TIME-RAW.
001547     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001548     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001549 01  WS-CRDRELPM-STATUS          PIC X(02).
001550     88  WS-CRDRELPM-OK          VALUE '00'.
001551 77  WS-EOF-LIMITS-SW            PIC X(01)   VALUE 'N'.
001552     88  WS-EOF-LIMITS           VALUE 'Y'.
001553 77  WS-DUAL-REQUIRED-SW         PIC X(01)   VALUE 'N'.
001554     88  WS-DUAL-REQUIRED        VALUE 'Y'.
001555 77  WS-DUAL-CLEARED-SW          PIC X(01)   VALUE 'N'.
001556     88  WS-DUAL-CLEARED         VALUE 'Y'.
001557 77  WS-SECOND-OPERATOR-ID       PIC X(08).
001558 77  WS-SECOND-PIN               PIC X(08).
001559 77  WS-DEFAULT-LIMIT            PIC 9(12)V99 VALUE 10000.00.
001560 77  WS-DUAL-LIMIT               PIC 9(12)V99 VALUE 0.
001561 77  WS-LIMIT-COUNT              PIC 9(02)   COMP    VALUE 0.
001562 01  WS-LIMIT-TABLE.
001563     05  WS-LIMIT-ENTRY          OCCURS 20 TIMES
001564                                 INDEXED BY WS-LIMIT-IDX.
001565         10  WS-LIMIT-CURRENCY   PIC X(03).
001566         10  WS-LIMIT-AMOUNT     PIC 9(12)V99.
001567 77  WS-ACTION-CODE              PIC X(01).
001568 77  WS-AVAILABLE-QTY            PIC S9(07)  COMP-3  VALUE 0.
001569 77  WS-HELD-READ-CNT             PIC 9(07)   COMP    VALUE 0.
001570 77  WS-RELEASED-CNT              PIC 9(07)   COMP    VALUE 0.
001571 77  WS-REJECTED-CNT              PIC 9(07)   COMP    VALUE 0.
001580 77  WS-SKIPPED-CNT               PIC 9(07)   COMP    VALUE 0.
001590 77  WS-ORDER-WRITE-CNT           PIC 9(07)   COMP    VALUE 0.
001600 77  WS-FULFILL-WRITE-CNT         PIC 9(07)   COMP    VALUE 0.
002430             WS-FULFILFL-STATUS
002440     END-IF.
002450     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
002451     PERFORM 1200-LOAD-DUAL-LIMITS THRU 1200-EXIT.
002452     OPEN INPUT OPERATOR-FILE.
002453     IF WS-OPERMAST-OK
002454         SET WS-OPR-AVAIL TO TRUE
002455     ELSE
002456         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
002457             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
002458     END-IF.
002460     MOVE 'N' TO WS-VALID-ANSWER-SW.
002465     MOVE 0   TO WS-SIGNON-TRIES.
002470     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
002472         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
002474     IF WS-SIGNON-REFUSED
002476         MOVE 'LK'     TO WS-SEC-REASON
002478         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
002480         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002482         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
002484         MOVE 'ER' TO WS-RUN-STATUS
002486         SET WS-END-SESSION TO TRUE
002488     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510 1100-PROMPT-OPERATOR-ID.
002530     ACCEPT  WS-OPERATOR-ID.
002540     IF WS-OPERATOR-ID = SPACES
002550         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
002552         GO TO 1100-EXIT
002554     END-IF.
002556     DISPLAY 'ENTER YOUR PIN: '.
002558     ACCEPT  WS-OPERATOR-PIN.
002560     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
002562     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
002564     MOVE SPACES          TO WS-RIGHT-ACTION.
002566     MOVE SPACES          TO WS-SEC-SUBJECT.
002568     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
002570     IF WS-OPR-VERIFIED
002572         SET WS-VALID-ANSWER TO TRUE
002574     ELSE
002576         ADD 1 TO WS-SIGNON-TRIES
002578         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
002580     END-IF.
002590 1100-EXIT.
002591     EXIT.
002592*-------------------------------------------------------------------*
002593*    1110-VERIFY-OPERATOR                                           *
002594*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
002595*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
002596*    TOLD WHICH CHECK FAILED.                                       *
002597*-------------------------------------------------------------------*
002598 1110-VERIFY-OPERATOR.
002599     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
002600     MOVE SPACES TO WS-SEC-DETAIL.
002601     IF NOT WS-OPR-AVAIL
002602         MOVE 'NF' TO WS-SEC-REASON
002603         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002604         GO TO 1110-EXIT
002605     END-IF.
002606     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002607     READ OPERATOR-FILE
002608         INVALID KEY
002609             MOVE 'UI' TO WS-SEC-REASON
002610             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002611             GO TO 1110-EXIT
002612     END-READ.
002613     IF NOT WS-OPERMAST-OK
002614         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
002615             WS-OPERMAST-STATUS
002616         MOVE 'NF' TO WS-SEC-REASON
002617         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002618         GO TO 1110-EXIT
002619     END-IF.
002620     IF OPR-PIN NOT = WS-CHECK-PIN
002621         MOVE 'PW' TO WS-SEC-REASON
002622         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002623         GO TO 1110-EXIT
002624     END-IF.
002625     IF NOT OPR-ACTIVE
002626         MOVE 'RV' TO WS-SEC-REASON
002627         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002628         GO TO 1110-EXIT
002629     END-IF.
002630     SET WS-OPR-VERIFIED TO TRUE.
002631 1110-EXIT.
002632     EXIT.
002633*-------------------------------------------------------------------*
002634*    1120-CHECK-RIGHT                                               *
002635*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
002636*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
002637*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
002638*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002639*    WS-SEC-REASON.                                                 *
002640*-------------------------------------------------------------------*
002641 1120-CHECK-RIGHT.
002642     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002643     MOVE 'NR' TO WS-SEC-REASON.
002644     IF NOT WS-OPR-AVAIL
002645         MOVE 'NF' TO WS-SEC-REASON
002646         GO TO 1120-EXIT
002647     END-IF.
002648     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002649     READ OPERATOR-FILE
002650         INVALID KEY
002651             MOVE 'UI' TO WS-SEC-REASON
002652             GO TO 1120-EXIT
002653     END-READ.
002654     IF NOT WS-OPERMAST-OK
002655         MOVE 'NF' TO WS-SEC-REASON
002656         GO TO 1120-EXIT
002657     END-IF.
002658     IF NOT OPR-ACTIVE
002659         MOVE 'RV' TO WS-SEC-REASON
002660         GO TO 1120-EXIT
002661     END-IF.
002662     SET OPR-RIGHT-IDX TO 1.
002663     SEARCH OPR-RIGHT
002664         AT END
002665             GO TO 1120-EXIT
002666         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
002667             CONTINUE
002668     END-SEARCH.
002669     MOVE 0 TO WS-RIGHT-TALLY.
002670     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
002671         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
002672                                     ALL '*'.
002673     IF WS-RIGHT-TALLY > 0
002674         SET WS-RIGHT-GRANTED TO TRUE
002675     END-IF.
002676 1120-EXIT.
002677     EXIT.
002678*-------------------------------------------------------------------*
002679*    1130-LOG-VIOLATION                                             *
002680*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
002681*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
002682*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
002683*-------------------------------------------------------------------*
002684 1130-LOG-VIOLATION.
002685     MOVE 'V' TO WS-SEC-EVENT.
002686     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
002687 1130-EXIT.
002688     EXIT.
002689 1140-WRITE-SECURITY-LOG.
002690     OPEN EXTEND SECURITY-LOG.
002691     IF WS-SECLOG-NOTFOUND
002692         OPEN OUTPUT SECURITY-LOG
002693     END-IF.
002694     IF NOT WS-SECLOG-OK
002695         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
002696             WS-SECLOG-STATUS
002697         GO TO 1140-EXIT
002698     END-IF.
002699     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
002700     ACCEPT WS-SEC-TIME-RAW FROM TIME.
002701     MOVE SPACES               TO SECURITY-LOG-RECORD.
002702     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
002703     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
002704     MOVE WS-SEC-EVENT         TO SEC-EVENT.
002705     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
002706     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
002707     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
002708     MOVE WS-SEC-REASON        TO SEC-REASON.
002709     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
002710     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
002711     WRITE SECURITY-LOG-RECORD.
002712     IF NOT WS-SECLOG-OK
002713         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
002714             WS-SECLOG-STATUS
002715     END-IF.
002716     CLOSE SECURITY-LOG.
002717 1140-EXIT.
002718     EXIT.
002719*-------------------------------------------------------------------*
002720*    1150-AUTHORIZE-ACTION                                          *
002721*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
002722*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
002723*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
002724*-------------------------------------------------------------------*
002725 1150-AUTHORIZE-ACTION.
002726     SET WS-RIGHT-GRANTED TO TRUE.
002727     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
002728     INSPECT WS-RIGHT-ACTION CONVERTING
002729         'abcdefghijklmnopqrstuvwxyz'
002730         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002731     IF WS-RIGHT-ACTION = SPACE
002732         GO TO 1150-EXIT
002733     END-IF.
002734     MOVE 0 TO WS-RIGHT-TALLY.
002735     INSPECT WS-GUARDED-ACTIONS
002736         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
002737     IF WS-RIGHT-TALLY = 0
002738         GO TO 1150-EXIT
002739     END-IF.
002740     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
002741     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
002742     IF NOT WS-RIGHT-GRANTED
002743         MOVE SPACES TO WS-SEC-DETAIL
002744         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002745         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
002746     END-IF.
002747 1150-EXIT.
002748     EXIT.
002749*-------------------------------------------------------------------*
002750*    1200-LOAD-DUAL-LIMITS                                          *
002751*    ONE CRDRELPM CARD PER CURRENCY GIVES THE AMOUNT ABOVE WHICH A  *
002752*    RELEASE NEEDS A SECOND OPERATOR. A CARD WITH A BLANK CURRENCY  *
002753*    REPLACES THE DEFAULT USED FOR EVERY OTHER CURRENCY; WITH NO    *
002754*    CARDS AT ALL THE DEFAULT IS 10,000.00.                         *
002755*-------------------------------------------------------------------*
002756 1200-LOAD-DUAL-LIMITS.
002757     MOVE SPACES TO WS-LIMIT-TABLE.
002758     MOVE 0      TO WS-LIMIT-COUNT.
002759     OPEN INPUT DUAL-LIMIT-FILE.
002760     IF NOT WS-CRDRELPM-OK
002761         DISPLAY 'NO DUAL-CONTROL LIMIT CARDS - DEFAULT LIMIT '
002762             'APPLIES.'
002763         GO TO 1200-EXIT
002764     END-IF.
002765     MOVE 'N' TO WS-EOF-LIMITS-SW.
002766     PERFORM 1210-LOAD-ONE-LIMIT THRU 1210-EXIT
002767         UNTIL WS-EOF-LIMITS.
002768     CLOSE DUAL-LIMIT-FILE.
002769 1200-EXIT.
002770     EXIT.
002771 1210-LOAD-ONE-LIMIT.
002772     READ DUAL-LIMIT-FILE
002773         AT END
002774             SET WS-EOF-LIMITS TO TRUE
002775     END-READ.
002776     IF WS-EOF-LIMITS
002777         GO TO 1210-EXIT
002778     END-IF.
002779     IF NOT WS-CRDRELPM-OK
002780         DISPLAY 'DUAL-LIMIT-FILE READ FAILED - STATUS '
002781             WS-CRDRELPM-STATUS
002782         SET WS-EOF-LIMITS TO TRUE
002783         GO TO 1210-EXIT
002784     END-IF.
002785     IF DLC-LIMIT-AMOUNT NOT NUMERIC
002786         DISPLAY 'DUAL-CONTROL CARD FOR ' DLC-CURRENCY-CODE
002787             ' HAS NO USABLE AMOUNT - IGNORED.'
002788         GO TO 1210-EXIT
002789     END-IF.
002790     IF DLC-CURRENCY-CODE = SPACES
002791         MOVE DLC-LIMIT-AMOUNT TO WS-DEFAULT-LIMIT
002792         GO TO 1210-EXIT
002793     END-IF.
002794     IF WS-LIMIT-COUNT >= 20
002795         DISPLAY 'DUAL-CONTROL TABLE FULL - CARD FOR '
002796             DLC-CURRENCY-CODE ' IGNORED.'
002797         GO TO 1210-EXIT
002798     END-IF.
002799     ADD 1 TO WS-LIMIT-COUNT.
002800     SET WS-LIMIT-IDX TO WS-LIMIT-COUNT.
002801     MOVE DLC-CURRENCY-CODE TO WS-LIMIT-CURRENCY(WS-LIMIT-IDX).
002802     MOVE DLC-LIMIT-AMOUNT  TO WS-LIMIT-AMOUNT(WS-LIMIT-IDX).
002803 1210-EXIT.
002804     EXIT.
002805*===================================================================*
002806*    2000-REVIEW-ONE-HELD                                            *
002807*===================================================================*
002808 2000-REVIEW-ONE-HELD.
002809     READ HELD-FILE
002810         AT END
002811             SET WS-EOF-HELD TO TRUE
002812     END-READ.
002813     IF WS-EOF-HELD
002814         GO TO 2000-EXIT
002815     END-IF.
002816     IF NOT WS-HELDORDF-OK
002817         DISPLAY 'HELD-FILE READ FAILED - STATUS '
002818             WS-HELDORDF-STATUS
002819         SET WS-EOF-HELD TO TRUE
002820         GO TO 2000-EXIT
002821     END-IF.
002822     IF NOT HLD-HELD
002823         GO TO 2000-EXIT
002824     END-IF.
002825     ADD 1 TO WS-HELD-READ-CNT.
002826     MOVE HLD-EXT-AMOUNT TO WS-EXT-AMOUNT-EDIT.
002830     DISPLAY 'HELD ORDER - CUSTOMER ' HLD-CUST-ID
002840         ' PRODUCT ' HLD-PROD-CODE
002850         ' QTY ' HLD-QUANTITY.
002880     MOVE 'N' TO WS-VALID-ANSWER-SW.
002890     PERFORM 2100-PROMPT-DISPOSITION THRU 2100-EXIT
002900         UNTIL WS-VALID-ANSWER.
002901     MOVE HLD-CUST-ID   TO WS-SEC-SUBJECT(1:8).
002902     MOVE HLD-PROD-CODE TO WS-SEC-SUBJECT(9:6).
002903     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
002904     IF NOT WS-RIGHT-GRANTED
002905         ADD 1 TO WS-SKIPPED-CNT
002906         GO TO 2000-EXIT
002907     END-IF.
002910     EVALUATE WS-ACTION-CODE
002920         WHEN 'R'
002930         WHEN 'r'
003320             'RELEASE REFUSED, ORDER LEFT HELD.'
003330         GO TO 3000-EXIT
003340     END-IF.
003341     PERFORM 3050-CHECK-DUAL-CONTROL THRU 3050-EXIT.
003342     IF NOT WS-DUAL-CLEARED
003343         DISPLAY 'NO SECOND OPERATOR - ORDER LEFT HELD.'
003344         GO TO 3000-EXIT
003345     END-IF.
003350     IF WS-INV-ON-FILE
003360         ADD HLD-QUANTITY TO INV-RESERVED
003370         REWRITE INVENTORY-RECORD
003560             WS-HELDORDF-STATUS
003570     END-IF.
003580     ADD 1 TO WS-RELEASED-CNT.
003581     IF WS-DUAL-REQUIRED
003582         MOVE 'D'                 TO WS-SEC-EVENT
003583         MOVE 'DC'                TO WS-SEC-REASON
003584         MOVE WS-OPERATOR-ID      TO WS-CHECK-OPERATOR-ID
003585         MOVE 'R'                 TO WS-RIGHT-ACTION
003586         MOVE 'SECOND OPERATOR'   TO WS-SEC-DETAIL
003587         MOVE WS-SECOND-OPERATOR-ID TO WS-SEC-DETAIL(17:8)
003588         PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT
003589     END-IF.
003590     DISPLAY 'ORDER RELEASED TO FULFILLMENT.'.
003600 3000-EXIT.
003601     EXIT.
003602*-------------------------------------------------------------------*
003603*    3050-CHECK-DUAL-CONTROL                                        *
003604*    AN ORDER OVER ITS CURRENCY'S LIMIT IS RELEASED ONLY WHEN A     *
003605*    SECOND, DIFFERENT OPERATOR SIGNS WITH THEIR OWN PIN AND HOLDS  *
003606*    THE RELEASE RIGHT. EVERY REFUSED CONFIRMATION IS LOGGED.       *
003607*-------------------------------------------------------------------*
003608 3050-CHECK-DUAL-CONTROL.
003609     MOVE 'N' TO WS-DUAL-REQUIRED-SW.
003610     SET WS-DUAL-CLEARED TO TRUE.
003611     PERFORM 3060-FIND-DUAL-LIMIT THRU 3060-EXIT.
003612     IF HLD-EXT-AMOUNT NOT > WS-DUAL-LIMIT
003613         GO TO 3050-EXIT
003614     END-IF.
003615     SET WS-DUAL-REQUIRED TO TRUE.
003616     MOVE 'N' TO WS-DUAL-CLEARED-SW.
003617     MOVE WS-DUAL-LIMIT TO WS-EXT-AMOUNT-EDIT.
003618     DISPLAY 'OVER THE ' WS-EXT-AMOUNT-EDIT ' ' HLD-CURRENCY-CODE
003619         ' LIMIT - A SECOND OPERATOR MUST CONFIRM.'.
003620     DISPLAY 'SECOND OPERATOR ID (BLANK = LEAVE HELD): '.
003621     ACCEPT  WS-SECOND-OPERATOR-ID.
003622     IF WS-SECOND-OPERATOR-ID = SPACES
003623         GO TO 3050-EXIT
003624     END-IF.
003625     MOVE WS-SECOND-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
003626     MOVE 'R'                   TO WS-RIGHT-ACTION.
003627     IF WS-SECOND-OPERATOR-ID = WS-OPERATOR-ID
003628         MOVE 'SO'   TO WS-SEC-REASON
003629         MOVE SPACES TO WS-SEC-DETAIL
003630         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003631         DISPLAY 'THE SECOND OPERATOR MUST BE SOMEONE ELSE.'
003632         GO TO 3050-EXIT
003633     END-IF.
003634     DISPLAY 'SECOND OPERATOR PIN: '.
003635     ACCEPT  WS-SECOND-PIN.
003636     MOVE WS-SECOND-PIN TO WS-CHECK-PIN.
003637     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
003638     IF NOT WS-OPR-VERIFIED
003639         DISPLAY 'SECOND OPERATOR ID OR PIN NOT ACCEPTED.'
003640         GO TO 3050-EXIT
003641     END-IF.
003642     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
003643     IF NOT WS-RIGHT-GRANTED
003644         MOVE SPACES TO WS-SEC-DETAIL
003645         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003646         DISPLAY 'SECOND OPERATOR MAY NOT RELEASE ORDERS.'
003647         GO TO 3050-EXIT
003648     END-IF.
003649     SET WS-DUAL-CLEARED TO TRUE.
003650 3050-EXIT.
003651     EXIT.
003652 3060-FIND-DUAL-LIMIT.
003653     MOVE WS-DEFAULT-LIMIT TO WS-DUAL-LIMIT.
003654     SET WS-LIMIT-IDX TO 1.
003655     SEARCH WS-LIMIT-ENTRY
003656         WHEN WS-LIMIT-IDX > WS-LIMIT-COUNT
003657             CONTINUE
003658         WHEN WS-LIMIT-CURRENCY(WS-LIMIT-IDX) = HLD-CURRENCY-CODE
003659             MOVE WS-LIMIT-AMOUNT(WS-LIMIT-IDX) TO WS-DUAL-LIMIT
003660     END-SEARCH.
003661 3060-EXIT.
003662     EXIT.
003663*-------------------------------------------------------------------*
003664*    3100-CHECK-STOCK                                                *
003665*    A PRODUCT WITH NO INVENTORY RECORD IS NOT STOCK-CONTROLLED.     *
003666*-------------------------------------------------------------------*
003667 3100-CHECK-STOCK.
003670     MOVE 'N' TO WS-INV-ON-FILE-SW.
003680     MOVE 0   TO WS-AVAILABLE-QTY.
003690     IF NOT WS-INV-AVAIL
005340     MOVE WS-FULFILL-WRITE-CNT TO CTL-FULFILL-CNT.
005350     MOVE 0                    TO CTL-AUDIT-CNT.
005360     MOVE 0                    TO CTL-INVOICE-CNT.
005361     MOVE 0                    TO CTL-CREDIT-CNT.
005364     MOVE 0                    TO CTL-JOURNAL-CNT.
005367     MOVE 0                    TO CTL-SUPPRESS-CNT.
005370     WRITE CONTROL-RECORD.
005380     IF NOT WS-CTLTOTAL-OK
005390         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
005620     CLOSE PRODUCT-MASTER.
005630     CLOSE ORDER-FILE.
005640     CLOSE FULFILL-FILE.
005643     IF WS-OPR-AVAIL
005646         CLOSE OPERATOR-FILE
005649     END-IF.
005650 9000-EXIT.
005660     EXIT.
005670*===================================================================*
