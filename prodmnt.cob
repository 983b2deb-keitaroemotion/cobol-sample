000296*                     SHARED RUNCTL RUN-CONTROL FILE SO THE         *
000297*                     NIGHTLY CHAIN CAN BE READ BACK FROM ONE       *
000298*                     FILE INSTEAD OF THE CONSOLE SPOOL.            *
000299*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000300*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000301*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000302*                     REFUSALS ARE LOGGED TO SECLOG. A LIST-PRICE *
000303*                     OR CURRENCY CHANGE ON AN UPDATE NEEDS THE   *
000304*                     'P' RIGHT.                                  *
000305*    2026-10-15 KS    CARRIES THE PRODUCT'S TAX CLASS, WHICH      *
000306*                     PICKS ITS RATE ON THE TAXRATE TABLE; BLANK  *
000307*                     IS THE STANDARD CLASS.                      *
000308*-----------------------------------------------------------------*
000310*    ACTIONS:                                                     *
000320*      A - ADD A NEW PRODUCT (DUPLICATE CODES REJECTED)           *
000325*      U - UPDATE DESC/URL/PRICE/CURRENCY/TAX CLASS (BLANK ENTRY  *
000330*          = KEEP)                                                *
000340*      R - RETIRE A PRODUCT CODE                                  *
000350*      S - SET THE OFFER WINDOW (EFFECTIVE/EXPIRY DATES)          *
000351*      P - SET A PROMOTIONAL/QUANTITY-BREAK PRICE DEAL            *
000566     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000567         ORGANIZATION       IS SEQUENTIAL
000568         FILE STATUS        IS WS-RUNCTL-STATUS.
000569     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000570         ORGANIZATION       IS INDEXED
000571         ACCESS MODE        IS RANDOM
000572         RECORD KEY         IS OPR-ID
000573         FILE STATUS        IS WS-OPERMAST-STATUS.
000574     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000575         ORGANIZATION       IS SEQUENTIAL
000576         FILE STATUS        IS WS-SECLOG-STATUS.
000577 DATA           DIVISION.
000580 FILE           SECTION.
000590 FD  PRODUCT-MASTER
000600     LABEL RECORD IS STANDARD.
000674 FD  RUN-CONTROL
000675     LABEL RECORD IS STANDARD.
000676     COPY RUNREC.
000677 FD  OPERATOR-FILE
000678     LABEL RECORD IS STANDARD.
000679     COPY OPRREC.
000680 FD  SECURITY-LOG
000681     LABEL RECORD IS STANDARD.
000682     COPY SECREC.
000683 WORKING-STORAGE SECTION.
000684 01  WS-RUNCTL-STATUS            PIC X(02).
000685     88  WS-RUNCTL-OK            VALUE '00'.
000686     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000687 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000688 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000689 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000690 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000691 01  WS-RUN-TIME-RAW.
000692     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000693     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000694 01  WS-PRODMAST-STATUS          PIC X(02).
000700     88  WS-PRODMAST-OK          VALUE '00'.
000710     88  WS-PRODMAST-NOTFOUND    VALUE '35'.
000720 01  WS-PRODHIST-STATUS          PIC X(02).
000840 77  WS-CURRENCY-OK-SW           PIC X(01)   VALUE 'N'.
000850     88  WS-CURRENCY-OK          VALUE 'Y'.
000860 77  WS-OPERATOR-ID              PIC X(08).
000861 77  WS-OPERATOR-PIN             PIC X(08).
000862 01  WS-OPERMAST-STATUS          PIC X(02).
000863     88  WS-OPERMAST-OK          VALUE '00'.
000864 01  WS-SECLOG-STATUS            PIC X(02).
000865     88  WS-SECLOG-OK            VALUE '00'.
000866     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000867 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
000868     88  WS-OPR-AVAIL            VALUE 'Y'.
000869 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
000870     88  WS-SIGNON-REFUSED       VALUE 3.
000871 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
000872     88  WS-OPR-VERIFIED         VALUE 'Y'.
000873 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
000874     88  WS-RIGHT-GRANTED        VALUE 'Y'.
000875 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'PRODMNT '.
000876 77  WS-GUARDED-ACTIONS          PIC X(05)   VALUE 'AURSP'.
000877 77  WS-CHECK-OPERATOR-ID        PIC X(08).
000878 77  WS-CHECK-PIN                PIC X(08).
000879 77  WS-RIGHT-ACTION             PIC X(01).
000880 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
000881 77  WS-SEC-EVENT                PIC X(01).
000882 77  WS-SEC-REASON               PIC X(02).
000883 77  WS-SEC-SUBJECT              PIC X(14).
000884 77  WS-SEC-DETAIL               PIC X(26).
000885 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
000886 01  WS-SEC-TIME-RAW.
000887     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
000888     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
000889 77  WS-ACTION-CODE              PIC X(01).
000890 77  WS-PROD-CODE-ENTRY          PIC X(06).
000891 77  WS-DESC-ENTRY               PIC X(40).
000900 77  WS-URL-ENTRY                PIC X(60).
000910 01  WS-PRICE-ENTRY              PIC X(09).
000920 01  WS-PRICE-ENTRY-9 REDEFINES WS-PRICE-ENTRY
000950 01  WS-PRICE-DISPLAY-X REDEFINES WS-PRICE-DISPLAY
000960                                 PIC X(09).
000970 77  WS-CURRENCY-ENTRY           PIC X(03).
000975 77  WS-TAX-CLASS-ENTRY          PIC X(02).
000980 77  WS-CHANGE-COUNT             PIC 9(03)   COMP    VALUE 0.
000990 77  WS-SCHED-FOUND-SW           PIC X(01)   VALUE 'N'.
001000     88  WS-SCHED-FOUND          VALUE 'Y'.
001200     05  WS-OLD-URL              PIC X(60).
001210     05  WS-OLD-PRICE            PIC 9(07)V99.
001220     05  WS-OLD-CURRENCY         PIC X(03).
001225     05  WS-OLD-TAX-CLASS        PIC X(02).
001230     05  WS-OLD-STATUS           PIC X(01).
001240 01  WS-DATE-ENTRY               PIC X(08).
001250 01  WS-DATE-ENTRY-9 REDEFINES WS-DATE-ENTRY
001939             WS-PRICEFIL-STATUS
001940         STOP RUN
001941     END-IF.
001942     OPEN INPUT OPERATOR-FILE.
001943     IF WS-OPERMAST-OK
001944         SET WS-OPR-AVAIL TO TRUE
001945     ELSE
001946         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
001947             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
001948     END-IF.
001949     MOVE 'N' TO WS-VALID-ANSWER-SW.
001950     MOVE 0   TO WS-SIGNON-TRIES.
001951     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001952         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
001953     IF WS-SIGNON-REFUSED
001954         MOVE 'LK'     TO WS-SEC-REASON
001955         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
001956         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001957         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
001958         MOVE 'ER' TO WS-RUN-STATUS
001959         SET WS-END-SESSION TO TRUE
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990 1100-PROMPT-OPERATOR-ID.
002010     ACCEPT  WS-OPERATOR-ID.
002020     IF WS-OPERATOR-ID = SPACES
002030         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
002032         GO TO 1100-EXIT
002034     END-IF.
002036     DISPLAY 'ENTER YOUR PIN: '.
002038     ACCEPT  WS-OPERATOR-PIN.
002040     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
002042     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
002044     MOVE SPACES          TO WS-RIGHT-ACTION.
002046     MOVE SPACES          TO WS-SEC-SUBJECT.
002048     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
002050     IF WS-OPR-VERIFIED
002052         SET WS-VALID-ANSWER TO TRUE
002054     ELSE
002056         ADD 1 TO WS-SIGNON-TRIES
002058         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
002060     END-IF.
002070 1100-EXIT.
002071     EXIT.
002072*-------------------------------------------------------------------*
002073*    1110-VERIFY-OPERATOR                                           *
002074*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
002075*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
002076*    TOLD WHICH CHECK FAILED.                                       *
002077*-------------------------------------------------------------------*
002078 1110-VERIFY-OPERATOR.
002079     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
002080     MOVE SPACES TO WS-SEC-DETAIL.
002081     IF NOT WS-OPR-AVAIL
002082         MOVE 'NF' TO WS-SEC-REASON
002083         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002084         GO TO 1110-EXIT
002085     END-IF.
002086     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002087     READ OPERATOR-FILE
002088         INVALID KEY
002089             MOVE 'UI' TO WS-SEC-REASON
002090             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002091             GO TO 1110-EXIT
002092     END-READ.
002093     IF NOT WS-OPERMAST-OK
002094         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
002095             WS-OPERMAST-STATUS
002096         MOVE 'NF' TO WS-SEC-REASON
002097         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002098         GO TO 1110-EXIT
002099     END-IF.
002100     IF OPR-PIN NOT = WS-CHECK-PIN
002101         MOVE 'PW' TO WS-SEC-REASON
002102         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002103         GO TO 1110-EXIT
002104     END-IF.
002105     IF NOT OPR-ACTIVE
002106         MOVE 'RV' TO WS-SEC-REASON
002107         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002108         GO TO 1110-EXIT
002109     END-IF.
002110     SET WS-OPR-VERIFIED TO TRUE.
002111 1110-EXIT.
002112     EXIT.
002113*-------------------------------------------------------------------*
002114*    1120-CHECK-RIGHT                                               *
002115*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
002116*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
002117*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
002118*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002119*    WS-SEC-REASON.                                                 *
002120*-------------------------------------------------------------------*
002121 1120-CHECK-RIGHT.
002122     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002123     MOVE 'NR' TO WS-SEC-REASON.
002124     IF NOT WS-OPR-AVAIL
002125         MOVE 'NF' TO WS-SEC-REASON
002126         GO TO 1120-EXIT
002127     END-IF.
002128     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002129     READ OPERATOR-FILE
002130         INVALID KEY
002131             MOVE 'UI' TO WS-SEC-REASON
002132             GO TO 1120-EXIT
002133     END-READ.
002134     IF NOT WS-OPERMAST-OK
002135         MOVE 'NF' TO WS-SEC-REASON
002136         GO TO 1120-EXIT
002137     END-IF.
002138     IF NOT OPR-ACTIVE
002139         MOVE 'RV' TO WS-SEC-REASON
002140         GO TO 1120-EXIT
002141     END-IF.
002142     SET OPR-RIGHT-IDX TO 1.
002143     SEARCH OPR-RIGHT
002144         AT END
002145             GO TO 1120-EXIT
002146         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
002147             CONTINUE
002148     END-SEARCH.
002149     MOVE 0 TO WS-RIGHT-TALLY.
002150     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
002151         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
002152                                     ALL '*'.
002153     IF WS-RIGHT-TALLY > 0
002154         SET WS-RIGHT-GRANTED TO TRUE
002155     END-IF.
002156 1120-EXIT.
002157     EXIT.
002158*-------------------------------------------------------------------*
002159*    1130-LOG-VIOLATION                                             *
002160*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
002161*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
002162*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
002163*-------------------------------------------------------------------*
002164 1130-LOG-VIOLATION.
002165     MOVE 'V' TO WS-SEC-EVENT.
002166     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
002167 1130-EXIT.
002168     EXIT.
002169 1140-WRITE-SECURITY-LOG.
002170     OPEN EXTEND SECURITY-LOG.
002171     IF WS-SECLOG-NOTFOUND
002172         OPEN OUTPUT SECURITY-LOG
002173     END-IF.
002174     IF NOT WS-SECLOG-OK
002175         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
002176             WS-SECLOG-STATUS
002177         GO TO 1140-EXIT
002178     END-IF.
002179     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
002180     ACCEPT WS-SEC-TIME-RAW FROM TIME.
002181     MOVE SPACES               TO SECURITY-LOG-RECORD.
002182     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
002183     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
002184     MOVE WS-SEC-EVENT         TO SEC-EVENT.
002185     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
002186     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
002187     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
002188     MOVE WS-SEC-REASON        TO SEC-REASON.
002189     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
002190     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
002191     WRITE SECURITY-LOG-RECORD.
002192     IF NOT WS-SECLOG-OK
002193         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
002194             WS-SECLOG-STATUS
002195     END-IF.
002196     CLOSE SECURITY-LOG.
002197 1140-EXIT.
002198     EXIT.
002199*-------------------------------------------------------------------*
002200*    1150-AUTHORIZE-ACTION                                          *
002201*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
002202*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
002203*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
002204*-------------------------------------------------------------------*
002205 1150-AUTHORIZE-ACTION.
002206     SET WS-RIGHT-GRANTED TO TRUE.
002207     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
002208     INSPECT WS-RIGHT-ACTION CONVERTING
002209         'abcdefghijklmnopqrstuvwxyz'
002210         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002211     IF WS-RIGHT-ACTION = SPACE
002212         GO TO 1150-EXIT
002213     END-IF.
002214     MOVE 0 TO WS-RIGHT-TALLY.
002215     INSPECT WS-GUARDED-ACTIONS
002216         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
002217     IF WS-RIGHT-TALLY = 0
002218         GO TO 1150-EXIT
002219     END-IF.
002220     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
002221     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
002222     IF NOT WS-RIGHT-GRANTED
002223         MOVE SPACES TO WS-SEC-DETAIL
002224         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002225         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
002226     END-IF.
002227 1150-EXIT.
002228     EXIT.
002229*===================================================================*
002230*    2000-PROCESS-ACTION                                            *
002231*===================================================================*
002232 2000-PROCESS-ACTION.
002233     DISPLAY 'PRODUCT MAINTENANCE - A=ADD U=UPDATE R=RETIRE '
002234         'S=SCHEDULE P=PRICE-DEAL X=EXIT'.
002235     ACCEPT WS-ACTION-CODE.
002236     MOVE SPACES TO WS-SEC-SUBJECT.
002237     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
002238     IF NOT WS-RIGHT-GRANTED
002239         GO TO 2000-EXIT
002240     END-IF.
002241     EVALUATE WS-ACTION-CODE
002242         WHEN 'A'
002243         WHEN 'a'
002244             PERFORM 3000-ADD-PRODUCT    THRU 3000-EXIT
002245         WHEN 'U'
002246         WHEN 'u'
002247             PERFORM 3100-UPDATE-PRODUCT THRU 3100-EXIT
002248         WHEN 'R'
002249         WHEN 'r'
002250             PERFORM 3200-RETIRE-PRODUCT THRU 3200-EXIT
002260         WHEN 'S'
002270         WHEN 's'
002590     MOVE 'N' TO WS-VALID-ANSWER-SW.
002600     PERFORM 4300-PROMPT-CURRENCY THRU 4300-EXIT
002610         UNTIL WS-VALID-ANSWER.
002612     DISPLAY 'ENTER TAX CLASS (BLANK = STANDARD): '.
002616     ACCEPT  WS-TAX-CLASS-ENTRY.
002620     MOVE SPACES             TO PROD-RECORD.
002630     MOVE WS-PROD-CODE-ENTRY TO PROD-CODE.
002640     MOVE WS-DESC-ENTRY      TO PROD-DESC.
002650     MOVE WS-URL-ENTRY       TO PROD-URL.
002660     MOVE WS-PRICE-ENTRY-9   TO PROD-PRICE-AMT.
002670     MOVE WS-CURRENCY-ENTRY  TO PROD-CURRENCY-CODE.
002675     MOVE WS-TAX-CLASS-ENTRY TO PROD-TAX-CLASS.
002680     SET PROD-STATUS-ACTIVE  TO TRUE.
002690     WRITE PROD-RECORD
002700         INVALID KEY
002900     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
002910     MOVE 'CURRENCY' TO WS-HIST-FIELD.
002920     MOVE WS-CURRENCY-ENTRY TO WS-HIST-NEW-VALUE.
002922     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
002925     MOVE 'TAX-CLASS' TO WS-HIST-FIELD.
002928     MOVE WS-TAX-CLASS-ENTRY TO WS-HIST-NEW-VALUE.
002930     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
002940     DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY ' ADDED.'.
002950 3000-EXIT.
003200     MOVE PROD-URL           TO WS-OLD-URL.
003210     MOVE PROD-PRICE-AMT     TO WS-OLD-PRICE.
003220     MOVE PROD-CURRENCY-CODE TO WS-OLD-CURRENCY.
003225     MOVE PROD-TAX-CLASS     TO WS-OLD-TAX-CLASS.
003230     MOVE 0 TO WS-CHANGE-COUNT.
003240     MOVE 'UPDATE' TO WS-HIST-ACTION.
003250     DISPLAY 'CURRENT DESC: ' PROD-DESC.
003380         MOVE WS-URL-ENTRY TO PROD-URL
003390         ADD 1 TO WS-CHANGE-COUNT
003400     END-IF.
003405*-------------------------------------------------------------------*
003410*    THE LIST PRICE IS WHAT HELLO QUOTES, SO ONLY AN OPERATOR       *
003420*    HOLDING THE PRICE RIGHT MAY CHANGE IT (OR ITS CURRENCY) HERE.  *
003425*-------------------------------------------------------------------*
003430     MOVE 'P'            TO WS-RIGHT-ACTION.
003440     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
003450     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
003460     IF WS-RIGHT-GRANTED
003470         PERFORM 3110-UPDATE-PRICE THRU 3110-EXIT
003480     ELSE
003490         DISPLAY 'NO PRICE RIGHT - PRICE AND CURRENCY KEPT.'
003510     END-IF.
003515     DISPLAY 'CURRENT TAX CLASS: ' PROD-TAX-CLASS.
003520     DISPLAY 'NEW TAX CLASS (BLANK = KEEP, . = STANDARD): '.
003525     ACCEPT  WS-TAX-CLASS-ENTRY.
003530     IF WS-TAX-CLASS-ENTRY = '.'
003535         MOVE SPACES TO WS-TAX-CLASS-ENTRY
003540         IF PROD-TAX-CLASS NOT = SPACES
003545             MOVE SPACES TO PROD-TAX-CLASS
003550             ADD 1 TO WS-CHANGE-COUNT
003555         END-IF
003560     ELSE
003565         IF WS-TAX-CLASS-ENTRY NOT = SPACES
003570            AND WS-TAX-CLASS-ENTRY NOT = PROD-TAX-CLASS
003575             MOVE WS-TAX-CLASS-ENTRY TO PROD-TAX-CLASS
003580             ADD 1 TO WS-CHANGE-COUNT
003585         END-IF
003600     END-IF.
003610     IF WS-CHANGE-COUNT = 0
003620         DISPLAY 'NOTHING CHANGED - PRODUCT LEFT AS IT WAS.'
004010         MOVE PROD-CURRENCY-CODE TO WS-HIST-NEW-VALUE
004020         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
004030     END-IF.
004031     IF PROD-TAX-CLASS NOT = WS-OLD-TAX-CLASS
004032         MOVE 'TAX-CLASS'   TO WS-HIST-FIELD
004033         MOVE WS-OLD-TAX-CLASS TO WS-HIST-OLD-VALUE
004034         MOVE PROD-TAX-CLASS TO WS-HIST-NEW-VALUE
004035         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
004036     END-IF.
004040     DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY ' UPDATED.'.
004050 3100-EXIT.
004051     EXIT.
004052*-------------------------------------------------------------------*
004053*    3110-UPDATE-PRICE                                              *
004054*    PRICE AND CURRENCY PROMPTS OF AN UPDATE (BLANK ENTRY = KEEP).  *
004055*-------------------------------------------------------------------*
004056 3110-UPDATE-PRICE.
004057     MOVE WS-OLD-PRICE TO WS-PRICE-DISPLAY.
004058     DISPLAY 'CURRENT PRICE (7 DOLLARS + 2 CENTS): '
004059         WS-PRICE-DISPLAY.
004060     MOVE 'N' TO WS-VALID-ANSWER-SW.
004061     PERFORM 4210-PROMPT-PRICE-OR-KEEP THRU 4210-EXIT
004062         UNTIL WS-VALID-ANSWER.
004063     IF WS-PRICE-ENTRY NOT = SPACES
004064        AND WS-PRICE-ENTRY-9 NOT = WS-OLD-PRICE
004065         MOVE WS-PRICE-ENTRY-9 TO PROD-PRICE-AMT
004066         ADD 1 TO WS-CHANGE-COUNT
004067     END-IF.
004068     DISPLAY 'CURRENT CURRENCY: ' PROD-CURRENCY-CODE.
004069     MOVE 'N' TO WS-VALID-ANSWER-SW.
004070     PERFORM 4310-PROMPT-CURR-OR-KEEP THRU 4310-EXIT
004071         UNTIL WS-VALID-ANSWER.
004072     IF WS-CURRENCY-ENTRY NOT = SPACES
004073        AND WS-CURRENCY-ENTRY NOT = WS-OLD-CURRENCY
004074         MOVE WS-CURRENCY-ENTRY TO PROD-CURRENCY-CODE
004075         ADD 1 TO WS-CHANGE-COUNT
004076     END-IF.
004077 3110-EXIT.
004078     EXIT.
004079*-------------------------------------------------------------------*
004080*    3200-RETIRE-PRODUCT                                            *
004090*    THE RECORD STAYS ON FILE FOR HISTORY - ONLY THE STATUS BYTE    *
004100*    CHANGES, AND HELLO SKIPS RETIRED CODES IN ITS CATALOG PASS.    *
005840     CLOSE PROD-HIST-FILE.
005850     CLOSE OFFER-SCHEDULE.
005851     CLOSE PRICE-FILE.
005853     IF WS-OPR-AVAIL
005856         CLOSE OPERATOR-FILE
005859     END-IF.
005860 9000-EXIT.
005870     EXIT.
005880*-------------------------------------------------------------------*
