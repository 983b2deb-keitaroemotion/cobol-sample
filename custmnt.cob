000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    CUSTMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPERATOR MAINTENANCE OF  *
000220*                     THE CUSTOMER-MASTER (ADD, UPDATE,           *
000230*                     DEACTIVATE, REACTIVATE) WITH EVERY FIELD    *
000240*                     CHANGE WRITTEN TO ITS OWN CHANGE-HISTORY    *
000250*                     FILE, SO CUSTMAST IS NO LONGER EDITED BY    *
000260*                     HAND. CARRIES THE BILLING ADDRESS, CONTACT, *
000270*                     TRADING CURRENCY AND TAX REGION.            *
000272*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000274*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000276*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000278*                     REFUSALS ARE LOGGED TO SECLOG.              *
000279*    2026-10-15 KS    CARRIES THE CUSTOMER'S TAX EXEMPTION: AN    *
000280*                     EXEMPT FLAG AND THE EXEMPTION CERTIFICATE   *
000281*                     NUMBER, WHICH AN EXEMPT CUSTOMER MUST HAVE. *
000282*                     BOTH ARE LOGGED TO CUSTHIST.                *
000283*    2026-10-15 KS    AN ENTRY LONGER THAN THE CUSTOMER-MASTER    *
000284*                     FIELD IT IS KEYED FOR IS NOW REFUSED AND    *
000285*                     ASKED FOR AGAIN INSTEAD OF BEING CUT SHORT. *
000286*-----------------------------------------------------------------*
000290*    ACTIONS:                                                     *
000300*      A - ADD A NEW CUSTOMER (DUPLICATE IDS REJECTED)            *
000310*      U - UPDATE NAME/ADDRESS/CONTACT/CURRENCY/TAX REGION        *
000315*          AND TAX EXEMPTION                                      *
000320*          (BLANK ENTRY = KEEP, A SINGLE '.' CLEARS AN OPTIONAL   *
000330*          FIELD)                                                 *
000340*      D - DEACTIVATE A CUSTOMER (STATUS 'I' - HELLO STOPS        *
000350*          PITCHING AND THE CAMPAIGN SWEEP SKIPS THEM)            *
000360*      R - REACTIVATE A CUSTOMER (STATUS BACK TO 'A')             *
000370*      X - END THE SESSION                                        *
000380*    EVERY CHANGE IS VALIDATED (NAME REQUIRED, KNOWN CURRENCY, A  *
000390*    CERTIFICATE NUMBER FOR A TAX-EXEMPT CUSTOMER) AND LOGGED TO  *
000400*    CUSTHIST WITH OPERATOR, TIMESTAMP AND THE BEFORE/AFTER       *
000410*    VALUES OF EACH FIELD TOUCHED.                                *
000415*-----------------------------------------------------------------*
000420 ENVIRONMENT    DIVISION.
000430 INPUT-OUTPUT   SECTION.
000440 FILE-CONTROL.
000450     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000460         ORGANIZATION       IS INDEXED
000470         ACCESS MODE        IS RANDOM
000480         RECORD KEY         IS CUST-ID
000490         FILE STATUS        IS WS-CUSTMAST-STATUS.
000500     SELECT CUST-HIST-FILE  ASSIGN TO CUSTHIST
000510         ORGANIZATION       IS SEQUENTIAL
000520         FILE STATUS        IS WS-CUSTHIST-STATUS.
000530     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000540         ORGANIZATION       IS SEQUENTIAL
000550         FILE STATUS        IS WS-RUNCTL-STATUS.
000551     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000552         ORGANIZATION       IS INDEXED
000553         ACCESS MODE        IS RANDOM
000554         RECORD KEY         IS OPR-ID
000555         FILE STATUS        IS WS-OPERMAST-STATUS.
000556     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000557         ORGANIZATION       IS SEQUENTIAL
000558         FILE STATUS        IS WS-SECLOG-STATUS.
000560 DATA           DIVISION.
000570 FILE           SECTION.
000580 FD  CUSTOMER-MASTER
000590     LABEL RECORD IS STANDARD.
000600     COPY CUSTREC.
000610 FD  CUST-HIST-FILE
000620     LABEL RECORD IS STANDARD.
000630     COPY CUSHREC.
000640 FD  RUN-CONTROL
000650     LABEL RECORD IS STANDARD.
000660     COPY RUNREC.
000661 FD  OPERATOR-FILE
000662     LABEL RECORD IS STANDARD.
000663     COPY OPRREC.
000664 FD  SECURITY-LOG
000665     LABEL RECORD IS STANDARD.
000666     COPY SECREC.
000670 WORKING-STORAGE SECTION.
000680 01  WS-RUNCTL-STATUS            PIC X(02).
000690     88  WS-RUNCTL-OK            VALUE '00'.
000700     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000710 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000720 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000730 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000740 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000750 01  WS-RUN-TIME-RAW.
000760     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000770     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000780 01  WS-CUSTMAST-STATUS          PIC X(02).
000790     88  WS-CUSTMAST-OK          VALUE '00'.
000800     88  WS-CUSTMAST-NOTFOUND    VALUE '35'.
000810 01  WS-CUSTHIST-STATUS          PIC X(02).
000820     88  WS-CUSTHIST-OK          VALUE '00'.
000830     88  WS-CUSTHIST-NOTFOUND    VALUE '35'.
000840 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
000850     88  WS-END-SESSION          VALUE 'Y'.
000860 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
000870     88  WS-VALID-ANSWER         VALUE 'Y'.
000880 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
000890     88  WS-RECORD-FOUND         VALUE 'Y'.
000900 77  WS-CURRENCY-OK-SW           PIC X(01)   VALUE 'N'.
000910     88  WS-CURRENCY-OK          VALUE 'Y'.
000920 77  WS-TEXT-CHANGED-SW          PIC X(01)   VALUE 'N'.
000930     88  WS-TEXT-CHANGED         VALUE 'Y'.
000940 77  WS-OPERATOR-ID              PIC X(08).
000941 77  WS-OPERATOR-PIN             PIC X(08).
000942 01  WS-OPERMAST-STATUS          PIC X(02).
000943     88  WS-OPERMAST-OK          VALUE '00'.
000944 01  WS-SECLOG-STATUS            PIC X(02).
000945     88  WS-SECLOG-OK            VALUE '00'.
000946     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000947 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
000948     88  WS-OPR-AVAIL            VALUE 'Y'.
000949 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
000950     88  WS-SIGNON-REFUSED       VALUE 3.
000951 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
000952     88  WS-OPR-VERIFIED         VALUE 'Y'.
000953 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
000954     88  WS-RIGHT-GRANTED        VALUE 'Y'.
000955 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'CUSTMNT '.
000956 77  WS-GUARDED-ACTIONS          PIC X(04)   VALUE 'AUDR'.
000957 77  WS-CHECK-OPERATOR-ID        PIC X(08).
000958 77  WS-CHECK-PIN                PIC X(08).
000959 77  WS-RIGHT-ACTION             PIC X(01).
000960 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
000961 77  WS-SEC-EVENT                PIC X(01).
000962 77  WS-SEC-REASON               PIC X(02).
000963 77  WS-SEC-SUBJECT              PIC X(14).
000964 77  WS-SEC-DETAIL               PIC X(26).
000965 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
000966 01  WS-SEC-TIME-RAW.
000967     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
000968     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
000969 77  WS-ACTION-CODE              PIC X(01).
000970 77  WS-CUST-ID-ENTRY            PIC X(08).
000971 77  WS-CURRENCY-ENTRY           PIC X(03).
000974 77  WS-EXEMPT-ENTRY             PIC X(01).
000977 77  WS-EXEMPT-CURRENT           PIC X(01).
000980 77  WS-FIELD-LABEL              PIC X(14).
000990 77  WS-TEXT-ENTRY               PIC X(40).
001000 77  WS-CURRENT-VALUE            PIC X(40).
001001 77  WS-FIELD-MAX                PIC 9(02)   COMP    VALUE 40.
001002 77  WS-FIELD-MAX-SHOW           PIC Z9.
001003 77  WS-PROMPT-TEXT              PIC X(40).
001004 77  WS-LENGTH-OK-SW             PIC X(01)   VALUE 'Y'.
001005     88  WS-LENGTH-OK            VALUE 'Y'.
001010 77  WS-CHANGE-COUNT             PIC 9(03)   COMP    VALUE 0.
001020*-----------------------------------------------------------------*
001030*    CURRENCY CODES THE SHOP ACTUALLY TRADES IN - A CODE NOT IN   *
001040*    THIS LIST IS A KEYING ERROR, NOT A NEW MARKET.               *
001050*-----------------------------------------------------------------*
001060 01  WS-CURRENCY-LIST.
001070     05  FILLER                  PIC X(03)   VALUE 'USD'.
001080     05  FILLER                  PIC X(03)   VALUE 'JPY'.
001090     05  FILLER                  PIC X(03)   VALUE 'EUR'.
001100     05  FILLER                  PIC X(03)   VALUE 'GBP'.
001110     05  FILLER                  PIC X(03)   VALUE 'CAD'.
001120     05  FILLER                  PIC X(03)   VALUE 'AUD'.
001130 01  WS-CURRENCY-TABLE REDEFINES WS-CURRENCY-LIST.
001140     05  WS-CURRENCY-CODE        OCCURS 6 TIMES
001150                                 INDEXED BY WS-CURR-IDX
001160                                 PIC X(03).
001170 01  WS-OLD-VALUES.
001180     05  WS-OLD-NAME             PIC X(30).
001190     05  WS-OLD-ADDR-1           PIC X(30).
001200     05  WS-OLD-ADDR-2           PIC X(30).
001210     05  WS-OLD-CITY             PIC X(20).
001220     05  WS-OLD-STATE            PIC X(10).
001230     05  WS-OLD-POSTCODE         PIC X(10).
001240     05  WS-OLD-COUNTRY          PIC X(03).
001250     05  WS-OLD-CONTACT-NAME     PIC X(30).
001260     05  WS-OLD-CONTACT-PHONE    PIC X(20).
001270     05  WS-OLD-CONTACT-EMAIL    PIC X(40).
001280     05  WS-OLD-CURRENCY         PIC X(03).
001290     05  WS-OLD-TAX-REGION       PIC X(06).
001293     05  WS-OLD-TAX-EXEMPT       PIC X(01).
001296     05  WS-OLD-EXEMPT-CERT      PIC X(20).
001300     05  WS-OLD-STATUS           PIC X(01).
001310 01  WS-CURRENT-DATE-TIME.
001320     05  WS-CURRENT-DATE         PIC 9(08).
001330     05  WS-CURRENT-TIME         PIC 9(06).
001340 01  WS-TIME-RAW.
001350     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
001360     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
001370 77  WS-TIMESTAMP-14              PIC 9(14).
001380 77  WS-HIST-ACTION               PIC X(06).
001390 77  WS-HIST-FIELD                PIC X(10).
001400 77  WS-HIST-OLD-VALUE            PIC X(60).
001410 77  WS-HIST-NEW-VALUE            PIC X(60).
001420 77  WS-HIST-WRITE-CNT            PIC 9(07)   COMP    VALUE 0.
001430 PROCEDURE      DIVISION.
001440*===================================================================*
001450*    0000-MAINLINE                                                  *
001460*===================================================================*
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001490     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
001500         UNTIL WS-END-SESSION.
001510     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001520     MOVE 'END'   TO WS-RUN-EVENT.
001530     MOVE WS-HIST-WRITE-CNT TO WS-RUN-RECORDS.
001540     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001550     STOP RUN.
001560 0000-EXIT.
001570     EXIT.
001580*-------------------------------------------------------------------*
001590*    1000-INITIALIZE                                                *
001600*    THE CUSTOMER MASTER IS OPENED I-O AND CREATED ON ITS FIRST     *
001610*    EVER RUN; THE CHANGE HISTORY ACCUMULATES ACROSS RUNS SO IT     *
001620*    IS OPENED EXTEND-OR-CREATE LIKE THE OTHER HISTORY FILES.       *
001630*-------------------------------------------------------------------*
001640 1000-INITIALIZE.
001650     MOVE 'START' TO WS-RUN-EVENT.
001660     MOVE 'OK'    TO WS-RUN-STATUS.
001670     MOVE 0       TO WS-RUN-RECORDS.
001680     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001690     OPEN I-O CUSTOMER-MASTER.
001700     IF WS-CUSTMAST-NOTFOUND
001710         OPEN OUTPUT CUSTOMER-MASTER
001720         CLOSE CUSTOMER-MASTER
001730         OPEN I-O CUSTOMER-MASTER
001740     END-IF.
001750     IF NOT WS-CUSTMAST-OK
001760         DISPLAY 'CUSTOMER-MASTER OPEN FAILED - STATUS '
001770             WS-CUSTMAST-STATUS
001780         STOP RUN
001790     END-IF.
001800     OPEN EXTEND CUST-HIST-FILE.
001810     IF WS-CUSTHIST-NOTFOUND
001820         OPEN OUTPUT CUST-HIST-FILE
001830     END-IF.
001840     IF NOT WS-CUSTHIST-OK
001850         DISPLAY 'CUST-HIST-FILE OPEN FAILED - STATUS '
001860             WS-CUSTHIST-STATUS
001870         STOP RUN
001880     END-IF.
001882     OPEN INPUT OPERATOR-FILE.
001884     IF WS-OPERMAST-OK
001886         SET WS-OPR-AVAIL TO TRUE
001888     ELSE
001890         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
001892             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
001894     END-IF.
001896     MOVE 'N' TO WS-VALID-ANSWER-SW.
001898     MOVE 0   TO WS-SIGNON-TRIES.
001900     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001902         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
001904     IF WS-SIGNON-REFUSED
001906         MOVE 'LK'     TO WS-SEC-REASON
001908         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
001910         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001912         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
001914         MOVE 'ER' TO WS-RUN-STATUS
001916         SET WS-END-SESSION TO TRUE
001918     END-IF.
001920 1000-EXIT.
001930     EXIT.
001931 1100-PROMPT-OPERATOR-ID.
001932     DISPLAY 'ENTER YOUR OPERATOR ID: '.
001933     ACCEPT  WS-OPERATOR-ID.
001934     IF WS-OPERATOR-ID = SPACES
001935         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
001936         GO TO 1100-EXIT
001937     END-IF.
001938     DISPLAY 'ENTER YOUR PIN: '.
001939     ACCEPT  WS-OPERATOR-PIN.
001940     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
001941     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
001942     MOVE SPACES          TO WS-RIGHT-ACTION.
001943     MOVE SPACES          TO WS-SEC-SUBJECT.
001944     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
001945     IF WS-OPR-VERIFIED
001946         SET WS-VALID-ANSWER TO TRUE
001947     ELSE
001948         ADD 1 TO WS-SIGNON-TRIES
001949         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
001950     END-IF.
001951 1100-EXIT.
001952     EXIT.
001953*-------------------------------------------------------------------*
001954*    1110-VERIFY-OPERATOR                                           *
001955*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
001956*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
001957*    TOLD WHICH CHECK FAILED.                                       *
001958*-------------------------------------------------------------------*
001959 1110-VERIFY-OPERATOR.
001960     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
001961     MOVE SPACES TO WS-SEC-DETAIL.
001962     IF NOT WS-OPR-AVAIL
001963         MOVE 'NF' TO WS-SEC-REASON
001964         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001965         GO TO 1110-EXIT
001966     END-IF.
001967     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
001968     READ OPERATOR-FILE
001969         INVALID KEY
001970             MOVE 'UI' TO WS-SEC-REASON
001971             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001972             GO TO 1110-EXIT
001973     END-READ.
001974     IF NOT WS-OPERMAST-OK
001975         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
001976             WS-OPERMAST-STATUS
001977         MOVE 'NF' TO WS-SEC-REASON
001978         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001979         GO TO 1110-EXIT
001980     END-IF.
001981     IF OPR-PIN NOT = WS-CHECK-PIN
001982         MOVE 'PW' TO WS-SEC-REASON
001983         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001984         GO TO 1110-EXIT
001985     END-IF.
001986     IF NOT OPR-ACTIVE
001987         MOVE 'RV' TO WS-SEC-REASON
001988         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001989         GO TO 1110-EXIT
001990     END-IF.
001991     SET WS-OPR-VERIFIED TO TRUE.
001992 1110-EXIT.
001993     EXIT.
001994*-------------------------------------------------------------------*
001995*    1120-CHECK-RIGHT                                               *
001996*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
001997*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
001998*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
001999*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002000*    WS-SEC-REASON.                                                 *
002001*-------------------------------------------------------------------*
002002 1120-CHECK-RIGHT.
002003     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002004     MOVE 'NR' TO WS-SEC-REASON.
002005     IF NOT WS-OPR-AVAIL
002006         MOVE 'NF' TO WS-SEC-REASON
002007         GO TO 1120-EXIT
002008     END-IF.
002009     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002010     READ OPERATOR-FILE
002011         INVALID KEY
002012             MOVE 'UI' TO WS-SEC-REASON
002013             GO TO 1120-EXIT
002014     END-READ.
002015     IF NOT WS-OPERMAST-OK
002016         MOVE 'NF' TO WS-SEC-REASON
002017         GO TO 1120-EXIT
002018     END-IF.
002019     IF NOT OPR-ACTIVE
002020         MOVE 'RV' TO WS-SEC-REASON
002021         GO TO 1120-EXIT
002022     END-IF.
002023     SET OPR-RIGHT-IDX TO 1.
002024     SEARCH OPR-RIGHT
002025         AT END
002026             GO TO 1120-EXIT
002027         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
002028             CONTINUE
002029     END-SEARCH.
002030     MOVE 0 TO WS-RIGHT-TALLY.
002031     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
002032         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
002033                                     ALL '*'.
002034     IF WS-RIGHT-TALLY > 0
002035         SET WS-RIGHT-GRANTED TO TRUE
002036     END-IF.
002037 1120-EXIT.
002038     EXIT.
002039*-------------------------------------------------------------------*
002040*    1130-LOG-VIOLATION                                             *
002041*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
002042*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
002043*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
002044*-------------------------------------------------------------------*
002045 1130-LOG-VIOLATION.
002046     MOVE 'V' TO WS-SEC-EVENT.
002047     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
002048 1130-EXIT.
002049     EXIT.
002050 1140-WRITE-SECURITY-LOG.
002051     OPEN EXTEND SECURITY-LOG.
002052     IF WS-SECLOG-NOTFOUND
002053         OPEN OUTPUT SECURITY-LOG
002054     END-IF.
002055     IF NOT WS-SECLOG-OK
002056         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
002057             WS-SECLOG-STATUS
002058         GO TO 1140-EXIT
002059     END-IF.
002060     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
002061     ACCEPT WS-SEC-TIME-RAW FROM TIME.
002062     MOVE SPACES               TO SECURITY-LOG-RECORD.
002063     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
002064     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
002065     MOVE WS-SEC-EVENT         TO SEC-EVENT.
002066     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
002067     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
002068     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
002069     MOVE WS-SEC-REASON        TO SEC-REASON.
002070     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
002071     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
002072     WRITE SECURITY-LOG-RECORD.
002073     IF NOT WS-SECLOG-OK
002074         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
002075             WS-SECLOG-STATUS
002076     END-IF.
002077     CLOSE SECURITY-LOG.
002078 1140-EXIT.
002079     EXIT.
002080*-------------------------------------------------------------------*
002081*    1150-AUTHORIZE-ACTION                                          *
002082*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
002083*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
002084*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
002085*-------------------------------------------------------------------*
002086 1150-AUTHORIZE-ACTION.
002087     SET WS-RIGHT-GRANTED TO TRUE.
002088     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
002089     INSPECT WS-RIGHT-ACTION CONVERTING
002090         'abcdefghijklmnopqrstuvwxyz'
002091         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002092     IF WS-RIGHT-ACTION = SPACE
002093         GO TO 1150-EXIT
002094     END-IF.
002095     MOVE 0 TO WS-RIGHT-TALLY.
002096     INSPECT WS-GUARDED-ACTIONS
002097         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
002098     IF WS-RIGHT-TALLY = 0
002099         GO TO 1150-EXIT
002100     END-IF.
002101     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
002102     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
002103     IF NOT WS-RIGHT-GRANTED
002104         MOVE SPACES TO WS-SEC-DETAIL
002105         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002106         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
002107     END-IF.
002108 1150-EXIT.
002109     EXIT.
002110*===================================================================*
002111*    2000-PROCESS-ACTION                                            *
002112*===================================================================*
002113 2000-PROCESS-ACTION.
002114     DISPLAY 'CUSTOMER MAINTENANCE - A=ADD U=UPDATE D=DEACTIVATE '
002115         'R=REACTIVATE X=EXIT'.
002116     ACCEPT WS-ACTION-CODE.
002117     MOVE SPACES TO WS-SEC-SUBJECT.
002118     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
002119     IF NOT WS-RIGHT-GRANTED
002120         GO TO 2000-EXIT
002121     END-IF.
002122     EVALUATE WS-ACTION-CODE
002123         WHEN 'A'
002130         WHEN 'a'
002140             PERFORM 3000-ADD-CUSTOMER    THRU 3000-EXIT
002150         WHEN 'U'
002160         WHEN 'u'
002170             PERFORM 3100-UPDATE-CUSTOMER THRU 3100-EXIT
002180         WHEN 'D'
002190         WHEN 'd'
002200             PERFORM 3200-DEACTIVATE-CUSTOMER THRU 3200-EXIT
002210         WHEN 'R'
002220         WHEN 'r'
002230             PERFORM 3300-REACTIVATE-CUSTOMER THRU 3300-EXIT
002240         WHEN 'X'
002250         WHEN 'x'
002260             SET WS-END-SESSION TO TRUE
002270         WHEN OTHER
002280             DISPLAY 'PLEASE ANSWER A, U, D, R OR X.'
002290     END-EVALUATE.
002300 2000-EXIT.
002310     EXIT.
002320*-------------------------------------------------------------------*
002330*    3000-ADD-CUSTOMER                                              *
002340*    THE NAME AND TRADING CURRENCY ARE REQUIRED; THE ADDRESS,       *
002350*    CONTACT AND TAX REGION MAY BE LEFT BLANK AND FILLED IN         *
002360*    LATER WITH AN UPDATE. A NEW CUSTOMER STARTS ACTIVE.            *
002363*    THE TAX-EXEMPT ANSWER IS REQUIRED, AND AN EXEMPT CUSTOMER      *
002366*    NEEDS ITS CERTIFICATE NUMBER BEFORE IT IS ADDED.               *
002370*-------------------------------------------------------------------*
002380 3000-ADD-CUSTOMER.
002390     PERFORM 4000-PROMPT-CUST-ID THRU 4000-EXIT.
002400     IF WS-CUST-ID-ENTRY = SPACES
002410         GO TO 3000-EXIT
002420     END-IF.
002430     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
002440     PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
002450     IF WS-RECORD-FOUND
002460         DISPLAY 'CUSTOMER ID ' WS-CUST-ID-ENTRY
002470             ' IS ALREADY ON FILE - ADD REJECTED.'
002480         GO TO 3000-EXIT
002490     END-IF.
002500     MOVE SPACES           TO CUST-RECORD.
002510     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
002520     MOVE 'N' TO WS-VALID-ANSWER-SW.
002530     PERFORM 4200-PROMPT-NAME THRU 4200-EXIT
002540         UNTIL WS-VALID-ANSWER.
002550     MOVE WS-TEXT-ENTRY TO CUST-NAME.
002556     MOVE 'ENTER BILLING ADDRESS LINE 1: '
002562         TO WS-PROMPT-TEXT.
002568     MOVE 30 TO WS-FIELD-MAX.
002574     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002580     MOVE WS-TEXT-ENTRY TO CUST-BILL-ADDR-1.
002586     MOVE 'ENTER BILLING ADDRESS LINE 2: '
002592         TO WS-PROMPT-TEXT.
002598     MOVE 30 TO WS-FIELD-MAX.
002604     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002610     MOVE WS-TEXT-ENTRY TO CUST-BILL-ADDR-2.
002616     MOVE 'ENTER BILLING CITY: '
002622         TO WS-PROMPT-TEXT.
002628     MOVE 20 TO WS-FIELD-MAX.
002634     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002640     MOVE WS-TEXT-ENTRY TO CUST-BILL-CITY.
002646     MOVE 'ENTER BILLING STATE/PROVINCE: '
002652         TO WS-PROMPT-TEXT.
002658     MOVE 10 TO WS-FIELD-MAX.
002664     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002670     MOVE WS-TEXT-ENTRY TO CUST-BILL-STATE.
002676     MOVE 'ENTER BILLING POSTCODE: '
002682         TO WS-PROMPT-TEXT.
002688     MOVE 10 TO WS-FIELD-MAX.
002694     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002700     MOVE WS-TEXT-ENTRY TO CUST-BILL-POSTCODE.
002706     MOVE 'ENTER BILLING COUNTRY CODE: '
002712         TO WS-PROMPT-TEXT.
002718     MOVE 3 TO WS-FIELD-MAX.
002724     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002730     MOVE WS-TEXT-ENTRY TO CUST-BILL-COUNTRY.
002736     MOVE 'ENTER CONTACT NAME: '
002742         TO WS-PROMPT-TEXT.
002748     MOVE 30 TO WS-FIELD-MAX.
002754     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002760     MOVE WS-TEXT-ENTRY TO CUST-CONTACT-NAME.
002766     MOVE 'ENTER CONTACT PHONE: '
002772         TO WS-PROMPT-TEXT.
002778     MOVE 20 TO WS-FIELD-MAX.
002784     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002790     MOVE WS-TEXT-ENTRY TO CUST-CONTACT-PHONE.
002796     DISPLAY 'ENTER CONTACT EMAIL: '.
002802     ACCEPT  WS-TEXT-ENTRY.
002808     MOVE WS-TEXT-ENTRY TO CUST-CONTACT-EMAIL.
002830     MOVE 'N' TO WS-VALID-ANSWER-SW.
002840     PERFORM 4300-PROMPT-CURRENCY THRU 4300-EXIT
002850         UNTIL WS-VALID-ANSWER.
002860     MOVE WS-CURRENCY-ENTRY TO CUST-CURRENCY-CODE.
002866     MOVE 'ENTER TAX REGION: ' TO WS-PROMPT-TEXT.
002872     MOVE 6 TO WS-FIELD-MAX.
002878     PERFORM 4500-PROMPT-TEXT THRU 4500-EXIT.
002884     MOVE WS-TEXT-ENTRY TO CUST-TAX-REGION.
002891     MOVE 'N' TO WS-VALID-ANSWER-SW.
002892     PERFORM 4400-PROMPT-TAX-EXEMPT THRU 4400-EXIT
002893         UNTIL WS-VALID-ANSWER.
002894     MOVE WS-EXEMPT-ENTRY TO CUST-TAX-EXEMPT.
002895     IF CUST-TAX-EXEMPT-YES
002896         MOVE 'N' TO WS-VALID-ANSWER-SW
002897         PERFORM 4420-PROMPT-CERT THRU 4420-EXIT
002898             UNTIL WS-VALID-ANSWER
002899         MOVE WS-TEXT-ENTRY TO CUST-EXEMPT-CERT-NO
002900     END-IF.
002901     SET CUST-ACTIVE TO TRUE.
002910     WRITE CUST-RECORD
002920         INVALID KEY
002930             DISPLAY 'CUSTOMER-MASTER WRITE REJECTED - STATUS '
002940                 WS-CUSTMAST-STATUS
002950             GO TO 3000-EXIT
002960     END-WRITE.
002970     IF NOT WS-CUSTMAST-OK
002980         DISPLAY 'CUSTOMER-MASTER WRITE FAILED - STATUS '
002990             WS-CUSTMAST-STATUS
003000         GO TO 3000-EXIT
003010     END-IF.
003020*    AN ADD IS LOGGED AS A CHANGE FROM NOTHING, SO EVERY FIELD
003030*    KEYED AT ADD TIME SHOWS UP IN THE TRAIL.
003040     MOVE SPACES   TO WS-OLD-VALUES.
003050     MOVE 'ADD'    TO WS-HIST-ACTION.
003060     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
003070     DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' ADDED.'.
003080 3000-EXIT.
003090     EXIT.
003100*-------------------------------------------------------------------*
003110*    3100-UPDATE-CUSTOMER                                           *
003120*    A BLANK ENTRY KEEPS THE CURRENT VALUE; ONLY FIELDS THAT        *
003130*    ACTUALLY CHANGE ARE REWRITTEN AND LOGGED. THE STATUS IS        *
003140*    CHANGED ONLY THROUGH D AND R SO IT ALWAYS HAS ITS OWN          *
003150*    HISTORY ENTRY.                                                 *
003155*    A CUSTOMER NO LONGER EXEMPT LOSES ITS CERTIFICATE NUMBER.      *
003160*-------------------------------------------------------------------*
003170 3100-UPDATE-CUSTOMER.
003180     PERFORM 4000-PROMPT-CUST-ID THRU 4000-EXIT.
003190     IF WS-CUST-ID-ENTRY = SPACES
003200         GO TO 3100-EXIT
003210     END-IF.
003220     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
003230     PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
003240     IF NOT WS-RECORD-FOUND
003250         DISPLAY 'CUSTOMER ID ' WS-CUST-ID-ENTRY
003260             ' IS NOT ON FILE - UPDATE REJECTED.'
003270         GO TO 3100-EXIT
003280     END-IF.
003290     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
003300     MOVE 0 TO WS-CHANGE-COUNT.
003310     MOVE 'UPDATE' TO WS-HIST-ACTION.
003320     MOVE 'NAME'             TO WS-FIELD-LABEL.
003330     MOVE CUST-NAME          TO WS-CURRENT-VALUE.
003335     MOVE 30                 TO WS-FIELD-MAX.
003340     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003350     IF WS-TEXT-CHANGED
003360         IF WS-TEXT-ENTRY = SPACES
003370             DISPLAY 'THE NAME CANNOT BE CLEARED - KEPT.'
003380             SUBTRACT 1 FROM WS-CHANGE-COUNT
003390         ELSE
003400             MOVE WS-TEXT-ENTRY TO CUST-NAME
003410         END-IF
003420     END-IF.
003430     MOVE 'ADDRESS LINE 1'   TO WS-FIELD-LABEL.
003440     MOVE CUST-BILL-ADDR-1   TO WS-CURRENT-VALUE.
003445     MOVE 30                 TO WS-FIELD-MAX.
003450     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003460     IF WS-TEXT-CHANGED
003470         MOVE WS-TEXT-ENTRY TO CUST-BILL-ADDR-1
003480     END-IF.
003490     MOVE 'ADDRESS LINE 2'   TO WS-FIELD-LABEL.
003500     MOVE CUST-BILL-ADDR-2   TO WS-CURRENT-VALUE.
003505     MOVE 30                 TO WS-FIELD-MAX.
003510     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003520     IF WS-TEXT-CHANGED
003530         MOVE WS-TEXT-ENTRY TO CUST-BILL-ADDR-2
003540     END-IF.
003550     MOVE 'CITY'             TO WS-FIELD-LABEL.
003560     MOVE CUST-BILL-CITY     TO WS-CURRENT-VALUE.
003565     MOVE 20                 TO WS-FIELD-MAX.
003570     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003580     IF WS-TEXT-CHANGED
003590         MOVE WS-TEXT-ENTRY TO CUST-BILL-CITY
003600     END-IF.
003610     MOVE 'STATE/PROVINCE'   TO WS-FIELD-LABEL.
003620     MOVE CUST-BILL-STATE    TO WS-CURRENT-VALUE.
003625     MOVE 10                 TO WS-FIELD-MAX.
003630     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003640     IF WS-TEXT-CHANGED
003650         MOVE WS-TEXT-ENTRY TO CUST-BILL-STATE
003660     END-IF.
003670     MOVE 'POSTCODE'         TO WS-FIELD-LABEL.
003680     MOVE CUST-BILL-POSTCODE TO WS-CURRENT-VALUE.
003685     MOVE 10                 TO WS-FIELD-MAX.
003690     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003700     IF WS-TEXT-CHANGED
003710         MOVE WS-TEXT-ENTRY TO CUST-BILL-POSTCODE
003720     END-IF.
003730     MOVE 'COUNTRY'          TO WS-FIELD-LABEL.
003740     MOVE CUST-BILL-COUNTRY  TO WS-CURRENT-VALUE.
003745     MOVE 3                  TO WS-FIELD-MAX.
003750     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003760     IF WS-TEXT-CHANGED
003770         MOVE WS-TEXT-ENTRY TO CUST-BILL-COUNTRY
003780     END-IF.
003790     MOVE 'CONTACT NAME'     TO WS-FIELD-LABEL.
003800     MOVE CUST-CONTACT-NAME  TO WS-CURRENT-VALUE.
003805     MOVE 30                 TO WS-FIELD-MAX.
003810     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003820     IF WS-TEXT-CHANGED
003830         MOVE WS-TEXT-ENTRY TO CUST-CONTACT-NAME
003840     END-IF.
003850     MOVE 'CONTACT PHONE'    TO WS-FIELD-LABEL.
003860     MOVE CUST-CONTACT-PHONE TO WS-CURRENT-VALUE.
003865     MOVE 20                 TO WS-FIELD-MAX.
003870     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003880     IF WS-TEXT-CHANGED
003890         MOVE WS-TEXT-ENTRY TO CUST-CONTACT-PHONE
003900     END-IF.
003910     MOVE 'CONTACT EMAIL'    TO WS-FIELD-LABEL.
003920     MOVE CUST-CONTACT-EMAIL TO WS-CURRENT-VALUE.
003925     MOVE 40                 TO WS-FIELD-MAX.
003930     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
003940     IF WS-TEXT-CHANGED
003950         MOVE WS-TEXT-ENTRY TO CUST-CONTACT-EMAIL
003960     END-IF.
003970     DISPLAY 'CURRENT CURRENCY: ' CUST-CURRENCY-CODE.
003980     MOVE 'N' TO WS-VALID-ANSWER-SW.
003990     PERFORM 4310-PROMPT-CURR-OR-KEEP THRU 4310-EXIT
004000         UNTIL WS-VALID-ANSWER.
004010     IF WS-CURRENCY-ENTRY NOT = SPACES
004020        AND WS-CURRENCY-ENTRY NOT = WS-OLD-CURRENCY
004030         MOVE WS-CURRENCY-ENTRY TO CUST-CURRENCY-CODE
004040         ADD 1 TO WS-CHANGE-COUNT
004050     END-IF.
004060     MOVE 'TAX REGION'       TO WS-FIELD-LABEL.
004070     MOVE CUST-TAX-REGION    TO WS-CURRENT-VALUE.
004075     MOVE 6                  TO WS-FIELD-MAX.
004080     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
004090     IF WS-TEXT-CHANGED
004100         MOVE WS-TEXT-ENTRY TO CUST-TAX-REGION
004110     END-IF.
004111     IF CUST-TAX-EXEMPT-YES
004112         MOVE 'Y' TO WS-EXEMPT-CURRENT
004113     ELSE
004114         MOVE 'N' TO WS-EXEMPT-CURRENT
004115     END-IF.
004116     DISPLAY 'CURRENT TAX EXEMPT: ' WS-EXEMPT-CURRENT.
004117     MOVE 'N' TO WS-VALID-ANSWER-SW.
004118     PERFORM 4410-PROMPT-EXEMPT-OR-KEEP THRU 4410-EXIT
004119         UNTIL WS-VALID-ANSWER.
004120     IF WS-EXEMPT-ENTRY NOT = SPACES
004121        AND WS-EXEMPT-ENTRY NOT = WS-EXEMPT-CURRENT
004122         MOVE WS-EXEMPT-ENTRY TO CUST-TAX-EXEMPT
004123         ADD 1 TO WS-CHANGE-COUNT
004124     END-IF.
004125     IF CUST-TAX-EXEMPT-YES
004126         PERFORM 3160-UPDATE-EXEMPT-CERT THRU 3160-EXIT
004127     ELSE
004128         IF CUST-EXEMPT-CERT-NO NOT = SPACES
004129             MOVE SPACES TO CUST-EXEMPT-CERT-NO
004130             ADD 1 TO WS-CHANGE-COUNT
004131         END-IF
004132     END-IF.
004133     IF WS-CHANGE-COUNT = 0
004134         DISPLAY 'NOTHING CHANGED - CUSTOMER LEFT AS IT WAS.'
004140         GO TO 3100-EXIT
004150     END-IF.
004160     REWRITE CUST-RECORD
004170         INVALID KEY
004180             DISPLAY 'CUSTOMER-MASTER REWRITE REJECTED - STATUS '
004190                 WS-CUSTMAST-STATUS
004200             GO TO 3100-EXIT
004210     END-REWRITE.
004220     IF NOT WS-CUSTMAST-OK
004230         DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - STATUS '
004240             WS-CUSTMAST-STATUS
004250         GO TO 3100-EXIT
004260     END-IF.
004270*    THE HISTORY IS WRITTEN ONLY AFTER THE REWRITE LANDS, SO THE
004280*    TRAIL NEVER CLAIMS A CHANGE THE MASTER NEVER TOOK.
004290     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
004300     DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' UPDATED.'.
004310 3100-EXIT.
004320     EXIT.
004330 3150-SAVE-OLD-VALUES.
004340     MOVE CUST-NAME          TO WS-OLD-NAME.
004350     MOVE CUST-BILL-ADDR-1   TO WS-OLD-ADDR-1.
004360     MOVE CUST-BILL-ADDR-2   TO WS-OLD-ADDR-2.
004370     MOVE CUST-BILL-CITY     TO WS-OLD-CITY.
004380     MOVE CUST-BILL-STATE    TO WS-OLD-STATE.
004390     MOVE CUST-BILL-POSTCODE TO WS-OLD-POSTCODE.
004400     MOVE CUST-BILL-COUNTRY  TO WS-OLD-COUNTRY.
004410     MOVE CUST-CONTACT-NAME  TO WS-OLD-CONTACT-NAME.
004420     MOVE CUST-CONTACT-PHONE TO WS-OLD-CONTACT-PHONE.
004430     MOVE CUST-CONTACT-EMAIL TO WS-OLD-CONTACT-EMAIL.
004440     MOVE CUST-CURRENCY-CODE TO WS-OLD-CURRENCY.
004450     MOVE CUST-TAX-REGION    TO WS-OLD-TAX-REGION.
004453     MOVE CUST-TAX-EXEMPT    TO WS-OLD-TAX-EXEMPT.
004456     MOVE CUST-EXEMPT-CERT-NO TO WS-OLD-EXEMPT-CERT.
004460     MOVE CUST-STATUS        TO WS-OLD-STATUS.
004470 3150-EXIT.
004480     EXIT.
004481*-------------------------------------------------------------------*
004482*    3160-UPDATE-EXEMPT-CERT                                        *
004483*    A CUSTOMER JUST MADE EXEMPT MUST BE GIVEN ITS CERTIFICATE      *
004484*    NUMBER; ONE ALREADY EXEMPT MAY HAVE IT REPLACED BUT NOT        *
004485*    CLEARED.                                                       *
004486*-------------------------------------------------------------------*
004487 3160-UPDATE-EXEMPT-CERT.
004488     IF CUST-EXEMPT-CERT-NO = SPACES
004489         MOVE 'N' TO WS-VALID-ANSWER-SW
004490         PERFORM 4420-PROMPT-CERT THRU 4420-EXIT
004491             UNTIL WS-VALID-ANSWER
004492         MOVE WS-TEXT-ENTRY TO CUST-EXEMPT-CERT-NO
004493         ADD 1 TO WS-CHANGE-COUNT
004494         GO TO 3160-EXIT
004495     END-IF.
004496     MOVE 'EXEMPT CERT'       TO WS-FIELD-LABEL.
004497     MOVE CUST-EXEMPT-CERT-NO TO WS-CURRENT-VALUE.
004498     MOVE 20                  TO WS-FIELD-MAX.
004499     PERFORM 4600-PROMPT-TEXT-OR-KEEP THRU 4600-EXIT.
004500     IF NOT WS-TEXT-CHANGED
004501         GO TO 3160-EXIT
004502     END-IF.
004503     IF WS-TEXT-ENTRY = SPACES
004504         DISPLAY 'AN EXEMPT CUSTOMER NEEDS A CERTIFICATE - KEPT.'
004505         SUBTRACT 1 FROM WS-CHANGE-COUNT
004506         GO TO 3160-EXIT
004507     END-IF.
004508     MOVE WS-TEXT-ENTRY TO CUST-EXEMPT-CERT-NO.
004514 3160-EXIT.
004515     EXIT.
004516*-------------------------------------------------------------------*
004517*    3200-DEACTIVATE-CUSTOMER                                       *
004518*    THE RECORD STAYS ON FILE FOR HISTORY - ONLY THE STATUS BYTE    *
004520*    CHANGES, AND HELLO REFUSES INACTIVE CUSTOMERS IN EVERY MODE.   *
004530*-------------------------------------------------------------------*
004540 3200-DEACTIVATE-CUSTOMER.
004550     PERFORM 4000-PROMPT-CUST-ID THRU 4000-EXIT.
004560     IF WS-CUST-ID-ENTRY = SPACES
004570         GO TO 3200-EXIT
004580     END-IF.
004590     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
004600     PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
004610     IF NOT WS-RECORD-FOUND
004620         DISPLAY 'CUSTOMER ID ' WS-CUST-ID-ENTRY
004630             ' IS NOT ON FILE - DEACTIVATE REJECTED.'
004640         GO TO 3200-EXIT
004650     END-IF.
004660     IF CUST-INACTIVE
004670         DISPLAY 'CUSTOMER ID ' WS-CUST-ID-ENTRY
004680             ' IS ALREADY INACTIVE.'
004690         GO TO 3200-EXIT
004700     END-IF.
004710     MOVE CUST-STATUS TO WS-OLD-STATUS.
004720     SET CUST-INACTIVE TO TRUE.
004730     MOVE 'DEACT' TO WS-HIST-ACTION.
004740     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
004750 3200-EXIT.
004760     EXIT.
004770*-------------------------------------------------------------------*
004780*    3300-REACTIVATE-CUSTOMER                                       *
004790*-------------------------------------------------------------------*
004800 3300-REACTIVATE-CUSTOMER.
004810     PERFORM 4000-PROMPT-CUST-ID THRU 4000-EXIT.
004820     IF WS-CUST-ID-ENTRY = SPACES
004830         GO TO 3300-EXIT
004840     END-IF.
004850     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
004860     PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT.
004870     IF NOT WS-RECORD-FOUND
004880         DISPLAY 'CUSTOMER ID ' WS-CUST-ID-ENTRY
004890             ' IS NOT ON FILE - REACTIVATE REJECTED.'
004900         GO TO 3300-EXIT
004910     END-IF.
004920     IF CUST-ACTIVE
004930         DISPLAY 'CUSTOMER ID ' WS-CUST-ID-ENTRY
004940             ' IS ALREADY ACTIVE.'
004950         GO TO 3300-EXIT
004960     END-IF.
004970     MOVE CUST-STATUS TO WS-OLD-STATUS.
004980     SET CUST-ACTIVE TO TRUE.
004990     MOVE 'REACT' TO WS-HIST-ACTION.
005000     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
005010 3300-EXIT.
005020     EXIT.
005030*-------------------------------------------------------------------*
005040*    3400-REWRITE-STATUS                                            *
005050*    SHARED BY D AND R ONCE THE NEW STATUS BYTE IS SET.             *
005060*-------------------------------------------------------------------*
005070 3400-REWRITE-STATUS.
005080     REWRITE CUST-RECORD
005090         INVALID KEY
005100             DISPLAY 'CUSTOMER-MASTER REWRITE REJECTED - STATUS '
005110                 WS-CUSTMAST-STATUS
005120             GO TO 3400-EXIT
005130     END-REWRITE.
005140     IF NOT WS-CUSTMAST-OK
005150         DISPLAY 'CUSTOMER-MASTER REWRITE FAILED - STATUS '
005160             WS-CUSTMAST-STATUS
005170         GO TO 3400-EXIT
005180     END-IF.
005190     MOVE 'STATUS'        TO WS-HIST-FIELD.
005200     MOVE WS-OLD-STATUS   TO WS-HIST-OLD-VALUE.
005210     MOVE CUST-STATUS     TO WS-HIST-NEW-VALUE.
005220     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
005230     IF CUST-ACTIVE
005240         DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' REACTIVATED.'
005250     ELSE
005260         DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' DEACTIVATED.'
005270     END-IF.
005280 3400-EXIT.
005290     EXIT.
005300*-------------------------------------------------------------------*
005310*    4000-PROMPT-CUST-ID                                            *
005320*    A BLANK ID CANCELS THE ACTION AND RETURNS TO THE MENU.         *
005330*-------------------------------------------------------------------*
005340 4000-PROMPT-CUST-ID.
005350     DISPLAY 'ENTER CUSTOMER ID (BLANK = CANCEL): '.
005360     ACCEPT  WS-CUST-ID-ENTRY.
005370 4000-EXIT.
005380     EXIT.
005390*-------------------------------------------------------------------*
005400*    4100-READ-CUSTOMER                                             *
005410*-------------------------------------------------------------------*
005420 4100-READ-CUSTOMER.
005430     MOVE 'N' TO WS-RECORD-FOUND-SW.
005440     READ CUSTOMER-MASTER
005450         INVALID KEY
005460             CONTINUE
005470         NOT INVALID KEY
005480             SET WS-RECORD-FOUND TO TRUE
005490     END-READ.
005500 4100-EXIT.
005510     EXIT.
005520*-------------------------------------------------------------------*
005530*    4200-PROMPT-NAME                                               *
005540*-------------------------------------------------------------------*
005550 4200-PROMPT-NAME.
005560     DISPLAY 'ENTER CUSTOMER NAME: '.
005570     ACCEPT  WS-TEXT-ENTRY.
005576     IF WS-TEXT-ENTRY = SPACES
005582         DISPLAY 'A CUSTOMER NAME IS REQUIRED.'
005588         GO TO 4200-EXIT
005594     END-IF.
005600     MOVE 30 TO WS-FIELD-MAX.
005606     PERFORM 4700-CHECK-ENTRY-LENGTH THRU 4700-EXIT.
005612     IF WS-LENGTH-OK
005618         SET WS-VALID-ANSWER TO TRUE
005624     END-IF.
005630 4200-EXIT.
005640     EXIT.
005650*-------------------------------------------------------------------*
005660*    4300-PROMPT-CURRENCY                                           *
005670*-------------------------------------------------------------------*
005680 4300-PROMPT-CURRENCY.
005690     DISPLAY 'ENTER TRADING CURRENCY (USD/JPY/EUR/GBP/CAD/AUD): '.
005700     ACCEPT  WS-CURRENCY-ENTRY.
005710     PERFORM 4320-VALIDATE-CURRENCY THRU 4320-EXIT.
005720     IF WS-CURRENCY-OK
005730         SET WS-VALID-ANSWER TO TRUE
005740     ELSE
005750         DISPLAY 'UNKNOWN CURRENCY CODE - REENTER IT.'
005760     END-IF.
005770 4300-EXIT.
005780     EXIT.
005790 4310-PROMPT-CURR-OR-KEEP.
005800     DISPLAY 'NEW CURRENCY CODE (BLANK = KEEP): '.
005810     ACCEPT  WS-CURRENCY-ENTRY.
005820     IF WS-CURRENCY-ENTRY = SPACES
005830         SET WS-VALID-ANSWER TO TRUE
005840     ELSE
005850         PERFORM 4320-VALIDATE-CURRENCY THRU 4320-EXIT
005860         IF WS-CURRENCY-OK
005870             SET WS-VALID-ANSWER TO TRUE
005880         ELSE
005890             DISPLAY 'UNKNOWN CURRENCY CODE - REENTER IT.'
005900         END-IF
005910     END-IF.
005920 4310-EXIT.
005930     EXIT.
005940 4320-VALIDATE-CURRENCY.
005950     MOVE 'N' TO WS-CURRENCY-OK-SW.
005960     SET WS-CURR-IDX TO 1.
005970     SEARCH WS-CURRENCY-CODE
005980         AT END
005990             CONTINUE
006000         WHEN WS-CURRENCY-CODE(WS-CURR-IDX) = WS-CURRENCY-ENTRY
006010             MOVE 'Y' TO WS-CURRENCY-OK-SW
006020     END-SEARCH.
006030 4320-EXIT.
006040     EXIT.
006041*-------------------------------------------------------------------*
006042*    4400-PROMPT-TAX-EXEMPT                                         *
006043*-------------------------------------------------------------------*
006044 4400-PROMPT-TAX-EXEMPT.
006045     DISPLAY 'TAX EXEMPT (Y/N): '.
006046     ACCEPT  WS-EXEMPT-ENTRY.
006047     IF WS-EXEMPT-ENTRY = 'Y' OR WS-EXEMPT-ENTRY = 'N'
006048         SET WS-VALID-ANSWER TO TRUE
006049     ELSE
006050         DISPLAY 'ANSWER Y OR N.'
006051     END-IF.
006052 4400-EXIT.
006053     EXIT.
006054 4410-PROMPT-EXEMPT-OR-KEEP.
006055     DISPLAY 'NEW TAX EXEMPT Y/N (BLANK = KEEP): '.
006056     ACCEPT  WS-EXEMPT-ENTRY.
006057     IF WS-EXEMPT-ENTRY = SPACES
006058        OR WS-EXEMPT-ENTRY = 'Y'
006059        OR WS-EXEMPT-ENTRY = 'N'
006060         SET WS-VALID-ANSWER TO TRUE
006061     ELSE
006062         DISPLAY 'ANSWER Y, N OR BLANK.'
006063     END-IF.
006064 4410-EXIT.
006065     EXIT.
006066 4420-PROMPT-CERT.
006067     DISPLAY 'ENTER TAX-EXEMPTION CERTIFICATE NUMBER: '.
006068     ACCEPT  WS-TEXT-ENTRY.
006069     IF WS-TEXT-ENTRY = SPACES
006070         DISPLAY 'AN EXEMPT CUSTOMER NEEDS A CERTIFICATE NUMBER.'
006071     ELSE
006072         IF WS-TEXT-ENTRY(21:20) NOT = SPACES
006073             DISPLAY 'A CERTIFICATE NUMBER IS AT MOST 20 '
006074                 'CHARACTERS.'
006075         ELSE
006076             SET WS-VALID-ANSWER TO TRUE
006077         END-IF
006078     END-IF.
006079 4420-EXIT.
006080     EXIT.
006081*-------------------------------------------------------------------*
006082*    4500-PROMPT-TEXT                                               *
006083*    PROMPTS WITH WS-PROMPT-TEXT UNTIL THE ENTRY FITS IN            *
006084*    WS-FIELD-MAX CHARACTERS.                                       *
006085*-------------------------------------------------------------------*
006086 4500-PROMPT-TEXT.
006087     MOVE 'N' TO WS-LENGTH-OK-SW.
006088     PERFORM 4510-ACCEPT-TEXT THRU 4510-EXIT
006089         UNTIL WS-LENGTH-OK.
006090 4500-EXIT.
006091     EXIT.
006092 4510-ACCEPT-TEXT.
006093     DISPLAY WS-PROMPT-TEXT.
006094     ACCEPT  WS-TEXT-ENTRY.
006095     PERFORM 4700-CHECK-ENTRY-LENGTH THRU 4700-EXIT.
006096 4510-EXIT.
006097     EXIT.
006098*-------------------------------------------------------------------*
006099*    4600-PROMPT-TEXT-OR-KEEP                                       *
006100*    SHOWS THE CURRENT VALUE OF THE FIELD NAMED IN WS-FIELD-LABEL   *
006101*    AND TAKES A REPLACEMENT. BLANK KEEPS IT; A SINGLE '.' CLEARS   *
006102*    IT. THE CALLER MOVES WS-TEXT-ENTRY BACK WHEN IT CHANGED.       *
006103*    AN ENTRY LONGER THAN WS-FIELD-MAX IS REFUSED AND ASKED FOR     *
006104*    AGAIN.                                                         *
006105*-------------------------------------------------------------------*
006110 4600-PROMPT-TEXT-OR-KEEP.
006120     MOVE 'N' TO WS-TEXT-CHANGED-SW.
006130     DISPLAY 'CURRENT ' WS-FIELD-LABEL ': ' WS-CURRENT-VALUE.
006137     MOVE 'N' TO WS-LENGTH-OK-SW.
006144     PERFORM 4610-ACCEPT-REPLACEMENT THRU 4610-EXIT
006151         UNTIL WS-LENGTH-OK.
006160     IF WS-TEXT-ENTRY = SPACES
006170         GO TO 4600-EXIT
006180     END-IF.
006190     IF WS-TEXT-ENTRY = '.'
006200         MOVE SPACES TO WS-TEXT-ENTRY
006210         IF WS-CURRENT-VALUE NOT = SPACES
006220             SET WS-TEXT-CHANGED TO TRUE
006230             ADD 1 TO WS-CHANGE-COUNT
006240         END-IF
006250         GO TO 4600-EXIT
006260     END-IF.
006270     IF WS-TEXT-ENTRY NOT = WS-CURRENT-VALUE
006280         SET WS-TEXT-CHANGED TO TRUE
006290         ADD 1 TO WS-CHANGE-COUNT
006300     END-IF.
006301 4600-EXIT.
006302     EXIT.
006303 4610-ACCEPT-REPLACEMENT.
006304     DISPLAY 'NEW ' WS-FIELD-LABEL ' (BLANK = KEEP, . = CLEAR): '.
006305     ACCEPT  WS-TEXT-ENTRY.
006306     PERFORM 4700-CHECK-ENTRY-LENGTH THRU 4700-EXIT.
006307 4610-EXIT.
006308     EXIT.
006309*-------------------------------------------------------------------*
006310*    4700-CHECK-ENTRY-LENGTH                                        *
006311*    AN ENTRY THAT RUNS PAST WS-FIELD-MAX WOULD BE CUT SHORT ON THE *
006312*    MASTER, SO IT IS REFUSED RATHER THAN TRUNCATED.                *
006313*-------------------------------------------------------------------*
006314 4700-CHECK-ENTRY-LENGTH.
006315     SET WS-LENGTH-OK TO TRUE.
006316     IF WS-FIELD-MAX < 40
006317         IF WS-TEXT-ENTRY(WS-FIELD-MAX + 1:) NOT = SPACES
006318             MOVE 'N' TO WS-LENGTH-OK-SW
006319             MOVE WS-FIELD-MAX TO WS-FIELD-MAX-SHOW
006320             DISPLAY 'AT MOST ' WS-FIELD-MAX-SHOW
006321                 ' CHARACTERS ALLOWED - REENTER IT.'
006322         END-IF
006323     END-IF.
006324 4700-EXIT.
006325     EXIT.
006330*===================================================================*
006340*    6000-WRITE-HISTORY                                             *
006350*    ONE RECORD PER FIELD TOUCHED, STAMPED WITH THE OPERATOR AND    *
006360*    THE BEFORE/AFTER VALUES.                                       *
006370*===================================================================*
006380 6000-WRITE-HISTORY.
006390     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
006400     STRING WS-CURRENT-DATE WS-CURRENT-TIME
006410         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
006420     MOVE WS-TIMESTAMP-14     TO CSH-TIMESTAMP.
006430     MOVE WS-OPERATOR-ID      TO CSH-OPERATOR-ID.
006440     MOVE WS-HIST-ACTION      TO CSH-ACTION.
006450     MOVE WS-CUST-ID-ENTRY    TO CSH-CUST-ID.
006460     MOVE WS-HIST-FIELD       TO CSH-FIELD-NAME.
006470     MOVE WS-HIST-OLD-VALUE   TO CSH-OLD-VALUE.
006480     MOVE WS-HIST-NEW-VALUE   TO CSH-NEW-VALUE.
006490     WRITE CUST-HIST-RECORD.
006500     IF NOT WS-CUSTHIST-OK
006510         DISPLAY 'CUST-HIST-FILE WRITE FAILED - STATUS '
006520             WS-CUSTHIST-STATUS
006530     ELSE
006540         ADD 1 TO WS-HIST-WRITE-CNT
006550     END-IF.
006560 6000-EXIT.
006570     EXIT.
006580 6010-GET-CURRENT-DATE-TIME.
006590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006600     ACCEPT WS-TIME-RAW     FROM TIME.
006610     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
006620 6010-EXIT.
006630     EXIT.
006640*-------------------------------------------------------------------*
006650*    6100-LOG-CHANGED-FIELDS                                        *
006660*    COMPARES THE SAVED BEFORE-IMAGE WITH THE RECORD AS WRITTEN     *
006670*    AND LOGS EVERY FIELD THAT DIFFERS.                             *
006680*-------------------------------------------------------------------*
006690 6100-LOG-CHANGED-FIELDS.
006700     MOVE 'NAME'             TO WS-HIST-FIELD.
006710     MOVE WS-OLD-NAME        TO WS-HIST-OLD-VALUE.
006720     MOVE CUST-NAME          TO WS-HIST-NEW-VALUE.
006730     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006740     MOVE 'ADDR-1'           TO WS-HIST-FIELD.
006750     MOVE WS-OLD-ADDR-1      TO WS-HIST-OLD-VALUE.
006760     MOVE CUST-BILL-ADDR-1   TO WS-HIST-NEW-VALUE.
006770     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006780     MOVE 'ADDR-2'           TO WS-HIST-FIELD.
006790     MOVE WS-OLD-ADDR-2      TO WS-HIST-OLD-VALUE.
006800     MOVE CUST-BILL-ADDR-2   TO WS-HIST-NEW-VALUE.
006810     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006820     MOVE 'CITY'             TO WS-HIST-FIELD.
006830     MOVE WS-OLD-CITY        TO WS-HIST-OLD-VALUE.
006840     MOVE CUST-BILL-CITY     TO WS-HIST-NEW-VALUE.
006850     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006860     MOVE 'STATE'            TO WS-HIST-FIELD.
006870     MOVE WS-OLD-STATE       TO WS-HIST-OLD-VALUE.
006880     MOVE CUST-BILL-STATE    TO WS-HIST-NEW-VALUE.
006890     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006900     MOVE 'POSTCODE'         TO WS-HIST-FIELD.
006910     MOVE WS-OLD-POSTCODE    TO WS-HIST-OLD-VALUE.
006920     MOVE CUST-BILL-POSTCODE TO WS-HIST-NEW-VALUE.
006930     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006940     MOVE 'COUNTRY'          TO WS-HIST-FIELD.
006950     MOVE WS-OLD-COUNTRY     TO WS-HIST-OLD-VALUE.
006960     MOVE CUST-BILL-COUNTRY  TO WS-HIST-NEW-VALUE.
006970     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
006980     MOVE 'CONTACT'          TO WS-HIST-FIELD.
006990     MOVE WS-OLD-CONTACT-NAME TO WS-HIST-OLD-VALUE.
007000     MOVE CUST-CONTACT-NAME  TO WS-HIST-NEW-VALUE.
007010     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007020     MOVE 'PHONE'            TO WS-HIST-FIELD.
007030     MOVE WS-OLD-CONTACT-PHONE TO WS-HIST-OLD-VALUE.
007040     MOVE CUST-CONTACT-PHONE TO WS-HIST-NEW-VALUE.
007050     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007060     MOVE 'EMAIL'            TO WS-HIST-FIELD.
007070     MOVE WS-OLD-CONTACT-EMAIL TO WS-HIST-OLD-VALUE.
007080     MOVE CUST-CONTACT-EMAIL TO WS-HIST-NEW-VALUE.
007090     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007100     MOVE 'CURRENCY'         TO WS-HIST-FIELD.
007110     MOVE WS-OLD-CURRENCY    TO WS-HIST-OLD-VALUE.
007120     MOVE CUST-CURRENCY-CODE TO WS-HIST-NEW-VALUE.
007130     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007140     MOVE 'TAX-REGION'       TO WS-HIST-FIELD.
007150     MOVE WS-OLD-TAX-REGION  TO WS-HIST-OLD-VALUE.
007160     MOVE CUST-TAX-REGION    TO WS-HIST-NEW-VALUE.
007170     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007171     MOVE 'TAX-EXEMPT'       TO WS-HIST-FIELD.
007172     MOVE WS-OLD-TAX-EXEMPT  TO WS-HIST-OLD-VALUE.
007173     MOVE CUST-TAX-EXEMPT    TO WS-HIST-NEW-VALUE.
007174     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007175     MOVE 'TAX-CERT'         TO WS-HIST-FIELD.
007176     MOVE WS-OLD-EXEMPT-CERT TO WS-HIST-OLD-VALUE.
007177     MOVE CUST-EXEMPT-CERT-NO TO WS-HIST-NEW-VALUE.
007178     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007180     MOVE 'STATUS'           TO WS-HIST-FIELD.
007190     MOVE WS-OLD-STATUS      TO WS-HIST-OLD-VALUE.
007200     MOVE CUST-STATUS        TO WS-HIST-NEW-VALUE.
007210     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
007220 6100-EXIT.
007230     EXIT.
007240 6110-LOG-IF-CHANGED.
007250     IF WS-HIST-OLD-VALUE NOT = WS-HIST-NEW-VALUE
007260         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
007270     END-IF.
007280 6110-EXIT.
007290     EXIT.
007300*===================================================================*
007310*    9000-TERMINATE                                                 *
007320*===================================================================*
007330 9000-TERMINATE.
007340     CLOSE CUSTOMER-MASTER.
007350     CLOSE CUST-HIST-FILE.
007352     IF WS-OPR-AVAIL
007354         CLOSE OPERATOR-FILE
007356     END-IF.
007360 9000-EXIT.
007370     EXIT.
007380*===================================================================*
007390*    8900-WRITE-RUN-CONTROL                                         *
007400*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
007410*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
007420*===================================================================*
007430 8900-WRITE-RUN-CONTROL.
007440     OPEN EXTEND RUN-CONTROL.
007450     IF WS-RUNCTL-NOTFOUND
007460         OPEN OUTPUT RUN-CONTROL
007470     END-IF.
007480     IF NOT WS-RUNCTL-OK
007490         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
007500             WS-RUNCTL-STATUS
007510         GO TO 8900-EXIT
007520     END-IF.
007530     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
007540     ACCEPT WS-RUN-TIME-RAW FROM TIME.
007550     MOVE SPACES             TO RUN-CONTROL-RECORD.
007560     MOVE 'CUSTMNT '         TO RNC-PROGRAM-ID.
007570     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
007580     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
007590     MOVE WS-RUN-EVENT       TO RNC-EVENT.
007600     MOVE WS-RUN-STATUS      TO RNC-STATUS.
007610     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
007620     WRITE RUN-CONTROL-RECORD.
007630     IF NOT WS-RUNCTL-OK
007640         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
007650             WS-RUNCTL-STATUS
007660     END-IF.
007670     CLOSE RUN-CONTROL.
007680 8900-EXIT.
007690     EXIT.
