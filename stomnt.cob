000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    STOMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPERATOR MAINTENANCE OF  *
000220*                     THE STANDORD STANDING-ORDER FILE (CUSTOMER, *
000230*                     PRODUCT, QUANTITY, FREQUENCY, NEXT DUE AND  *
000240*                     END DATES, ACTIVE OR PAUSED), SIGNED ON     *
000250*                     AGAINST OPERMAST LIKE THE OTHER MAINTENANCE *
000260*                     PROGRAMS, WITH EVERY FIELD CHANGE WRITTEN   *
000270*                     TO THE STOHIST CHANGE-HISTORY FILE.         *
000273*    2026-10-15 KS    4430-VALIDATE-DATE MOVED INTO PARAGRAPH     *
000276*                     ORDER.                                      *
000280*-----------------------------------------------------------------*
000290*    ACTIONS:                                                     *
000300*      A - SET UP A STANDING ORDER - THE ID IS ASSIGNED FROM      *
000310*          STOCTL AND SHOWN TO THE OPERATOR                       *
000320*      U - UPDATE QUANTITY, FREQUENCY, NEXT DUE OR END DATE       *
000330*          (BLANK ENTRY = KEEP)                                   *
000340*      P - PAUSE (STOGEN SKIPS THE ORDER UNTIL IT IS RESUMED)     *
000350*      R - RESUME A PAUSED ORDER                                  *
000360*      X - END THE SESSION                                        *
000370*    THE CUSTOMER MUST BE ACTIVE ON THE CUSTOMER MASTER, THE      *
000380*    PRODUCT ON THE CATALOG AND NOT RETIRED, THE QUANTITY AND     *
000390*    FREQUENCY ABOVE ZERO, THE NEXT DUE DATE NOT IN THE PAST AND  *
000400*    ANY END DATE NOT BEFORE THE NEXT DUE DATE. CUSTOMER AND      *
000410*    PRODUCT CANNOT BE CHANGED - END THE ORDER WITH AN END DATE   *
000420*    AND SET UP A NEW ONE. ORDERS ARE NEVER DELETED, AND AN       *
000430*    ENDED ORDER CANNOT BE CHANGED. EVERY CHANGE IS LOGGED TO     *
000440*    STOHIST WITH OPERATOR, TIMESTAMP AND BEFORE/AFTER VALUES.    *
000450*-----------------------------------------------------------------*
000460 ENVIRONMENT    DIVISION.
000470 INPUT-OUTPUT   SECTION.
000480 FILE-CONTROL.
000490     SELECT STANDING-ORDER-FILE ASSIGN TO STANDORD
000500         ORGANIZATION       IS INDEXED
000510         ACCESS MODE        IS RANDOM
000520         RECORD KEY         IS STO-ORDER-ID
000530         FILE STATUS        IS WS-STANDORD-STATUS.
000540     SELECT STANDING-HIST-FILE ASSIGN TO STOHIST
000550         ORGANIZATION       IS SEQUENTIAL
000560         FILE STATUS        IS WS-STOHIST-STATUS.
000570     SELECT STO-CONTROL     ASSIGN TO STOCTL
000580         ORGANIZATION       IS SEQUENTIAL
000590         FILE STATUS        IS WS-STOCTL-STATUS.
000600     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000610         ORGANIZATION       IS INDEXED
000620         ACCESS MODE        IS RANDOM
000630         RECORD KEY         IS CUST-ID
000640         FILE STATUS        IS WS-CUSTMAST-STATUS.
000650     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
000660         ORGANIZATION       IS INDEXED
000670         ACCESS MODE        IS RANDOM
000680         RECORD KEY         IS PROD-CODE
000690         FILE STATUS        IS WS-PRODMAST-STATUS.
000700     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000710         ORGANIZATION       IS SEQUENTIAL
000720         FILE STATUS        IS WS-RUNCTL-STATUS.
000730     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000740         ORGANIZATION       IS INDEXED
000750         ACCESS MODE        IS RANDOM
000760         RECORD KEY         IS OPR-ID
000770         FILE STATUS        IS WS-OPERMAST-STATUS.
000780     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000790         ORGANIZATION       IS SEQUENTIAL
000800         FILE STATUS        IS WS-SECLOG-STATUS.
000810 DATA           DIVISION.
000820 FILE           SECTION.
000830 FD  STANDING-ORDER-FILE
000840     LABEL RECORD IS STANDARD.
000850     COPY STOREC.
000860 FD  STANDING-HIST-FILE
000870     LABEL RECORD IS STANDARD.
000880     COPY STOHREC.
000890 FD  STO-CONTROL
000900     LABEL RECORD IS STANDARD.
000910     COPY STCREC.
000920 FD  CUSTOMER-MASTER
000930     LABEL RECORD IS STANDARD.
000940     COPY CUSTREC.
000950 FD  PRODUCT-MASTER
000960     LABEL RECORD IS STANDARD.
000970     COPY PRODREC.
000980 FD  RUN-CONTROL
000990     LABEL RECORD IS STANDARD.
001000     COPY RUNREC.
001010 FD  OPERATOR-FILE
001020     LABEL RECORD IS STANDARD.
001030     COPY OPRREC.
001040 FD  SECURITY-LOG
001050     LABEL RECORD IS STANDARD.
001060     COPY SECREC.
001070 WORKING-STORAGE SECTION.
001080 01  WS-RUNCTL-STATUS            PIC X(02).
001090     88  WS-RUNCTL-OK            VALUE '00'.
001100     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001110 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001120 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001130 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001140 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001150 01  WS-RUN-TIME-RAW.
001160     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001170     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001180 01  WS-STANDORD-STATUS          PIC X(02).
001190     88  WS-STANDORD-OK          VALUE '00'.
001200     88  WS-STANDORD-NOTFOUND    VALUE '35'.
001210 01  WS-STOHIST-STATUS           PIC X(02).
001220     88  WS-STOHIST-OK           VALUE '00'.
001230     88  WS-STOHIST-NOTFOUND     VALUE '35'.
001240 01  WS-STOCTL-STATUS            PIC X(02).
001250     88  WS-STOCTL-OK            VALUE '00'.
001260 01  WS-CUSTMAST-STATUS          PIC X(02).
001270     88  WS-CUSTMAST-OK          VALUE '00'.
001280 01  WS-PRODMAST-STATUS          PIC X(02).
001290     88  WS-PRODMAST-OK          VALUE '00'.
001300 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
001310     88  WS-END-SESSION          VALUE 'Y'.
001320 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
001330     88  WS-VALID-ANSWER         VALUE 'Y'.
001340 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
001350     88  WS-RECORD-FOUND         VALUE 'Y'.
001360 77  WS-CUST-AVAIL-SW            PIC X(01)   VALUE 'N'.
001370     88  WS-CUST-AVAIL           VALUE 'Y'.
001380 77  WS-PROD-AVAIL-SW            PIC X(01)   VALUE 'N'.
001390     88  WS-PROD-AVAIL           VALUE 'Y'.
001400 77  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
001410     88  WS-DATE-OK              VALUE 'Y'.
001420 77  WS-KEEP-VALUE-SW            PIC X(01)   VALUE 'N'.
001430     88  WS-KEEP-VALUE           VALUE 'Y'.
001440 77  WS-OPERATOR-ID              PIC X(08).
001450 77  WS-OPERATOR-PIN             PIC X(08).
001460 01  WS-OPERMAST-STATUS          PIC X(02).
001470     88  WS-OPERMAST-OK          VALUE '00'.
001480 01  WS-SECLOG-STATUS            PIC X(02).
001490     88  WS-SECLOG-OK            VALUE '00'.
001500     88  WS-SECLOG-NOTFOUND      VALUE '35'.
001510 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
001520     88  WS-OPR-AVAIL            VALUE 'Y'.
001530 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001540     88  WS-SIGNON-REFUSED       VALUE 3.
001550 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001560     88  WS-OPR-VERIFIED         VALUE 'Y'.
001570 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001580     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001590 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'STOMNT  '.
001600 77  WS-GUARDED-ACTIONS          PIC X(04)   VALUE 'AUPR'.
001610 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001620 77  WS-CHECK-PIN                PIC X(08).
001630 77  WS-RIGHT-ACTION             PIC X(01).
001640 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001650 77  WS-SEC-EVENT                PIC X(01).
001660 77  WS-SEC-REASON               PIC X(02).
001670 77  WS-SEC-SUBJECT              PIC X(14).
001680 77  WS-SEC-DETAIL               PIC X(26).
001690 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001700 01  WS-SEC-TIME-RAW.
001710     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001720     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001730 77  WS-ACTION-CODE              PIC X(01).
001740 77  WS-ORDER-ID-ENTRY           PIC X(08).
001750 77  WS-CUST-ID-ENTRY            PIC X(08).
001760 77  WS-PROD-CODE-ENTRY          PIC X(06).
001770 77  WS-NEW-ORDER-NO             PIC 9(06)   VALUE 0.
001780 01  WS-QTY-ENTRY                PIC X(05).
001790 01  WS-QTY-ENTRY-9 REDEFINES WS-QTY-ENTRY
001800                                 PIC 9(05).
001810 01  WS-FREQ-ENTRY               PIC X(03).
001820 01  WS-FREQ-ENTRY-9 REDEFINES WS-FREQ-ENTRY
001830                                 PIC 9(03).
001840 01  WS-DATE-ENTRY               PIC X(08).
001850 01  WS-DATE-ENTRY-9 REDEFINES WS-DATE-ENTRY
001860                                 PIC 9(08).
001870 01  WS-DATE-ENTRY-R REDEFINES WS-DATE-ENTRY.
001880     05  WS-DTE-YYYY             PIC 9(04).
001890     05  WS-DTE-MM               PIC 9(02).
001900     05  WS-DTE-DD               PIC 9(02).
001910 77  WS-QTY-VALUE                PIC 9(05)   VALUE 0.
001920 77  WS-FREQ-VALUE               PIC 9(03)   VALUE 0.
001930 77  WS-DUE-DATE-VALUE           PIC 9(08)   VALUE 0.
001940 77  WS-END-DATE-VALUE           PIC 9(08)   VALUE 0.
001950 77  WS-CHANGE-COUNT             PIC 9(03)   COMP    VALUE 0.
001960 01  WS-OLD-VALUES.
001970     05  WS-OLD-CUST-ID          PIC X(08).
001980     05  WS-OLD-PROD-CODE        PIC X(06).
001990     05  WS-OLD-QUANTITY         PIC 9(05).
002000     05  WS-OLD-FREQ-DAYS        PIC 9(03).
002010     05  WS-OLD-NEXT-DUE-DATE    PIC 9(08).
002020     05  WS-OLD-END-DATE         PIC 9(08).
002030     05  WS-OLD-STATUS           PIC X(01).
002040 01  WS-CURRENT-DATE-TIME.
002050     05  WS-CURRENT-DATE         PIC 9(08).
002060     05  WS-CURRENT-TIME         PIC 9(06).
002070 01  WS-TIME-RAW.
002080     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
002090     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
002100 77  WS-TIMESTAMP-14              PIC 9(14).
002110 77  WS-HIST-ACTION               PIC X(06).
002120 77  WS-HIST-FIELD                PIC X(10).
002130 77  WS-HIST-OLD-VALUE            PIC X(30).
002140 77  WS-HIST-NEW-VALUE            PIC X(30).
002150 77  WS-HIST-WRITE-CNT            PIC 9(07)   COMP    VALUE 0.
002160 PROCEDURE      DIVISION.
002170*===================================================================*
002180*    0000-MAINLINE                                                  *
002190*===================================================================*
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002220     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
002230         UNTIL WS-END-SESSION.
002240     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002250     MOVE 'END'   TO WS-RUN-EVENT.
002260     MOVE WS-HIST-WRITE-CNT TO WS-RUN-RECORDS.
002270     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002280     STOP RUN.
002290 0000-EXIT.
002300     EXIT.
002310*-------------------------------------------------------------------*
002320*    1000-INITIALIZE                                                *
002330*    THE STANDING-ORDER FILE IS OPENED I-O AND CREATED ON ITS       *
002340*    FIRST EVER RUN; THE CHANGE HISTORY ACCUMULATES ACROSS RUNS     *
002350*    SO IT IS OPENED EXTEND-OR-CREATE LIKE THE OTHER HISTORY        *
002360*    FILES. WITHOUT THE CUSTOMER MASTER OR THE CATALOG A NEW        *
002370*    ORDER CANNOT BE CHECKED, SO ADDS ARE REFUSED UNTIL BOTH CAN    *
002380*    BE OPENED.                                                     *
002390*-------------------------------------------------------------------*
002400 1000-INITIALIZE.
002410     MOVE 'START' TO WS-RUN-EVENT.
002420     MOVE 'OK'    TO WS-RUN-STATUS.
002430     MOVE 0       TO WS-RUN-RECORDS.
002440     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002450     OPEN I-O STANDING-ORDER-FILE.
002460     IF WS-STANDORD-NOTFOUND
002470         OPEN OUTPUT STANDING-ORDER-FILE
002480         CLOSE STANDING-ORDER-FILE
002490         OPEN I-O STANDING-ORDER-FILE
002500     END-IF.
002510     IF NOT WS-STANDORD-OK
002520         DISPLAY 'STANDING-ORDER-FILE OPEN FAILED - STATUS '
002530             WS-STANDORD-STATUS
002540         STOP RUN
002550     END-IF.
002560     OPEN EXTEND STANDING-HIST-FILE.
002570     IF WS-STOHIST-NOTFOUND
002580         OPEN OUTPUT STANDING-HIST-FILE
002590     END-IF.
002600     IF NOT WS-STOHIST-OK
002610         DISPLAY 'STANDING-HIST-FILE OPEN FAILED - STATUS '
002620             WS-STOHIST-STATUS
002630         STOP RUN
002640     END-IF.
002650     OPEN INPUT CUSTOMER-MASTER.
002660     IF WS-CUSTMAST-OK
002670         SET WS-CUST-AVAIL TO TRUE
002680     ELSE
002690         DISPLAY 'CUSTOMER-MASTER OPEN FAILED - STATUS '
002700             WS-CUSTMAST-STATUS ' - ADDS ARE DISABLED.'
002710     END-IF.
002720     OPEN INPUT PRODUCT-MASTER.
002730     IF WS-PRODMAST-OK
002740         SET WS-PROD-AVAIL TO TRUE
002750     ELSE
002760         DISPLAY 'PRODUCT-MASTER OPEN FAILED - STATUS '
002770             WS-PRODMAST-STATUS ' - ADDS ARE DISABLED.'
002780     END-IF.
002790     OPEN INPUT OPERATOR-FILE.
002800     IF WS-OPERMAST-OK
002810         SET WS-OPR-AVAIL TO TRUE
002820     ELSE
002830         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
002840             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
002850     END-IF.
002860     MOVE 'N' TO WS-VALID-ANSWER-SW.
002870     MOVE 0   TO WS-SIGNON-TRIES.
002880     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
002890         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
002900     IF WS-SIGNON-REFUSED
002910         MOVE 'LK'     TO WS-SEC-REASON
002920         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
002930         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002940         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
002950         MOVE 'ER' TO WS-RUN-STATUS
002960         SET WS-END-SESSION TO TRUE
002970     END-IF.
002980 1000-EXIT.
002990     EXIT.
003000 1100-PROMPT-OPERATOR-ID.
003010     DISPLAY 'ENTER YOUR OPERATOR ID: '.
003020     ACCEPT  WS-OPERATOR-ID.
003030     IF WS-OPERATOR-ID = SPACES
003040         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
003050         GO TO 1100-EXIT
003060     END-IF.
003070     DISPLAY 'ENTER YOUR PIN: '.
003080     ACCEPT  WS-OPERATOR-PIN.
003090     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
003100     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
003110     MOVE SPACES          TO WS-RIGHT-ACTION.
003120     MOVE SPACES          TO WS-SEC-SUBJECT.
003130     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
003140     IF WS-OPR-VERIFIED
003150         SET WS-VALID-ANSWER TO TRUE
003160     ELSE
003170         ADD 1 TO WS-SIGNON-TRIES
003180         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
003190     END-IF.
003200 1100-EXIT.
003210     EXIT.
003220*-------------------------------------------------------------------*
003230*    1110-VERIFY-OPERATOR                                           *
003240*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
003250*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
003260*    TOLD WHICH CHECK FAILED.                                       *
003270*-------------------------------------------------------------------*
003280 1110-VERIFY-OPERATOR.
003290     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
003300     MOVE SPACES TO WS-SEC-DETAIL.
003310     IF NOT WS-OPR-AVAIL
003320         MOVE 'NF' TO WS-SEC-REASON
003330         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003340         GO TO 1110-EXIT
003350     END-IF.
003360     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003370     READ OPERATOR-FILE
003380         INVALID KEY
003390             MOVE 'UI' TO WS-SEC-REASON
003400             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003410             GO TO 1110-EXIT
003420     END-READ.
003430     IF NOT WS-OPERMAST-OK
003440         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
003450             WS-OPERMAST-STATUS
003460         MOVE 'NF' TO WS-SEC-REASON
003470         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003480         GO TO 1110-EXIT
003490     END-IF.
003500     IF OPR-PIN NOT = WS-CHECK-PIN
003510         MOVE 'PW' TO WS-SEC-REASON
003520         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003530         GO TO 1110-EXIT
003540     END-IF.
003550     IF NOT OPR-ACTIVE
003560         MOVE 'RV' TO WS-SEC-REASON
003570         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003580         GO TO 1110-EXIT
003590     END-IF.
003600     SET WS-OPR-VERIFIED TO TRUE.
003610 1110-EXIT.
003620     EXIT.
003630*-------------------------------------------------------------------*
003640*    1120-CHECK-RIGHT                                               *
003650*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
003660*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
003670*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
003680*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
003690*    WS-SEC-REASON.                                                 *
003700*-------------------------------------------------------------------*
003710 1120-CHECK-RIGHT.
003720     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
003730     MOVE 'NR' TO WS-SEC-REASON.
003740     IF NOT WS-OPR-AVAIL
003750         MOVE 'NF' TO WS-SEC-REASON
003760         GO TO 1120-EXIT
003770     END-IF.
003780     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003790     READ OPERATOR-FILE
003800         INVALID KEY
003810             MOVE 'UI' TO WS-SEC-REASON
003820             GO TO 1120-EXIT
003830     END-READ.
003840     IF NOT WS-OPERMAST-OK
003850         MOVE 'NF' TO WS-SEC-REASON
003860         GO TO 1120-EXIT
003870     END-IF.
003880     IF NOT OPR-ACTIVE
003890         MOVE 'RV' TO WS-SEC-REASON
003900         GO TO 1120-EXIT
003910     END-IF.
003920     SET OPR-RIGHT-IDX TO 1.
003930     SEARCH OPR-RIGHT
003940         AT END
003950             GO TO 1120-EXIT
003960         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
003970             CONTINUE
003980     END-SEARCH.
003990     MOVE 0 TO WS-RIGHT-TALLY.
004000     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
004010         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
004020                                     ALL '*'.
004030     IF WS-RIGHT-TALLY > 0
004040         SET WS-RIGHT-GRANTED TO TRUE
004050     END-IF.
004060 1120-EXIT.
004070     EXIT.
004080*-------------------------------------------------------------------*
004090*    1130-LOG-VIOLATION                                             *
004100*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
004110*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
004120*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
004130*-------------------------------------------------------------------*
004140 1130-LOG-VIOLATION.
004150     MOVE 'V' TO WS-SEC-EVENT.
004160     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
004170 1130-EXIT.
004180     EXIT.
004190 1140-WRITE-SECURITY-LOG.
004200     OPEN EXTEND SECURITY-LOG.
004210     IF WS-SECLOG-NOTFOUND
004220         OPEN OUTPUT SECURITY-LOG
004230     END-IF.
004240     IF NOT WS-SECLOG-OK
004250         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
004260             WS-SECLOG-STATUS
004270         GO TO 1140-EXIT
004280     END-IF.
004290     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
004300     ACCEPT WS-SEC-TIME-RAW FROM TIME.
004310     MOVE SPACES               TO SECURITY-LOG-RECORD.
004320     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
004330     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
004340     MOVE WS-SEC-EVENT         TO SEC-EVENT.
004350     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
004360     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
004370     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
004380     MOVE WS-SEC-REASON        TO SEC-REASON.
004390     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
004400     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
004410     WRITE SECURITY-LOG-RECORD.
004420     IF NOT WS-SECLOG-OK
004430         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
004440             WS-SECLOG-STATUS
004450     END-IF.
004460     CLOSE SECURITY-LOG.
004470 1140-EXIT.
004480     EXIT.
004490*-------------------------------------------------------------------*
004500*    1150-AUTHORIZE-ACTION                                          *
004510*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
004520*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
004530*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
004540*-------------------------------------------------------------------*
004550 1150-AUTHORIZE-ACTION.
004560     SET WS-RIGHT-GRANTED TO TRUE.
004570     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
004580     INSPECT WS-RIGHT-ACTION CONVERTING
004590         'abcdefghijklmnopqrstuvwxyz'
004600         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004610     IF WS-RIGHT-ACTION = SPACE
004620         GO TO 1150-EXIT
004630     END-IF.
004640     MOVE 0 TO WS-RIGHT-TALLY.
004650     INSPECT WS-GUARDED-ACTIONS
004660         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
004670     IF WS-RIGHT-TALLY = 0
004680         GO TO 1150-EXIT
004690     END-IF.
004700     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
004710     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
004720     IF NOT WS-RIGHT-GRANTED
004730         MOVE SPACES TO WS-SEC-DETAIL
004740         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
004750         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
004760     END-IF.
004770 1150-EXIT.
004780     EXIT.
004790*===================================================================*
004800*    2000-PROCESS-ACTION                                            *
004810*===================================================================*
004820 2000-PROCESS-ACTION.
004830     DISPLAY 'STANDING ORDERS - A=ADD U=UPDATE P=PAUSE R=RESUME '
004840         'X=EXIT'.
004850     ACCEPT WS-ACTION-CODE.
004860     MOVE SPACES TO WS-SEC-SUBJECT.
004870     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
004880     IF NOT WS-RIGHT-GRANTED
004890         GO TO 2000-EXIT
004900     END-IF.
004910     EVALUATE WS-ACTION-CODE
004920         WHEN 'A'
004930         WHEN 'a'
004940             PERFORM 3000-ADD-ORDER      THRU 3000-EXIT
004950         WHEN 'U'
004960         WHEN 'u'
004970             PERFORM 3100-UPDATE-ORDER   THRU 3100-EXIT
004980         WHEN 'P'
004990         WHEN 'p'
005000             PERFORM 3200-PAUSE-ORDER    THRU 3200-EXIT
005010         WHEN 'R'
005020         WHEN 'r'
005030             PERFORM 3300-RESUME-ORDER   THRU 3300-EXIT
005040         WHEN 'X'
005050         WHEN 'x'
005060             SET WS-END-SESSION TO TRUE
005070         WHEN OTHER
005080             DISPLAY 'PLEASE ANSWER A, U, P, R OR X.'
005090     END-EVALUATE.
005100 2000-EXIT.
005110     EXIT.
005120*-------------------------------------------------------------------*
005130*    3000-ADD-ORDER                                                 *
005140*    THE NEW ORDER STARTS ACTIVE, SET UP TODAY BY THE SIGNED-ON     *
005150*    OPERATOR. THE ID IS DRAWN FROM STOCTL ONLY ONCE EVERY VALUE    *
005160*    HAS BEEN KEYED AND CHECKED, SO A CANCELLED ADD NEVER USES UP   *
005170*    A NUMBER.                                                      *
005180*-------------------------------------------------------------------*
005190 3000-ADD-ORDER.
005200     IF NOT WS-CUST-AVAIL OR NOT WS-PROD-AVAIL
005210         DISPLAY 'THE CUSTOMER MASTER OR CATALOG IS NOT '
005220             'AVAILABLE - ADD REJECTED.'
005230         GO TO 3000-EXIT
005240     END-IF.
005250     DISPLAY 'ENTER CUSTOMER ID (BLANK = CANCEL): '.
005260     ACCEPT  WS-CUST-ID-ENTRY.
005270     IF WS-CUST-ID-ENTRY = SPACES
005280         GO TO 3000-EXIT
005290     END-IF.
005300     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
005310     READ CUSTOMER-MASTER
005320         INVALID KEY
005330             DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY
005340                 ' IS NOT ON THE CUSTOMER MASTER - ADD REJECTED.'
005350             GO TO 3000-EXIT
005360     END-READ.
005370     IF NOT CUST-ACTIVE
005380         DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY
005390             ' IS NOT ACTIVE - ADD REJECTED.'
005400         GO TO 3000-EXIT
005410     END-IF.
005420     DISPLAY 'ENTER PRODUCT CODE: '.
005430     ACCEPT  WS-PROD-CODE-ENTRY.
005440     MOVE WS-PROD-CODE-ENTRY TO PROD-CODE.
005450     READ PRODUCT-MASTER
005460         INVALID KEY
005470             DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
005480                 ' IS NOT ON THE CATALOG - ADD REJECTED.'
005490             GO TO 3000-EXIT
005500     END-READ.
005510     IF PROD-RETIRED
005520         DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
005530             ' IS RETIRED - ADD REJECTED.'
005540         GO TO 3000-EXIT
005550     END-IF.
005560     DISPLAY 'CUSTOMER: ' CUST-NAME.
005570     DISPLAY 'PRODUCT:  ' PROD-DESC.
005580     MOVE 'N' TO WS-KEEP-VALUE-SW.
005590     MOVE 'N' TO WS-VALID-ANSWER-SW.
005600     PERFORM 4500-PROMPT-QUANTITY THRU 4500-EXIT
005610         UNTIL WS-VALID-ANSWER.
005620     MOVE 'N' TO WS-VALID-ANSWER-SW.
005630     PERFORM 4600-PROMPT-FREQUENCY THRU 4600-EXIT
005640         UNTIL WS-VALID-ANSWER.
005650     MOVE 'N' TO WS-VALID-ANSWER-SW.
005660     PERFORM 4700-PROMPT-DUE-DATE THRU 4700-EXIT
005670         UNTIL WS-VALID-ANSWER.
005680     MOVE 'N' TO WS-VALID-ANSWER-SW.
005690     PERFORM 4800-PROMPT-END-DATE THRU 4800-EXIT
005700         UNTIL WS-VALID-ANSWER.
005710     IF WS-END-DATE-VALUE NOT = 0
005720        AND WS-END-DATE-VALUE < WS-DUE-DATE-VALUE
005730         DISPLAY 'THE END DATE IS BEFORE THE FIRST DUE DATE - '
005740             'ADD REJECTED.'
005750         GO TO 3000-EXIT
005760     END-IF.
005770     PERFORM 5000-NEXT-ORDER-NUMBER THRU 5000-EXIT.
005780     IF WS-NEW-ORDER-NO = 0
005790         DISPLAY 'NO STANDING-ORDER NUMBER COULD BE ASSIGNED - '
005800             'ADD REJECTED.'
005810         GO TO 3000-EXIT
005820     END-IF.
005830     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
005840     MOVE SPACES             TO STANDING-ORDER-RECORD.
005850     MOVE 'SO'               TO STO-ID-PREFIX.
005860     MOVE WS-NEW-ORDER-NO    TO STO-ID-NUMBER.
005870     MOVE WS-CUST-ID-ENTRY   TO STO-CUST-ID.
005880     MOVE WS-PROD-CODE-ENTRY TO STO-PROD-CODE.
005890     MOVE WS-QTY-VALUE       TO STO-QUANTITY.
005900     MOVE WS-FREQ-VALUE      TO STO-FREQ-DAYS.
005910     MOVE WS-DUE-DATE-VALUE  TO STO-NEXT-DUE-DATE.
005920     MOVE WS-END-DATE-VALUE  TO STO-END-DATE.
005930     SET STO-ACTIVE          TO TRUE.
005940     MOVE 0                  TO STO-LAST-GEN-DATE.
005950     MOVE WS-CURRENT-DATE    TO STO-CREATED-DATE.
005960     MOVE WS-OPERATOR-ID     TO STO-CREATED-BY.
005970     MOVE STO-ORDER-ID       TO WS-ORDER-ID-ENTRY.
005980     WRITE STANDING-ORDER-RECORD
005990         INVALID KEY
006000             DISPLAY 'STANDING-ORDER-FILE WRITE REJECTED - '
006010                 'STATUS ' WS-STANDORD-STATUS ' - CHECK STOCTL.'
006020             GO TO 3000-EXIT
006030     END-WRITE.
006040     IF NOT WS-STANDORD-OK
006050         DISPLAY 'STANDING-ORDER-FILE WRITE FAILED - STATUS '
006060             WS-STANDORD-STATUS
006070         GO TO 3000-EXIT
006080     END-IF.
006090*    AN ADD IS LOGGED AS A CHANGE FROM NOTHING, SO EVERY VALUE
006100*    KEYED AT ADD TIME SHOWS UP IN THE TRAIL.
006110     MOVE SPACES   TO WS-OLD-CUST-ID WS-OLD-PROD-CODE
006120                      WS-OLD-STATUS.
006130     MOVE 0        TO WS-OLD-QUANTITY WS-OLD-FREQ-DAYS
006140                      WS-OLD-NEXT-DUE-DATE WS-OLD-END-DATE.
006150     MOVE 'ADD'    TO WS-HIST-ACTION.
006160     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
006170     DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY ' SET UP - '
006180         'FIRST DUE ' STO-NEXT-DUE-DATE '.'.
006190 3000-EXIT.
006200     EXIT.
006210*-------------------------------------------------------------------*
006220*    3100-UPDATE-ORDER                                              *
006230*    A BLANK ENTRY KEEPS THE CURRENT VALUE; ONLY VALUES THAT        *
006240*    ACTUALLY CHANGE ARE REWRITTEN AND LOGGED. THE STATUS CHANGES   *
006250*    ONLY THROUGH P AND R SO IT ALWAYS HAS ITS OWN HISTORY ENTRY.   *
006260*-------------------------------------------------------------------*
006270 3100-UPDATE-ORDER.
006280     PERFORM 4000-PROMPT-ORDER-ID THRU 4000-EXIT.
006290     IF WS-ORDER-ID-ENTRY = SPACES
006300         GO TO 3100-EXIT
006310     END-IF.
006320     IF NOT WS-RECORD-FOUND
006330         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY
006340             ' IS NOT ON FILE - UPDATE REJECTED.'
006350         GO TO 3100-EXIT
006360     END-IF.
006370     IF STO-ENDED
006380         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY
006390             ' HAS ENDED - UPDATE REJECTED.'
006400         GO TO 3100-EXIT
006410     END-IF.
006420     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
006430     MOVE 0 TO WS-CHANGE-COUNT.
006440     MOVE 'UPDATE' TO WS-HIST-ACTION.
006450     SET WS-KEEP-VALUE TO TRUE.
006460     DISPLAY 'CURRENT QUANTITY: ' STO-QUANTITY.
006470     MOVE 'N' TO WS-VALID-ANSWER-SW.
006480     PERFORM 4500-PROMPT-QUANTITY THRU 4500-EXIT
006490         UNTIL WS-VALID-ANSWER.
006500     IF WS-QTY-VALUE NOT = 0
006510        AND WS-QTY-VALUE NOT = STO-QUANTITY
006520         MOVE WS-QTY-VALUE TO STO-QUANTITY
006530         ADD 1 TO WS-CHANGE-COUNT
006540     END-IF.
006550     DISPLAY 'CURRENT FREQUENCY (DAYS): ' STO-FREQ-DAYS.
006560     MOVE 'N' TO WS-VALID-ANSWER-SW.
006570     PERFORM 4600-PROMPT-FREQUENCY THRU 4600-EXIT
006580         UNTIL WS-VALID-ANSWER.
006590     IF WS-FREQ-VALUE NOT = 0
006600        AND WS-FREQ-VALUE NOT = STO-FREQ-DAYS
006610         MOVE WS-FREQ-VALUE TO STO-FREQ-DAYS
006620         ADD 1 TO WS-CHANGE-COUNT
006630     END-IF.
006640     DISPLAY 'CURRENT NEXT DUE DATE: ' STO-NEXT-DUE-DATE.
006650     MOVE 'N' TO WS-VALID-ANSWER-SW.
006660     PERFORM 4700-PROMPT-DUE-DATE THRU 4700-EXIT
006670         UNTIL WS-VALID-ANSWER.
006680     IF WS-DUE-DATE-VALUE NOT = 0
006690        AND WS-DUE-DATE-VALUE NOT = STO-NEXT-DUE-DATE
006700         MOVE WS-DUE-DATE-VALUE TO STO-NEXT-DUE-DATE
006710         ADD 1 TO WS-CHANGE-COUNT
006720     END-IF.
006730     DISPLAY 'CURRENT END DATE (0 = NONE): ' STO-END-DATE.
006740     MOVE 'N' TO WS-VALID-ANSWER-SW.
006750     PERFORM 4800-PROMPT-END-DATE THRU 4800-EXIT
006760         UNTIL WS-VALID-ANSWER.
006770     IF WS-END-DATE-VALUE NOT = STO-END-DATE
006780         MOVE WS-END-DATE-VALUE TO STO-END-DATE
006790         ADD 1 TO WS-CHANGE-COUNT
006800     END-IF.
006810     IF WS-CHANGE-COUNT = 0
006820         DISPLAY 'NOTHING CHANGED - STANDING ORDER LEFT AS IT '
006830             'WAS.'
006840         GO TO 3100-EXIT
006850     END-IF.
006860     IF STO-END-DATE NOT = 0
006870        AND STO-END-DATE < STO-NEXT-DUE-DATE
006880         DISPLAY 'THE END DATE WOULD BE BEFORE THE NEXT DUE '
006890             'DATE - UPDATE REJECTED.'
006900         GO TO 3100-EXIT
006910     END-IF.
006920     REWRITE STANDING-ORDER-RECORD
006930         INVALID KEY
006940             DISPLAY 'STANDING-ORDER-FILE REWRITE REJECTED - '
006950                 'STATUS ' WS-STANDORD-STATUS
006960             GO TO 3100-EXIT
006970     END-REWRITE.
006980     IF NOT WS-STANDORD-OK
006990         DISPLAY 'STANDING-ORDER-FILE REWRITE FAILED - STATUS '
007000             WS-STANDORD-STATUS
007010         GO TO 3100-EXIT
007020     END-IF.
007030*    THE HISTORY IS WRITTEN ONLY AFTER THE REWRITE LANDS, SO THE
007040*    TRAIL NEVER CLAIMS A CHANGE THE FILE NEVER TOOK.
007050     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
007060     DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY ' UPDATED.'.
007070 3100-EXIT.
007080     EXIT.
007090 3150-SAVE-OLD-VALUES.
007100     MOVE STO-CUST-ID        TO WS-OLD-CUST-ID.
007110     MOVE STO-PROD-CODE      TO WS-OLD-PROD-CODE.
007120     MOVE STO-QUANTITY       TO WS-OLD-QUANTITY.
007130     MOVE STO-FREQ-DAYS      TO WS-OLD-FREQ-DAYS.
007140     MOVE STO-NEXT-DUE-DATE  TO WS-OLD-NEXT-DUE-DATE.
007150     MOVE STO-END-DATE       TO WS-OLD-END-DATE.
007160     MOVE STO-STATUS         TO WS-OLD-STATUS.
007170     MOVE STO-CUST-ID        TO WS-CUST-ID-ENTRY.
007180 3150-EXIT.
007190     EXIT.
007200*-------------------------------------------------------------------*
007210*    3200-PAUSE-ORDER                                               *
007220*    ONLY THE STATUS BYTE CHANGES - THE NEXT DUE DATE IS KEPT       *
007230*    AND STOGEN SKIPS THE ORDER FROM ITS NEXT RUN.                  *
007240*-------------------------------------------------------------------*
007250 3200-PAUSE-ORDER.
007260     PERFORM 4000-PROMPT-ORDER-ID THRU 4000-EXIT.
007270     IF WS-ORDER-ID-ENTRY = SPACES
007280         GO TO 3200-EXIT
007290     END-IF.
007300     IF NOT WS-RECORD-FOUND
007310         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY
007320             ' IS NOT ON FILE - PAUSE REJECTED.'
007330         GO TO 3200-EXIT
007340     END-IF.
007350     IF NOT STO-ACTIVE
007360         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY
007370             ' IS NOT ACTIVE - PAUSE REJECTED.'
007380         GO TO 3200-EXIT
007390     END-IF.
007400     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
007410     SET STO-PAUSED TO TRUE.
007420     MOVE 'PAUSE' TO WS-HIST-ACTION.
007430     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
007440 3200-EXIT.
007450     EXIT.
007460*-------------------------------------------------------------------*
007470*    3300-RESUME-ORDER                                              *
007480*    A PAUSED ORDER WHOSE NEXT DUE DATE PASSED WHILE IT WAS         *
007490*    PAUSED MUST BE GIVEN A NEW ONE, OR STOGEN WOULD SHIP IT THE    *
007500*    SAME NIGHT WITHOUT ANYONE DECIDING IT SHOULD.                  *
007510*-------------------------------------------------------------------*
007520 3300-RESUME-ORDER.
007530     PERFORM 4000-PROMPT-ORDER-ID THRU 4000-EXIT.
007540     IF WS-ORDER-ID-ENTRY = SPACES
007550         GO TO 3300-EXIT
007560     END-IF.
007570     IF NOT WS-RECORD-FOUND
007580         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY
007590             ' IS NOT ON FILE - RESUME REJECTED.'
007600         GO TO 3300-EXIT
007610     END-IF.
007620     IF NOT STO-PAUSED
007630         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY
007640             ' IS NOT PAUSED - RESUME REJECTED.'
007650         GO TO 3300-EXIT
007660     END-IF.
007670     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
007680     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
007690     IF STO-NEXT-DUE-DATE < WS-CURRENT-DATE
007700         DISPLAY 'THE NEXT DUE DATE ' STO-NEXT-DUE-DATE
007710             ' HAS PASSED - ENTER A NEW ONE.'
007720         MOVE 'N' TO WS-KEEP-VALUE-SW
007730         MOVE 'N' TO WS-VALID-ANSWER-SW
007740         PERFORM 4700-PROMPT-DUE-DATE THRU 4700-EXIT
007750             UNTIL WS-VALID-ANSWER
007760         MOVE WS-DUE-DATE-VALUE TO STO-NEXT-DUE-DATE
007770     END-IF.
007780     IF STO-END-DATE NOT = 0
007790        AND STO-END-DATE < STO-NEXT-DUE-DATE
007800         DISPLAY 'THE ORDER WOULD END BEFORE ITS NEXT DUE DATE - '
007810             'CHANGE THE END DATE WITH U FIRST.'
007820         GO TO 3300-EXIT
007830     END-IF.
007840     SET STO-ACTIVE TO TRUE.
007850     MOVE 'RESUME' TO WS-HIST-ACTION.
007860     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
007870 3300-EXIT.
007880     EXIT.
007890*-------------------------------------------------------------------*
007900*    3400-REWRITE-STATUS                                            *
007910*    SHARED BY P AND R ONCE THE NEW STATUS BYTE IS SET. EVERY       *
007920*    VALUE THAT MOVED (STATUS, AND ON A RESUME A NEW NEXT DUE       *
007930*    DATE) IS LOGGED.                                               *
007940*-------------------------------------------------------------------*
007950 3400-REWRITE-STATUS.
007960     REWRITE STANDING-ORDER-RECORD
007970         INVALID KEY
007980             DISPLAY 'STANDING-ORDER-FILE REWRITE REJECTED - '
007990                 'STATUS ' WS-STANDORD-STATUS
008000             GO TO 3400-EXIT
008010     END-REWRITE.
008020     IF NOT WS-STANDORD-OK
008030         DISPLAY 'STANDING-ORDER-FILE REWRITE FAILED - STATUS '
008040             WS-STANDORD-STATUS
008050         GO TO 3400-EXIT
008060     END-IF.
008070     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
008080     IF STO-ACTIVE
008090         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY ' RESUMED - '
008100             'NEXT DUE ' STO-NEXT-DUE-DATE '.'
008110     ELSE
008120         DISPLAY 'STANDING ORDER ' WS-ORDER-ID-ENTRY ' PAUSED.'
008130     END-IF.
008140 3400-EXIT.
008150     EXIT.
008160*-------------------------------------------------------------------*
008170*    4000-PROMPT-ORDER-ID                                           *
008180*    A BLANK ID CANCELS THE ACTION AND RETURNS TO THE MENU. THE     *
008190*    ORDER IS READ AND ITS CUSTOMER AND PRODUCT SHOWN SO THE        *
008200*    OPERATOR CAN SEE THEY HAVE THE RIGHT ONE.                      *
008210*-------------------------------------------------------------------*
008220 4000-PROMPT-ORDER-ID.
008230     MOVE 'N' TO WS-RECORD-FOUND-SW.
008240     DISPLAY 'ENTER STANDING-ORDER ID (BLANK = CANCEL): '.
008250     ACCEPT  WS-ORDER-ID-ENTRY.
008260     IF WS-ORDER-ID-ENTRY = SPACES
008270         GO TO 4000-EXIT
008280     END-IF.
008290     INSPECT WS-ORDER-ID-ENTRY CONVERTING
008300         'abcdefghijklmnopqrstuvwxyz'
008310         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
008320     MOVE WS-ORDER-ID-ENTRY TO STO-ORDER-ID.
008330     READ STANDING-ORDER-FILE
008340         INVALID KEY
008350             GO TO 4000-EXIT
008360     END-READ.
008370     IF NOT WS-STANDORD-OK
008380         DISPLAY 'STANDING-ORDER-FILE READ FAILED - STATUS '
008390             WS-STANDORD-STATUS
008400         GO TO 4000-EXIT
008410     END-IF.
008420     SET WS-RECORD-FOUND TO TRUE.
008430     DISPLAY 'CUSTOMER ' STO-CUST-ID '  PRODUCT ' STO-PROD-CODE
008440         '  STATUS ' STO-STATUS '  LAST RUN ' STO-LAST-GEN-DATE
008450         ' ' STO-LAST-RESULT.
008460 4000-EXIT.
008470     EXIT.
008471*-------------------------------------------------------------------*
008472*    4430-VALIDATE-DATE                                             *
008473*    A REAL CALENDAR EDIT IS NOT NEEDED HERE - NUMERIC WITH A       *
008474*    SENSIBLE MONTH AND DAY KEEPS A FAT-FINGERED DATE OUT.          *
008475*-------------------------------------------------------------------*
008476 4430-VALIDATE-DATE.
008477     MOVE 'N' TO WS-DATE-OK-SW.
008478     IF WS-DATE-ENTRY NOT NUMERIC
008479         GO TO 4430-EXIT
008480     END-IF.
008481     IF WS-DTE-MM < 1 OR WS-DTE-MM > 12
008482         GO TO 4430-EXIT
008483     END-IF.
008484     IF WS-DTE-DD < 1 OR WS-DTE-DD > 31
008485         GO TO 4430-EXIT
008486     END-IF.
008487     SET WS-DATE-OK TO TRUE.
008488 4430-EXIT.
008489     EXIT.
008490*-------------------------------------------------------------------*
008491*    4500-PROMPT-QUANTITY                                           *
008500*    FIVE DIGITS, ZERO FILLED, LIKE THE QUANTITY HELLO TAKES.       *
008510*    WITH WS-KEEP-VALUE SET A BLANK ENTRY KEEPS THE CURRENT         *
008520*    VALUE AND WS-QTY-VALUE COMES BACK ZERO.                        *
008530*-------------------------------------------------------------------*
008540 4500-PROMPT-QUANTITY.
008550     MOVE 0 TO WS-QTY-VALUE.
008560     IF WS-KEEP-VALUE
008570         DISPLAY 'NEW QUANTITY - 5 DIGITS, ZERO FILLED (BLANK = '
008580             'KEEP): '
008590     ELSE
008600         DISPLAY 'QUANTITY - 5 DIGITS, ZERO FILLED (E.G. 00003): '
008610     END-IF.
008620     ACCEPT  WS-QTY-ENTRY.
008630     IF WS-QTY-ENTRY = SPACES AND WS-KEEP-VALUE
008640         SET WS-VALID-ANSWER TO TRUE
008650         GO TO 4500-EXIT
008660     END-IF.
008670     IF WS-QTY-ENTRY NOT NUMERIC
008680         DISPLAY 'QUANTITY MUST BE 5 DIGITS, ZERO FILLED.'
008690         GO TO 4500-EXIT
008700     END-IF.
008710     IF WS-QTY-ENTRY-9 = 0
008720         DISPLAY 'A QUANTITY OF ZERO IS NOT AN ORDER - ENTER AT '
008730             'LEAST 1.'
008740         GO TO 4500-EXIT
008750     END-IF.
008760     MOVE WS-QTY-ENTRY-9 TO WS-QTY-VALUE.
008770     SET WS-VALID-ANSWER TO TRUE.
008780 4500-EXIT.
008790     EXIT.
008800*-------------------------------------------------------------------*
008810*    4600-PROMPT-FREQUENCY                                          *
008820*    THE NUMBER OF DAYS BETWEEN ORDERS, THREE DIGITS, ZERO          *
008830*    FILLED. BLANK KEEPS THE CURRENT VALUE WHEN WS-KEEP-VALUE IS    *
008840*    SET, AND WS-FREQ-VALUE COMES BACK ZERO.                        *
008850*-------------------------------------------------------------------*
008860 4600-PROMPT-FREQUENCY.
008870     MOVE 0 TO WS-FREQ-VALUE.
008880     IF WS-KEEP-VALUE
008890         DISPLAY 'NEW FREQUENCY IN DAYS - 3 DIGITS (BLANK = '
008900             'KEEP): '
008910     ELSE
008920         DISPLAY 'FREQUENCY IN DAYS - 3 DIGITS (E.G. 030): '
008930     END-IF.
008940     ACCEPT  WS-FREQ-ENTRY.
008950     IF WS-FREQ-ENTRY = SPACES AND WS-KEEP-VALUE
008960         SET WS-VALID-ANSWER TO TRUE
008970         GO TO 4600-EXIT
008980     END-IF.
008990     IF WS-FREQ-ENTRY NOT NUMERIC
009000         DISPLAY 'FREQUENCY MUST BE 3 DIGITS, ZERO FILLED.'
009010         GO TO 4600-EXIT
009020     END-IF.
009030     IF WS-FREQ-ENTRY-9 = 0
009040         DISPLAY 'THE FREQUENCY MUST BE AT LEAST 1 DAY.'
009050         GO TO 4600-EXIT
009060     END-IF.
009070     MOVE WS-FREQ-ENTRY-9 TO WS-FREQ-VALUE.
009080     SET WS-VALID-ANSWER TO TRUE.
009090 4600-EXIT.
009100     EXIT.
009110*-------------------------------------------------------------------*
009120*    4700-PROMPT-DUE-DATE                                           *
009130*    THE DATE THE NEXT ORDER IS GENERATED. ON AN ADD A BLANK        *
009140*    ENTRY MEANS TODAY; ON AN UPDATE IT KEEPS THE CURRENT DATE      *
009150*    AND WS-DUE-DATE-VALUE COMES BACK ZERO. A DUE DATE IN THE       *
009160*    PAST IS REFUSED - STOGEN WOULD SHIP IT THE SAME NIGHT.         *
009170*-------------------------------------------------------------------*
009180 4700-PROMPT-DUE-DATE.
009190     MOVE 0 TO WS-DUE-DATE-VALUE.
009200     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
009210     IF WS-KEEP-VALUE
009220         DISPLAY 'NEW NEXT DUE DATE YYYYMMDD (BLANK = KEEP): '
009230     ELSE
009240         DISPLAY 'NEXT DUE DATE YYYYMMDD (BLANK = TODAY): '
009250     END-IF.
009260     ACCEPT  WS-DATE-ENTRY.
009270     IF WS-DATE-ENTRY = SPACES
009280         IF NOT WS-KEEP-VALUE
009290             MOVE WS-CURRENT-DATE TO WS-DUE-DATE-VALUE
009300         END-IF
009310         SET WS-VALID-ANSWER TO TRUE
009320         GO TO 4700-EXIT
009330     END-IF.
009340     PERFORM 4430-VALIDATE-DATE THRU 4430-EXIT.
009350     IF NOT WS-DATE-OK
009360         DISPLAY 'DATE MUST BE A VALID YYYYMMDD.'
009370         GO TO 4700-EXIT
009380     END-IF.
009390     IF WS-DATE-ENTRY-9 < WS-CURRENT-DATE
009400         DISPLAY 'DUE DATE IS IN THE PAST - REENTER IT.'
009410         GO TO 4700-EXIT
009420     END-IF.
009430     MOVE WS-DATE-ENTRY-9 TO WS-DUE-DATE-VALUE.
009440     SET WS-VALID-ANSWER TO TRUE.
009450 4700-EXIT.
009460     EXIT.
009470*-------------------------------------------------------------------*
009480*    4800-PROMPT-END-DATE                                           *
009490*    THE LAST DATE AN ORDER MAY FALL DUE. ZEROS MEAN THE ORDER      *
009500*    RUNS UNTIL IT IS PAUSED; ON AN ADD A BLANK ENTRY MEANS THE     *
009510*    SAME, ON AN UPDATE IT KEEPS THE CURRENT END DATE.              *
009520*-------------------------------------------------------------------*
009530 4800-PROMPT-END-DATE.
009540     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
009550     IF WS-KEEP-VALUE
009560         MOVE STO-END-DATE TO WS-END-DATE-VALUE
009570         DISPLAY 'NEW END DATE YYYYMMDD (ZEROS = NONE, BLANK = '
009580             'KEEP): '
009590     ELSE
009600         MOVE 0 TO WS-END-DATE-VALUE
009610         DISPLAY 'END DATE YYYYMMDD (BLANK = NONE): '
009620     END-IF.
009630     ACCEPT  WS-DATE-ENTRY.
009640     IF WS-DATE-ENTRY = SPACES
009650         SET WS-VALID-ANSWER TO TRUE
009660         GO TO 4800-EXIT
009670     END-IF.
009680     IF WS-DATE-ENTRY = ZEROS
009690         MOVE 0 TO WS-END-DATE-VALUE
009700         SET WS-VALID-ANSWER TO TRUE
009710         GO TO 4800-EXIT
009720     END-IF.
009730     PERFORM 4430-VALIDATE-DATE THRU 4430-EXIT.
009740     IF NOT WS-DATE-OK
009750         DISPLAY 'DATE MUST BE A VALID YYYYMMDD.'
009760         GO TO 4800-EXIT
009770     END-IF.
009780     IF WS-DATE-ENTRY-9 < WS-CURRENT-DATE
009790         DISPLAY 'END DATE IS IN THE PAST - REENTER IT.'
009800         GO TO 4800-EXIT
009810     END-IF.
009820     MOVE WS-DATE-ENTRY-9 TO WS-END-DATE-VALUE.
009830     SET WS-VALID-ANSWER TO TRUE.
009840 4800-EXIT.
009850     EXIT.
010050*-------------------------------------------------------------------*
010060*    5000-NEXT-ORDER-NUMBER                                         *
010070*    THE NEW HIGH NUMBER IS WRITTEN BACK AT ONCE SO IT IS NEVER     *
010080*    HANDED OUT TWICE. A MISSING CONTROL FILE STARTS THE            *
010090*    SEQUENCE AT ONE.                                               *
010100*-------------------------------------------------------------------*
010110 5000-NEXT-ORDER-NUMBER.
010120     MOVE 0 TO WS-NEW-ORDER-NO.
010130     OPEN INPUT STO-CONTROL.
010140     IF WS-STOCTL-OK
010150         READ STO-CONTROL
010160             AT END
010170                 CONTINUE
010180             NOT AT END
010190                 IF STC-LAST-ORDER-NO NUMERIC
010200                     MOVE STC-LAST-ORDER-NO TO WS-NEW-ORDER-NO
010210                 END-IF
010220         END-READ
010230         CLOSE STO-CONTROL
010240     END-IF.
010250     IF WS-NEW-ORDER-NO = 999999
010260         DISPLAY 'STANDING-ORDER NUMBERS ARE EXHAUSTED.'
010270         MOVE 0 TO WS-NEW-ORDER-NO
010280         GO TO 5000-EXIT
010290     END-IF.
010300     ADD 1 TO WS-NEW-ORDER-NO.
010310     OPEN OUTPUT STO-CONTROL.
010320     IF NOT WS-STOCTL-OK
010330         DISPLAY 'STO-CONTROL OPEN FAILED - STATUS '
010340             WS-STOCTL-STATUS
010350         MOVE 0 TO WS-NEW-ORDER-NO
010360         GO TO 5000-EXIT
010370     END-IF.
010380     MOVE SPACES          TO STO-CONTROL-RECORD.
010390     MOVE WS-NEW-ORDER-NO TO STC-LAST-ORDER-NO.
010400     WRITE STO-CONTROL-RECORD.
010410     IF NOT WS-STOCTL-OK
010420         DISPLAY 'STO-CONTROL WRITE FAILED - STATUS '
010430             WS-STOCTL-STATUS
010440         MOVE 0 TO WS-NEW-ORDER-NO
010450     END-IF.
010460     CLOSE STO-CONTROL.
010470 5000-EXIT.
010480     EXIT.
010490*===================================================================*
010500*    6000-WRITE-HISTORY                                             *
010510*    ONE RECORD PER FIELD TOUCHED, STAMPED WITH THE OPERATOR AND    *
010520*    THE BEFORE/AFTER VALUES.                                       *
010530*===================================================================*
010540 6000-WRITE-HISTORY.
010550     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
010560     STRING WS-CURRENT-DATE WS-CURRENT-TIME
010570         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
010580     MOVE SPACES              TO STANDING-HIST-RECORD.
010590     MOVE WS-TIMESTAMP-14     TO STH-TIMESTAMP.
010600     MOVE WS-OPERATOR-ID      TO STH-OPERATOR-ID.
010610     MOVE WS-HIST-ACTION      TO STH-ACTION.
010620     MOVE WS-ORDER-ID-ENTRY   TO STH-ORDER-ID.
010630     MOVE WS-CUST-ID-ENTRY    TO STH-CUST-ID.
010640     MOVE WS-HIST-FIELD       TO STH-FIELD-NAME.
010650     MOVE WS-HIST-OLD-VALUE   TO STH-OLD-VALUE.
010660     MOVE WS-HIST-NEW-VALUE   TO STH-NEW-VALUE.
010670     WRITE STANDING-HIST-RECORD.
010680     IF NOT WS-STOHIST-OK
010690         DISPLAY 'STANDING-HIST-FILE WRITE FAILED - STATUS '
010700             WS-STOHIST-STATUS
010710     ELSE
010720         ADD 1 TO WS-HIST-WRITE-CNT
010730     END-IF.
010740 6000-EXIT.
010750     EXIT.
010760 6010-GET-CURRENT-DATE-TIME.
010770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010780     ACCEPT WS-TIME-RAW     FROM TIME.
010790     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
010800 6010-EXIT.
010810     EXIT.
010820*-------------------------------------------------------------------*
010830*    6100-LOG-CHANGED-FIELDS                                        *
010840*    COMPARES THE SAVED BEFORE-IMAGE WITH THE RECORD AS WRITTEN     *
010850*    AND LOGS EVERY VALUE THAT DIFFERS. NUMBERS AND DATES ARE       *
010860*    LOGGED AS THEIR DIGITS.                                        *
010870*-------------------------------------------------------------------*
010880 6100-LOG-CHANGED-FIELDS.
010890     MOVE 'CUSTOMER'         TO WS-HIST-FIELD.
010900     MOVE WS-OLD-CUST-ID     TO WS-HIST-OLD-VALUE.
010910     MOVE STO-CUST-ID        TO WS-HIST-NEW-VALUE.
010920     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010930     MOVE 'PRODUCT'          TO WS-HIST-FIELD.
010940     MOVE WS-OLD-PROD-CODE   TO WS-HIST-OLD-VALUE.
010950     MOVE STO-PROD-CODE      TO WS-HIST-NEW-VALUE.
010960     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010970     MOVE 'QUANTITY'         TO WS-HIST-FIELD.
010980     MOVE WS-OLD-QUANTITY    TO WS-HIST-OLD-VALUE.
010990     MOVE STO-QUANTITY       TO WS-HIST-NEW-VALUE.
011000     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
011010     MOVE 'FREQ-DAYS'        TO WS-HIST-FIELD.
011020     MOVE WS-OLD-FREQ-DAYS   TO WS-HIST-OLD-VALUE.
011030     MOVE STO-FREQ-DAYS      TO WS-HIST-NEW-VALUE.
011040     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
011050     MOVE 'NEXT-DUE'         TO WS-HIST-FIELD.
011060     MOVE WS-OLD-NEXT-DUE-DATE TO WS-HIST-OLD-VALUE.
011070     MOVE STO-NEXT-DUE-DATE  TO WS-HIST-NEW-VALUE.
011080     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
011090     MOVE 'END-DATE'         TO WS-HIST-FIELD.
011100     MOVE WS-OLD-END-DATE    TO WS-HIST-OLD-VALUE.
011110     MOVE STO-END-DATE       TO WS-HIST-NEW-VALUE.
011120     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
011130     MOVE 'STATUS'           TO WS-HIST-FIELD.
011140     MOVE WS-OLD-STATUS      TO WS-HIST-OLD-VALUE.
011150     MOVE STO-STATUS         TO WS-HIST-NEW-VALUE.
011160     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
011170 6100-EXIT.
011180     EXIT.
011190 6110-LOG-IF-CHANGED.
011200     IF WS-HIST-OLD-VALUE NOT = WS-HIST-NEW-VALUE
011210         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
011220     END-IF.
011230 6110-EXIT.
011240     EXIT.
011250*===================================================================*
011260*    9000-TERMINATE                                                 *
011270*===================================================================*
011280 9000-TERMINATE.
011290     CLOSE STANDING-ORDER-FILE.
011300     CLOSE STANDING-HIST-FILE.
011310     IF WS-CUST-AVAIL
011320         CLOSE CUSTOMER-MASTER
011330     END-IF.
011340     IF WS-PROD-AVAIL
011350         CLOSE PRODUCT-MASTER
011360     END-IF.
011370     IF WS-OPR-AVAIL
011380         CLOSE OPERATOR-FILE
011390     END-IF.
011400 9000-EXIT.
011410     EXIT.
011420*===================================================================*
011430*    8900-WRITE-RUN-CONTROL                                         *
011440*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
011450*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
011460*===================================================================*
011470 8900-WRITE-RUN-CONTROL.
011480     OPEN EXTEND RUN-CONTROL.
011490     IF WS-RUNCTL-NOTFOUND
011500         OPEN OUTPUT RUN-CONTROL
011510     END-IF.
011520     IF NOT WS-RUNCTL-OK
011530         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
011540             WS-RUNCTL-STATUS
011550         GO TO 8900-EXIT
011560     END-IF.
011570     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
011580     ACCEPT WS-RUN-TIME-RAW FROM TIME.
011590     MOVE SPACES             TO RUN-CONTROL-RECORD.
011600     MOVE 'STOMNT  '         TO RNC-PROGRAM-ID.
011610     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
011620     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
011630     MOVE WS-RUN-EVENT       TO RNC-EVENT.
011640     MOVE WS-RUN-STATUS      TO RNC-STATUS.
011650     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
011660     WRITE RUN-CONTROL-RECORD.
011670     IF NOT WS-RUNCTL-OK
011680         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
011690             WS-RUNCTL-STATUS
011700     END-IF.
011710     CLOSE RUN-CONTROL.
011720 8900-EXIT.
011730     EXIT.
