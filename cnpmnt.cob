000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    CNPMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPERATOR MAINTENANCE OF  *
000220*                     THE CONTPREF CONTACT-PREFERENCE FILE (NO    *
000230*                     CONTACT AT ALL, OR OPT-OUT FROM ONE         *
000240*                     PRODUCT) WITH A REASON, THE DATE RECORDED   *
000250*                     AND AN OPTIONAL EXPIRY, SIGNED ON AGAINST   *
000260*                     OPERMAST LIKE THE OTHER MAINTENANCE         *
000270*                     PROGRAMS, AND EVERY FIELD CHANGE WRITTEN    *
000280*                     TO ITS OWN CHANGE-HISTORY FILE SO           *
000290*                     COMPLIANCE CAN TRACE EVERY PREFERENCE.      *
000300*-----------------------------------------------------------------*
000310*    ACTIONS:                                                     *
000320*      A - RECORD A PREFERENCE FOR A CUSTOMER - A BLANK PRODUCT   *
000330*          CODE MEANS NO CONTACT AT ALL, A PRODUCT CODE OPTS      *
000340*          THE CUSTOMER OUT OF THAT PRODUCT ONLY                  *
000350*      U - UPDATE THE REASON OR EXPIRY (BLANK ENTRY = KEEP)       *
000360*      L - LIFT (STATUS 'L' - HELLO MAY PITCH AGAIN)              *
000370*      R - REINSTATE A LIFTED PREFERENCE AS OF TODAY              *
000380*      X - END THE SESSION                                        *
000390*    THE CUSTOMER MUST BE ON THE CUSTOMER MASTER, A PRODUCT       *
000400*    MUST BE ON THE CATALOG, THE REASON CODE MUST BE ONE OF THE   *
000410*    CODES BELOW AND AN EXPIRY MAY NOT BE IN THE PAST. ENTRIES    *
000420*    ARE NEVER DELETED. EVERY CHANGE IS LOGGED TO CNPHIST WITH    *
000430*    OPERATOR, TIMESTAMP AND THE BEFORE/AFTER VALUES.             *
000440*-----------------------------------------------------------------*
000450 ENVIRONMENT    DIVISION.
000460 INPUT-OUTPUT   SECTION.
000470 FILE-CONTROL.
000480     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
000490         ORGANIZATION       IS INDEXED
000500         ACCESS MODE        IS RANDOM
000510         RECORD KEY         IS CNP-KEY
000520         FILE STATUS        IS WS-CONTPREF-STATUS.
000530     SELECT CONTACT-HIST-FILE ASSIGN TO CNPHIST
000540         ORGANIZATION       IS SEQUENTIAL
000550         FILE STATUS        IS WS-CNPHIST-STATUS.
000560     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
000570         ORGANIZATION       IS INDEXED
000580         ACCESS MODE        IS RANDOM
000590         RECORD KEY         IS CUST-ID
000600         FILE STATUS        IS WS-CUSTMAST-STATUS.
000610     SELECT PRODUCT-MASTER  ASSIGN TO PRODMAST
000620         ORGANIZATION       IS INDEXED
000630         ACCESS MODE        IS RANDOM
000640         RECORD KEY         IS PROD-CODE
000650         FILE STATUS        IS WS-PRODMAST-STATUS.
000660     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000670         ORGANIZATION       IS SEQUENTIAL
000680         FILE STATUS        IS WS-RUNCTL-STATUS.
000690     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000700         ORGANIZATION       IS INDEXED
000710         ACCESS MODE        IS RANDOM
000720         RECORD KEY         IS OPR-ID
000730         FILE STATUS        IS WS-OPERMAST-STATUS.
000740     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000750         ORGANIZATION       IS SEQUENTIAL
000760         FILE STATUS        IS WS-SECLOG-STATUS.
000770 DATA           DIVISION.
000780 FILE           SECTION.
000790 FD  CONTACT-PREF-FILE
000800     LABEL RECORD IS STANDARD.
000810     COPY CNPREC.
000820 FD  CONTACT-HIST-FILE
000830     LABEL RECORD IS STANDARD.
000840     COPY CNPHREC.
000850 FD  CUSTOMER-MASTER
000860     LABEL RECORD IS STANDARD.
000870     COPY CUSTREC.
000880 FD  PRODUCT-MASTER
000890     LABEL RECORD IS STANDARD.
000900     COPY PRODREC.
000910 FD  RUN-CONTROL
000920     LABEL RECORD IS STANDARD.
000930     COPY RUNREC.
000940 FD  OPERATOR-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY OPRREC.
000970 FD  SECURITY-LOG
000980     LABEL RECORD IS STANDARD.
000990     COPY SECREC.
001000 WORKING-STORAGE SECTION.
001010 01  WS-RUNCTL-STATUS            PIC X(02).
001020     88  WS-RUNCTL-OK            VALUE '00'.
001030     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
001040 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
001050 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
001060 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
001070 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
001080 01  WS-RUN-TIME-RAW.
001090     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001100     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
001110 01  WS-CONTPREF-STATUS          PIC X(02).
001120     88  WS-CONTPREF-OK          VALUE '00'.
001130     88  WS-CONTPREF-NOTFOUND    VALUE '35'.
001140 01  WS-CNPHIST-STATUS           PIC X(02).
001150     88  WS-CNPHIST-OK           VALUE '00'.
001160     88  WS-CNPHIST-NOTFOUND     VALUE '35'.
001170 01  WS-CUSTMAST-STATUS          PIC X(02).
001180     88  WS-CUSTMAST-OK          VALUE '00'.
001190 01  WS-PRODMAST-STATUS          PIC X(02).
001200     88  WS-PRODMAST-OK          VALUE '00'.
001210 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
001220     88  WS-END-SESSION          VALUE 'Y'.
001230 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
001240     88  WS-VALID-ANSWER         VALUE 'Y'.
001250 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
001260     88  WS-RECORD-FOUND         VALUE 'Y'.
001270 77  WS-CUST-AVAIL-SW            PIC X(01)   VALUE 'N'.
001280     88  WS-CUST-AVAIL           VALUE 'Y'.
001290 77  WS-PROD-AVAIL-SW            PIC X(01)   VALUE 'N'.
001300     88  WS-PROD-AVAIL           VALUE 'Y'.
001310 77  WS-REASON-OK-SW             PIC X(01)   VALUE 'N'.
001320     88  WS-REASON-OK            VALUE 'Y'.
001330 77  WS-TEXT-CHANGED-SW          PIC X(01)   VALUE 'N'.
001340     88  WS-TEXT-CHANGED         VALUE 'Y'.
001350 77  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
001360     88  WS-DATE-OK              VALUE 'Y'.
001370 77  WS-KEEP-EXPIRY-SW           PIC X(01)   VALUE 'N'.
001380     88  WS-KEEP-EXPIRY          VALUE 'Y'.
001390 77  WS-OPERATOR-ID              PIC X(08).
001400 77  WS-OPERATOR-PIN             PIC X(08).
001410 01  WS-OPERMAST-STATUS          PIC X(02).
001420     88  WS-OPERMAST-OK          VALUE '00'.
001430 01  WS-SECLOG-STATUS            PIC X(02).
001440     88  WS-SECLOG-OK            VALUE '00'.
001450     88  WS-SECLOG-NOTFOUND      VALUE '35'.
001460 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
001470     88  WS-OPR-AVAIL            VALUE 'Y'.
001480 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001490     88  WS-SIGNON-REFUSED       VALUE 3.
001500 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001510     88  WS-OPR-VERIFIED         VALUE 'Y'.
001520 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001530     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001540 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'CNPMNT  '.
001550 77  WS-GUARDED-ACTIONS          PIC X(04)   VALUE 'AULR'.
001560 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001570 77  WS-CHECK-PIN                PIC X(08).
001580 77  WS-RIGHT-ACTION             PIC X(01).
001590 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001600 77  WS-SEC-EVENT                PIC X(01).
001610 77  WS-SEC-REASON               PIC X(02).
001620 77  WS-SEC-SUBJECT              PIC X(14).
001630 77  WS-SEC-DETAIL               PIC X(26).
001640 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001650 01  WS-SEC-TIME-RAW.
001660     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001670     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001680 77  WS-ACTION-CODE              PIC X(01).
001690 77  WS-CUST-ID-ENTRY            PIC X(08).
001700 77  WS-PROD-CODE-ENTRY          PIC X(06).
001710 77  WS-REASON-ENTRY             PIC X(02).
001720 77  WS-SCOPE-TEXT               PIC X(20).
001730 77  WS-FIELD-LABEL              PIC X(14).
001740 77  WS-TEXT-ENTRY               PIC X(30).
001750 77  WS-CURRENT-VALUE            PIC X(30).
001760 01  WS-DATE-ENTRY               PIC X(08).
001770 01  WS-DATE-ENTRY-9 REDEFINES WS-DATE-ENTRY
001780                                 PIC 9(08).
001790 01  WS-DATE-ENTRY-R REDEFINES WS-DATE-ENTRY.
001800     05  WS-DTE-YYYY             PIC 9(04).
001810     05  WS-DTE-MM               PIC 9(02).
001820     05  WS-DTE-DD               PIC 9(02).
001830 77  WS-EXP-DATE-ENTRY           PIC 9(08)   VALUE 0.
001840 01  WS-DATE-DISPLAY             PIC 9(08).
001850 01  WS-DATE-DISPLAY-X REDEFINES WS-DATE-DISPLAY
001860                                 PIC X(08).
001870 77  WS-CHANGE-COUNT             PIC 9(03)   COMP    VALUE 0.
001880*-----------------------------------------------------------------*
001890*    REASON CODES A PREFERENCE MAY BE RECORDED UNDER - THE SAME   *
001900*    CODES CARRY 88-LEVELS ON CNP-REASON-CODE.                    *
001910*      CR CUSTOMER REQUEST   CP COMPLAINT   LG LEGAL HOLD         *
001920*      RG DO-NOT-CALL REGISTRY MATCH        OT OTHER (SEE TEXT)   *
001930*-----------------------------------------------------------------*
001940 01  WS-REASON-LIST.
001950     05  FILLER                  PIC X(02)   VALUE 'CR'.
001960     05  FILLER                  PIC X(02)   VALUE 'CP'.
001970     05  FILLER                  PIC X(02)   VALUE 'LG'.
001980     05  FILLER                  PIC X(02)   VALUE 'RG'.
001990     05  FILLER                  PIC X(02)   VALUE 'OT'.
002000 01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
002010     05  WS-REASON-CODE          OCCURS 5 TIMES
002020                                 INDEXED BY WS-RSN-IDX
002030                                 PIC X(02).
002040 01  WS-OLD-VALUES.
002050     05  WS-OLD-REASON-CODE      PIC X(02).
002060     05  WS-OLD-REASON-TEXT      PIC X(30).
002070     05  WS-OLD-RECORDED-DATE    PIC 9(08).
002080     05  WS-OLD-EXPIRY-DATE      PIC 9(08).
002090     05  WS-OLD-RECORDED-BY      PIC X(08).
002100     05  WS-OLD-STATUS           PIC X(01).
002110 01  WS-CURRENT-DATE-TIME.
002120     05  WS-CURRENT-DATE         PIC 9(08).
002130     05  WS-CURRENT-TIME         PIC 9(06).
002140 01  WS-TIME-RAW.
002150     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
002160     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
002170 77  WS-TIMESTAMP-14              PIC 9(14).
002180 77  WS-HIST-ACTION               PIC X(06).
002190 77  WS-HIST-FIELD                PIC X(10).
002200 77  WS-HIST-OLD-VALUE            PIC X(30).
002210 77  WS-HIST-NEW-VALUE            PIC X(30).
002220 77  WS-HIST-WRITE-CNT            PIC 9(07)   COMP    VALUE 0.
002230 PROCEDURE      DIVISION.
002240*===================================================================*
002250*    0000-MAINLINE                                                  *
002260*===================================================================*
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002290     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
002300         UNTIL WS-END-SESSION.
002310     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002320     MOVE 'END'   TO WS-RUN-EVENT.
002330     MOVE WS-HIST-WRITE-CNT TO WS-RUN-RECORDS.
002340     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002350     STOP RUN.
002360 0000-EXIT.
002370     EXIT.
002380*-------------------------------------------------------------------*
002390*    1000-INITIALIZE                                                *
002400*    THE PREFERENCE FILE IS OPENED I-O AND CREATED ON ITS FIRST     *
002410*    EVER RUN; THE CHANGE HISTORY ACCUMULATES ACROSS RUNS SO IT     *
002420*    IS OPENED EXTEND-OR-CREATE LIKE THE OTHER HISTORY FILES.       *
002430*    WITHOUT THE CUSTOMER MASTER A NEW ENTRY CANNOT BE CHECKED,     *
002440*    SO ADDS ARE REFUSED UNTIL IT CAN BE OPENED; WITHOUT THE        *
002450*    CATALOG ONLY NO-CONTACT-AT-ALL ENTRIES CAN BE ADDED.           *
002460*-------------------------------------------------------------------*
002470 1000-INITIALIZE.
002480     MOVE 'START' TO WS-RUN-EVENT.
002490     MOVE 'OK'    TO WS-RUN-STATUS.
002500     MOVE 0       TO WS-RUN-RECORDS.
002510     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002520     OPEN I-O CONTACT-PREF-FILE.
002530     IF WS-CONTPREF-NOTFOUND
002540         OPEN OUTPUT CONTACT-PREF-FILE
002550         CLOSE CONTACT-PREF-FILE
002560         OPEN I-O CONTACT-PREF-FILE
002570     END-IF.
002580     IF NOT WS-CONTPREF-OK
002590         DISPLAY 'CONTACT-PREF-FILE OPEN FAILED - STATUS '
002600             WS-CONTPREF-STATUS
002610         STOP RUN
002620     END-IF.
002630     OPEN EXTEND CONTACT-HIST-FILE.
002640     IF WS-CNPHIST-NOTFOUND
002650         OPEN OUTPUT CONTACT-HIST-FILE
002660     END-IF.
002670     IF NOT WS-CNPHIST-OK
002680         DISPLAY 'CONTACT-HIST-FILE OPEN FAILED - STATUS '
002690             WS-CNPHIST-STATUS
002700         STOP RUN
002710     END-IF.
002720     OPEN INPUT CUSTOMER-MASTER.
002730     IF WS-CUSTMAST-OK
002740         SET WS-CUST-AVAIL TO TRUE
002750     ELSE
002760         DISPLAY 'CUSTOMER-MASTER OPEN FAILED - STATUS '
002770             WS-CUSTMAST-STATUS ' - ADDS ARE DISABLED.'
002780     END-IF.
002790     OPEN INPUT PRODUCT-MASTER.
002800     IF WS-PRODMAST-OK
002810         SET WS-PROD-AVAIL TO TRUE
002820     ELSE
002830         DISPLAY 'PRODUCT-MASTER OPEN FAILED - STATUS '
002840             WS-PRODMAST-STATUS ' - PRODUCT OPT-OUTS CANNOT BE '
002850             'ADDED.'
002860     END-IF.
002870     OPEN INPUT OPERATOR-FILE.
002880     IF WS-OPERMAST-OK
002890         SET WS-OPR-AVAIL TO TRUE
002900     ELSE
002910         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
002920             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
002930     END-IF.
002940     MOVE 'N' TO WS-VALID-ANSWER-SW.
002950     MOVE 0   TO WS-SIGNON-TRIES.
002960     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
002970         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
002980     IF WS-SIGNON-REFUSED
002990         MOVE 'LK'     TO WS-SEC-REASON
003000         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
003010         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003020         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
003030         MOVE 'ER' TO WS-RUN-STATUS
003040         SET WS-END-SESSION TO TRUE
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080 1100-PROMPT-OPERATOR-ID.
003090     DISPLAY 'ENTER YOUR OPERATOR ID: '.
003100     ACCEPT  WS-OPERATOR-ID.
003110     IF WS-OPERATOR-ID = SPACES
003120         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
003130         GO TO 1100-EXIT
003140     END-IF.
003150     DISPLAY 'ENTER YOUR PIN: '.
003160     ACCEPT  WS-OPERATOR-PIN.
003170     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
003180     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
003190     MOVE SPACES          TO WS-RIGHT-ACTION.
003200     MOVE SPACES          TO WS-SEC-SUBJECT.
003210     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
003220     IF WS-OPR-VERIFIED
003230         SET WS-VALID-ANSWER TO TRUE
003240     ELSE
003250         ADD 1 TO WS-SIGNON-TRIES
003260         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300*-------------------------------------------------------------------*
003310*    1110-VERIFY-OPERATOR                                           *
003320*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
003330*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
003340*    TOLD WHICH CHECK FAILED.                                       *
003350*-------------------------------------------------------------------*
003360 1110-VERIFY-OPERATOR.
003370     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
003380     MOVE SPACES TO WS-SEC-DETAIL.
003390     IF NOT WS-OPR-AVAIL
003400         MOVE 'NF' TO WS-SEC-REASON
003410         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003420         GO TO 1110-EXIT
003430     END-IF.
003440     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003450     READ OPERATOR-FILE
003460         INVALID KEY
003470             MOVE 'UI' TO WS-SEC-REASON
003480             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003490             GO TO 1110-EXIT
003500     END-READ.
003510     IF NOT WS-OPERMAST-OK
003520         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
003530             WS-OPERMAST-STATUS
003540         MOVE 'NF' TO WS-SEC-REASON
003550         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003560         GO TO 1110-EXIT
003570     END-IF.
003580     IF OPR-PIN NOT = WS-CHECK-PIN
003590         MOVE 'PW' TO WS-SEC-REASON
003600         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003610         GO TO 1110-EXIT
003620     END-IF.
003630     IF NOT OPR-ACTIVE
003640         MOVE 'RV' TO WS-SEC-REASON
003650         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003660         GO TO 1110-EXIT
003670     END-IF.
003680     SET WS-OPR-VERIFIED TO TRUE.
003690 1110-EXIT.
003700     EXIT.
003710*-------------------------------------------------------------------*
003720*    1120-CHECK-RIGHT                                               *
003730*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
003740*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
003750*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
003760*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
003770*    WS-SEC-REASON.                                                 *
003780*-------------------------------------------------------------------*
003790 1120-CHECK-RIGHT.
003800     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
003810     MOVE 'NR' TO WS-SEC-REASON.
003820     IF NOT WS-OPR-AVAIL
003830         MOVE 'NF' TO WS-SEC-REASON
003840         GO TO 1120-EXIT
003850     END-IF.
003860     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003870     READ OPERATOR-FILE
003880         INVALID KEY
003890             MOVE 'UI' TO WS-SEC-REASON
003900             GO TO 1120-EXIT
003910     END-READ.
003920     IF NOT WS-OPERMAST-OK
003930         MOVE 'NF' TO WS-SEC-REASON
003940         GO TO 1120-EXIT
003950     END-IF.
003960     IF NOT OPR-ACTIVE
003970         MOVE 'RV' TO WS-SEC-REASON
003980         GO TO 1120-EXIT
003990     END-IF.
004000     SET OPR-RIGHT-IDX TO 1.
004010     SEARCH OPR-RIGHT
004020         AT END
004030             GO TO 1120-EXIT
004040         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
004050             CONTINUE
004060     END-SEARCH.
004070     MOVE 0 TO WS-RIGHT-TALLY.
004080     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
004090         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
004100                                     ALL '*'.
004110     IF WS-RIGHT-TALLY > 0
004120         SET WS-RIGHT-GRANTED TO TRUE
004130     END-IF.
004140 1120-EXIT.
004150     EXIT.
004160*-------------------------------------------------------------------*
004170*    1130-LOG-VIOLATION                                             *
004180*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
004190*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
004200*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
004210*-------------------------------------------------------------------*
004220 1130-LOG-VIOLATION.
004230     MOVE 'V' TO WS-SEC-EVENT.
004240     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
004250 1130-EXIT.
004260     EXIT.
004270 1140-WRITE-SECURITY-LOG.
004280     OPEN EXTEND SECURITY-LOG.
004290     IF WS-SECLOG-NOTFOUND
004300         OPEN OUTPUT SECURITY-LOG
004310     END-IF.
004320     IF NOT WS-SECLOG-OK
004330         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
004340             WS-SECLOG-STATUS
004350         GO TO 1140-EXIT
004360     END-IF.
004370     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
004380     ACCEPT WS-SEC-TIME-RAW FROM TIME.
004390     MOVE SPACES               TO SECURITY-LOG-RECORD.
004400     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
004410     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
004420     MOVE WS-SEC-EVENT         TO SEC-EVENT.
004430     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
004440     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
004450     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
004460     MOVE WS-SEC-REASON        TO SEC-REASON.
004470     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
004480     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
004490     WRITE SECURITY-LOG-RECORD.
004500     IF NOT WS-SECLOG-OK
004510         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
004520             WS-SECLOG-STATUS
004530     END-IF.
004540     CLOSE SECURITY-LOG.
004550 1140-EXIT.
004560     EXIT.
004570*-------------------------------------------------------------------*
004580*    1150-AUTHORIZE-ACTION                                          *
004590*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
004600*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
004610*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
004620*-------------------------------------------------------------------*
004630 1150-AUTHORIZE-ACTION.
004640     SET WS-RIGHT-GRANTED TO TRUE.
004650     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
004660     INSPECT WS-RIGHT-ACTION CONVERTING
004670         'abcdefghijklmnopqrstuvwxyz'
004680         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004690     IF WS-RIGHT-ACTION = SPACE
004700         GO TO 1150-EXIT
004710     END-IF.
004720     MOVE 0 TO WS-RIGHT-TALLY.
004730     INSPECT WS-GUARDED-ACTIONS
004740         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
004750     IF WS-RIGHT-TALLY = 0
004760         GO TO 1150-EXIT
004770     END-IF.
004780     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
004790     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
004800     IF NOT WS-RIGHT-GRANTED
004810         MOVE SPACES TO WS-SEC-DETAIL
004820         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
004830         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
004840     END-IF.
004850 1150-EXIT.
004860     EXIT.
004870*===================================================================*
004880*    2000-PROCESS-ACTION                                            *
004890*===================================================================*
004900 2000-PROCESS-ACTION.
004910     DISPLAY 'CONTACT PREFERENCES - A=ADD U=UPDATE L=LIFT '
004920         'R=REINSTATE X=EXIT'.
004930     ACCEPT WS-ACTION-CODE.
004940     MOVE SPACES TO WS-SEC-SUBJECT.
004950     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
004960     IF NOT WS-RIGHT-GRANTED
004970         GO TO 2000-EXIT
004980     END-IF.
004990     EVALUATE WS-ACTION-CODE
005000         WHEN 'A'
005010         WHEN 'a'
005020             PERFORM 3000-ADD-PREFERENCE    THRU 3000-EXIT
005030         WHEN 'U'
005040         WHEN 'u'
005050             PERFORM 3100-UPDATE-PREFERENCE THRU 3100-EXIT
005060         WHEN 'L'
005070         WHEN 'l'
005080             PERFORM 3200-LIFT-PREFERENCE   THRU 3200-EXIT
005090         WHEN 'R'
005100         WHEN 'r'
005110             PERFORM 3300-REINSTATE-PREFERENCE THRU 3300-EXIT
005120         WHEN 'X'
005130         WHEN 'x'
005140             SET WS-END-SESSION TO TRUE
005150         WHEN OTHER
005160             DISPLAY 'PLEASE ANSWER A, U, L, R OR X.'
005170     END-EVALUATE.
005180 2000-EXIT.
005190     EXIT.
005200*-------------------------------------------------------------------*
005210*    3000-ADD-PREFERENCE                                            *
005220*    ONE ENTRY PER CUSTOMER AND PRODUCT (OR PER CUSTOMER FOR NO     *
005230*    CONTACT AT ALL). A LIFTED ENTRY ALREADY ON FILE IS BROUGHT     *
005240*    BACK WITH R SO ITS HISTORY STAYS IN ONE PLACE. THE NEW ENTRY   *
005250*    STARTS ACTIVE, RECORDED TODAY BY THE SIGNED-ON OPERATOR.       *
005260*-------------------------------------------------------------------*
005270 3000-ADD-PREFERENCE.
005280     IF NOT WS-CUST-AVAIL
005290         DISPLAY 'THE CUSTOMER MASTER IS NOT AVAILABLE - ADD '
005300             'REJECTED.'
005310         GO TO 3000-EXIT
005320     END-IF.
005330     PERFORM 4000-PROMPT-KEY THRU 4000-EXIT.
005340     IF WS-CUST-ID-ENTRY = SPACES
005350         GO TO 3000-EXIT
005360     END-IF.
005370     PERFORM 4100-READ-PREFERENCE THRU 4100-EXIT.
005380     IF WS-RECORD-FOUND
005390         IF CNP-LIFTED
005400             DISPLAY 'A LIFTED ENTRY FOR ' WS-CUST-ID-ENTRY ' '
005410                 WS-SCOPE-TEXT ' IS ON FILE - USE R TO REINSTATE '
005420                 'IT.'
005430         ELSE
005440             DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' '
005450                 WS-SCOPE-TEXT ' IS ALREADY ON FILE - ADD '
005460                 'REJECTED.'
005470         END-IF
005480         GO TO 3000-EXIT
005490     END-IF.
005500     MOVE WS-CUST-ID-ENTRY TO CUST-ID.
005510     READ CUSTOMER-MASTER
005520         INVALID KEY
005530             DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY
005540                 ' IS NOT ON THE CUSTOMER MASTER - ADD REJECTED.'
005550             GO TO 3000-EXIT
005560     END-READ.
005570     IF WS-PROD-CODE-ENTRY NOT = SPACES
005580         IF NOT WS-PROD-AVAIL
005590             DISPLAY 'THE CATALOG IS NOT AVAILABLE - A PRODUCT '
005600                 'OPT-OUT CANNOT BE ADDED.'
005610             GO TO 3000-EXIT
005620         END-IF
005630         MOVE WS-PROD-CODE-ENTRY TO PROD-CODE
005640         READ PRODUCT-MASTER
005650             INVALID KEY
005660                 DISPLAY 'PRODUCT ' WS-PROD-CODE-ENTRY
005670                     ' IS NOT ON THE CATALOG - ADD REJECTED.'
005680                 GO TO 3000-EXIT
005690         END-READ
005700     END-IF.
005710     DISPLAY 'CUSTOMER: ' CUST-NAME.
005720     MOVE 'N' TO WS-VALID-ANSWER-SW.
005730     PERFORM 4200-PROMPT-REASON-CODE THRU 4200-EXIT
005740         UNTIL WS-VALID-ANSWER.
005750     MOVE 'REASON TEXT'      TO WS-FIELD-LABEL.
005760     MOVE 'N' TO WS-VALID-ANSWER-SW.
005770     PERFORM 4300-PROMPT-REQUIRED-TEXT THRU 4300-EXIT
005780         UNTIL WS-VALID-ANSWER.
005790     MOVE 'N' TO WS-VALID-ANSWER-SW.
005800     PERFORM 4400-PROMPT-EXPIRY THRU 4400-EXIT
005810         UNTIL WS-VALID-ANSWER.
005820     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
005830     MOVE SPACES             TO CONTACT-PREF-RECORD.
005840     MOVE WS-CUST-ID-ENTRY   TO CNP-CUST-ID.
005850     MOVE WS-PROD-CODE-ENTRY TO CNP-PROD-CODE.
005860     MOVE WS-REASON-ENTRY    TO CNP-REASON-CODE.
005870     MOVE WS-TEXT-ENTRY      TO CNP-REASON-TEXT.
005880     MOVE WS-CURRENT-DATE    TO CNP-RECORDED-DATE.
005890     MOVE WS-EXP-DATE-ENTRY  TO CNP-EXPIRY-DATE.
005900     MOVE WS-OPERATOR-ID     TO CNP-RECORDED-BY.
005910     SET CNP-ACTIVE TO TRUE.
005920     WRITE CONTACT-PREF-RECORD
005930         INVALID KEY
005940             DISPLAY 'CONTACT-PREF-FILE WRITE REJECTED - STATUS '
005950                 WS-CONTPREF-STATUS
005960             GO TO 3000-EXIT
005970     END-WRITE.
005980     IF NOT WS-CONTPREF-OK
005990         DISPLAY 'CONTACT-PREF-FILE WRITE FAILED - STATUS '
006000             WS-CONTPREF-STATUS
006010         GO TO 3000-EXIT
006020     END-IF.
006030*    AN ADD IS LOGGED AS A CHANGE FROM NOTHING, SO EVERY VALUE
006040*    KEYED AT ADD TIME SHOWS UP IN THE TRAIL.
006050     MOVE SPACES   TO WS-OLD-REASON-CODE WS-OLD-REASON-TEXT
006060                      WS-OLD-RECORDED-BY WS-OLD-STATUS.
006070     MOVE 0        TO WS-OLD-RECORDED-DATE WS-OLD-EXPIRY-DATE.
006080     MOVE 'ADD'    TO WS-HIST-ACTION.
006090     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
006100     DISPLAY 'CONTACT PREFERENCE FOR ' WS-CUST-ID-ENTRY ' '
006110         WS-SCOPE-TEXT ' RECORDED.'.
006120 3000-EXIT.
006130     EXIT.
006140*-------------------------------------------------------------------*
006150*    3100-UPDATE-PREFERENCE                                         *
006160*    A BLANK ENTRY KEEPS THE CURRENT VALUE; ONLY VALUES THAT        *
006170*    ACTUALLY CHANGE ARE REWRITTEN AND LOGGED. THE DATE RECORDED    *
006180*    IS NOT TOUCHED, AND THE STATUS CHANGES ONLY THROUGH L AND R    *
006190*    SO IT ALWAYS HAS ITS OWN HISTORY ENTRY.                        *
006200*-------------------------------------------------------------------*
006210 3100-UPDATE-PREFERENCE.
006220     PERFORM 4000-PROMPT-KEY THRU 4000-EXIT.
006230     IF WS-CUST-ID-ENTRY = SPACES
006240         GO TO 3100-EXIT
006250     END-IF.
006260     PERFORM 4100-READ-PREFERENCE THRU 4100-EXIT.
006270     IF NOT WS-RECORD-FOUND
006280         DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' ' WS-SCOPE-TEXT
006290             ' IS NOT ON FILE - UPDATE REJECTED.'
006300         GO TO 3100-EXIT
006310     END-IF.
006320     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
006330     MOVE 0 TO WS-CHANGE-COUNT.
006340     MOVE 'UPDATE' TO WS-HIST-ACTION.
006350     DISPLAY 'CURRENT REASON CODE: ' CNP-REASON-CODE.
006360     MOVE 'N' TO WS-VALID-ANSWER-SW.
006370     PERFORM 4210-PROMPT-REASON-OR-KEEP THRU 4210-EXIT
006380         UNTIL WS-VALID-ANSWER.
006390     IF WS-REASON-ENTRY NOT = SPACES
006400        AND WS-REASON-ENTRY NOT = CNP-REASON-CODE
006410         MOVE WS-REASON-ENTRY TO CNP-REASON-CODE
006420         ADD 1 TO WS-CHANGE-COUNT
006430     END-IF.
006440     MOVE 'REASON TEXT'      TO WS-FIELD-LABEL.
006450     MOVE CNP-REASON-TEXT    TO WS-CURRENT-VALUE.
006460     PERFORM 4700-PROMPT-TEXT-OR-KEEP THRU 4700-EXIT.
006470     IF WS-TEXT-CHANGED
006480         MOVE WS-TEXT-ENTRY TO CNP-REASON-TEXT
006490     END-IF.
006500     DISPLAY 'CURRENT EXPIRY DATE (0 = NONE): ' CNP-EXPIRY-DATE.
006510     MOVE 'N' TO WS-VALID-ANSWER-SW.
006520     PERFORM 4410-PROMPT-EXPIRY-OR-KEEP THRU 4410-EXIT
006530         UNTIL WS-VALID-ANSWER.
006540     IF NOT WS-KEEP-EXPIRY
006550        AND WS-EXP-DATE-ENTRY NOT = CNP-EXPIRY-DATE
006560         MOVE WS-EXP-DATE-ENTRY TO CNP-EXPIRY-DATE
006570         ADD 1 TO WS-CHANGE-COUNT
006580     END-IF.
006590     IF WS-CHANGE-COUNT = 0
006600         DISPLAY 'NOTHING CHANGED - CONTACT PREFERENCE LEFT AS '
006610             'IT WAS.'
006620         GO TO 3100-EXIT
006630     END-IF.
006640     REWRITE CONTACT-PREF-RECORD
006650         INVALID KEY
006660             DISPLAY 'CONTACT-PREF-FILE REWRITE REJECTED - '
006670                 'STATUS ' WS-CONTPREF-STATUS
006680             GO TO 3100-EXIT
006690     END-REWRITE.
006700     IF NOT WS-CONTPREF-OK
006710         DISPLAY 'CONTACT-PREF-FILE REWRITE FAILED - STATUS '
006720             WS-CONTPREF-STATUS
006730         GO TO 3100-EXIT
006740     END-IF.
006750*    THE HISTORY IS WRITTEN ONLY AFTER THE REWRITE LANDS, SO THE
006760*    TRAIL NEVER CLAIMS A CHANGE THE FILE NEVER TOOK.
006770     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
006780     DISPLAY 'CONTACT PREFERENCE FOR ' WS-CUST-ID-ENTRY ' '
006790         WS-SCOPE-TEXT ' UPDATED.'.
006800 3100-EXIT.
006810     EXIT.
006820 3150-SAVE-OLD-VALUES.
006830     MOVE CNP-REASON-CODE    TO WS-OLD-REASON-CODE.
006840     MOVE CNP-REASON-TEXT    TO WS-OLD-REASON-TEXT.
006850     MOVE CNP-RECORDED-DATE  TO WS-OLD-RECORDED-DATE.
006860     MOVE CNP-EXPIRY-DATE    TO WS-OLD-EXPIRY-DATE.
006870     MOVE CNP-RECORDED-BY    TO WS-OLD-RECORDED-BY.
006880     MOVE CNP-STATUS         TO WS-OLD-STATUS.
006890 3150-EXIT.
006900     EXIT.
006910*-------------------------------------------------------------------*
006920*    3200-LIFT-PREFERENCE                                           *
006930*    THE ENTRY STAYS ON FILE FOR HISTORY - ONLY THE STATUS BYTE     *
006940*    CHANGES, AND HELLO MAY PITCH THE CUSTOMER AGAIN FROM ITS       *
006950*    NEXT RUN.                                                      *
006960*-------------------------------------------------------------------*
006970 3200-LIFT-PREFERENCE.
006980     PERFORM 4000-PROMPT-KEY THRU 4000-EXIT.
006990     IF WS-CUST-ID-ENTRY = SPACES
007000         GO TO 3200-EXIT
007010     END-IF.
007020     PERFORM 4100-READ-PREFERENCE THRU 4100-EXIT.
007030     IF NOT WS-RECORD-FOUND
007040         DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' ' WS-SCOPE-TEXT
007050             ' IS NOT ON FILE - LIFT REJECTED.'
007060         GO TO 3200-EXIT
007070     END-IF.
007080     IF CNP-LIFTED
007090         DISPLAY 'CONTACT PREFERENCE FOR ' WS-CUST-ID-ENTRY ' '
007100             WS-SCOPE-TEXT ' IS ALREADY LIFTED.'
007110         GO TO 3200-EXIT
007120     END-IF.
007130     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
007140     SET CNP-LIFTED TO TRUE.
007150     MOVE 'LIFT'  TO WS-HIST-ACTION.
007160     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
007170 3200-EXIT.
007180     EXIT.
007190*-------------------------------------------------------------------*
007200*    3300-REINSTATE-PREFERENCE                                      *
007210*    A REINSTATED ENTRY IS A FRESH INSTRUCTION FROM THE CUSTOMER,   *
007220*    SO IT IS RE-STAMPED AS RECORDED TODAY BY THIS OPERATOR AND     *
007230*    THE EXPIRY IS ASKED FOR AGAIN (BLANK KEEPS THE OLD ONE, BUT    *
007240*    AN EXPIRY ALREADY PAST MUST BE REPLACED OR CLEARED).           *
007250*-------------------------------------------------------------------*
007260 3300-REINSTATE-PREFERENCE.
007270     PERFORM 4000-PROMPT-KEY THRU 4000-EXIT.
007280     IF WS-CUST-ID-ENTRY = SPACES
007290         GO TO 3300-EXIT
007300     END-IF.
007310     PERFORM 4100-READ-PREFERENCE THRU 4100-EXIT.
007320     IF NOT WS-RECORD-FOUND
007330         DISPLAY 'CUSTOMER ' WS-CUST-ID-ENTRY ' ' WS-SCOPE-TEXT
007340             ' IS NOT ON FILE - REINSTATE REJECTED.'
007350         GO TO 3300-EXIT
007360     END-IF.
007370     IF CNP-ACTIVE
007380         DISPLAY 'CONTACT PREFERENCE FOR ' WS-CUST-ID-ENTRY ' '
007390             WS-SCOPE-TEXT ' IS ALREADY ACTIVE.'
007400         GO TO 3300-EXIT
007410     END-IF.
007420     PERFORM 3150-SAVE-OLD-VALUES THRU 3150-EXIT.
007430     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
007440     DISPLAY 'CURRENT EXPIRY DATE (0 = NONE): ' CNP-EXPIRY-DATE.
007450     MOVE 'N' TO WS-VALID-ANSWER-SW.
007460     PERFORM 4410-PROMPT-EXPIRY-OR-KEEP THRU 4410-EXIT
007470         UNTIL WS-VALID-ANSWER.
007480     IF WS-KEEP-EXPIRY
007490        AND CNP-EXPIRY-DATE NOT = 0
007500        AND CNP-EXPIRY-DATE < WS-CURRENT-DATE
007510         DISPLAY 'THE OLD EXPIRY HAS PASSED - ENTER A NEW ONE OR '
007520             'ZEROS FOR NONE.'
007530         MOVE 'N' TO WS-VALID-ANSWER-SW
007540         PERFORM 4400-PROMPT-EXPIRY THRU 4400-EXIT
007550             UNTIL WS-VALID-ANSWER
007560         MOVE 'N' TO WS-KEEP-EXPIRY-SW
007570     END-IF.
007580     IF NOT WS-KEEP-EXPIRY
007590         MOVE WS-EXP-DATE-ENTRY TO CNP-EXPIRY-DATE
007600     END-IF.
007610     MOVE WS-CURRENT-DATE TO CNP-RECORDED-DATE.
007620     MOVE WS-OPERATOR-ID  TO CNP-RECORDED-BY.
007630     SET CNP-ACTIVE TO TRUE.
007640     MOVE 'REINST' TO WS-HIST-ACTION.
007650     PERFORM 3400-REWRITE-STATUS THRU 3400-EXIT.
007660 3300-EXIT.
007670     EXIT.
007680*-------------------------------------------------------------------*
007690*    3400-REWRITE-STATUS                                            *
007700*    SHARED BY L AND R ONCE THE NEW STATUS BYTE IS SET. EVERY       *
007710*    VALUE THAT MOVED (STATUS, AND ON A REINSTATE THE DATE          *
007720*    RECORDED, RECORDER AND EXPIRY) IS LOGGED.                      *
007730*-------------------------------------------------------------------*
007740 3400-REWRITE-STATUS.
007750     REWRITE CONTACT-PREF-RECORD
007760         INVALID KEY
007770             DISPLAY 'CONTACT-PREF-FILE REWRITE REJECTED - '
007780                 'STATUS ' WS-CONTPREF-STATUS
007790             GO TO 3400-EXIT
007800     END-REWRITE.
007810     IF NOT WS-CONTPREF-OK
007820         DISPLAY 'CONTACT-PREF-FILE REWRITE FAILED - STATUS '
007830             WS-CONTPREF-STATUS
007840         GO TO 3400-EXIT
007850     END-IF.
007860     PERFORM 6100-LOG-CHANGED-FIELDS THRU 6100-EXIT.
007870     IF CNP-ACTIVE
007880         DISPLAY 'CONTACT PREFERENCE FOR ' WS-CUST-ID-ENTRY ' '
007890             WS-SCOPE-TEXT ' REINSTATED.'
007900     ELSE
007910         DISPLAY 'CONTACT PREFERENCE FOR ' WS-CUST-ID-ENTRY ' '
007920             WS-SCOPE-TEXT ' LIFTED.'
007930     END-IF.
007940 3400-EXIT.
007950     EXIT.
007960*-------------------------------------------------------------------*
007970*    4000-PROMPT-KEY                                                *
007980*    A BLANK CUSTOMER ID CANCELS THE ACTION AND RETURNS TO THE      *
007990*    MENU. A BLANK PRODUCT CODE IS THE NO-CONTACT-AT-ALL ENTRY.     *
008000*-------------------------------------------------------------------*
008010 4000-PROMPT-KEY.
008020     DISPLAY 'ENTER CUSTOMER ID (BLANK = CANCEL): '.
008030     ACCEPT  WS-CUST-ID-ENTRY.
008040     IF WS-CUST-ID-ENTRY = SPACES
008050         GO TO 4000-EXIT
008060     END-IF.
008070     DISPLAY 'ENTER PRODUCT CODE (BLANK = NO CONTACT AT ALL): '.
008080     ACCEPT  WS-PROD-CODE-ENTRY.
008090     MOVE WS-CUST-ID-ENTRY   TO CNP-CUST-ID.
008100     MOVE WS-PROD-CODE-ENTRY TO CNP-PROD-CODE.
008110     MOVE SPACES             TO WS-SCOPE-TEXT.
008120     IF WS-PROD-CODE-ENTRY = SPACES
008130         MOVE 'ALL PRODUCTS' TO WS-SCOPE-TEXT
008140     ELSE
008150         STRING 'PRODUCT ' WS-PROD-CODE-ENTRY
008160             DELIMITED BY SIZE INTO WS-SCOPE-TEXT
008170     END-IF.
008180 4000-EXIT.
008190     EXIT.
008200*-------------------------------------------------------------------*
008210*    4100-READ-PREFERENCE                                           *
008220*-------------------------------------------------------------------*
008230 4100-READ-PREFERENCE.
008240     MOVE 'N' TO WS-RECORD-FOUND-SW.
008250     READ CONTACT-PREF-FILE
008260         INVALID KEY
008270             CONTINUE
008280         NOT INVALID KEY
008290             SET WS-RECORD-FOUND TO TRUE
008300     END-READ.
008310 4100-EXIT.
008320     EXIT.
008330*-------------------------------------------------------------------*
008340*    4200-PROMPT-REASON-CODE                                        *
008350*-------------------------------------------------------------------*
008360 4200-PROMPT-REASON-CODE.
008370     DISPLAY 'ENTER REASON CODE (CR=CUSTOMER REQUEST '
008380         'CP=COMPLAINT LG=LEGAL HOLD RG=REGISTRY OT=OTHER): '.
008390     ACCEPT  WS-REASON-ENTRY.
008400     PERFORM 4220-VALIDATE-REASON THRU 4220-EXIT.
008410     IF WS-REASON-OK
008420         SET WS-VALID-ANSWER TO TRUE
008430     ELSE
008440         DISPLAY 'UNKNOWN REASON CODE - REENTER IT.'
008450     END-IF.
008460 4200-EXIT.
008470     EXIT.
008480 4210-PROMPT-REASON-OR-KEEP.
008490     DISPLAY 'NEW REASON CODE (BLANK = KEEP): '.
008500     ACCEPT  WS-REASON-ENTRY.
008510     IF WS-REASON-ENTRY = SPACES
008520         SET WS-VALID-ANSWER TO TRUE
008530     ELSE
008540         PERFORM 4220-VALIDATE-REASON THRU 4220-EXIT
008550         IF WS-REASON-OK
008560             SET WS-VALID-ANSWER TO TRUE
008570         ELSE
008580             DISPLAY 'UNKNOWN REASON CODE - REENTER IT.'
008590         END-IF
008600     END-IF.
008610 4210-EXIT.
008620     EXIT.
008630 4220-VALIDATE-REASON.
008640     MOVE 'N' TO WS-REASON-OK-SW.
008650     SET WS-RSN-IDX TO 1.
008660     SEARCH WS-REASON-CODE
008670         AT END
008680             CONTINUE
008690         WHEN WS-REASON-CODE(WS-RSN-IDX) = WS-REASON-ENTRY
008700             MOVE 'Y' TO WS-REASON-OK-SW
008710     END-SEARCH.
008720 4220-EXIT.
008730     EXIT.
008740*-------------------------------------------------------------------*
008750*    4300-PROMPT-REQUIRED-TEXT                                      *
008760*    TAKES THE FIELD NAMED IN WS-FIELD-LABEL; BLANK REPROMPTS.      *
008770*-------------------------------------------------------------------*
008780 4300-PROMPT-REQUIRED-TEXT.
008790     DISPLAY 'ENTER ' WS-FIELD-LABEL ': '.
008800     ACCEPT  WS-TEXT-ENTRY.
008810     IF WS-TEXT-ENTRY = SPACES
008820         DISPLAY 'A ' WS-FIELD-LABEL ' IS REQUIRED.'
008830     ELSE
008840         SET WS-VALID-ANSWER TO TRUE
008850     END-IF.
008860 4300-EXIT.
008870     EXIT.
008880*-------------------------------------------------------------------*
008890*    4400-PROMPT-EXPIRY                                             *
008900*    BLANK OR ZEROS MEAN THE PREFERENCE NEVER LAPSES. A DATE MUST   *
008910*    BE A VALID YYYYMMDD NO EARLIER THAN TODAY - AN EXPIRY IN THE   *
008920*    PAST WOULD RECORD A PREFERENCE HELLO IGNORES FROM THE START.   *
008930*-------------------------------------------------------------------*
008940 4400-PROMPT-EXPIRY.
008950     DISPLAY 'ENTER EXPIRY DATE YYYYMMDD (BLANK = NEVER): '.
008960     ACCEPT  WS-DATE-ENTRY.
008970     IF WS-DATE-ENTRY = SPACES
008980         MOVE ZEROS TO WS-DATE-ENTRY
008990     END-IF.
009000     PERFORM 4420-CHECK-EXPIRY THRU 4420-EXIT.
009010 4400-EXIT.
009020     EXIT.
009030 4410-PROMPT-EXPIRY-OR-KEEP.
009040     MOVE 'N' TO WS-KEEP-EXPIRY-SW.
009050     DISPLAY 'NEW EXPIRY DATE YYYYMMDD (ZEROS = NEVER, BLANK = '
009060         'KEEP): '.
009070     ACCEPT  WS-DATE-ENTRY.
009080     IF WS-DATE-ENTRY = SPACES
009090         SET WS-KEEP-EXPIRY TO TRUE
009100         SET WS-VALID-ANSWER TO TRUE
009110         GO TO 4410-EXIT
009120     END-IF.
009130     PERFORM 4420-CHECK-EXPIRY THRU 4420-EXIT.
009140 4410-EXIT.
009150     EXIT.
009160 4420-CHECK-EXPIRY.
009170     IF WS-DATE-ENTRY = ZEROS
009180         MOVE 0 TO WS-EXP-DATE-ENTRY
009190         SET WS-VALID-ANSWER TO TRUE
009200         GO TO 4420-EXIT
009210     END-IF.
009220     PERFORM 4430-VALIDATE-DATE THRU 4430-EXIT.
009230     IF NOT WS-DATE-OK
009240         DISPLAY 'DATE MUST BE A VALID YYYYMMDD.'
009250         GO TO 4420-EXIT
009260     END-IF.
009270     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
009280     IF WS-DATE-ENTRY-9 < WS-CURRENT-DATE
009290         DISPLAY 'EXPIRY DATE IS IN THE PAST - REENTER IT.'
009300         GO TO 4420-EXIT
009310     END-IF.
009320     MOVE WS-DATE-ENTRY-9 TO WS-EXP-DATE-ENTRY.
009330     SET WS-VALID-ANSWER TO TRUE.
009340 4420-EXIT.
009350     EXIT.
009360*-------------------------------------------------------------------*
009370*    4430-VALIDATE-DATE                                             *
009380*    A REAL CALENDAR EDIT IS NOT NEEDED HERE - NUMERIC WITH A       *
009390*    SENSIBLE MONTH AND DAY KEEPS A FAT-FINGERED EXPIRY OUT.        *
009400*-------------------------------------------------------------------*
009410 4430-VALIDATE-DATE.
009420     MOVE 'N' TO WS-DATE-OK-SW.
009430     IF WS-DATE-ENTRY NOT NUMERIC
009440         GO TO 4430-EXIT
009450     END-IF.
009460     IF WS-DTE-MM < 1 OR WS-DTE-MM > 12
009470         GO TO 4430-EXIT
009480     END-IF.
009490     IF WS-DTE-DD < 1 OR WS-DTE-DD > 31
009500         GO TO 4430-EXIT
009510     END-IF.
009520     SET WS-DATE-OK TO TRUE.
009530 4430-EXIT.
009540     EXIT.
009550*-------------------------------------------------------------------*
009560*    4700-PROMPT-TEXT-OR-KEEP                                       *
009570*    SHOWS THE CURRENT VALUE OF THE FIELD NAMED IN WS-FIELD-LABEL   *
009580*    AND TAKES A REPLACEMENT. BLANK KEEPS IT - THE REASON TEXT IS   *
009590*    REQUIRED, SO THERE IS NO CLEAR. THE CALLER MOVES               *
009600*    WS-TEXT-ENTRY BACK WHEN IT CHANGED.                            *
009610*-------------------------------------------------------------------*
009620 4700-PROMPT-TEXT-OR-KEEP.
009630     MOVE 'N' TO WS-TEXT-CHANGED-SW.
009640     DISPLAY 'CURRENT ' WS-FIELD-LABEL ': ' WS-CURRENT-VALUE.
009650     DISPLAY 'NEW ' WS-FIELD-LABEL ' (BLANK = KEEP): '.
009660     ACCEPT  WS-TEXT-ENTRY.
009670     IF WS-TEXT-ENTRY = SPACES
009680         GO TO 4700-EXIT
009690     END-IF.
009700     IF WS-TEXT-ENTRY NOT = WS-CURRENT-VALUE
009710         SET WS-TEXT-CHANGED TO TRUE
009720         ADD 1 TO WS-CHANGE-COUNT
009730     END-IF.
009740 4700-EXIT.
009750     EXIT.
009760*===================================================================*
009770*    6000-WRITE-HISTORY                                             *
009780*    ONE RECORD PER FIELD TOUCHED, STAMPED WITH THE OPERATOR AND    *
009790*    THE BEFORE/AFTER VALUES.                                       *
009800*===================================================================*
009810 6000-WRITE-HISTORY.
009820     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
009830     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009840         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
009850     MOVE SPACES              TO CONTACT-HIST-RECORD.
009860     MOVE WS-TIMESTAMP-14     TO CPH-TIMESTAMP.
009870     MOVE WS-OPERATOR-ID      TO CPH-OPERATOR-ID.
009880     MOVE WS-HIST-ACTION      TO CPH-ACTION.
009890     MOVE WS-CUST-ID-ENTRY    TO CPH-CUST-ID.
009900     MOVE WS-PROD-CODE-ENTRY  TO CPH-PROD-CODE.
009910     MOVE WS-HIST-FIELD       TO CPH-FIELD-NAME.
009920     MOVE WS-HIST-OLD-VALUE   TO CPH-OLD-VALUE.
009930     MOVE WS-HIST-NEW-VALUE   TO CPH-NEW-VALUE.
009940     WRITE CONTACT-HIST-RECORD.
009950     IF NOT WS-CNPHIST-OK
009960         DISPLAY 'CONTACT-HIST-FILE WRITE FAILED - STATUS '
009970             WS-CNPHIST-STATUS
009980     ELSE
009990         ADD 1 TO WS-HIST-WRITE-CNT
010000     END-IF.
010010 6000-EXIT.
010020     EXIT.
010030 6010-GET-CURRENT-DATE-TIME.
010040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010050     ACCEPT WS-TIME-RAW     FROM TIME.
010060     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
010070 6010-EXIT.
010080     EXIT.
010090*-------------------------------------------------------------------*
010100*    6100-LOG-CHANGED-FIELDS                                        *
010110*    COMPARES THE SAVED BEFORE-IMAGE WITH THE RECORD AS WRITTEN     *
010120*    AND LOGS EVERY VALUE THAT DIFFERS. DATES ARE LOGGED AS THEIR   *
010130*    EIGHT DIGITS.                                                  *
010140*-------------------------------------------------------------------*
010150 6100-LOG-CHANGED-FIELDS.
010160     MOVE 'REASON'           TO WS-HIST-FIELD.
010170     MOVE WS-OLD-REASON-CODE TO WS-HIST-OLD-VALUE.
010180     MOVE CNP-REASON-CODE    TO WS-HIST-NEW-VALUE.
010190     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010200     MOVE 'REASON-TXT'       TO WS-HIST-FIELD.
010210     MOVE WS-OLD-REASON-TEXT TO WS-HIST-OLD-VALUE.
010220     MOVE CNP-REASON-TEXT    TO WS-HIST-NEW-VALUE.
010230     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010240     MOVE 'RECORDED'         TO WS-HIST-FIELD.
010250     MOVE WS-OLD-RECORDED-DATE TO WS-DATE-DISPLAY.
010260     MOVE WS-DATE-DISPLAY-X  TO WS-HIST-OLD-VALUE.
010270     MOVE CNP-RECORDED-DATE  TO WS-DATE-DISPLAY.
010280     MOVE WS-DATE-DISPLAY-X  TO WS-HIST-NEW-VALUE.
010290     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010300     MOVE 'RECORDER'         TO WS-HIST-FIELD.
010310     MOVE WS-OLD-RECORDED-BY TO WS-HIST-OLD-VALUE.
010320     MOVE CNP-RECORDED-BY    TO WS-HIST-NEW-VALUE.
010330     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010340     MOVE 'EXPIRY'           TO WS-HIST-FIELD.
010350     MOVE WS-OLD-EXPIRY-DATE TO WS-DATE-DISPLAY.
010360     MOVE WS-DATE-DISPLAY-X  TO WS-HIST-OLD-VALUE.
010370     MOVE CNP-EXPIRY-DATE    TO WS-DATE-DISPLAY.
010380     MOVE WS-DATE-DISPLAY-X  TO WS-HIST-NEW-VALUE.
010390     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010400     MOVE 'STATUS'           TO WS-HIST-FIELD.
010410     MOVE WS-OLD-STATUS      TO WS-HIST-OLD-VALUE.
010420     MOVE CNP-STATUS         TO WS-HIST-NEW-VALUE.
010430     PERFORM 6110-LOG-IF-CHANGED THRU 6110-EXIT.
010440 6100-EXIT.
010450     EXIT.
010460 6110-LOG-IF-CHANGED.
010470     IF WS-HIST-OLD-VALUE NOT = WS-HIST-NEW-VALUE
010480         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT
010490     END-IF.
010500 6110-EXIT.
010510     EXIT.
010520*===================================================================*
010530*    9000-TERMINATE                                                 *
010540*===================================================================*
010550 9000-TERMINATE.
010560     CLOSE CONTACT-PREF-FILE.
010570     CLOSE CONTACT-HIST-FILE.
010580     IF WS-CUST-AVAIL
010590         CLOSE CUSTOMER-MASTER
010600     END-IF.
010610     IF WS-PROD-AVAIL
010620         CLOSE PRODUCT-MASTER
010630     END-IF.
010640     IF WS-OPR-AVAIL
010650         CLOSE OPERATOR-FILE
010660     END-IF.
010670 9000-EXIT.
010680     EXIT.
010690*===================================================================*
010700*    8900-WRITE-RUN-CONTROL                                         *
010710*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
010720*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
010730*===================================================================*
010740 8900-WRITE-RUN-CONTROL.
010750     OPEN EXTEND RUN-CONTROL.
010760     IF WS-RUNCTL-NOTFOUND
010770         OPEN OUTPUT RUN-CONTROL
010780     END-IF.
010790     IF NOT WS-RUNCTL-OK
010800         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
010810             WS-RUNCTL-STATUS
010820         GO TO 8900-EXIT
010830     END-IF.
010840     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
010850     ACCEPT WS-RUN-TIME-RAW FROM TIME.
010860     MOVE SPACES             TO RUN-CONTROL-RECORD.
010870     MOVE 'CNPMNT  '         TO RNC-PROGRAM-ID.
010880     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
010890     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
010900     MOVE WS-RUN-EVENT       TO RNC-EVENT.
010910     MOVE WS-RUN-STATUS      TO RNC-STATUS.
010920     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
010930     WRITE RUN-CONTROL-RECORD.
010940     IF NOT WS-RUNCTL-OK
010950         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
010960             WS-RUNCTL-STATUS
010970     END-IF.
010980     CLOSE RUN-CONTROL.
010990 8900-EXIT.
011000     EXIT.
