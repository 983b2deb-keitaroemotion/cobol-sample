000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    TAXMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - OPERATOR MAINTENANCE OF  *
000220*                     THE TAXRATE SALES-TAX RATE TABLE, WITH      *
000230*                     EVERY CHANGE LOGGED TO TAXRHIST, SO THE     *
000240*                     RATES INVOICES ARE TAXED AT ARE KEPT BY     *
000250*                     REGION, TAX CLASS AND EFFECTIVE DATE        *
000260*                     INSTEAD OF IN THE TAX TEAM'S SPREADSHEETS.  *
000262*    2026-10-15 KS    A TAXRATE READ ERROR OTHER THAN             *
000264*                     RECORD-NOT-FOUND NOW STOPS THE SET ACTION   *
000266*                     AND ENDS THE RUN 'ER'.                      *
000270*-----------------------------------------------------------------*
000280*    ACTIONS:                                                     *
000290*      S - SET (OR REPLACE) THE RATE FOR A TAX REGION, PRODUCT    *
000300*          TAX CLASS AND EFFECTIVE DATE                           *
000310*      X - END THE SESSION                                        *
000320*    THE REGION IS REQUIRED; A BLANK CLASS IS THE STANDARD CLASS. *
000330*    THE RATE IS A PERCENT KEYED AS 6 DIGITS - 2 WHOLE AND 4      *
000340*    DECIMAL - ZERO FILLED. A ZERO RATE IS ALLOWED: IT MARKS      *
000350*    ZERO-RATED GOODS, WHICH ARE BILLED WITHOUT TAX BUT STILL     *
000360*    REPORTED ON THE TAX REGISTER. A RATE IS NEVER DELETED - A    *
000370*    CHANGE IS A NEW EFFECTIVE DATE, SO OLD INVOICES STAY         *
000380*    EXPLAINABLE.                                                 *
000390*-----------------------------------------------------------------*
000400 ENVIRONMENT    DIVISION.
000410 INPUT-OUTPUT   SECTION.
000420 FILE-CONTROL.
000430     SELECT TAX-RATE-FILE   ASSIGN TO TAXRATE
000440         ORGANIZATION       IS INDEXED
000450         ACCESS MODE        IS RANDOM
000460         RECORD KEY         IS TAX-KEY
000470         FILE STATUS        IS WS-TAXRATE-STATUS.
000480     SELECT TAX-HIST-FILE   ASSIGN TO TAXRHIST
000490         ORGANIZATION       IS SEQUENTIAL
000500         FILE STATUS        IS WS-TAXRHIST-STATUS.
000510     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000520         ORGANIZATION       IS SEQUENTIAL
000530         FILE STATUS        IS WS-RUNCTL-STATUS.
000540     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000550         ORGANIZATION       IS INDEXED
000560         ACCESS MODE        IS RANDOM
000570         RECORD KEY         IS OPR-ID
000580         FILE STATUS        IS WS-OPERMAST-STATUS.
000590     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000600         ORGANIZATION       IS SEQUENTIAL
000610         FILE STATUS        IS WS-SECLOG-STATUS.
000620 DATA           DIVISION.
000630 FILE           SECTION.
000640 FD  TAX-RATE-FILE
000650     LABEL RECORD IS STANDARD.
000660     COPY TAXREC.
000670 FD  TAX-HIST-FILE
000680     LABEL RECORD IS STANDARD.
000690     COPY TXHREC.
000700 FD  RUN-CONTROL
000710     LABEL RECORD IS STANDARD.
000720     COPY RUNREC.
000730 FD  OPERATOR-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY OPRREC.
000760 FD  SECURITY-LOG
000770     LABEL RECORD IS STANDARD.
000780     COPY SECREC.
000790 WORKING-STORAGE SECTION.
000800 01  WS-RUNCTL-STATUS            PIC X(02).
000810     88  WS-RUNCTL-OK            VALUE '00'.
000820     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000830 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000840 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000850 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000860 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000870 01  WS-RUN-TIME-RAW.
000880     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000890     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000900 01  WS-TAXRATE-STATUS           PIC X(02).
000910     88  WS-TAXRATE-OK           VALUE '00'.
000920     88  WS-TAXRATE-NOTFOUND     VALUE '35'.
000925     88  WS-TAXRATE-NOKEY        VALUE '23'.
000930 01  WS-TAXRHIST-STATUS          PIC X(02).
000940     88  WS-TAXRHIST-OK          VALUE '00'.
000950     88  WS-TAXRHIST-NOTFOUND    VALUE '35'.
000960 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
000970     88  WS-END-SESSION          VALUE 'Y'.
000980 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
000990     88  WS-VALID-ANSWER         VALUE 'Y'.
001000 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
001010     88  WS-RECORD-FOUND         VALUE 'Y'.
001020 77  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
001030     88  WS-DATE-OK              VALUE 'Y'.
001040 77  WS-OPERATOR-ID              PIC X(08).
001050 77  WS-OPERATOR-PIN             PIC X(08).
001060 01  WS-OPERMAST-STATUS          PIC X(02).
001070     88  WS-OPERMAST-OK          VALUE '00'.
001080 01  WS-SECLOG-STATUS            PIC X(02).
001090     88  WS-SECLOG-OK            VALUE '00'.
001100     88  WS-SECLOG-NOTFOUND      VALUE '35'.
001110 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
001120     88  WS-OPR-AVAIL            VALUE 'Y'.
001130 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001140     88  WS-SIGNON-REFUSED       VALUE 3.
001150 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001160     88  WS-OPR-VERIFIED         VALUE 'Y'.
001170 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001180     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001190 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'TAXMNT  '.
001200 77  WS-GUARDED-ACTIONS          PIC X(01)   VALUE 'S'.
001210 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001220 77  WS-CHECK-PIN                PIC X(08).
001230 77  WS-RIGHT-ACTION             PIC X(01).
001240 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001250 77  WS-SEC-EVENT                PIC X(01).
001260 77  WS-SEC-REASON               PIC X(02).
001270 77  WS-SEC-SUBJECT              PIC X(14).
001280 77  WS-SEC-DETAIL               PIC X(26).
001290 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001300 01  WS-SEC-TIME-RAW.
001310     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001320     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001330 77  WS-ACTION-CODE              PIC X(01).
001340 77  WS-REGION-ENTRY             PIC X(06).
001350 77  WS-CLASS-ENTRY              PIC X(02).
001360 77  WS-DESC-ENTRY               PIC X(30).
001370 77  WS-TEXT-DESC                PIC X(30).
001380 01  WS-RATE-ENTRY               PIC X(06).
001390 01  WS-RATE-ENTRY-9 REDEFINES WS-RATE-ENTRY
001400                                 PIC 9(02)V9(04).
001410 01  WS-OLD-RATE                 PIC 9(02)V9(04).
001420 01  WS-RATE-EDIT                PIC Z9.9999.
001430 01  WS-DATE-ENTRY               PIC X(08).
001440 01  WS-DATE-ENTRY-9 REDEFINES WS-DATE-ENTRY
001450                                 PIC 9(08).
001460 01  WS-DATE-ENTRY-R REDEFINES WS-DATE-ENTRY.
001470     05  WS-DTE-YYYY             PIC 9(04).
001480     05  WS-DTE-MM               PIC 9(02).
001490     05  WS-DTE-DD               PIC 9(02).
001500 01  WS-CURRENT-DATE-TIME.
001510     05  WS-CURRENT-DATE         PIC 9(08).
001520     05  WS-CURRENT-TIME         PIC 9(06).
001530 01  WS-TIME-RAW.
001540     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
001550     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
001560 77  WS-TIMESTAMP-14              PIC 9(14).
001570 77  WS-HIST-WRITE-CNT            PIC 9(07)   COMP    VALUE 0.
001580 PROCEDURE      DIVISION.
001590*===================================================================*
001600*    0000-MAINLINE                                                  *
001610*===================================================================*
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001640     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
001650         UNTIL WS-END-SESSION.
001660     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001670     MOVE 'END'   TO WS-RUN-EVENT.
001680     MOVE WS-HIST-WRITE-CNT TO WS-RUN-RECORDS.
001690     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001700     STOP RUN.
001710 0000-EXIT.
001720     EXIT.
001730*-------------------------------------------------------------------*
001740*    1000-INITIALIZE                                                *
001750*    THE RATE TABLE IS OPENED I-O AND CREATED ON ITS FIRST EVER     *
001760*    RUN; THE CHANGE HISTORY ACCUMULATES ACROSS RUNS SO IT IS       *
001770*    OPENED EXTEND-OR-CREATE LIKE THE OTHER HISTORY FILES.          *
001780*-------------------------------------------------------------------*
001790 1000-INITIALIZE.
001800     MOVE 'START' TO WS-RUN-EVENT.
001810     MOVE 'OK'    TO WS-RUN-STATUS.
001820     MOVE 0       TO WS-RUN-RECORDS.
001830     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001840     OPEN I-O TAX-RATE-FILE.
001850     IF WS-TAXRATE-NOTFOUND
001860         OPEN OUTPUT TAX-RATE-FILE
001870         CLOSE TAX-RATE-FILE
001880         OPEN I-O TAX-RATE-FILE
001890     END-IF.
001900     IF NOT WS-TAXRATE-OK
001910         DISPLAY 'TAX-RATE-FILE OPEN FAILED - STATUS '
001920             WS-TAXRATE-STATUS
001930         STOP RUN
001940     END-IF.
001950     OPEN EXTEND TAX-HIST-FILE.
001960     IF WS-TAXRHIST-NOTFOUND
001970         OPEN OUTPUT TAX-HIST-FILE
001980     END-IF.
001990     IF NOT WS-TAXRHIST-OK
002000         DISPLAY 'TAX-HIST-FILE OPEN FAILED - STATUS '
002010             WS-TAXRHIST-STATUS
002020         STOP RUN
002030     END-IF.
002040     OPEN INPUT OPERATOR-FILE.
002050     IF WS-OPERMAST-OK
002060         SET WS-OPR-AVAIL TO TRUE
002070     ELSE
002080         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
002090             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
002100     END-IF.
002110     MOVE 'N' TO WS-VALID-ANSWER-SW.
002120     MOVE 0   TO WS-SIGNON-TRIES.
002130     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
002140         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
002150     IF WS-SIGNON-REFUSED
002160         MOVE 'LK'     TO WS-SEC-REASON
002170         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
002180         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002190         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
002200         MOVE 'ER' TO WS-RUN-STATUS
002210         SET WS-END-SESSION TO TRUE
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.
002250 1100-PROMPT-OPERATOR-ID.
002260     DISPLAY 'ENTER YOUR OPERATOR ID: '.
002270     ACCEPT  WS-OPERATOR-ID.
002280     IF WS-OPERATOR-ID = SPACES
002290         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
002300         GO TO 1100-EXIT
002310     END-IF.
002320     DISPLAY 'ENTER YOUR PIN: '.
002330     ACCEPT  WS-OPERATOR-PIN.
002340     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
002350     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
002360     MOVE SPACES          TO WS-RIGHT-ACTION.
002370     MOVE SPACES          TO WS-SEC-SUBJECT.
002380     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
002390     IF WS-OPR-VERIFIED
002400         SET WS-VALID-ANSWER TO TRUE
002410     ELSE
002420         ADD 1 TO WS-SIGNON-TRIES
002430         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
002440     END-IF.
002450 1100-EXIT.
002460     EXIT.
002470*-------------------------------------------------------------------*
002480*    1110-VERIFY-OPERATOR                                           *
002490*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
002500*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
002510*    TOLD WHICH CHECK FAILED.                                       *
002520*-------------------------------------------------------------------*
002530 1110-VERIFY-OPERATOR.
002540     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
002550     MOVE SPACES TO WS-SEC-DETAIL.
002560     IF NOT WS-OPR-AVAIL
002570         MOVE 'NF' TO WS-SEC-REASON
002580         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002590         GO TO 1110-EXIT
002600     END-IF.
002610     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002620     READ OPERATOR-FILE
002630         INVALID KEY
002640             MOVE 'UI' TO WS-SEC-REASON
002650             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002660             GO TO 1110-EXIT
002670     END-READ.
002680     IF NOT WS-OPERMAST-OK
002690         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
002700             WS-OPERMAST-STATUS
002710         MOVE 'NF' TO WS-SEC-REASON
002720         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002730         GO TO 1110-EXIT
002740     END-IF.
002750     IF OPR-PIN NOT = WS-CHECK-PIN
002760         MOVE 'PW' TO WS-SEC-REASON
002770         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002780         GO TO 1110-EXIT
002790     END-IF.
002800     IF NOT OPR-ACTIVE
002810         MOVE 'RV' TO WS-SEC-REASON
002820         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002830         GO TO 1110-EXIT
002840     END-IF.
002850     SET WS-OPR-VERIFIED TO TRUE.
002860 1110-EXIT.
002870     EXIT.
002880*-------------------------------------------------------------------*
002890*    1120-CHECK-RIGHT                                               *
002900*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
002910*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
002920*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
002930*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002940*    WS-SEC-REASON.                                                 *
002950*-------------------------------------------------------------------*
002960 1120-CHECK-RIGHT.
002970     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002980     MOVE 'NR' TO WS-SEC-REASON.
002990     IF NOT WS-OPR-AVAIL
003000         MOVE 'NF' TO WS-SEC-REASON
003010         GO TO 1120-EXIT
003020     END-IF.
003030     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
003040     READ OPERATOR-FILE
003050         INVALID KEY
003060             MOVE 'UI' TO WS-SEC-REASON
003070             GO TO 1120-EXIT
003080     END-READ.
003090     IF NOT WS-OPERMAST-OK
003100         MOVE 'NF' TO WS-SEC-REASON
003110         GO TO 1120-EXIT
003120     END-IF.
003130     IF NOT OPR-ACTIVE
003140         MOVE 'RV' TO WS-SEC-REASON
003150         GO TO 1120-EXIT
003160     END-IF.
003170     SET OPR-RIGHT-IDX TO 1.
003180     SEARCH OPR-RIGHT
003190         AT END
003200             GO TO 1120-EXIT
003210         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
003220             CONTINUE
003230     END-SEARCH.
003240     MOVE 0 TO WS-RIGHT-TALLY.
003250     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
003260         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
003270                                     ALL '*'.
003280     IF WS-RIGHT-TALLY > 0
003290         SET WS-RIGHT-GRANTED TO TRUE
003300     END-IF.
003310 1120-EXIT.
003320     EXIT.
003330*-------------------------------------------------------------------*
003340*    1130-LOG-VIOLATION                                             *
003350*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
003360*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
003370*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
003380*-------------------------------------------------------------------*
003390 1130-LOG-VIOLATION.
003400     MOVE 'V' TO WS-SEC-EVENT.
003410     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
003420 1130-EXIT.
003430     EXIT.
003440 1140-WRITE-SECURITY-LOG.
003450     OPEN EXTEND SECURITY-LOG.
003460     IF WS-SECLOG-NOTFOUND
003470         OPEN OUTPUT SECURITY-LOG
003480     END-IF.
003490     IF NOT WS-SECLOG-OK
003500         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
003510             WS-SECLOG-STATUS
003520         GO TO 1140-EXIT
003530     END-IF.
003540     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
003550     ACCEPT WS-SEC-TIME-RAW FROM TIME.
003560     MOVE SPACES               TO SECURITY-LOG-RECORD.
003570     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
003580     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
003590     MOVE WS-SEC-EVENT         TO SEC-EVENT.
003600     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
003610     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
003620     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
003630     MOVE WS-SEC-REASON        TO SEC-REASON.
003640     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
003650     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
003660     WRITE SECURITY-LOG-RECORD.
003670     IF NOT WS-SECLOG-OK
003680         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
003690             WS-SECLOG-STATUS
003700     END-IF.
003710     CLOSE SECURITY-LOG.
003720 1140-EXIT.
003730     EXIT.
003740*-------------------------------------------------------------------*
003750*    1150-AUTHORIZE-ACTION                                          *
003760*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
003770*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
003780*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
003790*-------------------------------------------------------------------*
003800 1150-AUTHORIZE-ACTION.
003810     SET WS-RIGHT-GRANTED TO TRUE.
003820     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
003830     INSPECT WS-RIGHT-ACTION CONVERTING
003840         'abcdefghijklmnopqrstuvwxyz'
003850         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003860     IF WS-RIGHT-ACTION = SPACE
003870         GO TO 1150-EXIT
003880     END-IF.
003890     MOVE 0 TO WS-RIGHT-TALLY.
003900     INSPECT WS-GUARDED-ACTIONS
003910         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
003920     IF WS-RIGHT-TALLY = 0
003930         GO TO 1150-EXIT
003940     END-IF.
003950     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
003960     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
003970     IF NOT WS-RIGHT-GRANTED
003980         MOVE SPACES TO WS-SEC-DETAIL
003990         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
004000         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
004010     END-IF.
004020 1150-EXIT.
004030     EXIT.
004040*===================================================================*
004050*    2000-PROCESS-ACTION                                            *
004060*===================================================================*
004070 2000-PROCESS-ACTION.
004080     DISPLAY 'SALES-TAX RATE MAINTENANCE - S=SET-RATE X=EXIT'.
004090     ACCEPT WS-ACTION-CODE.
004100     MOVE SPACES TO WS-SEC-SUBJECT.
004110     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
004120     IF NOT WS-RIGHT-GRANTED
004130         GO TO 2000-EXIT
004140     END-IF.
004150     EVALUATE WS-ACTION-CODE
004160         WHEN 'S'
004170         WHEN 's'
004180             PERFORM 3000-SET-RATE THRU 3000-EXIT
004190         WHEN 'X'
004200         WHEN 'x'
004210             SET WS-END-SESSION TO TRUE
004220         WHEN OTHER
004230             DISPLAY 'PLEASE ANSWER S OR X.'
004240     END-EVALUATE.
004250 2000-EXIT.
004260     EXIT.
004270*-------------------------------------------------------------------*
004280*    3000-SET-RATE                                                  *
004290*    AN EXISTING RATE FOR THE SAME REGION, CLASS AND DATE IS        *
004300*    SHOWN BEFORE IT IS REPLACED, AND ITS DESCRIPTION IS KEPT       *
004310*    UNLESS A NEW ONE IS KEYED.                                     *
004320*-------------------------------------------------------------------*
004330 3000-SET-RATE.
004340     MOVE 'N' TO WS-VALID-ANSWER-SW.
004350     PERFORM 4000-PROMPT-REGION THRU 4000-EXIT
004360         UNTIL WS-VALID-ANSWER.
004370     IF WS-REGION-ENTRY = SPACES
004380         GO TO 3000-EXIT
004390     END-IF.
004400     DISPLAY 'ENTER PRODUCT TAX CLASS (BLANK = STANDARD): '.
004410     ACCEPT  WS-CLASS-ENTRY.
004420     MOVE 'N' TO WS-VALID-ANSWER-SW.
004430     PERFORM 4100-PROMPT-EFF-DATE THRU 4100-EXIT
004440         UNTIL WS-VALID-ANSWER.
004450     MOVE 'N'    TO WS-RECORD-FOUND-SW.
004460     MOVE 0      TO WS-OLD-RATE.
004470     MOVE SPACES TO WS-DESC-ENTRY.
004480     MOVE WS-REGION-ENTRY   TO TAX-REGION.
004490     MOVE WS-CLASS-ENTRY    TO TAX-CLASS.
004500     MOVE WS-DATE-ENTRY-9   TO TAX-EFF-DATE.
004510     READ TAX-RATE-FILE
004520         INVALID KEY
004530             CONTINUE
004540         NOT INVALID KEY
004550             SET WS-RECORD-FOUND TO TRUE
004560             MOVE TAX-RATE TO WS-OLD-RATE
004570             MOVE TAX-DESC TO WS-DESC-ENTRY
004580     END-READ.
004581     IF NOT WS-TAXRATE-OK AND NOT WS-TAXRATE-NOKEY
004582         DISPLAY 'TAX-RATE READ FAILED - STATUS '
004583             WS-TAXRATE-STATUS
004584         MOVE 'ER' TO WS-RUN-STATUS
004585         GO TO 3000-EXIT
004586     END-IF.
004590     IF WS-RECORD-FOUND
004600         MOVE WS-OLD-RATE TO WS-RATE-EDIT
004610         DISPLAY 'CURRENT RATE ' WS-RATE-EDIT ' PERCENT - '
004620             WS-DESC-ENTRY
004630     END-IF.
004640     MOVE 'N' TO WS-VALID-ANSWER-SW.
004650     PERFORM 4200-PROMPT-RATE THRU 4200-EXIT
004660         UNTIL WS-VALID-ANSWER.
004670     PERFORM 4300-PROMPT-DESC THRU 4300-EXIT.
004680     MOVE SPACES            TO TAX-RATE-RECORD.
004690     MOVE WS-REGION-ENTRY   TO TAX-REGION.
004700     MOVE WS-CLASS-ENTRY    TO TAX-CLASS.
004710     MOVE WS-DATE-ENTRY-9   TO TAX-EFF-DATE.
004720     MOVE WS-RATE-ENTRY-9   TO TAX-RATE.
004730     MOVE WS-DESC-ENTRY     TO TAX-DESC.
004740     IF WS-RECORD-FOUND
004750         REWRITE TAX-RATE-RECORD
004760             INVALID KEY
004770                 DISPLAY 'TAX-RATE REWRITE REJECTED - '
004780                     'STATUS ' WS-TAXRATE-STATUS
004790         END-REWRITE
004800     ELSE
004810         WRITE TAX-RATE-RECORD
004820             INVALID KEY
004830                 DISPLAY 'TAX-RATE WRITE REJECTED - '
004840                     'STATUS ' WS-TAXRATE-STATUS
004850         END-WRITE
004860     END-IF.
004870     IF NOT WS-TAXRATE-OK
004880         GO TO 3000-EXIT
004890     END-IF.
004900     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
004910     DISPLAY 'RATE FOR ' WS-REGION-ENTRY ' CLASS ' WS-CLASS-ENTRY
004920         ' EFFECTIVE ' WS-DATE-ENTRY ' SET.'.
004930 3000-EXIT.
004940     EXIT.
004950*-------------------------------------------------------------------*
004960*    4000-PROMPT-REGION                                             *
004970*-------------------------------------------------------------------*
004980 4000-PROMPT-REGION.
004990     DISPLAY 'ENTER TAX REGION (BLANK = CANCEL): '.
005000     ACCEPT  WS-REGION-ENTRY.
005010     SET WS-VALID-ANSWER TO TRUE.
005020 4000-EXIT.
005030     EXIT.
005040*-------------------------------------------------------------------*
005050*    4100-PROMPT-EFF-DATE                                           *
005060*-------------------------------------------------------------------*
005070 4100-PROMPT-EFF-DATE.
005080     DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '.
005090     ACCEPT  WS-DATE-ENTRY.
005100     PERFORM 4110-VALIDATE-DATE THRU 4110-EXIT.
005110     IF WS-DATE-OK
005120         SET WS-VALID-ANSWER TO TRUE
005130     ELSE
005140         DISPLAY 'DATE MUST BE A VALID YYYYMMDD.'
005150     END-IF.
005160 4100-EXIT.
005170     EXIT.
005180 4110-VALIDATE-DATE.
005190     MOVE 'N' TO WS-DATE-OK-SW.
005200     IF WS-DATE-ENTRY NOT NUMERIC
005210         GO TO 4110-EXIT
005220     END-IF.
005230     IF WS-DTE-MM < 1 OR WS-DTE-MM > 12
005240         GO TO 4110-EXIT
005250     END-IF.
005260     IF WS-DTE-DD < 1 OR WS-DTE-DD > 31
005270         GO TO 4110-EXIT
005280     END-IF.
005290     SET WS-DATE-OK TO TRUE.
005300 4110-EXIT.
005310     EXIT.
005320*-------------------------------------------------------------------*
005330*    4200-PROMPT-RATE                                               *
005340*    ZERO IS A VALID ANSWER - IT IS HOW ZERO-RATED GOODS ARE        *
005350*    TOLD APART FROM GOODS NOBODY HAS SET A RATE FOR.               *
005360*-------------------------------------------------------------------*
005370 4200-PROMPT-RATE.
005380     DISPLAY 'ENTER RATE PERCENT AS 6 DIGITS '
005390         '(2 WHOLE + 4 DECIMAL, ZERO FILLED): '.
005400     ACCEPT  WS-RATE-ENTRY.
005410     IF WS-RATE-ENTRY NOT NUMERIC
005420         DISPLAY 'RATE MUST BE 6 DIGITS, ZERO FILLED.'
005430         GO TO 4200-EXIT
005440     END-IF.
005450     SET WS-VALID-ANSWER TO TRUE.
005460 4200-EXIT.
005470     EXIT.
005480*-------------------------------------------------------------------*
005490*    4300-PROMPT-DESC                                               *
005500*-------------------------------------------------------------------*
005510 4300-PROMPT-DESC.
005520     DISPLAY 'ENTER DESCRIPTION (BLANK = KEEP): '.
005530     ACCEPT  WS-TEXT-DESC.
005540     IF WS-TEXT-DESC NOT = SPACES
005550         MOVE WS-TEXT-DESC TO WS-DESC-ENTRY
005560     END-IF.
005570 4300-EXIT.
005580     EXIT.
005590*===================================================================*
005600*    6000-WRITE-HISTORY                                             *
005610*===================================================================*
005620 6000-WRITE-HISTORY.
005630     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
005640     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005650         DELIMITED BY SIZE INTO WS-TIMESTAMP-14.
005660     MOVE SPACES             TO TAX-HIST-RECORD.
005670     MOVE WS-TIMESTAMP-14    TO TXH-TIMESTAMP.
005680     MOVE WS-OPERATOR-ID     TO TXH-OPERATOR-ID.
005690     MOVE WS-REGION-ENTRY    TO TXH-REGION.
005700     MOVE WS-CLASS-ENTRY     TO TXH-CLASS.
005710     MOVE WS-DATE-ENTRY-9    TO TXH-EFF-DATE.
005720     MOVE WS-OLD-RATE        TO TXH-OLD-RATE.
005730     MOVE WS-RATE-ENTRY-9    TO TXH-NEW-RATE.
005740     MOVE WS-DESC-ENTRY      TO TXH-DESC.
005750     WRITE TAX-HIST-RECORD.
005760     IF NOT WS-TAXRHIST-OK
005770         DISPLAY 'TAX-HIST-FILE WRITE FAILED - STATUS '
005780             WS-TAXRHIST-STATUS
005790     ELSE
005800         ADD 1 TO WS-HIST-WRITE-CNT
005810     END-IF.
005820 6000-EXIT.
005830     EXIT.
005840 6010-GET-CURRENT-DATE-TIME.
005850     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005860     ACCEPT WS-TIME-RAW     FROM TIME.
005870     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
005880 6010-EXIT.
005890     EXIT.
005900*===================================================================*
005910*    9000-TERMINATE                                                 *
005920*===================================================================*
005930 9000-TERMINATE.
005940     CLOSE TAX-RATE-FILE.
005950     CLOSE TAX-HIST-FILE.
005960     IF WS-OPR-AVAIL
005970         CLOSE OPERATOR-FILE
005980     END-IF.
005990 9000-EXIT.
006000     EXIT.
006010*===================================================================*
006020*    8900-WRITE-RUN-CONTROL                                         *
006030*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
006040*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
006050*===================================================================*
006060 8900-WRITE-RUN-CONTROL.
006070     OPEN EXTEND RUN-CONTROL.
006080     IF WS-RUNCTL-NOTFOUND
006090         OPEN OUTPUT RUN-CONTROL
006100     END-IF.
006110     IF NOT WS-RUNCTL-OK
006120         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
006130             WS-RUNCTL-STATUS
006140         GO TO 8900-EXIT
006150     END-IF.
006160     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
006170     ACCEPT WS-RUN-TIME-RAW FROM TIME.
006180     MOVE SPACES             TO RUN-CONTROL-RECORD.
006190     MOVE 'TAXMNT  '         TO RNC-PROGRAM-ID.
006200     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
006210     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
006220     MOVE WS-RUN-EVENT       TO RNC-EVENT.
006230     MOVE WS-RUN-STATUS      TO RNC-STATUS.
006240     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
006250     WRITE RUN-CONTROL-RECORD.
006260     IF NOT WS-RUNCTL-OK
006270         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
006280             WS-RUNCTL-STATUS
006290     END-IF.
006300     CLOSE RUN-CONTROL.
006310 8900-EXIT.
006320     EXIT.
