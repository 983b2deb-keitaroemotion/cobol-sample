000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    OPRMNT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - MAINTENANCE OF THE       *
000220*                     OPERATOR MASTER (OPERMAST) THAT EVERY       *
000230*                     MAINTENANCE AND RELEASE PROGRAM NOW SIGNS   *
000240*                     ON AGAINST: PINS, ACTIVE/REVOKED STATUS     *
000250*                     AND PER-PROGRAM ACTION RIGHTS.              *
000252*    2026-10-15 KS    AN OPERATOR ADD IS CHECKED FOR A FAILED     *
000254*                     WRITE AS WELL AS A REJECTED KEY, AND IS NOT *
000256*                     LOGGED TO SECLOG UNLESS THE RECORD WENT ON  *
000258*                     FILE.                                       *
000260*-----------------------------------------------------------------*
000270*    ACTIONS:                                                     *
000280*      A - ADD AN OPERATOR (ACTIVE, WITH A PIN AND NO RIGHTS)     *
000290*      C - CHANGE YOUR OWN PIN (NEEDS NO RIGHT)                   *
000300*      P - RESET ANOTHER OPERATOR'S PIN                           *
000310*      G - GRANT OR REMOVE ONE PROGRAM'S ACTION LETTERS FOR AN    *
000320*          OPERATOR ('*' = EVERY ACTION, BLANK = REMOVE)          *
000330*      V - REVOKE AN OPERATOR (KEPT ON FILE FOR THE TRAILS)       *
000340*      I - REINSTATE A REVOKED OPERATOR                           *
000350*      X - END THE SESSION                                        *
000360*    THIS PROGRAM SIGNS ON AGAINST THE MASTER IT MAINTAINS, SO    *
000370*    ITS OWN ACTIONS NEED AN 'OPRMNT' RIGHTS ENTRY. NOBODY MAY    *
000380*    CHANGE THEIR OWN RIGHTS OR STATUS, OR RESET THEIR OWN PIN    *
000390*    HERE.                                                        *
000400*    EVERY CHANGE IS WRITTEN TO SECLOG AS AN 'M' EVENT, WHICH IS  *
000410*    THE MASTER'S CHANGE TRAIL. WHILE THE MASTER IS EMPTY THE     *
000420*    FIRST OPERATOR MAY BE ADDED WITHOUT SIGNING ON, AND IS GIVEN *
000430*    EVERY OPRMNT ACTION.                                         *
000440*-----------------------------------------------------------------*
000450 ENVIRONMENT    DIVISION.
000460 INPUT-OUTPUT   SECTION.
000470 FILE-CONTROL.
000480     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000490         ORGANIZATION       IS INDEXED
000500         ACCESS MODE        IS DYNAMIC
000510         RECORD KEY         IS OPR-ID
000520         FILE STATUS        IS WS-OPERMAST-STATUS.
000530     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000540         ORGANIZATION       IS SEQUENTIAL
000550         FILE STATUS        IS WS-SECLOG-STATUS.
000560     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000570         ORGANIZATION       IS SEQUENTIAL
000580         FILE STATUS        IS WS-RUNCTL-STATUS.
000590 DATA           DIVISION.
000600 FILE           SECTION.
000610 FD  OPERATOR-FILE
000620     LABEL RECORD IS STANDARD.
000630     COPY OPRREC.
000640 FD  SECURITY-LOG
000650     LABEL RECORD IS STANDARD.
000660     COPY SECREC.
000670 FD  RUN-CONTROL
000680     LABEL RECORD IS STANDARD.
000690     COPY RUNREC.
000700 WORKING-STORAGE SECTION.
000710 01  WS-RUNCTL-STATUS            PIC X(02).
000720     88  WS-RUNCTL-OK            VALUE '00'.
000730     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000740 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000750 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000760 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000770 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000780 01  WS-RUN-TIME-RAW.
000790     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000800     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000810 01  WS-OPERMAST-STATUS          PIC X(02).
000820     88  WS-OPERMAST-OK          VALUE '00'.
000830     88  WS-OPERMAST-NOTFOUND    VALUE '35'.
000840 01  WS-SECLOG-STATUS            PIC X(02).
000850     88  WS-SECLOG-OK            VALUE '00'.
000860     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000870 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
000880     88  WS-END-SESSION          VALUE 'Y'.
000890 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
000900     88  WS-VALID-ANSWER         VALUE 'Y'.
000910 77  WS-RECORD-FOUND-SW          PIC X(01)   VALUE 'N'.
000920     88  WS-RECORD-FOUND         VALUE 'Y'.
000930 77  WS-MASTER-EMPTY-SW          PIC X(01)   VALUE 'N'.
000940     88  WS-MASTER-EMPTY         VALUE 'Y'.
000950 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
000960     88  WS-OPR-AVAIL            VALUE 'Y'.
000970 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
000980     88  WS-SIGNON-REFUSED       VALUE 3.
000990 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001000     88  WS-OPR-VERIFIED         VALUE 'Y'.
001010 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001020     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001030 77  WS-OPERATOR-ID              PIC X(08).
001040 77  WS-OPERATOR-PIN             PIC X(08).
001050 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'OPRMNT  '.
001060 77  WS-GUARDED-ACTIONS          PIC X(05)   VALUE 'APGVI'.
001070 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001080 77  WS-CHECK-PIN                PIC X(08).
001090 77  WS-RIGHT-ACTION             PIC X(01).
001100 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001110 77  WS-SEC-EVENT                PIC X(01).
001120 77  WS-SEC-REASON               PIC X(02).
001130 77  WS-SEC-SUBJECT              PIC X(14).
001140 77  WS-SEC-DETAIL               PIC X(26).
001150 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001160 01  WS-SEC-TIME-RAW.
001170     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001180     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001190 77  WS-ACTION-CODE              PIC X(01).
001200 77  WS-OPR-ID-ENTRY             PIC X(08).
001210 77  WS-NAME-ENTRY               PIC X(30).
001220 77  WS-PIN-ENTRY                PIC X(08).
001230 77  WS-PIN-CONFIRM              PIC X(08).
001240 77  WS-PROGRAM-ENTRY            PIC X(08).
001250 77  WS-ACTIONS-ENTRY            PIC X(10).
001260 77  WS-TODAY                    PIC 9(08)   VALUE 0.
001270 77  WS-FREE-SLOT                PIC 9(02)   COMP    VALUE 0.
001280 77  WS-RIGHT-SUB                PIC 9(02)   COMP    VALUE 0.
001290 77  WS-CHANGE-CNT               PIC 9(07)   COMP    VALUE 0.
001300 PROCEDURE      DIVISION.
001310*===================================================================*
001320*    0000-MAINLINE                                                  *
001330*===================================================================*
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001360     PERFORM 2000-PROCESS-ACTION   THRU 2000-EXIT
001370         UNTIL WS-END-SESSION.
001380     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001390     MOVE 'END'   TO WS-RUN-EVENT.
001400     MOVE WS-CHANGE-CNT TO WS-RUN-RECORDS.
001410     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001420     STOP RUN.
001430 0000-EXIT.
001440     EXIT.
001450*-------------------------------------------------------------------*
001460*    1000-INITIALIZE                                                *
001470*    THE OPERATOR MASTER IS OPENED I-O AND CREATED ON ITS FIRST     *
001480*    EVER RUN. AN EMPTY MASTER CANNOT SIGN ANYONE ON, SO THE FIRST  *
001490*    OPERATOR IS ADDED BEFORE SIGN-ON AND THEN SIGNS ON AS USUAL.   *
001500*-------------------------------------------------------------------*
001510 1000-INITIALIZE.
001520     MOVE 'START' TO WS-RUN-EVENT.
001530     MOVE 'OK'    TO WS-RUN-STATUS.
001540     MOVE 0       TO WS-RUN-RECORDS.
001550     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001560     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001570     OPEN I-O OPERATOR-FILE.
001580     IF WS-OPERMAST-NOTFOUND
001590         OPEN OUTPUT OPERATOR-FILE
001600         CLOSE OPERATOR-FILE
001610         OPEN I-O OPERATOR-FILE
001620     END-IF.
001630     IF NOT WS-OPERMAST-OK
001640         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
001650             WS-OPERMAST-STATUS
001660         MOVE 'END' TO WS-RUN-EVENT
001670         MOVE 'ER'  TO WS-RUN-STATUS
001680         PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT
001690         STOP RUN
001700     END-IF.
001710     SET WS-OPR-AVAIL TO TRUE.
001720     PERFORM 1200-CHECK-MASTER-EMPTY THRU 1200-EXIT.
001730     IF WS-MASTER-EMPTY
001740         PERFORM 1300-ADD-FIRST-OPERATOR THRU 1300-EXIT
001750     END-IF.
001760     MOVE 'N' TO WS-VALID-ANSWER-SW.
001770     MOVE 0   TO WS-SIGNON-TRIES.
001780     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001790         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
001800     IF WS-SIGNON-REFUSED
001810         MOVE 'LK'     TO WS-SEC-REASON
001820         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
001830         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001840         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
001850         MOVE 'ER' TO WS-RUN-STATUS
001860         SET WS-END-SESSION TO TRUE
001870     END-IF.
001880 1000-EXIT.
001890     EXIT.
001900 1100-PROMPT-OPERATOR-ID.
001910     DISPLAY 'ENTER YOUR OPERATOR ID: '.
001920     ACCEPT  WS-OPERATOR-ID.
001930     IF WS-OPERATOR-ID = SPACES
001940         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
001950         GO TO 1100-EXIT
001960     END-IF.
001970     DISPLAY 'ENTER YOUR PIN: '.
001980     ACCEPT  WS-OPERATOR-PIN.
001990     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
002000     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
002010     MOVE SPACES          TO WS-RIGHT-ACTION.
002020     MOVE SPACES          TO WS-SEC-SUBJECT.
002030     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
002040     IF WS-OPR-VERIFIED
002050         SET WS-VALID-ANSWER TO TRUE
002060     ELSE
002070         ADD 1 TO WS-SIGNON-TRIES
002080         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
002090     END-IF.
002100 1100-EXIT.
002110     EXIT.
002120*-------------------------------------------------------------------*
002130*    1110-VERIFY-OPERATOR                                           *
002140*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
002150*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
002160*    TOLD WHICH CHECK FAILED.                                       *
002170*-------------------------------------------------------------------*
002180 1110-VERIFY-OPERATOR.
002190     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
002200     MOVE SPACES TO WS-SEC-DETAIL.
002210     IF NOT WS-OPR-AVAIL
002220         MOVE 'NF' TO WS-SEC-REASON
002230         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002240         GO TO 1110-EXIT
002250     END-IF.
002260     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002270     READ OPERATOR-FILE
002280         INVALID KEY
002290             MOVE 'UI' TO WS-SEC-REASON
002300             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002310             GO TO 1110-EXIT
002320     END-READ.
002330     IF NOT WS-OPERMAST-OK
002340         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
002350             WS-OPERMAST-STATUS
002360         MOVE 'NF' TO WS-SEC-REASON
002370         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002380         GO TO 1110-EXIT
002390     END-IF.
002400     IF OPR-PIN NOT = WS-CHECK-PIN
002410         MOVE 'PW' TO WS-SEC-REASON
002420         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002430         GO TO 1110-EXIT
002440     END-IF.
002450     IF NOT OPR-ACTIVE
002460         MOVE 'RV' TO WS-SEC-REASON
002470         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002480         GO TO 1110-EXIT
002490     END-IF.
002500     SET WS-OPR-VERIFIED TO TRUE.
002510 1110-EXIT.
002520     EXIT.
002530*-------------------------------------------------------------------*
002540*    1120-CHECK-RIGHT                                               *
002550*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
002560*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
002570*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
002580*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002590*    WS-SEC-REASON.                                                 *
002600*-------------------------------------------------------------------*
002610 1120-CHECK-RIGHT.
002620     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002630     MOVE 'NR' TO WS-SEC-REASON.
002640     IF NOT WS-OPR-AVAIL
002650         MOVE 'NF' TO WS-SEC-REASON
002660         GO TO 1120-EXIT
002670     END-IF.
002680     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002690     READ OPERATOR-FILE
002700         INVALID KEY
002710             MOVE 'UI' TO WS-SEC-REASON
002720             GO TO 1120-EXIT
002730     END-READ.
002740     IF NOT WS-OPERMAST-OK
002750         MOVE 'NF' TO WS-SEC-REASON
002760         GO TO 1120-EXIT
002770     END-IF.
002780     IF NOT OPR-ACTIVE
002790         MOVE 'RV' TO WS-SEC-REASON
002800         GO TO 1120-EXIT
002810     END-IF.
002820     SET OPR-RIGHT-IDX TO 1.
002830     SEARCH OPR-RIGHT
002840         AT END
002850             GO TO 1120-EXIT
002860         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
002870             CONTINUE
002880     END-SEARCH.
002890     MOVE 0 TO WS-RIGHT-TALLY.
002900     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
002910         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
002920                                     ALL '*'.
002930     IF WS-RIGHT-TALLY > 0
002940         SET WS-RIGHT-GRANTED TO TRUE
002950     END-IF.
002960 1120-EXIT.
002970     EXIT.
002980*-------------------------------------------------------------------*
002990*    1130-LOG-VIOLATION                                             *
003000*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
003010*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
003020*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
003030*-------------------------------------------------------------------*
003040 1130-LOG-VIOLATION.
003050     MOVE 'V' TO WS-SEC-EVENT.
003060     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
003070 1130-EXIT.
003080     EXIT.
003090 1140-WRITE-SECURITY-LOG.
003100     OPEN EXTEND SECURITY-LOG.
003110     IF WS-SECLOG-NOTFOUND
003120         OPEN OUTPUT SECURITY-LOG
003130     END-IF.
003140     IF NOT WS-SECLOG-OK
003150         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
003160             WS-SECLOG-STATUS
003170         GO TO 1140-EXIT
003180     END-IF.
003190     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
003200     ACCEPT WS-SEC-TIME-RAW FROM TIME.
003210     MOVE SPACES               TO SECURITY-LOG-RECORD.
003220     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
003230     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
003240     MOVE WS-SEC-EVENT         TO SEC-EVENT.
003250     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
003260     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
003270     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
003280     MOVE WS-SEC-REASON        TO SEC-REASON.
003290     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
003300     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
003310     WRITE SECURITY-LOG-RECORD.
003320     IF NOT WS-SECLOG-OK
003330         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
003340             WS-SECLOG-STATUS
003350     END-IF.
003360     CLOSE SECURITY-LOG.
003370 1140-EXIT.
003380     EXIT.
003390*-------------------------------------------------------------------*
003400*    1150-AUTHORIZE-ACTION                                          *
003410*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
003420*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
003430*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
003440*-------------------------------------------------------------------*
003450 1150-AUTHORIZE-ACTION.
003460     SET WS-RIGHT-GRANTED TO TRUE.
003470     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
003480     INSPECT WS-RIGHT-ACTION CONVERTING
003490         'abcdefghijklmnopqrstuvwxyz'
003500         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
003510     IF WS-RIGHT-ACTION = SPACE
003520         GO TO 1150-EXIT
003530     END-IF.
003540     MOVE 0 TO WS-RIGHT-TALLY.
003550     INSPECT WS-GUARDED-ACTIONS
003560         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
003570     IF WS-RIGHT-TALLY = 0
003580         GO TO 1150-EXIT
003590     END-IF.
003600     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
003610     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
003620     IF NOT WS-RIGHT-GRANTED
003630         MOVE SPACES TO WS-SEC-DETAIL
003640         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
003650         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
003660     END-IF.
003670 1150-EXIT.
003680     EXIT.
003690*-------------------------------------------------------------------*
003700*    1200-CHECK-MASTER-EMPTY                                        *
003710*-------------------------------------------------------------------*
003720 1200-CHECK-MASTER-EMPTY.
003730     MOVE 'N'        TO WS-MASTER-EMPTY-SW.
003740     MOVE LOW-VALUES TO OPR-ID.
003750     START OPERATOR-FILE KEY IS NOT LESS THAN OPR-ID
003760         INVALID KEY
003770             SET WS-MASTER-EMPTY TO TRUE
003780     END-START.
003790 1200-EXIT.
003800     EXIT.
003810*-------------------------------------------------------------------*
003820*    1300-ADD-FIRST-OPERATOR                                        *
003830*    THE FIRST OPERATOR ON AN EMPTY MASTER IS GIVEN EVERY OPRMNT    *
003840*    ACTION SO THEY CAN ADD AND AUTHORIZE EVERYONE ELSE. THE ADD IS *
003850*    LOGGED UNDER THE NEW OPERATOR'S OWN ID.                        *
003860*-------------------------------------------------------------------*
003870 1300-ADD-FIRST-OPERATOR.
003880     DISPLAY 'THE OPERATOR MASTER IS EMPTY - ENTER THE FIRST '
003890         'OPERATOR.'.
003900     PERFORM 4000-PROMPT-OPR-ID THRU 4000-EXIT.
003910     IF WS-OPR-ID-ENTRY = SPACES
003920         GO TO 1300-EXIT
003930     END-IF.
003940     PERFORM 4100-PROMPT-NAME THRU 4100-EXIT.
003950     MOVE 'N' TO WS-VALID-ANSWER-SW.
003960     PERFORM 4200-PROMPT-NEW-PIN THRU 4200-EXIT
003970         UNTIL WS-VALID-ANSWER.
003980     MOVE SPACES              TO OPERATOR-RECORD.
003990     MOVE WS-OPR-ID-ENTRY     TO OPR-ID.
004000     MOVE WS-NAME-ENTRY       TO OPR-NAME.
004010     MOVE WS-PIN-ENTRY        TO OPR-PIN.
004020     SET OPR-ACTIVE           TO TRUE.
004030     MOVE WS-TODAY            TO OPR-STATUS-DATE.
004040     MOVE WS-AUTH-PROGRAM     TO OPR-RIGHT-PROGRAM(1).
004050     MOVE '*'                 TO OPR-RIGHT-ACTIONS(1).
004060     WRITE OPERATOR-RECORD
004070         INVALID KEY
004080             DISPLAY 'OPERATOR-FILE WRITE REJECTED - STATUS '
004090                 WS-OPERMAST-STATUS
004100             GO TO 1300-EXIT
004110     END-WRITE.
004111     IF NOT WS-OPERMAST-OK
004112         DISPLAY 'OPERATOR-FILE WRITE FAILED - STATUS '
004113             WS-OPERMAST-STATUS
004114         GO TO 1300-EXIT
004115     END-IF.
004120     MOVE WS-OPR-ID-ENTRY     TO WS-CHECK-OPERATOR-ID.
004130     MOVE 'A'                 TO WS-RIGHT-ACTION.
004140     MOVE 'OA'                TO WS-SEC-REASON.
004150     MOVE 'FIRST OPERATOR, OPRMNT *' TO WS-SEC-DETAIL.
004160     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
004170     DISPLAY 'OPERATOR ' WS-OPR-ID-ENTRY
004180         ' ADDED - SIGN ON BELOW.'.
004190 1300-EXIT.
004200     EXIT.
004210*===================================================================*
004220*    2000-PROCESS-ACTION                                            *
004230*===================================================================*
004240 2000-PROCESS-ACTION.
004250     DISPLAY 'OPERATOR MAINTENANCE - A=ADD C=CHANGE MY PIN '
004260         'P=RESET PIN G=RIGHTS V=REVOKE I=REINSTATE X=EXIT'.
004270     ACCEPT WS-ACTION-CODE.
004280     MOVE SPACES TO WS-SEC-SUBJECT.
004290     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
004300     IF NOT WS-RIGHT-GRANTED
004310         GO TO 2000-EXIT
004320     END-IF.
004330     EVALUATE WS-ACTION-CODE
004340         WHEN 'A'
004350         WHEN 'a'
004360             PERFORM 3000-ADD-OPERATOR    THRU 3000-EXIT
004370         WHEN 'C'
004380         WHEN 'c'
004390             PERFORM 3100-CHANGE-OWN-PIN  THRU 3100-EXIT
004400         WHEN 'P'
004410         WHEN 'p'
004420             PERFORM 3200-RESET-PIN       THRU 3200-EXIT
004430         WHEN 'G'
004440         WHEN 'g'
004450             PERFORM 3300-SET-RIGHTS      THRU 3300-EXIT
004460         WHEN 'V'
004470         WHEN 'v'
004480             PERFORM 3400-REVOKE-OPERATOR THRU 3400-EXIT
004490         WHEN 'I'
004500         WHEN 'i'
004510             PERFORM 3500-REINSTATE-OPERATOR THRU 3500-EXIT
004520         WHEN 'X'
004530         WHEN 'x'
004540             SET WS-END-SESSION TO TRUE
004550         WHEN OTHER
004560             DISPLAY 'PLEASE ANSWER A, C, P, G, V, I OR X.'
004570     END-EVALUATE.
004580 2000-EXIT.
004590     EXIT.
004600*-------------------------------------------------------------------*
004610*    3000-ADD-OPERATOR                                              *
004620*    A NEW OPERATOR STARTS ACTIVE WITH NO RIGHTS; G GRANTS THEM.    *
004630*-------------------------------------------------------------------*
004640 3000-ADD-OPERATOR.
004650     PERFORM 4000-PROMPT-OPR-ID THRU 4000-EXIT.
004660     IF WS-OPR-ID-ENTRY = SPACES
004670         GO TO 3000-EXIT
004680     END-IF.
004690     PERFORM 4300-READ-OPERATOR THRU 4300-EXIT.
004700     IF WS-RECORD-FOUND
004710         DISPLAY 'OPERATOR ' WS-OPR-ID-ENTRY
004720             ' IS ALREADY ON FILE - ADD REJECTED.'
004730         GO TO 3000-EXIT
004740     END-IF.
004750     PERFORM 4100-PROMPT-NAME THRU 4100-EXIT.
004760     MOVE 'N' TO WS-VALID-ANSWER-SW.
004770     PERFORM 4200-PROMPT-NEW-PIN THRU 4200-EXIT
004780         UNTIL WS-VALID-ANSWER.
004790     MOVE SPACES              TO OPERATOR-RECORD.
004800     MOVE WS-OPR-ID-ENTRY     TO OPR-ID.
004810     MOVE WS-NAME-ENTRY       TO OPR-NAME.
004820     MOVE WS-PIN-ENTRY        TO OPR-PIN.
004830     SET OPR-ACTIVE           TO TRUE.
004840     MOVE WS-TODAY            TO OPR-STATUS-DATE.
004850     WRITE OPERATOR-RECORD
004860         INVALID KEY
004870             DISPLAY 'OPERATOR-FILE WRITE REJECTED - STATUS '
004880                 WS-OPERMAST-STATUS
004890             GO TO 3000-EXIT
004900     END-WRITE.
004901     IF NOT WS-OPERMAST-OK
004902         DISPLAY 'OPERATOR-FILE WRITE FAILED - STATUS '
004903             WS-OPERMAST-STATUS
004904         GO TO 3000-EXIT
004905     END-IF.
004910     MOVE 'OA'                TO WS-SEC-REASON.
004920     MOVE WS-NAME-ENTRY       TO WS-SEC-DETAIL.
004930     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
004940     DISPLAY 'OPERATOR ' WS-OPR-ID-ENTRY
004950         ' ADDED - USE G TO GRANT RIGHTS.'.
004960 3000-EXIT.
004970     EXIT.
004980*-------------------------------------------------------------------*
004990*    3100-CHANGE-OWN-PIN                                            *
005000*    THE CURRENT PIN MUST BE GIVEN AGAIN, SO A TERMINAL LEFT SIGNED *
005010*    ON CANNOT BE USED TO TAKE OVER THE OPERATOR'S ID.              *
005020*-------------------------------------------------------------------*
005030 3100-CHANGE-OWN-PIN.
005040     MOVE WS-OPERATOR-ID TO WS-OPR-ID-ENTRY.
005050     PERFORM 4300-READ-OPERATOR THRU 4300-EXIT.
005060     IF NOT WS-RECORD-FOUND
005070         DISPLAY 'YOUR OPERATOR RECORD CANNOT BE READ.'
005080         GO TO 3100-EXIT
005090     END-IF.
005100     DISPLAY 'ENTER YOUR CURRENT PIN: '.
005110     ACCEPT  WS-PIN-CONFIRM.
005120     IF WS-PIN-CONFIRM NOT = OPR-PIN
005130         MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID
005140         MOVE 'C'            TO WS-RIGHT-ACTION
005150         MOVE 'PW'           TO WS-SEC-REASON
005160         MOVE SPACES         TO WS-SEC-DETAIL
005170         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
005180         DISPLAY 'PIN NOT ACCEPTED - PIN LEFT AS IT WAS.'
005190         GO TO 3100-EXIT
005200     END-IF.
005210     MOVE 'N' TO WS-VALID-ANSWER-SW.
005220     PERFORM 4200-PROMPT-NEW-PIN THRU 4200-EXIT
005230         UNTIL WS-VALID-ANSWER.
005240     MOVE WS-PIN-ENTRY TO OPR-PIN.
005250     PERFORM 4400-REWRITE-OPERATOR THRU 4400-EXIT.
005260     IF NOT WS-OPERMAST-OK
005270         GO TO 3100-EXIT
005280     END-IF.
005290     MOVE 'C'                 TO WS-RIGHT-ACTION.
005300     MOVE 'OP'                TO WS-SEC-REASON.
005310     MOVE 'OWN PIN CHANGED'   TO WS-SEC-DETAIL.
005320     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
005330     DISPLAY 'YOUR PIN HAS BEEN CHANGED.'.
005340 3100-EXIT.
005350     EXIT.
005360*-------------------------------------------------------------------*
005370*    3200-RESET-PIN                                                 *
005380*    FOR AN OPERATOR WHO HAS FORGOTTEN THEIR PIN. THE NEW PIN IS    *
005390*    NOT LOGGED - ONLY THE FACT THAT IT WAS RESET.                  *
005400*-------------------------------------------------------------------*
005410 3200-RESET-PIN.
005420     PERFORM 4500-PROMPT-OTHER-OPERATOR THRU 4500-EXIT.
005430     IF NOT WS-RECORD-FOUND
005440         GO TO 3200-EXIT
005450     END-IF.
005460     MOVE 'N' TO WS-VALID-ANSWER-SW.
005470     PERFORM 4200-PROMPT-NEW-PIN THRU 4200-EXIT
005480         UNTIL WS-VALID-ANSWER.
005490     MOVE WS-PIN-ENTRY TO OPR-PIN.
005500     PERFORM 4400-REWRITE-OPERATOR THRU 4400-EXIT.
005510     IF NOT WS-OPERMAST-OK
005520         GO TO 3200-EXIT
005530     END-IF.
005540     MOVE 'OP'                TO WS-SEC-REASON.
005550     MOVE 'PIN RESET'         TO WS-SEC-DETAIL.
005560     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
005570     DISPLAY 'PIN RESET FOR OPERATOR ' WS-OPR-ID-ENTRY '.'.
005580 3200-EXIT.
005590     EXIT.
005600*-------------------------------------------------------------------*
005610*    3300-SET-RIGHTS                                                *
005620*    ONE PROGRAM AT A TIME: THE LETTERS ENTERED REPLACE WHATEVER    *
005630*    THE OPERATOR HELD IN THAT PROGRAM, AND BLANK LETTERS REMOVE    *
005640*    THE PROGRAM ALTOGETHER. THE CURRENT RIGHTS ARE SHOWN FIRST.    *
005650*-------------------------------------------------------------------*
005660 3300-SET-RIGHTS.
005670     PERFORM 4500-PROMPT-OTHER-OPERATOR THRU 4500-EXIT.
005680     IF NOT WS-RECORD-FOUND
005690         GO TO 3300-EXIT
005700     END-IF.
005710     DISPLAY 'CURRENT RIGHTS FOR ' OPR-ID ' ' OPR-NAME.
005720     PERFORM 3310-SHOW-ONE-RIGHT THRU 3310-EXIT
005730         VARYING WS-RIGHT-SUB FROM 1 BY 1
005740         UNTIL WS-RIGHT-SUB > 10.
005750     DISPLAY 'PROGRAM NAME (BLANK = CANCEL): '.
005760     ACCEPT  WS-PROGRAM-ENTRY.
005770     IF WS-PROGRAM-ENTRY = SPACES
005780         GO TO 3300-EXIT
005790     END-IF.
005800     INSPECT WS-PROGRAM-ENTRY CONVERTING
005810         'abcdefghijklmnopqrstuvwxyz'
005820         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005830     DISPLAY 'ACTION LETTERS (* = ALL, BLANK = REMOVE): '.
005840     ACCEPT  WS-ACTIONS-ENTRY.
005850     INSPECT WS-ACTIONS-ENTRY CONVERTING
005860         'abcdefghijklmnopqrstuvwxyz'
005870         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
005880     MOVE 0 TO WS-FREE-SLOT.
005890     SET OPR-RIGHT-IDX TO 1.
005900     SEARCH OPR-RIGHT
005910         AT END
005920             CONTINUE
005930         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-PROGRAM-ENTRY
005940             SET WS-FREE-SLOT TO OPR-RIGHT-IDX
005950     END-SEARCH.
005960     IF WS-FREE-SLOT = 0
005970        AND WS-ACTIONS-ENTRY = SPACES
005980         DISPLAY 'OPERATOR ' OPR-ID ' HOLDS NO RIGHTS IN '
005990             WS-PROGRAM-ENTRY ' - NOTHING REMOVED.'
006000         GO TO 3300-EXIT
006010     END-IF.
006020     IF WS-FREE-SLOT = 0
006030         SET OPR-RIGHT-IDX TO 1
006040         SEARCH OPR-RIGHT
006050             AT END
006060                 CONTINUE
006070             WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = SPACES
006080                 SET WS-FREE-SLOT TO OPR-RIGHT-IDX
006090         END-SEARCH
006100     END-IF.
006110     IF WS-FREE-SLOT = 0
006120         DISPLAY 'OPERATOR ' OPR-ID ' ALREADY HAS RIGHTS IN 10 '
006130             'PROGRAMS - REMOVE ONE FIRST.'
006140         GO TO 3300-EXIT
006150     END-IF.
006160     IF WS-ACTIONS-ENTRY = SPACES
006170         MOVE SPACES TO OPR-RIGHT(WS-FREE-SLOT)
006180     ELSE
006190         MOVE WS-PROGRAM-ENTRY TO OPR-RIGHT-PROGRAM(WS-FREE-SLOT)
006200         MOVE WS-ACTIONS-ENTRY TO OPR-RIGHT-ACTIONS(WS-FREE-SLOT)
006210     END-IF.
006220     PERFORM 4400-REWRITE-OPERATOR THRU 4400-EXIT.
006230     IF NOT WS-OPERMAST-OK
006240         GO TO 3300-EXIT
006250     END-IF.
006260     MOVE 'OR'                TO WS-SEC-REASON.
006270     MOVE SPACES              TO WS-SEC-DETAIL.
006280     MOVE WS-PROGRAM-ENTRY    TO WS-SEC-DETAIL(1:8).
006290     MOVE WS-ACTIONS-ENTRY    TO WS-SEC-DETAIL(10:10).
006300     IF WS-ACTIONS-ENTRY = SPACES
006310         MOVE 'REMOVED'       TO WS-SEC-DETAIL(10:7)
006320     END-IF.
006330     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
006340     DISPLAY 'RIGHTS IN ' WS-PROGRAM-ENTRY ' SET FOR OPERATOR '
006350         OPR-ID '.'.
006360 3300-EXIT.
006370     EXIT.
006380 3310-SHOW-ONE-RIGHT.
006390     IF OPR-RIGHT-PROGRAM(WS-RIGHT-SUB) NOT = SPACES
006400         DISPLAY '  ' OPR-RIGHT-PROGRAM(WS-RIGHT-SUB) ' '
006410             OPR-RIGHT-ACTIONS(WS-RIGHT-SUB)
006420     END-IF.
006430 3310-EXIT.
006440     EXIT.
006450*-------------------------------------------------------------------*
006460*    3400-REVOKE-OPERATOR                                           *
006470*    THE RECORD STAYS ON FILE SO THE HISTORY TRAILS STILL RESOLVE;  *
006480*    THE REVOKED STATUS STOPS BOTH SIGN-ON AND EVERY RIGHTS CHECK.  *
006490*-------------------------------------------------------------------*
006500 3400-REVOKE-OPERATOR.
006510     PERFORM 4500-PROMPT-OTHER-OPERATOR THRU 4500-EXIT.
006520     IF NOT WS-RECORD-FOUND
006530         GO TO 3400-EXIT
006540     END-IF.
006550     IF OPR-REVOKED
006560         DISPLAY 'OPERATOR ' OPR-ID ' IS ALREADY REVOKED.'
006570         GO TO 3400-EXIT
006580     END-IF.
006590     SET OPR-REVOKED TO TRUE.
006600     MOVE WS-TODAY   TO OPR-STATUS-DATE.
006610     PERFORM 4400-REWRITE-OPERATOR THRU 4400-EXIT.
006620     IF NOT WS-OPERMAST-OK
006630         GO TO 3400-EXIT
006640     END-IF.
006650     MOVE 'OV'                TO WS-SEC-REASON.
006660     MOVE OPR-NAME            TO WS-SEC-DETAIL.
006670     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
006680     DISPLAY 'OPERATOR ' OPR-ID ' REVOKED.'.
006690 3400-EXIT.
006700     EXIT.
006710*-------------------------------------------------------------------*
006720*    3500-REINSTATE-OPERATOR                                        *
006730*-------------------------------------------------------------------*
006740 3500-REINSTATE-OPERATOR.
006750     PERFORM 4500-PROMPT-OTHER-OPERATOR THRU 4500-EXIT.
006760     IF NOT WS-RECORD-FOUND
006770         GO TO 3500-EXIT
006780     END-IF.
006790     IF OPR-ACTIVE
006800         DISPLAY 'OPERATOR ' OPR-ID ' IS ALREADY ACTIVE.'
006810         GO TO 3500-EXIT
006820     END-IF.
006830     SET OPR-ACTIVE TO TRUE.
006840     MOVE WS-TODAY  TO OPR-STATUS-DATE.
006850     PERFORM 4400-REWRITE-OPERATOR THRU 4400-EXIT.
006860     IF NOT WS-OPERMAST-OK
006870         GO TO 3500-EXIT
006880     END-IF.
006890     MOVE 'OI'                TO WS-SEC-REASON.
006900     MOVE OPR-NAME            TO WS-SEC-DETAIL.
006910     PERFORM 6000-LOG-MASTER-CHANGE THRU 6000-EXIT.
006920     DISPLAY 'OPERATOR ' OPR-ID ' REINSTATED.'.
006930 3500-EXIT.
006940     EXIT.
006950*-------------------------------------------------------------------*
006960*    4000-PROMPT-OPR-ID                                             *
006970*    A BLANK ID CANCELS THE ACTION AND RETURNS TO THE MENU.         *
006980*-------------------------------------------------------------------*
006990 4000-PROMPT-OPR-ID.
007000     DISPLAY 'ENTER OPERATOR ID (BLANK = CANCEL): '.
007010     ACCEPT  WS-OPR-ID-ENTRY.
007020 4000-EXIT.
007030     EXIT.
007040 4100-PROMPT-NAME.
007050     MOVE SPACES TO WS-NAME-ENTRY.
007060     PERFORM 4110-PROMPT-ONE-NAME THRU 4110-EXIT
007070         UNTIL WS-NAME-ENTRY NOT = SPACES.
007080 4100-EXIT.
007090     EXIT.
007100 4110-PROMPT-ONE-NAME.
007110     DISPLAY 'OPERATOR NAME: '.
007120     ACCEPT  WS-NAME-ENTRY.
007130     IF WS-NAME-ENTRY = SPACES
007140         DISPLAY 'A NAME IS REQUIRED.'
007150     END-IF.
007160 4110-EXIT.
007170     EXIT.
007180*-------------------------------------------------------------------*
007190*    4200-PROMPT-NEW-PIN                                            *
007200*    A PIN IS AT LEAST FOUR CHARACTERS AND IS ENTERED TWICE.        *
007210*-------------------------------------------------------------------*
007220 4200-PROMPT-NEW-PIN.
007230     DISPLAY 'NEW PIN (4 TO 8 CHARACTERS): '.
007240     ACCEPT  WS-PIN-ENTRY.
007250     IF WS-PIN-ENTRY(1:1) = SPACE
007260        OR WS-PIN-ENTRY(2:1) = SPACE
007270        OR WS-PIN-ENTRY(3:1) = SPACE
007280        OR WS-PIN-ENTRY(4:1) = SPACE
007290         DISPLAY 'THE PIN MUST BE AT LEAST 4 CHARACTERS.'
007300         GO TO 4200-EXIT
007310     END-IF.
007320     DISPLAY 'RE-ENTER THE NEW PIN: '.
007330     ACCEPT  WS-PIN-CONFIRM.
007340     IF WS-PIN-CONFIRM NOT = WS-PIN-ENTRY
007350         DISPLAY 'THE TWO ENTRIES DO NOT MATCH.'
007360     ELSE
007370         SET WS-VALID-ANSWER TO TRUE
007380     END-IF.
007390 4200-EXIT.
007400     EXIT.
007410 4300-READ-OPERATOR.
007420     MOVE 'N' TO WS-RECORD-FOUND-SW.
007430     MOVE WS-OPR-ID-ENTRY TO OPR-ID.
007440     READ OPERATOR-FILE
007450         INVALID KEY
007460             GO TO 4300-EXIT
007470     END-READ.
007480     IF WS-OPERMAST-OK
007490         SET WS-RECORD-FOUND TO TRUE
007500     END-IF.
007510 4300-EXIT.
007520     EXIT.
007530 4400-REWRITE-OPERATOR.
007540     REWRITE OPERATOR-RECORD
007550         INVALID KEY
007560             DISPLAY 'OPERATOR-FILE REWRITE REJECTED - STATUS '
007570                 WS-OPERMAST-STATUS
007580             GO TO 4400-EXIT
007590     END-REWRITE.
007600     IF NOT WS-OPERMAST-OK
007610         DISPLAY 'OPERATOR-FILE REWRITE FAILED - STATUS '
007620             WS-OPERMAST-STATUS
007630     END-IF.
007640 4400-EXIT.
007650     EXIT.
007660*-------------------------------------------------------------------*
007670*    4500-PROMPT-OTHER-OPERATOR                                     *
007680*    P, G, V AND I ACT ON SOMEONE ELSE: NOBODY RESETS THEIR OWN     *
007690*    PIN, WIDENS THEIR OWN RIGHTS OR CHANGES THEIR OWN STATUS. AN   *
007700*    ATTEMPT ON ONE'S OWN ID IS REFUSED AND LOGGED.                 *
007710*-------------------------------------------------------------------*
007720 4500-PROMPT-OTHER-OPERATOR.
007730     MOVE 'N' TO WS-RECORD-FOUND-SW.
007740     PERFORM 4000-PROMPT-OPR-ID THRU 4000-EXIT.
007750     IF WS-OPR-ID-ENTRY = SPACES
007760         GO TO 4500-EXIT
007770     END-IF.
007780     IF WS-OPR-ID-ENTRY = WS-OPERATOR-ID
007790         MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID
007800         MOVE WS-OPR-ID-ENTRY TO WS-SEC-SUBJECT
007810         MOVE 'SO'            TO WS-SEC-REASON
007820         MOVE 'OWN RECORD'    TO WS-SEC-DETAIL
007830         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
007840         DISPLAY 'YOU MAY NOT CHANGE YOUR OWN OPERATOR RECORD.'
007850         GO TO 4500-EXIT
007860     END-IF.
007870     PERFORM 4300-READ-OPERATOR THRU 4300-EXIT.
007880     IF NOT WS-RECORD-FOUND
007890         DISPLAY 'OPERATOR ' WS-OPR-ID-ENTRY ' IS NOT ON FILE.'
007900     END-IF.
007910 4500-EXIT.
007920     EXIT.
007930*-------------------------------------------------------------------*
007940*    6000-LOG-MASTER-CHANGE                                         *
007950*    THE CHANGE TRAIL FOR THE OPERATOR MASTER IS THE SECURITY LOG.  *
007960*    THE CALLER SETS THE REASON AND DETAIL; THE OPERATOR CHANGED IS *
007970*    THE SUBJECT AND THE SIGNED-ON OPERATOR IS WHO MADE THE CHANGE. *
007980*-------------------------------------------------------------------*
007990 6000-LOG-MASTER-CHANGE.
008000     IF WS-OPERATOR-ID NOT = SPACES
008010         MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID
008020     END-IF.
008030     MOVE 'M'                 TO WS-SEC-EVENT.
008040     MOVE WS-OPR-ID-ENTRY     TO WS-SEC-SUBJECT.
008050     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
008060     ADD 1 TO WS-CHANGE-CNT.
008070 6000-EXIT.
008080     EXIT.
008090*===================================================================*
008100*    9000-TERMINATE                                                 *
008110*===================================================================*
008120 9000-TERMINATE.
008130     CLOSE OPERATOR-FILE.
008140 9000-EXIT.
008150     EXIT.
008160*===================================================================*
008170*    8900-WRITE-RUN-CONTROL                                         *
008180*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
008190*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
008200*===================================================================*
008210 8900-WRITE-RUN-CONTROL.
008220     OPEN EXTEND RUN-CONTROL.
008230     IF WS-RUNCTL-NOTFOUND
008240         OPEN OUTPUT RUN-CONTROL
008250     END-IF.
008260     IF NOT WS-RUNCTL-OK
008270         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
008280             WS-RUNCTL-STATUS
008290         GO TO 8900-EXIT
008300     END-IF.
008310     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
008320     ACCEPT WS-RUN-TIME-RAW FROM TIME.
008330     MOVE SPACES             TO RUN-CONTROL-RECORD.
008340     MOVE 'OPRMNT  '         TO RNC-PROGRAM-ID.
008350     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
008360     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
008370     MOVE WS-RUN-EVENT       TO RNC-EVENT.
008380     MOVE WS-RUN-STATUS      TO RNC-STATUS.
008390     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
008400     WRITE RUN-CONTROL-RECORD.
008410     IF NOT WS-RUNCTL-OK
008420         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
008430             WS-RUNCTL-STATUS
008440     END-IF.
008450     CLOSE RUN-CONTROL.
008460 8900-EXIT.
008470     EXIT.
