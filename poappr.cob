000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    POAPPR.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - BUYER REVIEW OF THE PO   *
000220*                     PROPOSALS POGEN QUEUES ON POPROPF. APPROVED *
000230*                     PROPOSALS BECOME NUMBERED PURCHASE-ORDER    *
000240*                     LINES ON POFILE.                            *
000242*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000244*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000246*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000248*                     REFUSALS ARE LOGGED TO SECLOG.              *
000250*-----------------------------------------------------------------*
000260*    WALKS EVERY 'P' RECORD ON POPROPF AND ASKS THE BUYER:        *
000270*      A - APPROVE THE PROPOSED QUANTITY                          *
000280*      Q - APPROVE A DIFFERENT QUANTITY (STILL A WHOLE NUMBER OF  *
000290*          THE SUPPLIER'S ORDER MULTIPLE)                         *
000300*      J - REJECT: THE PROPOSAL IS CLOSED; TOMORROW'S POGEN RUN   *
000310*          PROPOSES IT AFRESH IF THE ITEM IS STILL SHORT          *
000320*      S - SKIP: LEAVE IT FOR ANOTHER DAY                         *
000330*      X - STOP REVIEWING                                         *
000340*    EVERY LINE APPROVED FOR ONE SUPPLIER IN A SESSION GOES ON    *
000350*    THE SAME PO - THE FIRST APPROVAL FOR A SUPPLIER DRAWS A NEW  *
000360*    PO NUMBER FROM POCTL AND LATER ONES ADD LINES TO IT. THE     *
000370*    LINE IS DUE THE SUPPLIER'S LEAD TIME AFTER TODAY, AT THE     *
000380*    UNIT COST THE PROPOSAL WAS COSTED WITH.                      *
000390*-----------------------------------------------------------------*
000400 ENVIRONMENT    DIVISION.
000410 INPUT-OUTPUT   SECTION.
000420 FILE-CONTROL.
000430     SELECT PROPOSAL-FILE   ASSIGN TO POPROPF
000440         ORGANIZATION       IS SEQUENTIAL
000450         FILE STATUS        IS WS-POPROPF-STATUS.
000460     SELECT PO-LINE-FILE    ASSIGN TO POFILE
000470         ORGANIZATION       IS INDEXED
000480         ACCESS MODE        IS RANDOM
000490         RECORD KEY         IS POL-KEY
000500         FILE STATUS        IS WS-POFILE-STATUS.
000510     SELECT PO-CONTROL      ASSIGN TO POCTL
000520         ORGANIZATION       IS SEQUENTIAL
000530         FILE STATUS        IS WS-POCTL-STATUS.
000540     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000550         ORGANIZATION       IS SEQUENTIAL
000560         FILE STATUS        IS WS-RUNCTL-STATUS.
000561     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000562         ORGANIZATION       IS INDEXED
000563         ACCESS MODE        IS RANDOM
000564         RECORD KEY         IS OPR-ID
000565         FILE STATUS        IS WS-OPERMAST-STATUS.
000566     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000567         ORGANIZATION       IS SEQUENTIAL
000568         FILE STATUS        IS WS-SECLOG-STATUS.
000570 DATA           DIVISION.
000580 FILE           SECTION.
000590 FD  PROPOSAL-FILE
000600     LABEL RECORD IS STANDARD.
000610     COPY PPRREC.
000620 FD  PO-LINE-FILE
000630     LABEL RECORD IS STANDARD.
000640     COPY POLREC.
000650 FD  PO-CONTROL
000660     LABEL RECORD IS STANDARD.
000670     COPY POCREC.
000680 FD  RUN-CONTROL
000690     LABEL RECORD IS STANDARD.
000700     COPY RUNREC.
000701 FD  OPERATOR-FILE
000702     LABEL RECORD IS STANDARD.
000703     COPY OPRREC.
000704 FD  SECURITY-LOG
000705     LABEL RECORD IS STANDARD.
000706     COPY SECREC.
000710 WORKING-STORAGE SECTION.
000720 01  WS-RUNCTL-STATUS            PIC X(02).
000730     88  WS-RUNCTL-OK            VALUE '00'.
000740     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000750 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000760 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000770 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000780 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000790 01  WS-RUN-TIME-RAW.
000800     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000810     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000820 01  WS-POPROPF-STATUS           PIC X(02).
000830     88  WS-POPROPF-OK           VALUE '00'.
000840 01  WS-POFILE-STATUS            PIC X(02).
000850     88  WS-POFILE-OK            VALUE '00'.
000860     88  WS-POFILE-NOTFOUND      VALUE '35'.
000870 01  WS-POCTL-STATUS             PIC X(02).
000880     88  WS-POCTL-OK             VALUE '00'.
000890 77  WS-EOF-PROP-SW              PIC X(01)   VALUE 'N'.
000900     88  WS-EOF-PROP             VALUE 'Y'.
000910 77  WS-END-SESSION-SW           PIC X(01)   VALUE 'N'.
000920     88  WS-END-SESSION          VALUE 'Y'.
000930 77  WS-VALID-ANSWER-SW          PIC X(01)   VALUE 'N'.
000940     88  WS-VALID-ANSWER         VALUE 'Y'.
000950 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
000960     88  WS-ENTRY-FOUND          VALUE 'Y'.
000970 77  WS-LEAP-SW                  PIC X(01)   VALUE 'N'.
000980     88  WS-LEAP-YEAR            VALUE 'Y'.
000990 77  WS-OPERATOR-ID              PIC X(08).
000991 77  WS-OPERATOR-PIN             PIC X(08).
000992 01  WS-OPERMAST-STATUS          PIC X(02).
000993     88  WS-OPERMAST-OK          VALUE '00'.
000994 01  WS-SECLOG-STATUS            PIC X(02).
000995     88  WS-SECLOG-OK            VALUE '00'.
000996     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000997 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
000998     88  WS-OPR-AVAIL            VALUE 'Y'.
000999 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
001000     88  WS-SIGNON-REFUSED       VALUE 3.
001001 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
001002     88  WS-OPR-VERIFIED         VALUE 'Y'.
001003 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
001004     88  WS-RIGHT-GRANTED        VALUE 'Y'.
001005 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'POAPPR  '.
001006 77  WS-GUARDED-ACTIONS          PIC X(03)   VALUE 'AQJ'.
001007 77  WS-CHECK-OPERATOR-ID        PIC X(08).
001008 77  WS-CHECK-PIN                PIC X(08).
001009 77  WS-RIGHT-ACTION             PIC X(01).
001010 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
001011 77  WS-SEC-EVENT                PIC X(01).
001012 77  WS-SEC-REASON               PIC X(02).
001013 77  WS-SEC-SUBJECT              PIC X(14).
001014 77  WS-SEC-DETAIL               PIC X(26).
001015 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
001016 01  WS-SEC-TIME-RAW.
001017     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
001018     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
001019 77  WS-ACTION-CODE              PIC X(01).
001020 01  WS-QTY-ENTRY                PIC X(07).
001021 01  WS-QTY-ENTRY-9 REDEFINES WS-QTY-ENTRY
001030                                 PIC 9(07).
001040 77  WS-APPROVED-QTY             PIC 9(07)   VALUE 0.
001050 77  WS-MULTIPLES                PIC 9(07)   COMP-3  VALUE 0.
001060 77  WS-MULT-REMAINDER           PIC 9(05)   COMP-3  VALUE 0.
001070 77  WS-NEW-PO-NO                PIC 9(08)   VALUE 0.
001080 77  WS-NEXT-LINE-NO             PIC 9(03)   VALUE 0.
001090*-----------------------------------------------------------------*
001100*    PO NUMBER OPENED FOR EACH SUPPLIER THIS SESSION, SO EVERY    *
001110*    LINE APPROVED FOR A SUPPLIER LANDS ON ONE PO.                *
001120*-----------------------------------------------------------------*
001130 01  WS-SPO-TABLE.
001140     05  WS-SPO-ENTRY            OCCURS 200 TIMES
001150                                 INDEXED BY WS-SPO-IDX.
001160         10  WS-SPO-SUPPLIER-ID  PIC X(08).
001170         10  WS-SPO-PO-NO        PIC 9(08).
001180         10  WS-SPO-LAST-LINE    PIC 9(03).
001190 77  WS-SPO-COUNT                 PIC 9(05)   COMP    VALUE 0.
001200 01  WS-DUE-DATE                  PIC 9(08).
001210 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
001220     05  WS-DUE-YYYY             PIC 9(04).
001230     05  WS-DUE-MM               PIC 9(02).
001240     05  WS-DUE-DD               PIC 9(02).
001250 77  WS-MONTH-END-DD             PIC 9(02)   VALUE 0.
001260 01  WS-DAYS-IN-MONTH-LIST.
001270     05  FILLER                  PIC X(24)
001280         VALUE '312831303130313130313031'.
001290 01  WS-DAYS-IN-MONTH-TBL REDEFINES WS-DAYS-IN-MONTH-LIST.
001300     05  WS-DAYS-IN-MONTH        OCCURS 12 TIMES
001310                                 PIC 9(02).
001320 77  WS-LEAP-QUOTIENT             PIC 9(04)   COMP.
001330 77  WS-LEAP-REMAINDER            PIC 9(04)   COMP.
001340 77  WS-PROP-READ-CNT             PIC 9(07)   COMP    VALUE 0.
001350 77  WS-APPROVED-CNT              PIC 9(07)   COMP    VALUE 0.
001360 77  WS-REJECTED-CNT              PIC 9(07)   COMP    VALUE 0.
001370 77  WS-SKIPPED-CNT               PIC 9(07)   COMP    VALUE 0.
001380 77  WS-PO-OPENED-CNT             PIC 9(07)   COMP    VALUE 0.
001390 77  WS-COST-EDIT                PIC Z,ZZZ,ZZ9.99.
001400 77  WS-AVAILABLE-EDIT           PIC -,ZZZ,ZZ9.
001410 01  WS-CURRENT-DATE-TIME.
001420     05  WS-CURRENT-DATE         PIC 9(08).
001430     05  WS-CURRENT-TIME         PIC 9(06).
001440 01  WS-TIME-RAW.
001450     05  WS-TIME-RAW-HHMMSS      PIC 9(06).
001460     05  WS-TIME-RAW-HUNDREDTHS  PIC 9(02).
001470 PROCEDURE      DIVISION.
001480*===================================================================*
001490*    0000-MAINLINE                                                  *
001500*===================================================================*
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
001530     PERFORM 2000-REVIEW-ONE-PROPOSAL THRU 2000-EXIT
001540         UNTIL WS-EOF-PROP OR WS-END-SESSION.
001550     PERFORM 8000-SHOW-SESSION-TOTALS THRU 8000-EXIT.
001560     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
001570     MOVE 'END'   TO WS-RUN-EVENT.
001580     MOVE WS-APPROVED-CNT TO WS-RUN-RECORDS.
001590     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001600     STOP RUN.
001610 0000-EXIT.
001620     EXIT.
001630*-------------------------------------------------------------------*
001640*    1000-INITIALIZE                                                *
001650*    THE PO FILE IS CREATED ON ITS FIRST EVER RUN. WITH NO          *
001660*    PROPOSAL QUEUE THERE IS NOTHING TO REVIEW.                     *
001670*-------------------------------------------------------------------*
001680 1000-INITIALIZE.
001690     MOVE 'START' TO WS-RUN-EVENT.
001700     MOVE 'OK'    TO WS-RUN-STATUS.
001710     MOVE 0       TO WS-RUN-RECORDS.
001720     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
001730     OPEN I-O PROPOSAL-FILE.
001740     IF NOT WS-POPROPF-OK
001750         DISPLAY 'PROPOSAL-FILE OPEN FAILED - STATUS '
001760             WS-POPROPF-STATUS
001770         SET WS-EOF-PROP TO TRUE
001780     END-IF.
001790     OPEN I-O PO-LINE-FILE.
001800     IF WS-POFILE-NOTFOUND
001810         OPEN OUTPUT PO-LINE-FILE
001820         CLOSE PO-LINE-FILE
001830         OPEN I-O PO-LINE-FILE
001840     END-IF.
001850     IF NOT WS-POFILE-OK
001860         DISPLAY 'PO-LINE-FILE OPEN FAILED - STATUS '
001870             WS-POFILE-STATUS
001880         STOP RUN
001890     END-IF.
001900     MOVE SPACES TO WS-SPO-TABLE.
001910     MOVE 0      TO WS-SPO-COUNT.
001920     PERFORM 6010-GET-CURRENT-DATE-TIME THRU 6010-EXIT.
001922     OPEN INPUT OPERATOR-FILE.
001924     IF WS-OPERMAST-OK
001926         SET WS-OPR-AVAIL TO TRUE
001928     ELSE
001930         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
001932             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
001934     END-IF.
001936     MOVE 'N' TO WS-VALID-ANSWER-SW.
001938     MOVE 0   TO WS-SIGNON-TRIES.
001940     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001942         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
001944     IF WS-SIGNON-REFUSED
001946         MOVE 'LK'     TO WS-SEC-REASON
001948         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
001950         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001952         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
001954         MOVE 'ER' TO WS-RUN-STATUS
001956         SET WS-END-SESSION TO TRUE
001958     END-IF.
001960 1000-EXIT.
001970     EXIT.
001971 1100-PROMPT-OPERATOR-ID.
001972     DISPLAY 'ENTER YOUR OPERATOR ID: '.
001973     ACCEPT  WS-OPERATOR-ID.
001974     IF WS-OPERATOR-ID = SPACES
001975         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
001976         GO TO 1100-EXIT
001977     END-IF.
001978     DISPLAY 'ENTER YOUR PIN: '.
001979     ACCEPT  WS-OPERATOR-PIN.
001980     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
001981     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
001982     MOVE SPACES          TO WS-RIGHT-ACTION.
001983     MOVE SPACES          TO WS-SEC-SUBJECT.
001984     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
001985     IF WS-OPR-VERIFIED
001986         SET WS-VALID-ANSWER TO TRUE
001987     ELSE
001988         ADD 1 TO WS-SIGNON-TRIES
001989         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
001990     END-IF.
001991 1100-EXIT.
001992     EXIT.
001993*-------------------------------------------------------------------*
001994*    1110-VERIFY-OPERATOR                                           *
001995*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
001996*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
001997*    TOLD WHICH CHECK FAILED.                                       *
001998*-------------------------------------------------------------------*
001999 1110-VERIFY-OPERATOR.
002000     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
002001     MOVE SPACES TO WS-SEC-DETAIL.
002002     IF NOT WS-OPR-AVAIL
002003         MOVE 'NF' TO WS-SEC-REASON
002004         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002005         GO TO 1110-EXIT
002006     END-IF.
002007     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002008     READ OPERATOR-FILE
002009         INVALID KEY
002010             MOVE 'UI' TO WS-SEC-REASON
002011             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002012             GO TO 1110-EXIT
002013     END-READ.
002014     IF NOT WS-OPERMAST-OK
002015         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
002016             WS-OPERMAST-STATUS
002017         MOVE 'NF' TO WS-SEC-REASON
002018         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002019         GO TO 1110-EXIT
002020     END-IF.
002021     IF OPR-PIN NOT = WS-CHECK-PIN
002022         MOVE 'PW' TO WS-SEC-REASON
002023         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002024         GO TO 1110-EXIT
002025     END-IF.
002026     IF NOT OPR-ACTIVE
002027         MOVE 'RV' TO WS-SEC-REASON
002028         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002029         GO TO 1110-EXIT
002030     END-IF.
002031     SET WS-OPR-VERIFIED TO TRUE.
002032 1110-EXIT.
002033     EXIT.
002034*-------------------------------------------------------------------*
002035*    1120-CHECK-RIGHT                                               *
002036*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
002037*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
002038*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
002039*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
002040*    WS-SEC-REASON.                                                 *
002041*-------------------------------------------------------------------*
002042 1120-CHECK-RIGHT.
002043     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
002044     MOVE 'NR' TO WS-SEC-REASON.
002045     IF NOT WS-OPR-AVAIL
002046         MOVE 'NF' TO WS-SEC-REASON
002047         GO TO 1120-EXIT
002048     END-IF.
002049     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
002050     READ OPERATOR-FILE
002051         INVALID KEY
002052             MOVE 'UI' TO WS-SEC-REASON
002053             GO TO 1120-EXIT
002054     END-READ.
002055     IF NOT WS-OPERMAST-OK
002056         MOVE 'NF' TO WS-SEC-REASON
002057         GO TO 1120-EXIT
002058     END-IF.
002059     IF NOT OPR-ACTIVE
002060         MOVE 'RV' TO WS-SEC-REASON
002061         GO TO 1120-EXIT
002062     END-IF.
002063     SET OPR-RIGHT-IDX TO 1.
002064     SEARCH OPR-RIGHT
002065         AT END
002066             GO TO 1120-EXIT
002067         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
002068             CONTINUE
002069     END-SEARCH.
002070     MOVE 0 TO WS-RIGHT-TALLY.
002071     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
002072         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
002073                                     ALL '*'.
002074     IF WS-RIGHT-TALLY > 0
002075         SET WS-RIGHT-GRANTED TO TRUE
002076     END-IF.
002077 1120-EXIT.
002078     EXIT.
002079*-------------------------------------------------------------------*
002080*    1130-LOG-VIOLATION                                             *
002081*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
002082*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
002083*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
002084*-------------------------------------------------------------------*
002085 1130-LOG-VIOLATION.
002086     MOVE 'V' TO WS-SEC-EVENT.
002087     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
002088 1130-EXIT.
002089     EXIT.
002090 1140-WRITE-SECURITY-LOG.
002091     OPEN EXTEND SECURITY-LOG.
002092     IF WS-SECLOG-NOTFOUND
002093         OPEN OUTPUT SECURITY-LOG
002094     END-IF.
002095     IF NOT WS-SECLOG-OK
002096         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
002097             WS-SECLOG-STATUS
002098         GO TO 1140-EXIT
002099     END-IF.
002100     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
002101     ACCEPT WS-SEC-TIME-RAW FROM TIME.
002102     MOVE SPACES               TO SECURITY-LOG-RECORD.
002103     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
002104     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
002105     MOVE WS-SEC-EVENT         TO SEC-EVENT.
002106     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
002107     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
002108     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
002109     MOVE WS-SEC-REASON        TO SEC-REASON.
002110     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
002111     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
002112     WRITE SECURITY-LOG-RECORD.
002113     IF NOT WS-SECLOG-OK
002114         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
002115             WS-SECLOG-STATUS
002116     END-IF.
002117     CLOSE SECURITY-LOG.
002118 1140-EXIT.
002119     EXIT.
002120*-------------------------------------------------------------------*
002121*    1150-AUTHORIZE-ACTION                                          *
002122*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
002123*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
002124*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
002125*-------------------------------------------------------------------*
002126 1150-AUTHORIZE-ACTION.
002127     SET WS-RIGHT-GRANTED TO TRUE.
002128     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
002129     INSPECT WS-RIGHT-ACTION CONVERTING
002130         'abcdefghijklmnopqrstuvwxyz'
002131         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
002132     IF WS-RIGHT-ACTION = SPACE
002133         GO TO 1150-EXIT
002134     END-IF.
002135     MOVE 0 TO WS-RIGHT-TALLY.
002136     INSPECT WS-GUARDED-ACTIONS
002137         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
002138     IF WS-RIGHT-TALLY = 0
002139         GO TO 1150-EXIT
002140     END-IF.
002141     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
002142     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
002143     IF NOT WS-RIGHT-GRANTED
002144         MOVE SPACES TO WS-SEC-DETAIL
002145         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
002146         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
002147     END-IF.
002148 1150-EXIT.
002149     EXIT.
002150*===================================================================*
002151*    2000-REVIEW-ONE-PROPOSAL                                       *
002152*===================================================================*
002153 2000-REVIEW-ONE-PROPOSAL.
002154     READ PROPOSAL-FILE
002155         AT END
002156             SET WS-EOF-PROP TO TRUE
002157     END-READ.
002160     IF WS-EOF-PROP
002170         GO TO 2000-EXIT
002180     END-IF.
002190     IF NOT WS-POPROPF-OK
002200         DISPLAY 'PROPOSAL-FILE READ FAILED - STATUS '
002210             WS-POPROPF-STATUS
002220         SET WS-EOF-PROP TO TRUE
002230         GO TO 2000-EXIT
002240     END-IF.
002250     IF NOT PPR-PROPOSED
002260         GO TO 2000-EXIT
002270     END-IF.
002280     ADD 1 TO WS-PROP-READ-CNT.
002290     MOVE PPR-AVAILABLE TO WS-AVAILABLE-EDIT.
002300     MOVE PPR-UNIT-COST TO WS-COST-EDIT.
002310     DISPLAY 'PROPOSAL - PRODUCT ' PPR-PROD-CODE
002320         ' SUPPLIER ' PPR-SUPPLIER-ID
002330         ' QTY ' PPR-PROPOSED-QTY.
002340     DISPLAY '  AVAILABLE ' WS-AVAILABLE-EDIT
002350         ' ON ORDER ' PPR-ON-ORDER
002360         ' REORDER PT ' PPR-REORDER-POINT
002370         ' DEMAND ' PPR-OPEN-DEMAND.
002380     DISPLAY '  MULTIPLE ' PPR-ORDER-MULTIPLE
002390         ' UNIT COST ' WS-COST-EDIT ' ' PPR-CURRENCY-CODE
002400         ' LEAD ' PPR-LEAD-DAYS ' DAYS.'.
002410     MOVE 'N' TO WS-VALID-ANSWER-SW.
002420     PERFORM 2100-PROMPT-DISPOSITION THRU 2100-EXIT
002430         UNTIL WS-VALID-ANSWER.
002431     MOVE PPR-PROD-CODE   TO WS-SEC-SUBJECT(1:6).
002432     MOVE PPR-SUPPLIER-ID TO WS-SEC-SUBJECT(7:8).
002433     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
002434     IF NOT WS-RIGHT-GRANTED
002435         ADD 1 TO WS-SKIPPED-CNT
002436         GO TO 2000-EXIT
002437     END-IF.
002440     EVALUATE WS-ACTION-CODE
002450         WHEN 'A'
002460         WHEN 'a'
002470             MOVE PPR-PROPOSED-QTY TO WS-APPROVED-QTY
002480             PERFORM 3000-APPROVE-PROPOSAL THRU 3000-EXIT
002490         WHEN 'Q'
002500         WHEN 'q'
002510             MOVE 'N' TO WS-VALID-ANSWER-SW
002520             PERFORM 2200-PROMPT-QUANTITY THRU 2200-EXIT
002530                 UNTIL WS-VALID-ANSWER
002540             IF WS-APPROVED-QTY = 0
002550                 DISPLAY 'NO QUANTITY APPROVED - PROPOSAL LEFT '
002560                     'OPEN.'
002570                 ADD 1 TO WS-SKIPPED-CNT
002580             ELSE
002590                 PERFORM 3000-APPROVE-PROPOSAL THRU 3000-EXIT
002600             END-IF
002610         WHEN 'J'
002620         WHEN 'j'
002630             PERFORM 3500-REJECT-PROPOSAL THRU 3500-EXIT
002640         WHEN 'S'
002650         WHEN 's'
002660             ADD 1 TO WS-SKIPPED-CNT
002670         WHEN 'X'
002680         WHEN 'x'
002690             SET WS-END-SESSION TO TRUE
002700     END-EVALUATE.
002710 2000-EXIT.
002720     EXIT.
002730 2100-PROMPT-DISPOSITION.
002740     DISPLAY 'A=APPROVE Q=APPROVE OTHER QTY J=REJECT S=SKIP '
002750         'X=EXIT'.
002760     ACCEPT WS-ACTION-CODE.
002770     IF WS-ACTION-CODE = 'A' OR WS-ACTION-CODE = 'a' OR
002780        WS-ACTION-CODE = 'Q' OR WS-ACTION-CODE = 'q' OR
002790        WS-ACTION-CODE = 'J' OR WS-ACTION-CODE = 'j' OR
002800        WS-ACTION-CODE = 'S' OR WS-ACTION-CODE = 's' OR
002810        WS-ACTION-CODE = 'X' OR WS-ACTION-CODE = 'x'
002820         SET WS-VALID-ANSWER TO TRUE
002830     ELSE
002840         DISPLAY 'PLEASE ANSWER A, Q, J, S OR X.'
002850     END-IF.
002860 2100-EXIT.
002870     EXIT.
002880*-------------------------------------------------------------------*
002890*    2200-PROMPT-QUANTITY                                           *
002900*    QUANTITIES ARE KEYED AS SEVEN DIGITS, ZERO FILLED, LIKE        *
002910*    INVMNT. ZERO BACKS OUT; ANYTHING ELSE MUST BE A WHOLE NUMBER   *
002920*    OF THE SUPPLIER'S ORDER MULTIPLE.                              *
002930*-------------------------------------------------------------------*
002940 2200-PROMPT-QUANTITY.
002950     DISPLAY 'ENTER QUANTITY AS 7 DIGITS, ZERO FILLED '
002960         '(ZERO = BACK OUT): '.
002970     ACCEPT  WS-QTY-ENTRY.
002980     IF WS-QTY-ENTRY NOT NUMERIC
002990         DISPLAY 'QUANTITY MUST BE 7 DIGITS, ZERO FILLED.'
003000         GO TO 2200-EXIT
003010     END-IF.
003020     MOVE WS-QTY-ENTRY-9 TO WS-APPROVED-QTY.
003030     IF WS-APPROVED-QTY = 0
003040        OR PPR-ORDER-MULTIPLE NOT NUMERIC
003050        OR PPR-ORDER-MULTIPLE = 0
003060         SET WS-VALID-ANSWER TO TRUE
003070         GO TO 2200-EXIT
003080     END-IF.
003090     DIVIDE WS-APPROVED-QTY BY PPR-ORDER-MULTIPLE
003100         GIVING WS-MULTIPLES REMAINDER WS-MULT-REMAINDER.
003110     IF WS-MULT-REMAINDER > 0
003120         DISPLAY 'THE SUPPLIER SHIPS IN MULTIPLES OF '
003130             PPR-ORDER-MULTIPLE ' - REENTER IT.'
003140     ELSE
003150         SET WS-VALID-ANSWER TO TRUE
003160     END-IF.
003170 2200-EXIT.
003180     EXIT.
003190*===================================================================*
003200*    3000-APPROVE-PROPOSAL                                          *
003210*    THE PO LINE IS WRITTEN FIRST AND THE PROPOSAL MARKED ONLY      *
003220*    ONCE IT LANDS, SO A FAILED WRITE LEAVES THE PROPOSAL OPEN.     *
003230*===================================================================*
003240 3000-APPROVE-PROPOSAL.
003250     PERFORM 3100-FIND-SUPPLIER-PO THRU 3100-EXIT.
003260     IF WS-NEW-PO-NO = 0
003270         DISPLAY 'NO PO NUMBER AVAILABLE - PROPOSAL LEFT OPEN.'
003280         GO TO 3000-EXIT
003290     END-IF.
003300     PERFORM 3300-COMPUTE-DUE-DATE THRU 3300-EXIT.
003310     MOVE SPACES             TO PO-LINE-RECORD.
003320     MOVE WS-NEW-PO-NO       TO POL-PO-NO.
003330     MOVE WS-NEXT-LINE-NO    TO POL-LINE-NO.
003340     MOVE PPR-SUPPLIER-ID    TO POL-SUPPLIER-ID.
003350     MOVE PPR-PROD-CODE      TO POL-PROD-CODE.
003360     MOVE WS-CURRENT-DATE    TO POL-ORDER-DATE.
003370     MOVE WS-DUE-DATE        TO POL-DUE-DATE.
003380     MOVE WS-APPROVED-QTY    TO POL-QTY-ORDERED.
003390     MOVE 0                  TO POL-QTY-RECEIVED.
003400     MOVE PPR-UNIT-COST      TO POL-UNIT-COST.
003410     MOVE PPR-CURRENCY-CODE  TO POL-CURRENCY-CODE.
003420     MOVE WS-OPERATOR-ID     TO POL-APPROVED-BY.
003430     MOVE 0                  TO POL-LAST-RECEIPT-DATE.
003440     SET POL-OPEN            TO TRUE.
003450     WRITE PO-LINE-RECORD
003460         INVALID KEY
003470             DISPLAY 'PO-LINE-FILE WRITE REJECTED - STATUS '
003480                 WS-POFILE-STATUS ' - PROPOSAL LEFT OPEN.'
003490             GO TO 3000-EXIT
003500     END-WRITE.
003510     IF NOT WS-POFILE-OK
003520         DISPLAY 'PO-LINE-FILE WRITE FAILED - STATUS '
003530             WS-POFILE-STATUS ' - PROPOSAL LEFT OPEN.'
003540         GO TO 3000-EXIT
003550     END-IF.
003560     MOVE WS-NEXT-LINE-NO TO WS-SPO-LAST-LINE(WS-SPO-IDX).
003570     SET PPR-APPROVED     TO TRUE.
003580     MOVE WS-NEW-PO-NO    TO PPR-PO-NO.
003590     MOVE WS-NEXT-LINE-NO TO PPR-PO-LINE-NO.
003600     REWRITE PO-PROPOSAL-RECORD.
003610     IF NOT WS-POPROPF-OK
003620         DISPLAY 'PROPOSAL-FILE REWRITE FAILED - STATUS '
003630             WS-POPROPF-STATUS
003640     END-IF.
003650     ADD 1 TO WS-APPROVED-CNT.
003660     DISPLAY 'APPROVED AS PO ' WS-NEW-PO-NO ' LINE '
003670         WS-NEXT-LINE-NO ', DUE ' WS-DUE-DATE '.'.
003680 3000-EXIT.
003690     EXIT.
003700*-------------------------------------------------------------------*
003710*    3100-FIND-SUPPLIER-PO                                          *
003720*    REUSE THE PO ALREADY OPENED FOR THIS SUPPLIER THIS SESSION,    *
003730*    OR DRAW A NEW NUMBER. A PO IS CAPPED AT 999 LINES; THE NEXT    *
003740*    LINE FOR THAT SUPPLIER STARTS A FRESH PO. WS-NEW-PO-NO IS      *
003750*    ZERO WHEN NO NUMBER COULD BE HAD.                              *
003760*-------------------------------------------------------------------*
003770 3100-FIND-SUPPLIER-PO.
003780     MOVE 0   TO WS-NEW-PO-NO.
003790     MOVE 'N' TO WS-FOUND-SW.
003800     SET WS-SPO-IDX TO 1.
003810     SEARCH WS-SPO-ENTRY
003820         AT END
003830             CONTINUE
003840         WHEN WS-SPO-IDX > WS-SPO-COUNT
003850             CONTINUE
003860         WHEN WS-SPO-SUPPLIER-ID(WS-SPO-IDX) = PPR-SUPPLIER-ID
003870             SET WS-ENTRY-FOUND TO TRUE
003880     END-SEARCH.
003890     IF WS-ENTRY-FOUND
003900        AND WS-SPO-LAST-LINE(WS-SPO-IDX) < 999
003910         MOVE WS-SPO-PO-NO(WS-SPO-IDX) TO WS-NEW-PO-NO
003920         COMPUTE WS-NEXT-LINE-NO =
003930             WS-SPO-LAST-LINE(WS-SPO-IDX) + 1
003940         GO TO 3100-EXIT
003950     END-IF.
003960     IF NOT WS-ENTRY-FOUND
003970        AND WS-SPO-COUNT >= 200
003980         DISPLAY 'SESSION SUPPLIER TABLE FULL - END THE SESSION '
003990             'AND START ANOTHER.'
004000         GO TO 3100-EXIT
004010     END-IF.
004020     PERFORM 3200-NEXT-PO-NUMBER THRU 3200-EXIT.
004030     IF WS-NEW-PO-NO = 0
004040         GO TO 3100-EXIT
004050     END-IF.
004060     IF NOT WS-ENTRY-FOUND
004070         ADD 1 TO WS-SPO-COUNT
004080         SET WS-SPO-IDX TO WS-SPO-COUNT
004090     END-IF.
004100     MOVE PPR-SUPPLIER-ID TO WS-SPO-SUPPLIER-ID(WS-SPO-IDX).
004110     MOVE WS-NEW-PO-NO    TO WS-SPO-PO-NO(WS-SPO-IDX).
004120     MOVE 0               TO WS-SPO-LAST-LINE(WS-SPO-IDX).
004130     MOVE 1               TO WS-NEXT-LINE-NO.
004140     ADD 1 TO WS-PO-OPENED-CNT.
004150 3100-EXIT.
004160     EXIT.
004170*-------------------------------------------------------------------*
004180*    3200-NEXT-PO-NUMBER                                            *
004190*    THE NEW HIGH NUMBER IS WRITTEN BACK AT ONCE SO IT IS NEVER     *
004200*    HANDED OUT TWICE. A MISSING CONTROL FILE STARTS THE            *
004210*    SEQUENCE AT ONE.                                               *
004220*-------------------------------------------------------------------*
004230 3200-NEXT-PO-NUMBER.
004240     MOVE 0 TO WS-NEW-PO-NO.
004250     OPEN INPUT PO-CONTROL.
004260     IF WS-POCTL-OK
004270         READ PO-CONTROL
004280             AT END
004290                 CONTINUE
004300             NOT AT END
004310                 IF POC-LAST-PO-NO NUMERIC
004320                     MOVE POC-LAST-PO-NO TO WS-NEW-PO-NO
004330                 END-IF
004340         END-READ
004350         CLOSE PO-CONTROL
004360     END-IF.
004370     ADD 1 TO WS-NEW-PO-NO.
004380     OPEN OUTPUT PO-CONTROL.
004390     IF NOT WS-POCTL-OK
004400         DISPLAY 'PO-CONTROL OPEN FAILED - STATUS '
004410             WS-POCTL-STATUS
004420         MOVE 0 TO WS-NEW-PO-NO
004430         GO TO 3200-EXIT
004440     END-IF.
004450     MOVE SPACES       TO PO-CONTROL-RECORD.
004460     MOVE WS-NEW-PO-NO TO POC-LAST-PO-NO.
004470     WRITE PO-CONTROL-RECORD.
004480     IF NOT WS-POCTL-OK
004490         DISPLAY 'PO-CONTROL WRITE FAILED - STATUS '
004500             WS-POCTL-STATUS
004510         MOVE 0 TO WS-NEW-PO-NO
004520     END-IF.
004530     CLOSE PO-CONTROL.
004540 3200-EXIT.
004550     EXIT.
004560*-------------------------------------------------------------------*
004570*    3300-COMPUTE-DUE-DATE                                          *
004580*    TODAY PLUS THE LEAD TIME, WALKED FORWARD A DAY AT A TIME SO    *
004590*    THE MONTH AND YEAR CARRIES NEED NO DATE ARITHMETIC.            *
004600*-------------------------------------------------------------------*
004610 3300-COMPUTE-DUE-DATE.
004620     MOVE WS-CURRENT-DATE TO WS-DUE-DATE.
004630     IF PPR-LEAD-DAYS NOT NUMERIC
004640         GO TO 3300-EXIT
004650     END-IF.
004660     PERFORM 3310-FORWARD-ONE-DAY THRU 3310-EXIT
004670         PPR-LEAD-DAYS TIMES.
004680 3300-EXIT.
004690     EXIT.
004700 3310-FORWARD-ONE-DAY.
004710     MOVE WS-DAYS-IN-MONTH(WS-DUE-MM) TO WS-MONTH-END-DD.
004720     IF WS-DUE-MM = 2
004730         PERFORM 3320-CHECK-LEAP-YEAR THRU 3320-EXIT
004740         IF WS-LEAP-YEAR
004750             MOVE 29 TO WS-MONTH-END-DD
004760         END-IF
004770     END-IF.
004780     IF WS-DUE-DD < WS-MONTH-END-DD
004790         ADD 1 TO WS-DUE-DD
004800     ELSE
004810         MOVE 1 TO WS-DUE-DD
004820         IF WS-DUE-MM = 12
004830             MOVE 1 TO WS-DUE-MM
004840             ADD 1 TO WS-DUE-YYYY
004850         ELSE
004860             ADD 1 TO WS-DUE-MM
004870         END-IF
004880     END-IF.
004890 3310-EXIT.
004900     EXIT.
004910 3320-CHECK-LEAP-YEAR.
004920     MOVE 'N' TO WS-LEAP-SW.
004930     DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
004940         REMAINDER WS-LEAP-REMAINDER.
004950     IF WS-LEAP-REMAINDER = 0
004960         SET WS-LEAP-YEAR TO TRUE
004970     END-IF.
004980     DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
004990         REMAINDER WS-LEAP-REMAINDER.
005000     IF WS-LEAP-REMAINDER = 0
005010         MOVE 'N' TO WS-LEAP-SW
005020     END-IF.
005030     DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
005040         REMAINDER WS-LEAP-REMAINDER.
005050     IF WS-LEAP-REMAINDER = 0
005060         SET WS-LEAP-YEAR TO TRUE
005070     END-IF.
005080 3320-EXIT.
005090     EXIT.
005100*===================================================================*
005110*    3500-REJECT-PROPOSAL                                           *
005120*===================================================================*
005130 3500-REJECT-PROPOSAL.
005140     SET PPR-REJECTED TO TRUE.
005150     REWRITE PO-PROPOSAL-RECORD.
005160     IF NOT WS-POPROPF-OK
005170         DISPLAY 'PROPOSAL-FILE REWRITE FAILED - STATUS '
005180             WS-POPROPF-STATUS
005190         GO TO 3500-EXIT
005200     END-IF.
005210     ADD 1 TO WS-REJECTED-CNT.
005220     DISPLAY 'PROPOSAL REJECTED.'.
005230 3500-EXIT.
005240     EXIT.
005250*===================================================================*
005260*    8000-SHOW-SESSION-TOTALS                                       *
005270*===================================================================*
005280 8000-SHOW-SESSION-TOTALS.
005290     DISPLAY 'PROPOSALS REVIEWED:  ' WS-PROP-READ-CNT.
005300     DISPLAY 'LINES APPROVED:      ' WS-APPROVED-CNT.
005310     DISPLAY 'PURCHASE ORDERS:     ' WS-PO-OPENED-CNT.
005320     DISPLAY 'PROPOSALS REJECTED:  ' WS-REJECTED-CNT.
005330     DISPLAY 'PROPOSALS SKIPPED:   ' WS-SKIPPED-CNT.
005340 8000-EXIT.
005350     EXIT.
005360 6010-GET-CURRENT-DATE-TIME.
005370     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005380     ACCEPT WS-TIME-RAW     FROM TIME.
005390     MOVE WS-TIME-RAW-HHMMSS TO WS-CURRENT-TIME.
005400 6010-EXIT.
005410     EXIT.
005420*===================================================================*
005430*    9000-TERMINATE                                                 *
005440*===================================================================*
005450 9000-TERMINATE.
005460     CLOSE PROPOSAL-FILE.
005470     CLOSE PO-LINE-FILE.
005472     IF WS-OPR-AVAIL
005474         CLOSE OPERATOR-FILE
005476     END-IF.
005480 9000-EXIT.
005490     EXIT.
005500*===================================================================*
005510*    8900-WRITE-RUN-CONTROL                                         *
005520*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
005530*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
005540*===================================================================*
005550 8900-WRITE-RUN-CONTROL.
005560     OPEN EXTEND RUN-CONTROL.
005570     IF WS-RUNCTL-NOTFOUND
005580         OPEN OUTPUT RUN-CONTROL
005590     END-IF.
005600     IF NOT WS-RUNCTL-OK
005610         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
005620             WS-RUNCTL-STATUS
005630         GO TO 8900-EXIT
005640     END-IF.
005650     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
005660     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005670     MOVE SPACES             TO RUN-CONTROL-RECORD.
005680     MOVE 'POAPPR  '         TO RNC-PROGRAM-ID.
005690     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
005700     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
005710     MOVE WS-RUN-EVENT       TO RNC-EVENT.
005720     MOVE WS-RUN-STATUS      TO RNC-STATUS.
005730     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
005740     WRITE RUN-CONTROL-RECORD.
005750     IF NOT WS-RUNCTL-OK
005760         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
005770             WS-RUNCTL-STATUS
005780     END-IF.
005790     CLOSE RUN-CONTROL.
005800 8900-EXIT.
005810     EXIT.
