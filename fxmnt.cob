000230*                     EVERY CHANGE LOGGED TO FXHIST, SO THE       *
000240*                     RATES BEHIND THE CONSOLIDATED REVENUE       *
000250*                     TOTAL STOP LIVING IN A SPREADSHEET.         *
000252*    2026-10-15 KS    OPERATORS NOW SIGN ON WITH A PIN AGAINST    *
000254*                     THE OPERATOR MASTER (OPERMAST) AND EVERY    *
000256*                     MENU ACTION NEEDS THE MATCHING RIGHT;       *
000258*                     REFUSALS ARE LOGGED TO SECLOG.              *
000260*-----------------------------------------------------------------*
000270*    ACTIONS:                                                     *
000280*      S - SET (OR REPLACE) THE RATE TO USD FOR A CURRENCY AND    *
000460     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000470         ORGANIZATION       IS SEQUENTIAL
000480         FILE STATUS        IS WS-RUNCTL-STATUS.
000481     SELECT OPERATOR-FILE   ASSIGN TO OPERMAST
000482         ORGANIZATION       IS INDEXED
000483         ACCESS MODE        IS RANDOM
000484         RECORD KEY         IS OPR-ID
000485         FILE STATUS        IS WS-OPERMAST-STATUS.
000486     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000487         ORGANIZATION       IS SEQUENTIAL
000488         FILE STATUS        IS WS-SECLOG-STATUS.
000490 DATA           DIVISION.
000500 FILE           SECTION.
000510 FD  EXCHANGE-RATE-FILE
000570 FD  RUN-CONTROL
000580     LABEL RECORD IS STANDARD.
000590     COPY RUNREC.
000591 FD  OPERATOR-FILE
000592     LABEL RECORD IS STANDARD.
000593     COPY OPRREC.
000594 FD  SECURITY-LOG
000595     LABEL RECORD IS STANDARD.
000596     COPY SECREC.
000600 WORKING-STORAGE SECTION.
000610 01  WS-RUNCTL-STATUS            PIC X(02).
000620     88  WS-RUNCTL-OK            VALUE '00'.
000850 77  WS-DATE-OK-SW               PIC X(01)   VALUE 'N'.
000860     88  WS-DATE-OK              VALUE 'Y'.
000870 77  WS-OPERATOR-ID              PIC X(08).
000871 77  WS-OPERATOR-PIN             PIC X(08).
000872 01  WS-OPERMAST-STATUS          PIC X(02).
000873     88  WS-OPERMAST-OK          VALUE '00'.
000874 01  WS-SECLOG-STATUS            PIC X(02).
000875     88  WS-SECLOG-OK            VALUE '00'.
000876     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000877 77  WS-OPR-AVAIL-SW             PIC X(01)   VALUE 'N'.
000878     88  WS-OPR-AVAIL            VALUE 'Y'.
000879 77  WS-SIGNON-TRIES             PIC 9(01)   VALUE 0.
000880     88  WS-SIGNON-REFUSED       VALUE 3.
000881 77  WS-OPR-VERIFIED-SW          PIC X(01)   VALUE 'N'.
000882     88  WS-OPR-VERIFIED         VALUE 'Y'.
000883 77  WS-RIGHT-GRANTED-SW         PIC X(01)   VALUE 'N'.
000884     88  WS-RIGHT-GRANTED        VALUE 'Y'.
000885 77  WS-AUTH-PROGRAM             PIC X(08)   VALUE 'FXMNT   '.
000886 77  WS-GUARDED-ACTIONS          PIC X(01)   VALUE 'S'.
000887 77  WS-CHECK-OPERATOR-ID        PIC X(08).
000888 77  WS-CHECK-PIN                PIC X(08).
000889 77  WS-RIGHT-ACTION             PIC X(01).
000890 77  WS-RIGHT-TALLY              PIC 9(02)   COMP    VALUE 0.
000891 77  WS-SEC-EVENT                PIC X(01).
000892 77  WS-SEC-REASON               PIC X(02).
000893 77  WS-SEC-SUBJECT              PIC X(14).
000894 77  WS-SEC-DETAIL               PIC X(26).
000895 77  WS-SEC-DATE-NOW             PIC 9(08)   VALUE 0.
000896 01  WS-SEC-TIME-RAW.
000897     05  WS-SEC-TIME-HHMMSS      PIC 9(06).
000898     05  WS-SEC-TIME-HUNDRS      PIC 9(02).
000899 77  WS-ACTION-CODE              PIC X(01).
000900 77  WS-CURRENCY-ENTRY           PIC X(03).
000901 77  WS-BASE-CURRENCY            PIC X(03)   VALUE 'USD'.
000910 01  WS-RATE-ENTRY               PIC X(11).
000920 01  WS-RATE-ENTRY-9 REDEFINES WS-RATE-ENTRY
000930                                 PIC 9(05)V9(06).
001680             WS-FXHIST-STATUS
001690         STOP RUN
001700     END-IF.
001702     OPEN INPUT OPERATOR-FILE.
001704     IF WS-OPERMAST-OK
001706         SET WS-OPR-AVAIL TO TRUE
001708     ELSE
001710         DISPLAY 'OPERATOR-FILE OPEN FAILED - STATUS '
001712             WS-OPERMAST-STATUS ' - NO OPERATOR CAN SIGN ON.'
001714     END-IF.
001716     MOVE 'N' TO WS-VALID-ANSWER-SW.
001718     MOVE 0   TO WS-SIGNON-TRIES.
001720     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001722         UNTIL WS-VALID-ANSWER OR WS-SIGNON-REFUSED.
001724     IF WS-SIGNON-REFUSED
001726         MOVE 'LK'     TO WS-SEC-REASON
001728         MOVE 'SESSION ENDED AFTER 3 TRIES' TO WS-SEC-DETAIL
001730         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001732         DISPLAY 'SIGN-ON REFUSED - SESSION ENDED.'
001734         MOVE 'ER' TO WS-RUN-STATUS
001736         SET WS-END-SESSION TO TRUE
001738     END-IF.
001740 1000-EXIT.
001750     EXIT.
001751 1100-PROMPT-OPERATOR-ID.
001752     DISPLAY 'ENTER YOUR OPERATOR ID: '.
001753     ACCEPT  WS-OPERATOR-ID.
001754     IF WS-OPERATOR-ID = SPACES
001755         DISPLAY 'AN OPERATOR ID IS REQUIRED.'
001756         GO TO 1100-EXIT
001757     END-IF.
001758     DISPLAY 'ENTER YOUR PIN: '.
001759     ACCEPT  WS-OPERATOR-PIN.
001760     MOVE WS-OPERATOR-ID  TO WS-CHECK-OPERATOR-ID.
001761     MOVE WS-OPERATOR-PIN TO WS-CHECK-PIN.
001762     MOVE SPACES          TO WS-RIGHT-ACTION.
001763     MOVE SPACES          TO WS-SEC-SUBJECT.
001764     PERFORM 1110-VERIFY-OPERATOR THRU 1110-EXIT.
001765     IF WS-OPR-VERIFIED
001766         SET WS-VALID-ANSWER TO TRUE
001767     ELSE
001768         ADD 1 TO WS-SIGNON-TRIES
001769         DISPLAY 'OPERATOR ID OR PIN NOT ACCEPTED.'
001770     END-IF.
001771 1100-EXIT.
001772     EXIT.
001773*-------------------------------------------------------------------*
001774*    1110-VERIFY-OPERATOR                                           *
001775*    THE ID MUST BE ON THE OPERATOR MASTER, ACTIVE, AND GIVEN WITH  *
001776*    ITS PIN. A REFUSAL IS LOGGED TO SECLOG; THE TERMINAL IS NOT    *
001777*    TOLD WHICH CHECK FAILED.                                       *
001778*-------------------------------------------------------------------*
001779 1110-VERIFY-OPERATOR.
001780     MOVE 'N'    TO WS-OPR-VERIFIED-SW.
001781     MOVE SPACES TO WS-SEC-DETAIL.
001782     IF NOT WS-OPR-AVAIL
001783         MOVE 'NF' TO WS-SEC-REASON
001784         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001785         GO TO 1110-EXIT
001786     END-IF.
001787     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
001788     READ OPERATOR-FILE
001789         INVALID KEY
001790             MOVE 'UI' TO WS-SEC-REASON
001791             PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001792             GO TO 1110-EXIT
001793     END-READ.
001794     IF NOT WS-OPERMAST-OK
001795         DISPLAY 'OPERATOR-FILE READ FAILED - STATUS '
001796             WS-OPERMAST-STATUS
001797         MOVE 'NF' TO WS-SEC-REASON
001798         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001799         GO TO 1110-EXIT
001800     END-IF.
001801     IF OPR-PIN NOT = WS-CHECK-PIN
001802         MOVE 'PW' TO WS-SEC-REASON
001803         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001804         GO TO 1110-EXIT
001805     END-IF.
001806     IF NOT OPR-ACTIVE
001807         MOVE 'RV' TO WS-SEC-REASON
001808         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001809         GO TO 1110-EXIT
001810     END-IF.
001811     SET WS-OPR-VERIFIED TO TRUE.
001812 1110-EXIT.
001813     EXIT.
001814*-------------------------------------------------------------------*
001815*    1120-CHECK-RIGHT                                               *
001816*    DOES WS-CHECK-OPERATOR-ID HOLD WS-RIGHT-ACTION IN THIS         *
001817*    PROGRAM? THE OPERATOR IS RE-READ FOR EVERY CHECK SO A          *
001818*    REVOCATION TAKES EFFECT AT THE NEXT ACTION. THIS ONLY DECIDES  *
001819*    - THE CALLER LOGS A REFUSED ATTEMPT WITH THE REASON LEFT IN    *
001820*    WS-SEC-REASON.                                                 *
001821*-------------------------------------------------------------------*
001822 1120-CHECK-RIGHT.
001823     MOVE 'N'  TO WS-RIGHT-GRANTED-SW.
001824     MOVE 'NR' TO WS-SEC-REASON.
001825     IF NOT WS-OPR-AVAIL
001826         MOVE 'NF' TO WS-SEC-REASON
001827         GO TO 1120-EXIT
001828     END-IF.
001829     MOVE WS-CHECK-OPERATOR-ID TO OPR-ID.
001830     READ OPERATOR-FILE
001831         INVALID KEY
001832             MOVE 'UI' TO WS-SEC-REASON
001833             GO TO 1120-EXIT
001834     END-READ.
001835     IF NOT WS-OPERMAST-OK
001836         MOVE 'NF' TO WS-SEC-REASON
001837         GO TO 1120-EXIT
001838     END-IF.
001839     IF NOT OPR-ACTIVE
001840         MOVE 'RV' TO WS-SEC-REASON
001841         GO TO 1120-EXIT
001842     END-IF.
001843     SET OPR-RIGHT-IDX TO 1.
001844     SEARCH OPR-RIGHT
001845         AT END
001846             GO TO 1120-EXIT
001847         WHEN OPR-RIGHT-PROGRAM(OPR-RIGHT-IDX) = WS-AUTH-PROGRAM
001848             CONTINUE
001849     END-SEARCH.
001850     MOVE 0 TO WS-RIGHT-TALLY.
001851     INSPECT OPR-RIGHT-ACTIONS(OPR-RIGHT-IDX)
001852         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION
001853                                     ALL '*'.
001854     IF WS-RIGHT-TALLY > 0
001855         SET WS-RIGHT-GRANTED TO TRUE
001856     END-IF.
001857 1120-EXIT.
001858     EXIT.
001859*-------------------------------------------------------------------*
001860*    1130-LOG-VIOLATION                                             *
001861*    APPEND ONE RECORD TO THE SECURITY LOG. THE LOG IS OPENED AND   *
001862*    CLOSED AROUND EACH RECORD LIKE THE RUN-CONTROL FILE, SO A      *
001863*    SESSION LEFT OPEN AT A TERMINAL NEVER HOLDS IT.                *
001864*-------------------------------------------------------------------*
001865 1130-LOG-VIOLATION.
001866     MOVE 'V' TO WS-SEC-EVENT.
001867     PERFORM 1140-WRITE-SECURITY-LOG THRU 1140-EXIT.
001868 1130-EXIT.
001869     EXIT.
001870 1140-WRITE-SECURITY-LOG.
001871     OPEN EXTEND SECURITY-LOG.
001872     IF WS-SECLOG-NOTFOUND
001873         OPEN OUTPUT SECURITY-LOG
001874     END-IF.
001875     IF NOT WS-SECLOG-OK
001876         DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
001877             WS-SECLOG-STATUS
001878         GO TO 1140-EXIT
001879     END-IF.
001880     ACCEPT WS-SEC-DATE-NOW FROM DATE YYYYMMDD.
001881     ACCEPT WS-SEC-TIME-RAW FROM TIME.
001882     MOVE SPACES               TO SECURITY-LOG-RECORD.
001883     MOVE WS-SEC-DATE-NOW      TO SEC-DATE.
001884     MOVE WS-SEC-TIME-HHMMSS   TO SEC-TIME.
001885     MOVE WS-SEC-EVENT         TO SEC-EVENT.
001886     MOVE WS-AUTH-PROGRAM      TO SEC-PROGRAM.
001887     MOVE WS-CHECK-OPERATOR-ID TO SEC-OPERATOR-ID.
001888     MOVE WS-RIGHT-ACTION      TO SEC-ACTION.
001889     MOVE WS-SEC-REASON        TO SEC-REASON.
001890     MOVE WS-SEC-SUBJECT       TO SEC-SUBJECT.
001891     MOVE WS-SEC-DETAIL        TO SEC-DETAIL.
001892     WRITE SECURITY-LOG-RECORD.
001893     IF NOT WS-SECLOG-OK
001894         DISPLAY 'SECURITY-LOG WRITE FAILED - STATUS '
001895             WS-SECLOG-STATUS
001896     END-IF.
001897     CLOSE SECURITY-LOG.
001898 1140-EXIT.
001899     EXIT.
001900*-------------------------------------------------------------------*
001901*    1150-AUTHORIZE-ACTION                                          *
001902*    A MENU LETTER THAT CHANGES NOTHING (EXIT, SKIP, OR A LETTER    *
001903*    THE MENU DOES NOT KNOW) NEEDS NO RIGHT. ANY OTHER LETTER MUST  *
001904*    BE HELD BY THE SIGNED-ON OPERATOR, OR THE ATTEMPT IS LOGGED.   *
001905*-------------------------------------------------------------------*
001906 1150-AUTHORIZE-ACTION.
001907     SET WS-RIGHT-GRANTED TO TRUE.
001908     MOVE WS-ACTION-CODE TO WS-RIGHT-ACTION.
001909     INSPECT WS-RIGHT-ACTION CONVERTING
001910         'abcdefghijklmnopqrstuvwxyz'
001911         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001912     IF WS-RIGHT-ACTION = SPACE
001913         GO TO 1150-EXIT
001914     END-IF.
001915     MOVE 0 TO WS-RIGHT-TALLY.
001916     INSPECT WS-GUARDED-ACTIONS
001917         TALLYING WS-RIGHT-TALLY FOR ALL WS-RIGHT-ACTION.
001918     IF WS-RIGHT-TALLY = 0
001919         GO TO 1150-EXIT
001920     END-IF.
001921     MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR-ID.
001922     PERFORM 1120-CHECK-RIGHT THRU 1120-EXIT.
001923     IF NOT WS-RIGHT-GRANTED
001924         MOVE SPACES TO WS-SEC-DETAIL
001925         PERFORM 1130-LOG-VIOLATION THRU 1130-EXIT
001926         DISPLAY 'YOU ARE NOT AUTHORIZED FOR THAT ACTION.'
001927     END-IF.
001928 1150-EXIT.
001929     EXIT.
001930*===================================================================*
001931*    2000-PROCESS-ACTION                                            *
001932*===================================================================*
001933 2000-PROCESS-ACTION.
001934     DISPLAY 'EXCHANGE-RATE MAINTENANCE - S=SET-RATE X=EXIT'.
001935     ACCEPT WS-ACTION-CODE.
001936     MOVE SPACES TO WS-SEC-SUBJECT.
001937     PERFORM 1150-AUTHORIZE-ACTION THRU 1150-EXIT.
001938     IF NOT WS-RIGHT-GRANTED
001939         GO TO 2000-EXIT
001940     END-IF.
001941     EVALUATE WS-ACTION-CODE
001942         WHEN 'S'
001943         WHEN 's'
001950             PERFORM 3000-SET-RATE THRU 3000-EXIT
001960         WHEN 'X'
001970         WHEN 'x'
003680 9000-TERMINATE.
003690     CLOSE EXCHANGE-RATE-FILE.
003700     CLOSE FX-HIST-FILE.
003702     IF WS-OPR-AVAIL
003704         CLOSE OPERATOR-FILE
003706     END-IF.
003710 9000-EXIT.
003720     EXIT.
003730*===================================================================*
