000256*                     SHARED RUNCTL RUN-CONTROL FILE SO THE         *
000257*                     NIGHTLY CHAIN CAN BE READ BACK FROM ONE       *
000258*                     FILE INSTEAD OF THE CONSOLE SPOOL.            *
000260*    2026-10-15 KS    CREDIT MEMOS ARE NOW BALANCED - THE MEMOS   *
000262*                     ISSUED ON THE BALANCE DATE (CRMEMO) MUST    *
000264*                     MATCH THE CREDIT-MEMO COUNT RETMNT AND      *
000266*                     FULRECON APPEND TO CTLTOTAL.                *
000267*    2026-10-15 KS    GL JOURNAL LINES ARE NOW BALANCED - THE     *
000268*                     LINES GLPOST RELEASED TO GLHIST FOR THE     *
000269*                     BALANCE DATE MUST MATCH THE JOURNAL COUNT   *
000270*                     IT APPENDS TO CTLTOTAL.                     *
000271*    2026-10-15 KS    CONTACT SUPPRESSIONS ARE NOW BALANCED - THE *
000272*                     'D' ORDERS HELLO WROTE FOR THE BALANCE DATE *
000273*                     MUST MATCH THE SUPPRESSION COUNT IT APPENDS *
000274*                     TO CTLTOTAL.                                *
000275*    2026-10-15 KS    CRMEMO AND GLHIST ARE CLOSED AT THE END     *
000276*                     ONLY WHEN THEIR OPEN SUCCEEDED.             *
000277*-----------------------------------------------------------------*
000278*    THE BALANCE DATE IS THE RUN DATE ON THE NEWEST CTLTOTAL      *
000280*    RECORD; ALL CONTROL RECORDS FOR THAT DATE ARE SUMMED SO A    *
000290*    DAY WITH SEVERAL RUNS STILL BALANCES. THE ACTUAL FILES ARE   *
000300*    THEN RE-COUNTED FOR THAT DATE AND EVERY 'Y' ORDER MUST PAIR  *
000310*    OFF WITH A FULFILLMENT RECORD (AND VICE VERSA). ANY          *
000320*    DIFFERENCE PRINTS OUT-OF-BALANCE ON BALRPT.                  *
000322*    CREDIT MEMOS ISSUED ON THE BALANCE DATE ARE COUNTED ON CRMEMO*
000324*    AND COMPARED WITH THE CREDIT-MEMO CONTROL TOTALS; NO CRMEMO  *
000326*    FILE MEANS NO MEMO HAS EVER BEEN ISSUED.                     *
000327*    GL JOURNAL LINES POSTED FOR THE BALANCE DATE ARE COUNTED ON  *
000328*    GLHIST AND COMPARED WITH THE JOURNAL CONTROL TOTALS.         *
000329*    PITCHES HELLO SUPPRESSED FOR A CONTACT PREFERENCE ('D')      *
000330*    ARE COUNTED ON ORDERFIL AND COMPARED WITH THEIR TOTAL.       *
000331*-----------------------------------------------------------------*
000340 ENVIRONMENT    DIVISION.
000350 INPUT-OUTPUT   SECTION.
000360 FILE-CONTROL.
000512     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000514         ORGANIZATION       IS SEQUENTIAL
000516         FILE STATUS        IS WS-RUNCTL-STATUS.
000518     SELECT CREDIT-MEMO-FILE ASSIGN TO CRMEMO
000520         ORGANIZATION       IS INDEXED
000522         ACCESS MODE        IS SEQUENTIAL
000524         RECORD KEY         IS CMO-MEMO-NO
000526         FILE STATUS        IS WS-CRMEMO-STATUS.
000527     SELECT GL-HIST-FILE    ASSIGN TO GLHIST
000528         ORGANIZATION       IS SEQUENTIAL
000529         FILE STATUS        IS WS-GLHIST-STATUS.
000530 DATA           DIVISION.
000531 FILE           SECTION.
000540 FD  CONTROL-FILE
000550     LABEL RECORD IS STANDARD.
000560     COPY CTLREC.
000682 FD  RUN-CONTROL
000684     LABEL RECORD IS STANDARD.
000686     COPY RUNREC.
000687 FD  CREDIT-MEMO-FILE
000688     LABEL RECORD IS STANDARD.
000689     COPY CMOREC.
000690 FD  GL-HIST-FILE
000691     LABEL RECORD IS STANDARD.
000692     COPY GLJREC.
000693 WORKING-STORAGE SECTION.
000694 01  WS-RUNCTL-STATUS            PIC X(02).
000695     88  WS-RUNCTL-OK            VALUE '00'.
000696     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000697 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000698 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000699 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000700 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000701 01  WS-RUN-TIME-RAW.
000702     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000703     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000704 01  WS-CTLTOTAL-STATUS          PIC X(02).
000710     88  WS-CTLTOTAL-OK          VALUE '00'.
000720 01  WS-ORDERFIL-STATUS          PIC X(02).
000730     88  WS-ORDERFIL-OK          VALUE '00'.
000770     88  WS-AUDITLOG-OK          VALUE '00'.
000780 01  WS-BALRPT-STATUS            PIC X(02).
000790     88  WS-BALRPT-OK            VALUE '00'.
000792 01  WS-CRMEMO-STATUS            PIC X(02).
000794     88  WS-CRMEMO-OK            VALUE '00'.
000796     88  WS-CRMEMO-NOTFOUND      VALUE '35'.
000797 01  WS-GLHIST-STATUS            PIC X(02).
000798     88  WS-GLHIST-OK            VALUE '00'.
000799     88  WS-GLHIST-NOTFOUND      VALUE '35'.
000800 77  WS-EOF-CONTROLS-SW          PIC X(01)   VALUE 'N'.
000810     88  WS-EOF-CONTROLS         VALUE 'Y'.
000820 77  WS-EOF-ORDERS-SW            PIC X(01)   VALUE 'N'.
000850     88  WS-EOF-FULFILLS         VALUE 'Y'.
000860 77  WS-EOF-AUDITS-SW            PIC X(01)   VALUE 'N'.
000870     88  WS-EOF-AUDITS           VALUE 'Y'.
000873 77  WS-EOF-MEMOS-SW             PIC X(01)   VALUE 'N'.
000876     88  WS-EOF-MEMOS            VALUE 'Y'.
000877 77  WS-EOF-JOURNAL-SW           PIC X(01)   VALUE 'N'.
000878     88  WS-EOF-JOURNAL          VALUE 'Y'.
000879 77  WS-MEMO-AVAIL-SW            PIC X(01)   VALUE 'N'.
000880     88  WS-MEMO-AVAIL           VALUE 'Y'.
000881 77  WS-JOURNAL-AVAIL-SW         PIC X(01)   VALUE 'N'.
000882     88  WS-JOURNAL-AVAIL        VALUE 'Y'.
000883 77  WS-CONTROLS-FOUND-SW        PIC X(01)   VALUE 'N'.
000890     88  WS-CONTROLS-FOUND       VALUE 'Y'.
000900 77  WS-MATCH-FOUND-SW           PIC X(01)   VALUE 'N'.
000910     88  WS-MATCH-FOUND          VALUE 'Y'.
001020 77  WS-CTL-FULFILLS             PIC 9(07)   COMP    VALUE 0.
001030 77  WS-CTL-AUDITS               PIC 9(07)   COMP    VALUE 0.
001031 77  WS-CTL-INVOICES             PIC 9(07)   COMP    VALUE 0.
001035 77  WS-CTL-CREDITS              PIC 9(07)   COMP    VALUE 0.
001037 77  WS-CTL-JOURNALS             PIC 9(07)   COMP    VALUE 0.
001038 77  WS-CTL-SUPPRESSED           PIC 9(07)   COMP    VALUE 0.
001040*-----------------------------------------------------------------*
001050*    ACTUAL COUNTS RE-TAKEN FROM THE FILES                        *
001060*-----------------------------------------------------------------*
001071 77  WS-ACT-ACCEPTS              PIC 9(07)   COMP    VALUE 0.
001080 77  WS-ACT-FULFILLS             PIC 9(07)   COMP    VALUE 0.
001090 77  WS-ACT-AUDITS               PIC 9(07)   COMP    VALUE 0.
001095 77  WS-ACT-CREDITS              PIC 9(07)   COMP    VALUE 0.
001097 77  WS-ACT-JOURNALS             PIC 9(07)   COMP    VALUE 0.
001098 77  WS-ACT-SUPPRESSED           PIC 9(07)   COMP    VALUE 0.
001100 77  WS-ORPHAN-FULFILLS          PIC 9(07)   COMP    VALUE 0.
001110 77  WS-UNFILLED-ACCEPTS         PIC 9(07)   COMP    VALUE 0.
001120*-----------------------------------------------------------------*
001770         UNTIL WS-EOF-FULFILLS.
001780     PERFORM 5000-COUNT-ONE-AUDIT   THRU 5000-EXIT
001790         UNTIL WS-EOF-AUDITS.
001793     PERFORM 5500-COUNT-ONE-MEMO    THRU 5500-EXIT
001796         UNTIL WS-EOF-MEMOS.
001797     PERFORM 5600-COUNT-ONE-JOURNAL THRU 5600-EXIT
001798         UNTIL WS-EOF-JOURNAL.
001800     PERFORM 7000-REPORT-BALANCE    THRU 7000-EXIT.
001810     PERFORM 9000-TERMINATE         THRU 9000-EXIT.
001811     MOVE 'END'   TO WS-RUN-EVENT.
002100             WS-AUDITLOG-STATUS
002110         SET WS-EOF-AUDITS TO TRUE
002120     END-IF.
002121     OPEN INPUT CREDIT-MEMO-FILE.
002122     IF WS-CRMEMO-OK
002123         SET WS-MEMO-AVAIL TO TRUE
002124     ELSE
002125         IF NOT WS-CRMEMO-NOTFOUND
002126             DISPLAY 'CREDIT-MEMO-FILE OPEN FAILED - STATUS '
002127                 WS-CRMEMO-STATUS
002128         END-IF
002129         SET WS-EOF-MEMOS TO TRUE
002130     END-IF.
002131     OPEN INPUT GL-HIST-FILE.
002132     IF WS-GLHIST-OK
002133         SET WS-JOURNAL-AVAIL TO TRUE
002134     ELSE
002135         IF NOT WS-GLHIST-NOTFOUND
002136             DISPLAY 'GL-HIST-FILE OPEN FAILED - STATUS '
002137                 WS-GLHIST-STATUS
002138         END-IF
002139         SET WS-EOF-JOURNAL TO TRUE
002140     END-IF.
002141     OPEN OUTPUT BAL-REPORT.
002142     IF NOT WS-BALRPT-OK
002150         DISPLAY 'BAL-REPORT OPEN FAILED - STATUS '
002160             WS-BALRPT-STATUS
002170     END-IF.
002460         MOVE 0 TO WS-CTL-FULFILLS
002470         MOVE 0 TO WS-CTL-AUDITS
002471         MOVE 0 TO WS-CTL-INVOICES
002475         MOVE 0 TO WS-CTL-CREDITS
002477         MOVE 0 TO WS-CTL-JOURNALS
002478         MOVE 0 TO WS-CTL-SUPPRESSED
002480     END-IF.
002490     ADD CTL-OFFERED-CNT TO WS-CTL-OFFERED.
002500     ADD CTL-ORDER-CNT   TO WS-CTL-ORDERS.
002523     IF CTL-INVOICE-CNT NUMERIC
002524         ADD CTL-INVOICE-CNT TO WS-CTL-INVOICES
002525     END-IF.
002526     IF CTL-CREDIT-CNT NUMERIC
002527         ADD CTL-CREDIT-CNT TO WS-CTL-CREDITS
002528     END-IF.
002529     IF CTL-JOURNAL-CNT NUMERIC
002530         ADD CTL-JOURNAL-CNT TO WS-CTL-JOURNALS
002531     END-IF.
002532     IF CTL-SUPPRESS-CNT NUMERIC
002533         ADD CTL-SUPPRESS-CNT TO WS-CTL-SUPPRESSED
002534     END-IF.
002535 2000-EXIT.
002540     EXIT.
002550*===================================================================*
002560*    3000-COUNT-ONE-ORDER                                           *
002750         GO TO 3000-EXIT
002760     END-IF.
002770     ADD 1 TO WS-ACT-ORDERS.
002772     IF ORD-ANSWER = 'D'
002774         ADD 1 TO WS-ACT-SUPPRESSED
002776         GO TO 3000-EXIT
002778     END-IF.
002780     IF ORD-ANSWER NOT = 'Y' AND ORD-ANSWER NOT = 'y'
002790         GO TO 3000-EXIT
002800     END-IF.
003947     IF WS-CTL-INVOICES NOT = WS-ACT-ACCEPTS
003948         MOVE 'N' TO WS-IN-BALANCE-SW
003949     END-IF.
003950     MOVE 'CREDIT MEMOS'        TO WS-CMP-LABEL.
003951     MOVE WS-CTL-CREDITS        TO WS-CMP-EXPECTED.
003952     MOVE WS-ACT-CREDITS        TO WS-CMP-ACTUAL.
003953     PERFORM 7200-FLAG-AND-PRINT THRU 7200-EXIT.
003954     IF WS-CTL-CREDITS NOT = WS-ACT-CREDITS
003955         MOVE 'N' TO WS-IN-BALANCE-SW
003956     END-IF.
003957     MOVE 'GL JOURNAL LINES'    TO WS-CMP-LABEL.
003958     MOVE WS-CTL-JOURNALS       TO WS-CMP-EXPECTED.
003959     MOVE WS-ACT-JOURNALS       TO WS-CMP-ACTUAL.
003960     PERFORM 7200-FLAG-AND-PRINT THRU 7200-EXIT.
003961     IF WS-CTL-JOURNALS NOT = WS-ACT-JOURNALS
003962         MOVE 'N' TO WS-IN-BALANCE-SW
003963     END-IF.
003964     MOVE 'CONTACT SUPPRESSIONS' TO WS-CMP-LABEL.
003965     MOVE WS-CTL-SUPPRESSED     TO WS-CMP-EXPECTED.
003966     MOVE WS-ACT-SUPPRESSED     TO WS-CMP-ACTUAL.
003967     PERFORM 7200-FLAG-AND-PRINT THRU 7200-EXIT.
003968     IF WS-CTL-SUPPRESSED NOT = WS-ACT-SUPPRESSED
003969         MOVE 'N' TO WS-IN-BALANCE-SW
003970     END-IF.
003971     MOVE 'PRODUCTS OFFERED PER CONTROL TOTALS'
003972         TO WS-CNT-LABEL.
003973     MOVE WS-CTL-OFFERED TO WS-CNT-VALUE.
003980     MOVE WS-COUNT-LINE TO REPORT-LINE.
003990     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004000     IF WS-YTBL-FULL
004710     CLOSE ORDER-FILE.
004720     CLOSE FULFILL-FILE.
004730     CLOSE AUDIT-LOG.
004731     IF WS-MEMO-AVAIL
004732         CLOSE CREDIT-MEMO-FILE
004733     END-IF.
004734     IF WS-JOURNAL-AVAIL
004735         CLOSE GL-HIST-FILE
004736     END-IF.
004740     CLOSE BAL-REPORT.
004750 9000-EXIT.
004760     EXIT.
005060     CLOSE RUN-CONTROL.
005070 8900-EXIT.
005080     EXIT.
005090*===================================================================*
005100*    5500-COUNT-ONE-MEMO                                            *
005110*    COUNT THE CREDIT MEMOS ISSUED ON THE BALANCE DATE.             *
005120*===================================================================*
005130 5500-COUNT-ONE-MEMO.
005140     READ CREDIT-MEMO-FILE NEXT RECORD
005150         AT END
005160             SET WS-EOF-MEMOS TO TRUE
005170     END-READ.
005180     IF WS-EOF-MEMOS
005190         GO TO 5500-EXIT
005200     END-IF.
005210     IF NOT WS-CRMEMO-OK
005220         DISPLAY 'CREDIT-MEMO-FILE READ FAILED - STATUS '
005230             WS-CRMEMO-STATUS
005240         SET WS-EOF-MEMOS TO TRUE
005250         GO TO 5500-EXIT
005260     END-IF.
005270     IF CMO-ISSUE-DATE = WS-BALANCE-DATE
005280         ADD 1 TO WS-ACT-CREDITS
005290     END-IF.
005300 5500-EXIT.
005310     EXIT.
005320*===================================================================*
005330*    5600-COUNT-ONE-JOURNAL                                         *
005340*    COUNT THE GL JOURNAL LINES POSTED FOR THE BALANCE DATE.        *
005350*===================================================================*
005360 5600-COUNT-ONE-JOURNAL.
005370     READ GL-HIST-FILE
005380         AT END
005390             SET WS-EOF-JOURNAL TO TRUE
005400     END-READ.
005410     IF WS-EOF-JOURNAL
005420         GO TO 5600-EXIT
005430     END-IF.
005440     IF NOT WS-GLHIST-OK
005450         DISPLAY 'GL-HIST-FILE READ FAILED - STATUS '
005460             WS-GLHIST-STATUS
005470         SET WS-EOF-JOURNAL TO TRUE
005480         GO TO 5600-EXIT
005490     END-IF.
005500     IF GLJ-POST-DATE = WS-BALANCE-DATE
005510         ADD 1 TO WS-ACT-JOURNALS
005520     END-IF.
005530 5600-EXIT.
005540     EXIT.
