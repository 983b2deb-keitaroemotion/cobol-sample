000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    SECRPT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - MONTHLY AUDIT REPORT OF  *
000220*                     THE SECURITY LOG: REFUSED SIGN-ONS AND      *
000230*                     ACTIONS, DUAL-CONTROL RELEASES AND          *
000240*                     OPERATOR-MASTER CHANGES.                    *
000242*    2026-10-15 KS    REPORT HEADING NOW READS SIGN-ON REFUSALS   *
000244*                     AND RIGHTS CHANGES, WHICH IS WHAT THE LOG   *
000246*                     HOLDS.                                      *
000247*    2026-10-15 KS    A SEC-REPORT OPEN FAILURE NOW ENDS THE RUN  *
000248*                     'ER'.                                       *
000250*-----------------------------------------------------------------*
000260*    PRINTS ONE CALENDAR MONTH OF SECLOG IN THREE SECTIONS -      *
000270*    REFUSED ATTEMPTS ('V'), CRDREL RELEASES CLEARED BY A SECOND  *
000280*    OPERATOR ('D') AND OPRMNT CHANGES TO THE OPERATOR MASTER     *
000290*    ('M') - EACH IN THE ORDER THE EVENTS WERE LOGGED, FOLLOWED   *
000300*    BY THE REFUSED ATTEMPTS COUNTED BY REASON AND BY PROGRAM.    *
000310*    THE MONTH (YYYYMM) COMES FROM THE SECRPTPM PARM CARD; A      *
000320*    MISSING OR ZERO CARD REPORTS THE PREVIOUS CALENDAR MONTH, SO *
000330*    THE JOB CAN RUN UNATTENDED EARLY EACH MONTH.                 *
000340*-----------------------------------------------------------------*
000350 ENVIRONMENT    DIVISION.
000360 INPUT-OUTPUT   SECTION.
000370 FILE-CONTROL.
000380     SELECT SECURITY-LOG    ASSIGN TO SECLOG
000390         ORGANIZATION       IS SEQUENTIAL
000400         FILE STATUS        IS WS-SECLOG-STATUS.
000410     SELECT SEC-PARM-FILE   ASSIGN TO SECRPTPM
000420         ORGANIZATION       IS SEQUENTIAL
000430         FILE STATUS        IS WS-SECRPTPM-STATUS.
000440     SELECT SEC-REPORT      ASSIGN TO SECAUDRP
000450         ORGANIZATION       IS SEQUENTIAL
000460         FILE STATUS        IS WS-SECAUDRP-STATUS.
000470     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000480         ORGANIZATION       IS SEQUENTIAL
000490         FILE STATUS        IS WS-RUNCTL-STATUS.
000500 DATA           DIVISION.
000510 FILE           SECTION.
000520 FD  SECURITY-LOG
000530     LABEL RECORD IS STANDARD.
000540     COPY SECREC.
000550 FD  SEC-PARM-FILE
000560     LABEL RECORD IS STANDARD.
000570 01  SEC-PARM-RECORD.
000580     05  SRP-PERIOD              PIC 9(06).
000590     05  FILLER                  PIC X(74).
000600 FD  SEC-REPORT
000610     LABEL RECORD IS STANDARD.
000620 01  REPORT-LINE                PIC X(80).
000630 FD  RUN-CONTROL
000640     LABEL RECORD IS STANDARD.
000650     COPY RUNREC.
000660 WORKING-STORAGE SECTION.
000670 01  WS-RUNCTL-STATUS            PIC X(02).
000680     88  WS-RUNCTL-OK            VALUE '00'.
000690     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000700 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000710 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000720 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000730 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000740 01  WS-RUN-TIME-RAW.
000750     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000760     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000770 01  WS-SECLOG-STATUS            PIC X(02).
000780     88  WS-SECLOG-OK            VALUE '00'.
000790     88  WS-SECLOG-NOTFOUND      VALUE '35'.
000800 01  WS-SECRPTPM-STATUS          PIC X(02).
000810     88  WS-SECRPTPM-OK          VALUE '00'.
000820 01  WS-SECAUDRP-STATUS          PIC X(02).
000830     88  WS-SECAUDRP-OK          VALUE '00'.
000840 77  WS-EOF-SECLOG-SW            PIC X(01)   VALUE 'N'.
000850     88  WS-EOF-SECLOG           VALUE 'Y'.
000860 77  WS-LOG-AVAIL-SW             PIC X(01)   VALUE 'N'.
000870     88  WS-LOG-AVAIL            VALUE 'Y'.
000880 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
000890     88  WS-PARM-FOUND           VALUE 'Y'.
000900 77  WS-EVTTBL-FULL-SW           PIC X(01)   VALUE 'N'.
000910     88  WS-EVTTBL-FULL          VALUE 'Y'.
000920 77  WS-PGMTBL-FULL-SW           PIC X(01)   VALUE 'N'.
000930     88  WS-PGMTBL-FULL          VALUE 'Y'.
000940 01  WS-TODAY                    PIC 9(08)   VALUE 0.
000950 01  WS-TODAY-R REDEFINES WS-TODAY.
000960     05  WS-TODAY-YYYY           PIC 9(04).
000970     05  WS-TODAY-MM             PIC 9(02).
000980     05  WS-TODAY-DD             PIC 9(02).
000990 01  WS-REPORT-PERIOD            PIC 9(06)   VALUE 0.
001000 01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
001010     05  WS-PERIOD-YYYY          PIC 9(04).
001020     05  WS-PERIOD-MM            PIC 9(02).
001030 01  WS-EVENT-PERIOD             PIC 9(06)   VALUE 0.
001040 77  WS-SECTION-EVENT            PIC X(01)   VALUE SPACE.
001050 77  WS-READ-CNT                  PIC 9(07)   COMP    VALUE 0.
001060 77  WS-PERIOD-CNT                PIC 9(07)   COMP    VALUE 0.
001070 77  WS-SECTION-CNT               PIC 9(07)   COMP    VALUE 0.
001080 77  WS-VIOLATION-CNT             PIC 9(07)   COMP    VALUE 0.
001090 77  WS-DUAL-CNT                  PIC 9(07)   COMP    VALUE 0.
001100 77  WS-CHANGE-CNT                PIC 9(07)   COMP    VALUE 0.
001110*-----------------------------------------------------------------*
001120*    THE MONTH'S EVENTS, HELD SO EACH SECTION CAN BE PRINTED IN   *
001130*    LOGGED ORDER WITHOUT RE-READING THE LOG.                     *
001140*-----------------------------------------------------------------*
001150 01  WS-EVT-TABLE.
001160     05  WS-EVT-ENTRY            OCCURS 20000 TIMES
001170                                 INDEXED BY WS-EVT-IDX.
001180         10  WS-EVT-DATE         PIC 9(08).
001190         10  WS-EVT-TIME         PIC 9(06).
001200         10  WS-EVT-EVENT        PIC X(01).
001210         10  WS-EVT-PROGRAM      PIC X(08).
001220         10  WS-EVT-OPERATOR     PIC X(08).
001230         10  WS-EVT-ACTION       PIC X(01).
001240         10  WS-EVT-REASON       PIC X(02).
001250         10  WS-EVT-SUBJECT      PIC X(14).
001260         10  WS-EVT-DETAIL       PIC X(26).
001270 77  WS-EVT-COUNT                 PIC 9(07)   COMP    VALUE 0.
001280*-----------------------------------------------------------------*
001290*    REFUSAL REASONS, IN THE ORDER THEY ARE SUMMARIZED. THE LAST  *
001300*    ENTRY CATCHES ANY CODE NOT LISTED.                           *
001310*-----------------------------------------------------------------*
001320 01  WS-REASON-VALUES.
001330     05  FILLER                  PIC X(32)
001340         VALUE 'UIUNKNOWN OPERATOR ID           '.
001350     05  FILLER                  PIC X(32)
001360         VALUE 'PWWRONG PIN                     '.
001370     05  FILLER                  PIC X(32)
001380         VALUE 'RVOPERATOR REVOKED              '.
001390     05  FILLER                  PIC X(32)
001400         VALUE 'NRNO RIGHT FOR THE ACTION       '.
001410     05  FILLER                  PIC X(32)
001420         VALUE 'LKSESSION ENDED AFTER 3 TRIES   '.
001430     05  FILLER                  PIC X(32)
001440         VALUE 'SOSAME OPERATOR / OWN RECORD    '.
001450     05  FILLER                  PIC X(32)
001460         VALUE 'NFOPERATOR MASTER UNAVAILABLE   '.
001470     05  FILLER                  PIC X(32)
001480         VALUE '**OTHER                         '.
001490 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001500     05  WS-RSN-ENTRY            OCCURS 8 TIMES
001510                                 INDEXED BY WS-RSN-IDX.
001520         10  WS-RSN-CODE         PIC X(02).
001530         10  WS-RSN-TEXT         PIC X(30).
001540 01  WS-RSN-COUNTS.
001550     05  WS-RSN-COUNT            PIC 9(07)   COMP
001560                                 OCCURS 8 TIMES.
001570 77  WS-RSN-SUB                   PIC 9(02)   COMP    VALUE 0.
001580 01  WS-PGM-TABLE.
001590     05  WS-PGM-ENTRY            OCCURS 50 TIMES
001600                                 INDEXED BY WS-PGM-IDX.
001610         10  WS-PGM-NAME         PIC X(08).
001620         10  WS-PGM-COUNT        PIC 9(07)   COMP.
001630 77  WS-PGM-COUNT-USED            PIC 9(02)   COMP    VALUE 0.
001640*-----------------------------------------------------------------*
001650*    REPORT PRINT LINE WORK AREAS                                 *
001660*-----------------------------------------------------------------*
001670 01  WS-HEADING-1                PIC X(80)
001676         VALUE
001682           'SECURITY AUDIT - SIGN-ON REFUSALS AND RIGHTS CHANGES'.
001690 01  WS-PERIOD-LINE.
001700     05  FILLER                  PIC X(15)
001710         VALUE 'PERIOD:        '.
001720     05  WS-PER-PERIOD           PIC 9(06).
001730     05  FILLER                  PIC X(59).
001740 01  WS-SECTION-LINE             PIC X(80).
001750 01  WS-HEADING-2.
001760     05  FILLER                  PIC X(34)
001770         VALUE 'DATE     TIME   PROGRAM  OPERATOR '.
001780     05  FILLER                  PIC X(46)
001790         VALUE 'A RS SUBJECT        DETAIL'.
001800 01  WS-DETAIL-LINE.
001810     05  WS-DET-DATE             PIC 9(08).
001820     05  FILLER                  PIC X(01).
001830     05  WS-DET-TIME             PIC 9(06).
001840     05  FILLER                  PIC X(01).
001850     05  WS-DET-PROGRAM          PIC X(08).
001860     05  FILLER                  PIC X(01).
001870     05  WS-DET-OPERATOR         PIC X(08).
001880     05  FILLER                  PIC X(01).
001890     05  WS-DET-ACTION           PIC X(01).
001900     05  FILLER                  PIC X(01).
001910     05  WS-DET-REASON           PIC X(02).
001920     05  FILLER                  PIC X(01).
001930     05  WS-DET-SUBJECT          PIC X(14).
001940     05  FILLER                  PIC X(01).
001950     05  WS-DET-DETAIL           PIC X(26).
001960 01  WS-SUMMARY-LINE.
001970     05  FILLER                  PIC X(02).
001980     05  WS-SUM-CODE             PIC X(08).
001990     05  FILLER                  PIC X(02).
002000     05  WS-SUM-TEXT             PIC X(30).
002010     05  WS-SUM-VALUE            PIC ZZZ,ZZ9.
002020     05  FILLER                  PIC X(31).
002030 01  WS-COUNT-LINE.
002040     05  WS-CNT-LABEL            PIC X(34).
002050     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
002060     05  FILLER                  PIC X(39).
002070 PROCEDURE      DIVISION.
002080*===================================================================*
002090*    0000-MAINLINE                                                  *
002100*===================================================================*
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002130     PERFORM 2000-LOAD-ONE-EVENT   THRU 2000-EXIT
002140         UNTIL WS-EOF-SECLOG.
002150     PERFORM 3000-PRINT-REPORT     THRU 3000-EXIT.
002160     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002170     MOVE 'END'   TO WS-RUN-EVENT.
002180     MOVE WS-PERIOD-CNT TO WS-RUN-RECORDS.
002190     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002200     STOP RUN.
002210 0000-EXIT.
002220     EXIT.
002230*-------------------------------------------------------------------*
002240*    1000-INITIALIZE                                                *
002250*    NO SECURITY LOG YET SIMPLY MEANS NOTHING HAS BEEN LOGGED; THE  *
002260*    REPORT STILL PRINTS, WITH EMPTY SECTIONS.                      *
002270*-------------------------------------------------------------------*
002280 1000-INITIALIZE.
002290     MOVE 'START' TO WS-RUN-EVENT.
002300     MOVE 'OK'    TO WS-RUN-STATUS.
002310     MOVE 0       TO WS-RUN-RECORDS.
002320     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002330     PERFORM 1200-CLEAR-ONE-REASON THRU 1200-EXIT
002340         VARYING WS-RSN-SUB FROM 1 BY 1
002350         UNTIL WS-RSN-SUB > 8.
002360     OPEN INPUT SECURITY-LOG.
002370     IF WS-SECLOG-OK
002380         SET WS-LOG-AVAIL TO TRUE
002390     ELSE
002400         IF NOT WS-SECLOG-NOTFOUND
002410             DISPLAY 'SECURITY-LOG OPEN FAILED - STATUS '
002420                 WS-SECLOG-STATUS
002430             MOVE 'ER' TO WS-RUN-STATUS
002440         END-IF
002450         SET WS-EOF-SECLOG TO TRUE
002460     END-IF.
002470     OPEN OUTPUT SEC-REPORT.
002480     IF NOT WS-SECAUDRP-OK
002490         DISPLAY 'SEC-REPORT OPEN FAILED - STATUS '
002500             WS-SECAUDRP-STATUS
002505         MOVE 'ER' TO WS-RUN-STATUS
002510     END-IF.
002520     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
002530 1000-EXIT.
002540     EXIT.
002550*-------------------------------------------------------------------*
002560*    1100-LOAD-PARM                                                 *
002570*    THE MONTH COMES FROM THE SECRPTPM CARD; A MISSING OR ZERO      *
002580*    CARD REPORTS THE CALENDAR MONTH BEFORE TODAY'S.                *
002590*-------------------------------------------------------------------*
002600 1100-LOAD-PARM.
002610     OPEN INPUT SEC-PARM-FILE.
002620     IF WS-SECRPTPM-OK
002630         READ SEC-PARM-FILE
002640             AT END
002650                 CONTINUE
002660             NOT AT END
002670                 SET WS-PARM-FOUND TO TRUE
002680         END-READ
002690         CLOSE SEC-PARM-FILE
002700     END-IF.
002710     IF WS-PARM-FOUND
002720        AND SRP-PERIOD NUMERIC
002730        AND SRP-PERIOD > 0
002740         MOVE SRP-PERIOD TO WS-REPORT-PERIOD
002750         GO TO 1100-EXIT
002760     END-IF.
002770     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002780     IF WS-TODAY-MM = 1
002790         COMPUTE WS-PERIOD-YYYY = WS-TODAY-YYYY - 1
002800         MOVE 12 TO WS-PERIOD-MM
002810     ELSE
002820         MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
002830         COMPUTE WS-PERIOD-MM = WS-TODAY-MM - 1
002840     END-IF.
002850 1100-EXIT.
002860     EXIT.
002870 1200-CLEAR-ONE-REASON.
002880     MOVE 0 TO WS-RSN-COUNT(WS-RSN-SUB).
002890 1200-EXIT.
002900     EXIT.
002910*===================================================================*
002920*    2000-LOAD-ONE-EVENT                                            *
002930*    ONLY THE REPORT MONTH IS HELD. REFUSED ATTEMPTS ARE COUNTED BY *
002940*    REASON AND BY PROGRAM AS THEY ARE LOADED.                      *
002950*===================================================================*
002960 2000-LOAD-ONE-EVENT.
002970     READ SECURITY-LOG
002980         AT END
002990             SET WS-EOF-SECLOG TO TRUE
003000     END-READ.
003010     IF WS-EOF-SECLOG
003020         GO TO 2000-EXIT
003030     END-IF.
003040     IF NOT WS-SECLOG-OK
003050         DISPLAY 'SECURITY-LOG READ FAILED - STATUS '
003060             WS-SECLOG-STATUS
003070         SET WS-EOF-SECLOG TO TRUE
003080         GO TO 2000-EXIT
003090     END-IF.
003100     ADD 1 TO WS-READ-CNT.
003110     IF SEC-DATE NOT NUMERIC
003120         GO TO 2000-EXIT
003130     END-IF.
003140     DIVIDE SEC-DATE BY 100 GIVING WS-EVENT-PERIOD.
003150     IF WS-EVENT-PERIOD NOT = WS-REPORT-PERIOD
003160         GO TO 2000-EXIT
003170     END-IF.
003180     ADD 1 TO WS-PERIOD-CNT.
003190     EVALUATE TRUE
003200         WHEN SEC-VIOLATION
003210             ADD 1 TO WS-VIOLATION-CNT
003220             PERFORM 2100-COUNT-VIOLATION THRU 2100-EXIT
003230         WHEN SEC-DUAL-CONTROL
003240             ADD 1 TO WS-DUAL-CNT
003250         WHEN SEC-MASTER-CHANGE
003260             ADD 1 TO WS-CHANGE-CNT
003270     END-EVALUATE.
003280     IF WS-EVT-COUNT >= 20000
003290         IF NOT WS-EVTTBL-FULL
003300             MOVE 'Y' TO WS-EVTTBL-FULL-SW
003310             DISPLAY 'SECURITY EVENT TABLE FULL - EVENTS BEYOND '
003320                 '20000 ARE COUNTED BUT NOT LISTED.'
003330         END-IF
003340         GO TO 2000-EXIT
003350     END-IF.
003360     ADD 1 TO WS-EVT-COUNT.
003370     SET WS-EVT-IDX TO WS-EVT-COUNT.
003380     MOVE SEC-DATE        TO WS-EVT-DATE(WS-EVT-IDX).
003390     MOVE SEC-TIME        TO WS-EVT-TIME(WS-EVT-IDX).
003400     MOVE SEC-EVENT       TO WS-EVT-EVENT(WS-EVT-IDX).
003410     MOVE SEC-PROGRAM     TO WS-EVT-PROGRAM(WS-EVT-IDX).
003420     MOVE SEC-OPERATOR-ID TO WS-EVT-OPERATOR(WS-EVT-IDX).
003430     MOVE SEC-ACTION      TO WS-EVT-ACTION(WS-EVT-IDX).
003440     MOVE SEC-REASON      TO WS-EVT-REASON(WS-EVT-IDX).
003450     MOVE SEC-SUBJECT     TO WS-EVT-SUBJECT(WS-EVT-IDX).
003460     MOVE SEC-DETAIL      TO WS-EVT-DETAIL(WS-EVT-IDX).
003470 2000-EXIT.
003480     EXIT.
003490*-------------------------------------------------------------------*
003500*    2100-COUNT-VIOLATION                                           *
003510*    AN UNLISTED REASON FALLS TO THE LAST (OTHER) ENTRY.            *
003520*-------------------------------------------------------------------*
003530 2100-COUNT-VIOLATION.
003540     SET WS-RSN-IDX TO 1.
003550     SEARCH WS-RSN-ENTRY
003560         AT END
003570             SET WS-RSN-IDX TO 8
003580         WHEN WS-RSN-CODE(WS-RSN-IDX) = SEC-REASON
003590             CONTINUE
003600     END-SEARCH.
003610     SET WS-RSN-SUB TO WS-RSN-IDX.
003620     ADD 1 TO WS-RSN-COUNT(WS-RSN-SUB).
003630     SET WS-PGM-IDX TO 1.
003640     SEARCH WS-PGM-ENTRY
003650         AT END
003660             GO TO 2100-EXIT
003670         WHEN WS-PGM-IDX > WS-PGM-COUNT-USED
003680             CONTINUE
003690         WHEN WS-PGM-NAME(WS-PGM-IDX) = SEC-PROGRAM
003700             ADD 1 TO WS-PGM-COUNT(WS-PGM-IDX)
003710             GO TO 2100-EXIT
003720     END-SEARCH.
003730     IF WS-PGM-COUNT-USED >= 50
003740         IF NOT WS-PGMTBL-FULL
003750             MOVE 'Y' TO WS-PGMTBL-FULL-SW
003760             DISPLAY 'PROGRAM TABLE FULL - PROGRAMS BEYOND 50 '
003770                 'ARE NOT SUMMARIZED.'
003780         END-IF
003790         GO TO 2100-EXIT
003800     END-IF.
003810     ADD 1 TO WS-PGM-COUNT-USED.
003820     SET WS-PGM-IDX TO WS-PGM-COUNT-USED.
003830     MOVE SEC-PROGRAM TO WS-PGM-NAME(WS-PGM-IDX).
003840     MOVE 1           TO WS-PGM-COUNT(WS-PGM-IDX).
003850 2100-EXIT.
003860     EXIT.
003870*===================================================================*
003880*    3000-PRINT-REPORT                                              *
003890*===================================================================*
003900 3000-PRINT-REPORT.
003910     MOVE WS-HEADING-1 TO REPORT-LINE.
003920     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003930     MOVE WS-REPORT-PERIOD TO WS-PER-PERIOD.
003940     MOVE WS-PERIOD-LINE TO REPORT-LINE.
003950     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003960     MOVE 'V' TO WS-SECTION-EVENT.
003970     MOVE 'REFUSED SIGN-ONS AND ACTIONS' TO WS-SECTION-LINE.
003980     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT.
003990     MOVE 'D' TO WS-SECTION-EVENT.
004000     MOVE 'CREDIT RELEASES CLEARED BY A SECOND OPERATOR'
004010         TO WS-SECTION-LINE.
004020     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT.
004030     MOVE 'M' TO WS-SECTION-EVENT.
004040     MOVE 'OPERATOR-MASTER CHANGES' TO WS-SECTION-LINE.
004050     PERFORM 3100-PRINT-SECTION THRU 3100-EXIT.
004060     PERFORM 3300-PRINT-SUMMARY THRU 3300-EXIT.
004070 3000-EXIT.
004080     EXIT.
004090*-------------------------------------------------------------------*
004100*    3100-PRINT-SECTION                                             *
004110*    ONE SECTION: EVERY HELD EVENT OF WS-SECTION-EVENT'S TYPE.      *
004120*-------------------------------------------------------------------*
004130 3100-PRINT-SECTION.
004140     MOVE SPACES TO REPORT-LINE.
004150     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004160     MOVE WS-SECTION-LINE TO REPORT-LINE.
004170     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004180     MOVE WS-HEADING-2 TO REPORT-LINE.
004190     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004200     MOVE 0 TO WS-SECTION-CNT.
004210     PERFORM 3200-PRINT-ONE-EVENT THRU 3200-EXIT
004220         VARYING WS-EVT-IDX FROM 1 BY 1
004230         UNTIL WS-EVT-IDX > WS-EVT-COUNT.
004240     IF WS-SECTION-CNT = 0
004250         MOVE '  NONE IN THE PERIOD.' TO REPORT-LINE
004260         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004270     END-IF.
004280 3100-EXIT.
004290     EXIT.
004300 3200-PRINT-ONE-EVENT.
004310     IF WS-EVT-EVENT(WS-EVT-IDX) NOT = WS-SECTION-EVENT
004320         GO TO 3200-EXIT
004330     END-IF.
004340     ADD 1 TO WS-SECTION-CNT.
004350     MOVE SPACES                        TO WS-DETAIL-LINE.
004360     MOVE WS-EVT-DATE(WS-EVT-IDX)       TO WS-DET-DATE.
004370     MOVE WS-EVT-TIME(WS-EVT-IDX)       TO WS-DET-TIME.
004380     MOVE WS-EVT-PROGRAM(WS-EVT-IDX)    TO WS-DET-PROGRAM.
004390     MOVE WS-EVT-OPERATOR(WS-EVT-IDX)   TO WS-DET-OPERATOR.
004400     MOVE WS-EVT-ACTION(WS-EVT-IDX)     TO WS-DET-ACTION.
004410     MOVE WS-EVT-REASON(WS-EVT-IDX)     TO WS-DET-REASON.
004420     MOVE WS-EVT-SUBJECT(WS-EVT-IDX)    TO WS-DET-SUBJECT.
004430     MOVE WS-EVT-DETAIL(WS-EVT-IDX)     TO WS-DET-DETAIL.
004440     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004450     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004460 3200-EXIT.
004470     EXIT.
004480*-------------------------------------------------------------------*
004490*    3300-PRINT-SUMMARY                                             *
004500*-------------------------------------------------------------------*
004510 3300-PRINT-SUMMARY.
004520     MOVE SPACES TO REPORT-LINE.
004530     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004540     MOVE 'REFUSED ATTEMPTS BY REASON' TO REPORT-LINE.
004550     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004560     PERFORM 3310-PRINT-ONE-REASON THRU 3310-EXIT
004570         VARYING WS-RSN-SUB FROM 1 BY 1
004580         UNTIL WS-RSN-SUB > 8.
004590     MOVE SPACES TO REPORT-LINE.
004600     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004610     MOVE 'REFUSED ATTEMPTS BY PROGRAM' TO REPORT-LINE.
004620     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004630     PERFORM 3320-PRINT-ONE-PROGRAM THRU 3320-EXIT
004640         VARYING WS-PGM-IDX FROM 1 BY 1
004650         UNTIL WS-PGM-IDX > WS-PGM-COUNT-USED.
004660     IF WS-PGM-COUNT-USED = 0
004670         MOVE '  NONE IN THE PERIOD.' TO REPORT-LINE
004680         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004690     END-IF.
004700     MOVE SPACES TO REPORT-LINE.
004710     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004720     MOVE 'SECURITY-LOG RECORDS READ'      TO WS-CNT-LABEL.
004730     MOVE WS-READ-CNT                      TO WS-CNT-VALUE.
004740     PERFORM 3390-PRINT-COUNT THRU 3390-EXIT.
004750     MOVE 'RECORDS IN THE PERIOD'          TO WS-CNT-LABEL.
004760     MOVE WS-PERIOD-CNT                    TO WS-CNT-VALUE.
004770     PERFORM 3390-PRINT-COUNT THRU 3390-EXIT.
004780     MOVE 'REFUSED ATTEMPTS'               TO WS-CNT-LABEL.
004790     MOVE WS-VIOLATION-CNT                 TO WS-CNT-VALUE.
004800     PERFORM 3390-PRINT-COUNT THRU 3390-EXIT.
004810     MOVE 'DUAL-CONTROL RELEASES'          TO WS-CNT-LABEL.
004820     MOVE WS-DUAL-CNT                      TO WS-CNT-VALUE.
004830     PERFORM 3390-PRINT-COUNT THRU 3390-EXIT.
004840     MOVE 'OPERATOR-MASTER CHANGES'        TO WS-CNT-LABEL.
004850     MOVE WS-CHANGE-CNT                    TO WS-CNT-VALUE.
004860     PERFORM 3390-PRINT-COUNT THRU 3390-EXIT.
004870 3300-EXIT.
004880     EXIT.
004890 3310-PRINT-ONE-REASON.
004900     IF WS-RSN-COUNT(WS-RSN-SUB) = 0
004910         GO TO 3310-EXIT
004920     END-IF.
004930     MOVE SPACES                   TO WS-SUMMARY-LINE.
004940     MOVE WS-RSN-CODE(WS-RSN-SUB)  TO WS-SUM-CODE.
004950     MOVE WS-RSN-TEXT(WS-RSN-SUB)  TO WS-SUM-TEXT.
004960     MOVE WS-RSN-COUNT(WS-RSN-SUB) TO WS-SUM-VALUE.
004970     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004980     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004990 3310-EXIT.
005000     EXIT.
005010 3320-PRINT-ONE-PROGRAM.
005020     MOVE SPACES                   TO WS-SUMMARY-LINE.
005030     MOVE WS-PGM-NAME(WS-PGM-IDX)  TO WS-SUM-CODE.
005040     MOVE WS-PGM-COUNT(WS-PGM-IDX) TO WS-SUM-VALUE.
005050     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005060     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005070 3320-EXIT.
005080     EXIT.
005090 3390-PRINT-COUNT.
005100     MOVE WS-COUNT-LINE TO REPORT-LINE.
005110     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005120 3390-EXIT.
005130     EXIT.
005140*===================================================================*
005150*    6000-WRITE-REPORT-LINE                                         *
005160*===================================================================*
005170 6000-WRITE-REPORT-LINE.
005180     WRITE REPORT-LINE.
005190     IF NOT WS-SECAUDRP-OK
005200         DISPLAY 'SEC-REPORT WRITE FAILED - STATUS '
005210             WS-SECAUDRP-STATUS
005220     END-IF.
005230 6000-EXIT.
005240     EXIT.
005250*===================================================================*
005260*    9000-TERMINATE                                                 *
005270*===================================================================*
005280 9000-TERMINATE.
005290     IF WS-LOG-AVAIL
005300         CLOSE SECURITY-LOG
005310     END-IF.
005320     CLOSE SEC-REPORT.
005330 9000-EXIT.
005340     EXIT.
005350*===================================================================*
005360*    8900-WRITE-RUN-CONTROL                                         *
005370*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
005380*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
005390*===================================================================*
005400 8900-WRITE-RUN-CONTROL.
005410     OPEN EXTEND RUN-CONTROL.
005420     IF WS-RUNCTL-NOTFOUND
005430         OPEN OUTPUT RUN-CONTROL
005440     END-IF.
005450     IF NOT WS-RUNCTL-OK
005460         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
005470             WS-RUNCTL-STATUS
005480         GO TO 8900-EXIT
005490     END-IF.
005500     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
005510     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005520     MOVE SPACES             TO RUN-CONTROL-RECORD.
005530     MOVE 'SECRPT  '         TO RNC-PROGRAM-ID.
005540     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
005550     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
005560     MOVE WS-RUN-EVENT       TO RNC-EVENT.
005570     MOVE WS-RUN-STATUS      TO RNC-STATUS.
005580     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
005590     WRITE RUN-CONTROL-RECORD.
005600     IF NOT WS-RUNCTL-OK
005610         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
005620             WS-RUNCTL-STATUS
005630     END-IF.
005640     CLOSE RUN-CONTROL.
005650 8900-EXIT.
005660     EXIT.
