000100*-----------------------------------------------------------------*
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.    RSVAUDIT.
000130 AUTHOR.        KEI SUGANO.
000140 INSTALLATION.  SALES SYSTEMS GROUP.
000150 DATE-WRITTEN.  2026-10-15.
000160 DATE-COMPILED.
000170*-----------------------------------------------------------------*
000180*    MODIFICATION HISTORY                                         *
000190*    DATE       INIT  DESCRIPTION                                 *
000200*    ---------- ----  ------------------------------------------- *
000210*    2026-10-15 KS    ORIGINAL VERSION - NIGHTLY AUDIT OF THE     *
000220*                     RESERVED FIGURE ON INVFILE AGAINST THE      *
000230*                     EXPORTS STILL OPEN AT THE WAREHOUSE.        *
000233*    2026-10-15 KS    STOGEN ADDED TO THE WRITERS OF FULFILFL     *
000236*                     NAMED BELOW.                                *
000240*-----------------------------------------------------------------*
000250*    EVERY EXPORT ON FULFILFL RESERVED ITS QUANTITY WHEN IT WAS   *
000260*    WRITTEN (HELLO, CRDREL, BKORDREL, STOGEN), AND FULRECON      *
000270*    RELEASES THAT RESERVATION WHEN THE WAREHOUSE ACKS THE        *
000280*    EXPORT AS SHIPPED OR CANCELLED. FULRECON KEEPS EVERY SUCH    *
000290*    ACK ON FULAKHST, SO AN EXPORT WITH NO MATCHING ACK THERE IS  *
000300*    STILL OPEN AND SHOULD STILL BE HOLDING ITS UNITS.            *
000310*    THE EXPECTED RESERVED FIGURE FOR A PRODUCT IS THE SUM OF ITS *
000320*    OPEN EXPORTS. EACH ACK CLOSES ONE EXPORT, MATCHED ON         *
000330*    CUSTOMER + PRODUCT + ORDER DATE THE WAY FULRECON MATCHES.    *
000340*    EVERY INVFILE PRODUCT WHOSE INV-RESERVED DIFFERS FROM THE    *
000350*    EXPECTED FIGURE IS PRINTED WITH THE DIFFERENCE. THE AUDIT    *
000360*    ONLY REPORTS - ANY CORRECTION IS MADE THROUGH INVMNT.        *
000370*    EXPORTS ACKED BEFORE FULAKHST WAS KEPT HAVE NO ACK ON IT;    *
000380*    THE OPTIONAL RSVAUDPM PARM CARD GIVES THE FIRST ORDER DATE   *
000390*    TO AUDIT SO THOSE EXPORTS CAN BE LEFT OUT. WITHOUT A CARD    *
000400*    EVERY EXPORT IS AUDITED.                                     *
000410*-----------------------------------------------------------------*
000420 ENVIRONMENT    DIVISION.
000430 INPUT-OUTPUT   SECTION.
000440 FILE-CONTROL.
000450     SELECT FULFILL-FILE    ASSIGN TO FULFILFL
000460         ORGANIZATION       IS SEQUENTIAL
000470         FILE STATUS        IS WS-FULFILFL-STATUS.
000480     SELECT ACK-HIST-FILE   ASSIGN TO FULAKHST
000490         ORGANIZATION       IS SEQUENTIAL
000500         FILE STATUS        IS WS-FULAKHST-STATUS.
000510     SELECT INVENTORY-FILE  ASSIGN TO INVFILE
000520         ORGANIZATION       IS INDEXED
000530         ACCESS MODE        IS SEQUENTIAL
000540         RECORD KEY         IS INV-PROD-CODE
000550         FILE STATUS        IS WS-INVFILE-STATUS.
000560     SELECT AUDIT-PARM-FILE ASSIGN TO RSVAUDPM
000570         ORGANIZATION       IS SEQUENTIAL
000580         FILE STATUS        IS WS-RSVAUDPM-STATUS.
000590     SELECT AUDIT-REPORT    ASSIGN TO RSVAUDRP
000600         ORGANIZATION       IS SEQUENTIAL
000610         FILE STATUS        IS WS-RSVAUDRP-STATUS.
000620     SELECT RUN-CONTROL    ASSIGN TO RUNCTL
000630         ORGANIZATION       IS SEQUENTIAL
000640         FILE STATUS        IS WS-RUNCTL-STATUS.
000650 DATA           DIVISION.
000660 FILE           SECTION.
000670 FD  FULFILL-FILE
000680     LABEL RECORD IS STANDARD.
000690     COPY FULFREC.
000700 FD  ACK-HIST-FILE
000710     LABEL RECORD IS STANDARD.
000720     COPY FULAREC.
000730 FD  INVENTORY-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY INVREC.
000760 FD  AUDIT-PARM-FILE
000770     LABEL RECORD IS STANDARD.
000780 01  AUDIT-PARM-RECORD.
000790     05  RAP-FROM-DATE           PIC 9(08).
000800     05  FILLER                  PIC X(72).
000810 FD  AUDIT-REPORT
000820     LABEL RECORD IS STANDARD.
000830 01  REPORT-LINE                PIC X(80).
000840 FD  RUN-CONTROL
000850     LABEL RECORD IS STANDARD.
000860     COPY RUNREC.
000870 WORKING-STORAGE SECTION.
000880 01  WS-RUNCTL-STATUS            PIC X(02).
000890     88  WS-RUNCTL-OK            VALUE '00'.
000900     88  WS-RUNCTL-NOTFOUND      VALUE '35'.
000910 77  WS-RUN-EVENT                PIC X(05)   VALUE SPACES.
000920 77  WS-RUN-STATUS               PIC X(02)   VALUE 'OK'.
000930 77  WS-RUN-RECORDS              PIC 9(07)   VALUE 0.
000940 77  WS-RUN-DATE-NOW             PIC 9(08)   VALUE 0.
000950 01  WS-RUN-TIME-RAW.
000960     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000970     05  WS-RUN-TIME-HUNDRS      PIC 9(02).
000980 01  WS-FULFILFL-STATUS          PIC X(02).
000990     88  WS-FULFILFL-OK          VALUE '00'.
001000     88  WS-FULFILFL-NOTFOUND    VALUE '35'.
001010 01  WS-FULAKHST-STATUS          PIC X(02).
001020     88  WS-FULAKHST-OK          VALUE '00'.
001030     88  WS-FULAKHST-NOTFOUND    VALUE '35'.
001040 01  WS-INVFILE-STATUS           PIC X(02).
001050     88  WS-INVFILE-OK           VALUE '00'.
001060     88  WS-INVFILE-NOTFOUND     VALUE '35'.
001070 01  WS-RSVAUDPM-STATUS          PIC X(02).
001080     88  WS-RSVAUDPM-OK          VALUE '00'.
001090 01  WS-RSVAUDRP-STATUS          PIC X(02).
001100     88  WS-RSVAUDRP-OK          VALUE '00'.
001110 77  WS-EOF-ACK-SW               PIC X(01)   VALUE 'N'.
001120     88  WS-EOF-ACKS             VALUE 'Y'.
001130 77  WS-EOF-EXP-SW               PIC X(01)   VALUE 'N'.
001140     88  WS-EOF-EXPORTS          VALUE 'Y'.
001150 77  WS-EOF-INV-SW               PIC X(01)   VALUE 'N'.
001160     88  WS-EOF-INVENTORY        VALUE 'Y'.
001170 77  WS-ACK-AVAIL-SW             PIC X(01)   VALUE 'N'.
001180     88  WS-ACK-AVAIL            VALUE 'Y'.
001190 77  WS-EXP-AVAIL-SW             PIC X(01)   VALUE 'N'.
001200     88  WS-EXP-AVAIL            VALUE 'Y'.
001210 77  WS-INV-AVAIL-SW             PIC X(01)   VALUE 'N'.
001220     88  WS-INV-AVAIL            VALUE 'Y'.
001230 77  WS-PARM-FOUND-SW            PIC X(01)   VALUE 'N'.
001240     88  WS-PARM-FOUND           VALUE 'Y'.
001250 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
001260     88  WS-ENTRY-FOUND          VALUE 'Y'.
001270 77  WS-ACKTBL-FULL-SW           PIC X(01)   VALUE 'N'.
001280     88  WS-ACKTBL-FULL          VALUE 'Y'.
001290 77  WS-PRDTBL-FULL-SW           PIC X(01)   VALUE 'N'.
001300     88  WS-PRDTBL-FULL          VALUE 'Y'.
001310 77  WS-FROM-DATE                PIC 9(08)   VALUE 0.
001320*-----------------------------------------------------------------*
001330*    RESOLVING ACKS FROM FULAKHST. AN ACK IS USED UP BY THE       *
001340*    FIRST EXPORT IT MATCHES SO TWO EXPORTS ON THE SAME DAY       *
001350*    NEED TWO ACKS TO BE CLOSED.                                  *
001360*-----------------------------------------------------------------*
001370 01  WS-ACK-TABLE.
001380     05  WS-ACK-ENTRY            OCCURS 250000 TIMES
001390                                 INDEXED BY WS-ACK-IDX.
001400         10  WS-ACK-CUST-ID      PIC X(08).
001410         10  WS-ACK-PROD-CODE    PIC X(06).
001420         10  WS-ACK-ORDER-DATE   PIC 9(08).
001430         10  WS-ACK-USED-SW      PIC X(01).
001440 77  WS-ACK-COUNT                PIC 9(07)   COMP    VALUE 0.
001450*-----------------------------------------------------------------*
001460*    EXPECTED RESERVED UNITS PER PRODUCT FROM THE OPEN EXPORTS.   *
001470*-----------------------------------------------------------------*
001480 01  WS-PRD-TABLE.
001490     05  WS-PRD-ENTRY            OCCURS 5000 TIMES
001500                                 INDEXED BY WS-PRD-IDX.
001510         10  WS-PRD-PROD-CODE    PIC X(06).
001520         10  WS-PRD-EXPECTED     PIC 9(09)   COMP.
001530         10  WS-PRD-OPEN-CNT     PIC 9(07)   COMP.
001540 77  WS-PRD-COUNT                PIC 9(05)   COMP    VALUE 0.
001550 77  WS-EXP-QTY                  PIC 9(05)   VALUE 0.
001560 77  WS-EXPECTED-QTY             PIC 9(09)   VALUE 0.
001570 77  WS-OPEN-ON-PRODUCT          PIC 9(07)   VALUE 0.
001580 77  WS-DIFF-QTY                 PIC S9(09)  VALUE 0.
001590 77  WS-EXPORT-CNT               PIC 9(07)   COMP    VALUE 0.
001600 77  WS-EARLY-EXPORT-CNT         PIC 9(07)   COMP    VALUE 0.
001610 77  WS-CLOSED-EXPORT-CNT        PIC 9(07)   COMP    VALUE 0.
001620 77  WS-OPEN-EXPORT-CNT          PIC 9(07)   COMP    VALUE 0.
001630 77  WS-OPEN-UNITS-CNT           PIC 9(09)   COMP    VALUE 0.
001640 77  WS-ACK-SKIP-CNT             PIC 9(07)   COMP    VALUE 0.
001650 77  WS-UNUSED-ACK-CNT           PIC 9(07)   COMP    VALUE 0.
001660 77  WS-PRODUCT-CNT              PIC 9(07)   COMP    VALUE 0.
001670 77  WS-AGREE-CNT                PIC 9(07)   COMP    VALUE 0.
001680 77  WS-MISMATCH-CNT             PIC 9(07)   COMP    VALUE 0.
001690*-----------------------------------------------------------------*
001700*    REPORT PRINT LINE WORK AREAS                                 *
001710*-----------------------------------------------------------------*
001720 01  WS-HEADING-1                PIC X(80)
001730         VALUE 'RESERVATION AUDIT - INVFILE AGAINST OPEN EXPORTS'.
001740 01  WS-HEADING-2.
001750     05  FILLER                  PIC X(08)   VALUE 'FROM '.
001760     05  WS-HDG-FROM-DATE        PIC X(08).
001770     05  FILLER                  PIC X(64).
001780 01  WS-HEADING-3.
001790     05  FILLER                  PIC X(40)
001800         VALUE 'PRODUCT  ON HAND   RESERVED   EXPECTED  '.
001810     05  FILLER                  PIC X(40)
001820         VALUE 'DIFFERENCE OPEN EXPORTS'.
001830 01  WS-DETAIL-LINE.
001840     05  WS-DET-PROD-CODE        PIC X(06).
001850     05  FILLER                  PIC X(01).
001860     05  WS-DET-ON-HAND          PIC Z,ZZZ,ZZ9.
001870     05  FILLER                  PIC X(01).
001880     05  WS-DET-RESERVED         PIC Z,ZZZ,ZZ9.
001890     05  FILLER                  PIC X(01).
001900     05  WS-DET-EXPECTED         PIC ZZZ,ZZZ,ZZ9.
001910     05  FILLER                  PIC X(01).
001920     05  WS-DET-DIFF             PIC ---,---,--9.
001930     05  FILLER                  PIC X(01).
001940     05  WS-DET-OPEN-CNT         PIC Z,ZZZ,ZZ9.
001950     05  FILLER                  PIC X(20).
001960 01  WS-COUNT-LINE.
001970     05  WS-CNT-LABEL            PIC X(34).
001980     05  WS-CNT-VALUE            PIC ZZZ,ZZ9.
001990     05  FILLER                  PIC X(39).
002000 PROCEDURE      DIVISION.
002010*===================================================================*
002020*    0000-MAINLINE                                                  *
002030*===================================================================*
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
002060     PERFORM 2000-LOAD-ONE-ACK     THRU 2000-EXIT
002070         UNTIL WS-EOF-ACKS.
002080     PERFORM 3000-TALLY-ONE-EXPORT THRU 3000-EXIT
002090         UNTIL WS-EOF-EXPORTS.
002100     PERFORM 3900-START-INVENTORY  THRU 3900-EXIT.
002110     PERFORM 4000-CHECK-ONE-PRODUCT THRU 4000-EXIT
002120         UNTIL WS-EOF-INVENTORY.
002130     PERFORM 5000-PRINT-CONTROLS   THRU 5000-EXIT.
002140     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
002150     MOVE 'END'   TO WS-RUN-EVENT.
002160     IF WS-MISMATCH-CNT > 0
002170         MOVE 'OB' TO WS-RUN-STATUS
002180     END-IF.
002190     MOVE WS-PRODUCT-CNT TO WS-RUN-RECORDS.
002200     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002210     STOP RUN.
002220 0000-EXIT.
002230     EXIT.
002240*-------------------------------------------------------------------*
002250*    1000-INITIALIZE                                                *
002260*-------------------------------------------------------------------*
002270 1000-INITIALIZE.
002280     MOVE 'START' TO WS-RUN-EVENT.
002290     MOVE 'OK'    TO WS-RUN-STATUS.
002300     MOVE 0       TO WS-RUN-RECORDS.
002310     PERFORM 8900-WRITE-RUN-CONTROL THRU 8900-EXIT.
002320     MOVE SPACES TO WS-ACK-TABLE.
002330     MOVE 0      TO WS-ACK-COUNT.
002340     MOVE SPACES TO WS-PRD-TABLE.
002350     MOVE 0      TO WS-PRD-COUNT.
002360     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
002370     OPEN OUTPUT AUDIT-REPORT.
002380     IF NOT WS-RSVAUDRP-OK
002390         DISPLAY 'AUDIT-REPORT OPEN FAILED - STATUS '
002400             WS-RSVAUDRP-STATUS
002410     END-IF.
002420     OPEN INPUT ACK-HIST-FILE.
002430     IF WS-FULAKHST-OK
002440         SET WS-ACK-AVAIL TO TRUE
002450     ELSE
002460         IF NOT WS-FULAKHST-NOTFOUND
002470             DISPLAY 'ACK-HIST-FILE OPEN FAILED - STATUS '
002480                 WS-FULAKHST-STATUS
002490         END-IF
002500         SET WS-EOF-ACKS TO TRUE
002510     END-IF.
002520     OPEN INPUT FULFILL-FILE.
002530     IF WS-FULFILFL-OK
002540         SET WS-EXP-AVAIL TO TRUE
002550     ELSE
002560         IF NOT WS-FULFILFL-NOTFOUND
002570             DISPLAY 'FULFILL-FILE OPEN FAILED - STATUS '
002580                 WS-FULFILFL-STATUS
002590         END-IF
002600         SET WS-EOF-EXPORTS TO TRUE
002610     END-IF.
002620     MOVE WS-HEADING-1 TO REPORT-LINE.
002630     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002640     MOVE SPACES TO WS-HDG-FROM-DATE.
002650     IF WS-FROM-DATE > 0
002660         MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
002670     ELSE
002680         MOVE 'ALL'        TO WS-HDG-FROM-DATE
002690     END-IF.
002700     MOVE WS-HEADING-2 TO REPORT-LINE.
002710     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002720     MOVE WS-HEADING-3 TO REPORT-LINE.
002730     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760*-------------------------------------------------------------------*
002770*    1100-LOAD-PARM                                                 *
002780*    A MISSING OR UNREADABLE CARD AUDITS EVERY EXPORT.              *
002790*-------------------------------------------------------------------*
002800 1100-LOAD-PARM.
002810     OPEN INPUT AUDIT-PARM-FILE.
002820     IF WS-RSVAUDPM-OK
002830         READ AUDIT-PARM-FILE
002840             AT END
002850                 CONTINUE
002860             NOT AT END
002870                 SET WS-PARM-FOUND TO TRUE
002880         END-READ
002890         CLOSE AUDIT-PARM-FILE
002900     END-IF.
002910     IF WS-PARM-FOUND
002920        AND RAP-FROM-DATE NUMERIC
002930         MOVE RAP-FROM-DATE TO WS-FROM-DATE
002940     ELSE
002950         DISPLAY 'NO USABLE RESERVATION AUDIT PARM CARD - '
002960             'AUDITING EVERY EXPORT.'
002970     END-IF.
002980 1100-EXIT.
002990     EXIT.
003000*===================================================================*
003010*    2000-LOAD-ONE-ACK                                              *
003020*    ONLY SHIPPED AND CANCELLED ACKS RELEASE A RESERVATION.         *
003030*===================================================================*
003040 2000-LOAD-ONE-ACK.
003050     READ ACK-HIST-FILE
003060         AT END
003070             SET WS-EOF-ACKS TO TRUE
003080     END-READ.
003090     IF WS-EOF-ACKS
003100         GO TO 2000-EXIT
003110     END-IF.
003120     IF NOT WS-FULAKHST-OK
003130         DISPLAY 'ACK-HIST-FILE READ FAILED - STATUS '
003140             WS-FULAKHST-STATUS
003150         SET WS-EOF-ACKS TO TRUE
003160         GO TO 2000-EXIT
003170     END-IF.
003180     IF NOT FACK-SHIPPED AND NOT FACK-CANCELLED
003190         ADD 1 TO WS-ACK-SKIP-CNT
003200         GO TO 2000-EXIT
003210     END-IF.
003220     IF WS-ACK-COUNT >= 250000
003230         IF NOT WS-ACKTBL-FULL
003240             MOVE 'Y' TO WS-ACKTBL-FULL-SW
003250             DISPLAY 'ACK TABLE FULL - LATER ACKS IGNORED, '
003260                 'EXPECTED FIGURES WILL RUN HIGH.'
003270         END-IF
003280         GO TO 2000-EXIT
003290     END-IF.
003300     ADD 1 TO WS-ACK-COUNT.
003310     SET WS-ACK-IDX TO WS-ACK-COUNT.
003320     MOVE FACK-CUST-ID     TO WS-ACK-CUST-ID(WS-ACK-IDX).
003330     MOVE FACK-PROD-CODE   TO WS-ACK-PROD-CODE(WS-ACK-IDX).
003340     MOVE FACK-ORDER-DATE  TO WS-ACK-ORDER-DATE(WS-ACK-IDX).
003350     MOVE 'N'              TO WS-ACK-USED-SW(WS-ACK-IDX).
003360 2000-EXIT.
003370     EXIT.
003380*===================================================================*
003390*    3000-TALLY-ONE-EXPORT                                          *
003400*    AN EXPORT WITH AN UNUSED RESOLVING ACK IS CLOSED; ANY OTHER    *
003410*    EXPORT IS STILL OPEN AND ITS QUANTITY IS EXPECTED ON RESERVE.  *
003420*===================================================================*
003430 3000-TALLY-ONE-EXPORT.
003440     READ FULFILL-FILE
003450         AT END
003460             SET WS-EOF-EXPORTS TO TRUE
003470     END-READ.
003480     IF WS-EOF-EXPORTS
003490         GO TO 3000-EXIT
003500     END-IF.
003510     IF NOT WS-FULFILFL-OK
003520         DISPLAY 'FULFILL-FILE READ FAILED - STATUS '
003530             WS-FULFILFL-STATUS
003540         SET WS-EOF-EXPORTS TO TRUE
003550         GO TO 3000-EXIT
003560     END-IF.
003570     ADD 1 TO WS-EXPORT-CNT.
003580     IF FUL-ORDER-DATE < WS-FROM-DATE
003590         ADD 1 TO WS-EARLY-EXPORT-CNT
003600         GO TO 3000-EXIT
003610     END-IF.
003620     MOVE 'N' TO WS-FOUND-SW.
003630     SET WS-ACK-IDX TO 1.
003640     SEARCH WS-ACK-ENTRY
003650         AT END
003660             CONTINUE
003670         WHEN WS-ACK-IDX > WS-ACK-COUNT
003680             CONTINUE
003690         WHEN WS-ACK-CUST-ID(WS-ACK-IDX) = FUL-CUST-ID
003700          AND WS-ACK-PROD-CODE(WS-ACK-IDX) = FUL-PROD-CODE
003710          AND WS-ACK-ORDER-DATE(WS-ACK-IDX) = FUL-ORDER-DATE
003720          AND WS-ACK-USED-SW(WS-ACK-IDX) = 'N'
003730             SET WS-ENTRY-FOUND TO TRUE
003740     END-SEARCH.
003750     IF WS-ENTRY-FOUND
003760         MOVE 'Y' TO WS-ACK-USED-SW(WS-ACK-IDX)
003770         ADD 1 TO WS-CLOSED-EXPORT-CNT
003780         GO TO 3000-EXIT
003790     END-IF.
003800     IF FUL-QUANTITY NUMERIC
003810         MOVE FUL-QUANTITY TO WS-EXP-QTY
003820     ELSE
003830         MOVE 1 TO WS-EXP-QTY
003840     END-IF.
003850     ADD 1          TO WS-OPEN-EXPORT-CNT.
003860     ADD WS-EXP-QTY TO WS-OPEN-UNITS-CNT.
003870     PERFORM 3100-ADD-TO-PRODUCT THRU 3100-EXIT.
003880 3000-EXIT.
003890     EXIT.
003900 3100-ADD-TO-PRODUCT.
003910     MOVE 'N' TO WS-FOUND-SW.
003920     SET WS-PRD-IDX TO 1.
003930     SEARCH WS-PRD-ENTRY
003940         AT END
003950             CONTINUE
003960         WHEN WS-PRD-IDX > WS-PRD-COUNT
003970             CONTINUE
003980         WHEN WS-PRD-PROD-CODE(WS-PRD-IDX) = FUL-PROD-CODE
003990             SET WS-ENTRY-FOUND TO TRUE
004000     END-SEARCH.
004010     IF NOT WS-ENTRY-FOUND
004020         IF WS-PRD-COUNT >= 5000
004030             IF NOT WS-PRDTBL-FULL
004040                 MOVE 'Y' TO WS-PRDTBL-FULL-SW
004050                 DISPLAY 'PRODUCT TABLE FULL - PRODUCTS BEYOND '
004060                     '5000 ARE NOT AUDITED.'
004070             END-IF
004080             GO TO 3100-EXIT
004090         END-IF
004100         ADD 1 TO WS-PRD-COUNT
004110         SET WS-PRD-IDX TO WS-PRD-COUNT
004120         MOVE FUL-PROD-CODE TO WS-PRD-PROD-CODE(WS-PRD-IDX)
004130         MOVE 0             TO WS-PRD-EXPECTED(WS-PRD-IDX)
004140         MOVE 0             TO WS-PRD-OPEN-CNT(WS-PRD-IDX)
004150     END-IF.
004160     ADD WS-EXP-QTY TO WS-PRD-EXPECTED(WS-PRD-IDX).
004170     ADD 1          TO WS-PRD-OPEN-CNT(WS-PRD-IDX).
004180 3100-EXIT.
004190     EXIT.
004200*-------------------------------------------------------------------*
004210*    3900-START-INVENTORY                                           *
004220*-------------------------------------------------------------------*
004230 3900-START-INVENTORY.
004240     OPEN INPUT INVENTORY-FILE.
004250     IF WS-INVFILE-OK
004260         SET WS-INV-AVAIL TO TRUE
004270     ELSE
004280         IF NOT WS-INVFILE-NOTFOUND
004290             DISPLAY 'INVENTORY-FILE OPEN FAILED - STATUS '
004300                 WS-INVFILE-STATUS
004310         END-IF
004320         SET WS-EOF-INVENTORY TO TRUE
004330     END-IF.
004340 3900-EXIT.
004350     EXIT.
004360*===================================================================*
004370*    4000-CHECK-ONE-PRODUCT                                         *
004380*    A STOCKED PRODUCT WITH NO OPEN EXPORT SHOULD HOLD NOTHING.     *
004390*===================================================================*
004400 4000-CHECK-ONE-PRODUCT.
004410     READ INVENTORY-FILE NEXT RECORD
004420         AT END
004430             SET WS-EOF-INVENTORY TO TRUE
004440     END-READ.
004450     IF WS-EOF-INVENTORY
004460         GO TO 4000-EXIT
004470     END-IF.
004480     IF NOT WS-INVFILE-OK
004490         DISPLAY 'INVENTORY-FILE READ FAILED - STATUS '
004500             WS-INVFILE-STATUS
004510         SET WS-EOF-INVENTORY TO TRUE
004520         GO TO 4000-EXIT
004530     END-IF.
004540     ADD 1 TO WS-PRODUCT-CNT.
004550     MOVE 0 TO WS-EXPECTED-QTY.
004560     MOVE 0 TO WS-OPEN-ON-PRODUCT.
004570     MOVE 'N' TO WS-FOUND-SW.
004580     SET WS-PRD-IDX TO 1.
004590     SEARCH WS-PRD-ENTRY
004600         AT END
004610             CONTINUE
004620         WHEN WS-PRD-IDX > WS-PRD-COUNT
004630             CONTINUE
004640         WHEN WS-PRD-PROD-CODE(WS-PRD-IDX) = INV-PROD-CODE
004650             SET WS-ENTRY-FOUND TO TRUE
004660     END-SEARCH.
004670     IF WS-ENTRY-FOUND
004680         MOVE WS-PRD-EXPECTED(WS-PRD-IDX) TO WS-EXPECTED-QTY
004690         MOVE WS-PRD-OPEN-CNT(WS-PRD-IDX) TO WS-OPEN-ON-PRODUCT
004700     END-IF.
004710     IF INV-RESERVED = WS-EXPECTED-QTY
004720         ADD 1 TO WS-AGREE-CNT
004730         GO TO 4000-EXIT
004740     END-IF.
004750     ADD 1 TO WS-MISMATCH-CNT.
004760     COMPUTE WS-DIFF-QTY = INV-RESERVED - WS-EXPECTED-QTY.
004770     MOVE SPACES             TO WS-DETAIL-LINE.
004780     MOVE INV-PROD-CODE      TO WS-DET-PROD-CODE.
004790     MOVE INV-ON-HAND        TO WS-DET-ON-HAND.
004800     MOVE INV-RESERVED       TO WS-DET-RESERVED.
004810     MOVE WS-EXPECTED-QTY    TO WS-DET-EXPECTED.
004820     MOVE WS-DIFF-QTY        TO WS-DET-DIFF.
004830     MOVE WS-OPEN-ON-PRODUCT TO WS-DET-OPEN-CNT.
004840     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004850     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004860 4000-EXIT.
004870     EXIT.
004880*===================================================================*
004890*    5000-PRINT-CONTROLS                                            *
004900*===================================================================*
004910 5000-PRINT-CONTROLS.
004920     MOVE SPACES TO REPORT-LINE.
004930     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
004940     IF WS-MISMATCH-CNT = 0
004950         MOVE 'RESERVED AGREES WITH OPEN EXPORTS - EVERY PRODUCT'
004960             TO REPORT-LINE
004970         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
004980         MOVE SPACES TO REPORT-LINE
004990         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005000     END-IF.
005010     PERFORM 5100-COUNT-UNUSED-ACK THRU 5100-EXIT
005020         VARYING WS-ACK-IDX FROM 1 BY 1
005030         UNTIL WS-ACK-IDX > WS-ACK-COUNT.
005040     MOVE SPACES TO WS-COUNT-LINE.
005050     MOVE 'PRODUCTS CHECKED'               TO WS-CNT-LABEL.
005060     MOVE WS-PRODUCT-CNT                   TO WS-CNT-VALUE.
005070     MOVE WS-COUNT-LINE TO REPORT-LINE.
005080     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005090     MOVE 'PRODUCTS AGREEING'              TO WS-CNT-LABEL.
005100     MOVE WS-AGREE-CNT                     TO WS-CNT-VALUE.
005110     MOVE WS-COUNT-LINE TO REPORT-LINE.
005120     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005130     MOVE 'PRODUCTS MISMATCHED'            TO WS-CNT-LABEL.
005140     MOVE WS-MISMATCH-CNT                  TO WS-CNT-VALUE.
005150     MOVE WS-COUNT-LINE TO REPORT-LINE.
005160     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005170     MOVE 'EXPORTS READ'                   TO WS-CNT-LABEL.
005180     MOVE WS-EXPORT-CNT                    TO WS-CNT-VALUE.
005190     MOVE WS-COUNT-LINE TO REPORT-LINE.
005200     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005210     MOVE 'EXPORTS BEFORE AUDIT FROM DATE'  TO WS-CNT-LABEL.
005220     MOVE WS-EARLY-EXPORT-CNT              TO WS-CNT-VALUE.
005230     MOVE WS-COUNT-LINE TO REPORT-LINE.
005240     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005250     MOVE 'EXPORTS CLOSED BY SHIP/CANCEL'  TO WS-CNT-LABEL.
005260     MOVE WS-CLOSED-EXPORT-CNT             TO WS-CNT-VALUE.
005270     MOVE WS-COUNT-LINE TO REPORT-LINE.
005280     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005290     MOVE 'EXPORTS STILL OPEN'             TO WS-CNT-LABEL.
005300     MOVE WS-OPEN-EXPORT-CNT               TO WS-CNT-VALUE.
005310     MOVE WS-COUNT-LINE TO REPORT-LINE.
005320     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005330     MOVE 'UNITS ON OPEN EXPORTS'          TO WS-CNT-LABEL.
005340     MOVE WS-OPEN-UNITS-CNT                TO WS-CNT-VALUE.
005350     MOVE WS-COUNT-LINE TO REPORT-LINE.
005360     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005370     MOVE 'RESOLVING ACKS ON HISTORY'      TO WS-CNT-LABEL.
005380     MOVE WS-ACK-COUNT                     TO WS-CNT-VALUE.
005390     MOVE WS-COUNT-LINE TO REPORT-LINE.
005400     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005410     MOVE 'RESOLVING ACKS MATCHING NOTHING' TO WS-CNT-LABEL.
005420     MOVE WS-UNUSED-ACK-CNT                TO WS-CNT-VALUE.
005430     MOVE WS-COUNT-LINE TO REPORT-LINE.
005440     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005450 5000-EXIT.
005460     EXIT.
005470 5100-COUNT-UNUSED-ACK.
005480     IF WS-ACK-USED-SW(WS-ACK-IDX) = 'N'
005490         ADD 1 TO WS-UNUSED-ACK-CNT
005500     END-IF.
005510 5100-EXIT.
005520     EXIT.
005530 6000-WRITE-REPORT-LINE.
005540     WRITE REPORT-LINE.
005550     IF NOT WS-RSVAUDRP-OK
005560         DISPLAY 'AUDIT-REPORT WRITE FAILED - STATUS '
005570             WS-RSVAUDRP-STATUS
005580     END-IF.
005590 6000-EXIT.
005600     EXIT.
005610*===================================================================*
005620*    9000-TERMINATE                                                 *
005630*===================================================================*
005640 9000-TERMINATE.
005650     IF WS-ACK-AVAIL
005660         CLOSE ACK-HIST-FILE
005670     END-IF.
005680     IF WS-EXP-AVAIL
005690         CLOSE FULFILL-FILE
005700     END-IF.
005710     IF WS-INV-AVAIL
005720         CLOSE INVENTORY-FILE
005730     END-IF.
005740     CLOSE AUDIT-REPORT.
005750 9000-EXIT.
005760     EXIT.
005770*===================================================================*
005780*    8900-WRITE-RUN-CONTROL                                         *
005790*    APPEND ONE START/END RECORD TO THE SHARED RUN-CONTROL FILE SO  *
005800*    THE NIGHTLY CHAIN CAN SEE WHICH STEPS RAN AND HOW THEY ENDED.  *
005810*===================================================================*
005820 8900-WRITE-RUN-CONTROL.
005830     OPEN EXTEND RUN-CONTROL.
005840     IF WS-RUNCTL-NOTFOUND
005850         OPEN OUTPUT RUN-CONTROL
005860     END-IF.
005870     IF NOT WS-RUNCTL-OK
005880         DISPLAY 'RUN-CONTROL OPEN FAILED - STATUS '
005890             WS-RUNCTL-STATUS
005900         GO TO 8900-EXIT
005910     END-IF.
005920     ACCEPT WS-RUN-DATE-NOW FROM DATE YYYYMMDD.
005930     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005940     MOVE SPACES             TO RUN-CONTROL-RECORD.
005950     MOVE 'RSVAUDIT'         TO RNC-PROGRAM-ID.
005960     MOVE WS-RUN-DATE-NOW    TO RNC-RUN-DATE.
005970     MOVE WS-RUN-TIME-HHMMSS TO RNC-RUN-TIME.
005980     MOVE WS-RUN-EVENT       TO RNC-EVENT.
005990     MOVE WS-RUN-STATUS      TO RNC-STATUS.
006000     MOVE WS-RUN-RECORDS     TO RNC-RECORD-CNT.
006010     WRITE RUN-CONTROL-RECORD.
006020     IF NOT WS-RUNCTL-OK
006030         DISPLAY 'RUN-CONTROL WRITE FAILED - STATUS '
006040             WS-RUNCTL-STATUS
006050     END-IF.
006060     CLOSE RUN-CONTROL.
006070 8900-EXIT.
006080     EXIT.
