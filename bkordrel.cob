000244*                     FILE INSTEAD OF THE CONSOLE SPOOL.            *
000245*                     THE RUN REFUSES TO START WHILE HELLOBAL'S     *
000246*                     LATEST END RECORD SAYS OUT-OF-BALANCE.        *
000247*    2026-10-15 KS    CTL-CREDIT-CNT AND CTL-JOURNAL-CNT ARE NOW    *
000248*                     ZEROED ON THE CONTROL-TOTALS RECORD - BOTH    *
000249*                     COUNTS BELONG TO OTHER STEPS.                 *
000250*    2026-10-15 KS    CTL-SUPPRESS-CNT IS NOW ZEROED ON THE         *
000251*                     CONTROL-TOTALS RECORD - IT BELONGS TO HELLO.  *
000252*-----------------------------------------------------------------*
000260*    WALKS THE BACKORDR DEMAND FILE OLDEST-FIRST (FILE ORDER).    *
000270*    EACH OPEN DEMAND WHOSE PRODUCT NOW HAS ENOUGH AVAILABLE      *
000280*    STOCK (ON-HAND LESS RESERVED) IS FILLED: THE UNITS ARE       *
004320     MOVE WS-FILLED-CNT    TO CTL-FULFILL-CNT.
004330     MOVE 0                TO CTL-AUDIT-CNT.
004340     MOVE 0                TO CTL-INVOICE-CNT.
004343     MOVE 0                TO CTL-CREDIT-CNT.
004346     MOVE 0                TO CTL-JOURNAL-CNT.
004348     MOVE 0                TO CTL-SUPPRESS-CNT.
004350     WRITE CONTROL-RECORD.
004360     IF NOT WS-CTLTOTAL-OK
004370         DISPLAY 'CONTROL-FILE WRITE FAILED - STATUS '
