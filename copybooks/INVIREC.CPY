000150*    IT WAS BILLED UNDER SO AR CAN AGGREGATE TO THE INVOICE.      *
000160*    INVOICES NEVER MIX CURRENCIES - EVERY LINE OF AN INVOICE     *
000170*    CARRIES THE SAME CURRENCY CODE.                              *
000171*    A CREDIT MEMO (RETURN, OR CANCELLATION OF A BILLED ORDER)    *
000172*    TRAVELS AS A 'C' LINE: INV-INVOICE-NO IS THE MEMO NUMBER,    *
000173*    INV-ORIG-INVOICE-NO THE INVOICE IT CREDITS, AND THE AMOUNT   *
000174*    IS THE CREDIT (AR SUBTRACTS IT). LINES WRITTEN BEFORE THE    *
000175*    FIELDS EXISTED CARRY SPACES AND ARE INVOICE LINES.           *
000176*    EVERY LINE CARRIES THE TAX WORKED OUT FOR IT: THE REGION     *
000177*    (CUSTOMER) AND CLASS (PRODUCT) IT WAS TAXED UNDER, THE RATE  *
000178*    (PERCENT) FOUND ON TAXRATE FOR THE INVOICE DATE, THE TAX     *
000179*    AMOUNT, AND A STATUS - T TAXED, Z ZERO-RATED, E EXEMPT       *
000180*    CUSTOMER, N NO RATE ON FILE (BILLED WITHOUT TAX). THE TAX    *
000181*    IS ON TOP OF INV-LINE-AMOUNT, WHICH STAYS THE NET AMOUNT;    *
000182*    A 'C' LINE CARRIES THE TAX THE MEMO GIVES BACK.              *
000183*-----------------------------------------------------------------*
000190 01  INVOICE-IF-RECORD.
000200     05  INV-INVOICE-NO          PIC 9(08).
000210     05  INV-CUST-ID             PIC X(08).
000260     05  INV-UNIT-PRICE          PIC 9(07)V99.
000270     05  INV-LINE-AMOUNT         PIC 9(12)V99.
000280     05  INV-CAMPAIGN-ID         PIC X(08).
000281     05  INV-DOC-TYPE            PIC X(01).
000282         88  INV-INVOICE-LINE    VALUE 'I' ' '.
000283         88  INV-CREDIT-LINE     VALUE 'C'.
000284     05  INV-ORIG-INVOICE-NO     PIC 9(08).
000294     05  INV-TAX-REGION          PIC X(06).
000304     05  INV-TAX-CLASS           PIC X(02).
000314     05  INV-TAX-STATUS          PIC X(01).
000324         88  INV-TAX-TAXED       VALUE 'T'.
000334         88  INV-TAX-ZERO-RATED  VALUE 'Z'.
000344         88  INV-TAX-EXEMPT      VALUE 'E'.
000354         88  INV-TAX-NO-RATE     VALUE 'N'.
000364     05  INV-TAX-RATE            PIC 9(02)V9(04).
000374     05  INV-TAX-AMOUNT          PIC 9(12)V99.
000384     05  FILLER                  PIC X(13).
