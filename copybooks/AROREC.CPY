000100*-----------------------------------------------------------------*
000110*    AROREC.CPY                                                   *
000120*    ACCOUNTS-RECEIVABLE OPEN-ITEM RECORD LAYOUT                  *
000130*    ONE RECORD PER BILLED INVOICE LINE, KEYED BY INVOICE NUMBER  *
000140*    AND LINE NUMBER WITHIN THE INVOICE. HELLOINV POSTS IT AT     *
000150*    BILLING TIME ALONGSIDE THE INVINTF LINE, SO THE RECEIVABLE   *
000160*    OUTLIVES THE DAILY INTERFACE FILE. CASHAPP REDUCES           *
000170*    ARO-OPEN-AMOUNT AS PAYMENTS ARE APPLIED AND AGES WHATEVER    *
000180*    IS STILL OPEN. AMOUNTS ARE IN ARO-CURRENCY-CODE, THE         *
000190*    INVOICE CURRENCY - A PAYMENT IN ANY OTHER CURRENCY IS NEVER  *
000200*    APPLIED.                                                     *
000201*    A CREDIT MEMO IS CARRIED AS A 'C' ITEM KEYED BY THE MEMO     *
000202*    NUMBER (LINE 1). ITS OPEN AMOUNT IS THE PART OF THE CREDIT   *
000203*    THAT COULD NOT BE NETTED AGAINST THE ORIGINAL LINE'S OPEN    *
000204*    BALANCE - MONEY OWED BACK TO THE CUSTOMER - AND AGES AS A    *
000205*    NEGATIVE. ARO-CREDITED-QTY ON AN 'I' ITEM IS HOW MUCH OF     *
000206*    THE BILLED QUANTITY HAS ALREADY BEEN CREDITED, SO THE SAME   *
000207*    UNITS ARE NEVER CREDITED TWICE.                              *
000208*    ARO-LINE-AMOUNT IS THE NET (PRE-TAX) AMOUNT; ARO-TAX-AMOUNT  *
000209*    IS THE TAX BILLED OR CREDITED WITH IT AT ARO-TAX-RATE, AND   *
000210*    THE OPEN AMOUNT STARTS AT THE TWO TOGETHER - WHAT THE        *
000211*    CUSTOMER ACTUALLY OWES. ITEMS POSTED BEFORE THE TAX FIELDS   *
000212*    EXISTED CARRY SPACES THERE AND HAD NO TAX.                   *
000213*-----------------------------------------------------------------*
000220 01  AR-OPEN-RECORD.
000230     05  ARO-KEY.
000240         10  ARO-INVOICE-NO      PIC 9(08).
000250         10  ARO-LINE-NO         PIC 9(05).
000260     05  ARO-CUST-ID             PIC X(08).
000270     05  ARO-INVOICE-DATE        PIC 9(08).
000280     05  ARO-CURRENCY-CODE       PIC X(03).
000290     05  ARO-PROD-CODE           PIC X(06).
000300     05  ARO-LINE-AMOUNT         PIC 9(12)V99.
000310     05  ARO-OPEN-AMOUNT         PIC 9(12)V99.
000320     05  ARO-LAST-PAID-DATE      PIC 9(08).
000321     05  ARO-ITEM-TYPE           PIC X(01).
000322         88  ARO-INVOICE-ITEM    VALUE 'I'.
000323         88  ARO-CREDIT-ITEM     VALUE 'C'.
000324     05  ARO-QUANTITY            PIC 9(05).
000325     05  ARO-UNIT-PRICE          PIC 9(07)V99.
000326     05  ARO-CREDITED-QTY        PIC 9(05).
000327     05  ARO-CAMPAIGN-ID         PIC X(08).
000328     05  ARO-ORIG-INVOICE-NO     PIC 9(08).
000338     05  ARO-TAX-RATE            PIC 9(02)V9(04).
000348     05  ARO-TAX-AMOUNT          PIC 9(12)V99.
000358     05  ARO-TAX-STATUS          PIC X(01).
