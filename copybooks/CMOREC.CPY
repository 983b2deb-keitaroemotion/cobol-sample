000100*-----------------------------------------------------------------*
000110*    CMOREC.CPY                                                   *
000120*    CREDIT-MEMO RECORD LAYOUT                                    *
000130*    ONE RECORD PER CREDIT MEMO ISSUED, KEYED BY MEMO NUMBER.     *
000140*    MEMO NUMBERS ARE DRAWN FROM THE SAME INVCTL SEQUENCE AS      *
000150*    INVOICE NUMBERS, SO A DOCUMENT NUMBER IS NEVER REUSED.       *
000160*    RETMNT ISSUES 'R' MEMOS FOR CUSTOMER RETURNS; FULRECON       *
000170*    ISSUES 'C' MEMOS WHEN THE WAREHOUSE CANCELS AN ORDER THAT    *
000180*    HAS ALREADY BEEN BILLED. THE NEXT HELLOINV RUN PASSES EACH   *
000190*    MEMO STILL CARRYING A ZERO CMO-AR-DATE TO ACCOUNTS           *
000200*    RECEIVABLE ON INVINTF AND STAMPS THE DATE IT DID SO.         *
000210*    AMOUNTS ARE IN CMO-CURRENCY-CODE, THE CURRENCY OF THE        *
000220*    INVOICE BEING CREDITED.                                      *
000222*    CMO-AMOUNT IS THE NET CREDIT. CMO-TAX-AMOUNT IS THE SHARE    *
000224*    OF THE ORIGINAL LINE'S TAX GIVEN BACK WITH IT, AT THE RATE   *
000226*    AND TAX STATUS THE LINE WAS BILLED UNDER; THE CUSTOMER IS    *
000228*    CREDITED THE TWO TOGETHER.                                   *
000230*-----------------------------------------------------------------*
000240 01  CREDIT-MEMO-RECORD.
000250     05  CMO-MEMO-NO             PIC 9(08).
000260     05  CMO-ISSUE-DATE          PIC 9(08).
000270     05  CMO-ISSUE-TIME          PIC 9(06).
000280     05  CMO-REASON              PIC X(01).
000290         88  CMO-RETURN          VALUE 'R'.
000300         88  CMO-CANCEL          VALUE 'C'.
000310     05  CMO-OPERATOR-ID         PIC X(08).
000320     05  CMO-CUST-ID             PIC X(08).
000330     05  CMO-CURRENCY-CODE       PIC X(03).
000340     05  CMO-PROD-CODE           PIC X(06).
000350     05  CMO-QUANTITY            PIC 9(05).
000360     05  CMO-UNIT-PRICE          PIC 9(07)V99.
000370     05  CMO-AMOUNT              PIC 9(12)V99.
000380     05  CMO-CAMPAIGN-ID         PIC X(08).
000390     05  CMO-ORIG-INVOICE-NO     PIC 9(08).
000400     05  CMO-ORIG-LINE-NO        PIC 9(05).
000410     05  CMO-AR-DATE             PIC 9(08).
000420     05  CMO-TAX-RATE            PIC 9(02)V9(04).
000430     05  CMO-TAX-AMOUNT          PIC 9(12)V99.
000440     05  CMO-TAX-STATUS          PIC X(01).
