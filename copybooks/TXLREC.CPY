000100*-----------------------------------------------------------------*
000110*    TXLREC.CPY                                                   *
000120*    SALES-TAX LEDGER RECORD LAYOUT                               *
000130*    APPENDED TO TAXLEDGR BY HELLOINV - ONE RECORD PER INVOICE    *
000140*    LINE BILLED ('I') AND PER CREDIT MEMO PASSED TO ACCOUNTS     *
000150*    RECEIVABLE ('C'). TXL-TAX-DATE IS THE BILLING DATE THE       *
000160*    DOCUMENT REACHED AR AND DECIDES THE RETURN PERIOD IT IS      *
000170*    FILED IN. AMOUNTS ARE UNSIGNED IN TXL-CURRENCY-CODE; A 'C'   *
000180*    RECORD REDUCES THE PERIOD. TXL-TAX-STATUS SAYS HOW THE LINE  *
000190*    WAS TREATED: T TAXED, Z ZERO-RATED, E EXEMPT CUSTOMER        *
000200*    (CERTIFICATE IN TXL-EXEMPT-CERT-NO), N NO RATE ON FILE -     *
000210*    BILLED WITHOUT TAX AND REPORTED AS AN EXCEPTION. TAXRPT      *
000220*    BUILDS THE TAX REGISTER FROM IT.                             *
000230*-----------------------------------------------------------------*
000240 01  TAX-LEDGER-RECORD.
000250     05  TXL-TAX-DATE            PIC 9(08).
000260     05  TXL-DOC-TYPE            PIC X(01).
000270         88  TXL-INVOICE-LINE    VALUE 'I'.
000280         88  TXL-CREDIT-MEMO     VALUE 'C'.
000290     05  TXL-DOC-NO              PIC 9(08).
000300     05  TXL-DOC-DATE            PIC 9(08).
000310     05  TXL-ORIG-INVOICE-NO     PIC 9(08).
000320     05  TXL-CUST-ID             PIC X(08).
000330     05  TXL-PROD-CODE           PIC X(06).
000340     05  TXL-CURRENCY-CODE       PIC X(03).
000350     05  TXL-TAX-REGION          PIC X(06).
000360     05  TXL-TAX-CLASS           PIC X(02).
000370     05  TXL-TAX-STATUS          PIC X(01).
000380         88  TXL-TAXED           VALUE 'T'.
000390         88  TXL-ZERO-RATED      VALUE 'Z'.
000400         88  TXL-EXEMPT          VALUE 'E'.
000410         88  TXL-NO-RATE         VALUE 'N'.
000420     05  TXL-TAX-RATE            PIC 9(02)V9(04).
000430     05  TXL-NET-AMOUNT          PIC 9(12)V99.
000440     05  TXL-TAX-AMOUNT          PIC 9(12)V99.
000450     05  TXL-EXEMPT-CERT-NO      PIC X(20).
000460     05  FILLER                  PIC X(07).
