000100*-----------------------------------------------------------------*
000110*    CSRREC.CPY                                                   *
000120*    CAMPAIGN SELECTION-RULE CARD LAYOUT (CAMPRULE)               *
000130*    ONE 'H' CARD NAMES THE CAMPAIGN AND ITS EFFECTIVE/EXPIRY     *
000140*    DATES; EACH 'R' CARD IS ONE SELECTION RULE AND A CUSTOMER    *
000150*    MUST PASS EVERY RULE TO BE TARGETED; OPTIONAL 'P' CARDS ARE  *
000160*    COPIED TO CAMPDEF AS THE PRODUCT SUBSET TO PITCH. RULES:     *
000170*      B - BOUGHT CSR-PROD-CODE WITHIN CSR-DAYS (0 = EVER)        *
000180*      N - NOT BOUGHT CSR-PROD-CODE WITHIN CSR-DAYS (0 = NEVER)   *
000190*      L - LIFETIME SPEND AT LEAST CSR-AMOUNT (BASE CURRENCY)     *
000200*      T - TRAILING 12-MONTH SPEND AT LEAST CSR-AMOUNT            *
000210*      A - AT LEAST CSR-COUNT ACCEPTED ORDERS                     *
000220*      Q - HAS BOUGHT, BUT NOTHING WITHIN CSR-DAYS (LAPSED)       *
000230*    CAMPBLD READS THE CARDS AND WRITES A READY-TO-RUN CAMPDEF.   *
000240*-----------------------------------------------------------------*
000250 01  CAMPAIGN-RULE-RECORD.
000260     05  CSR-REC-TYPE            PIC X(01).
000270         88  CSR-HEADER          VALUE 'H'.
000280         88  CSR-RULE            VALUE 'R'.
000290         88  CSR-PRODUCT         VALUE 'P'.
000300     05  CSR-DETAIL              PIC X(40).
000310     05  CSR-HEADER-DETAIL REDEFINES CSR-DETAIL.
000320         10  CSR-CAMPAIGN-ID     PIC X(08).
000330         10  CSR-EFF-DATE        PIC 9(08).
000340         10  CSR-EXP-DATE        PIC 9(08).
000350         10  FILLER              PIC X(16).
000360     05  CSR-RULE-DETAIL REDEFINES CSR-DETAIL.
000370         10  CSR-CRITERION       PIC X(01).
000380             88  CSR-BOUGHT      VALUE 'B'.
000390             88  CSR-NOT-BOUGHT  VALUE 'N'.
000400             88  CSR-LIFETIME-MIN VALUE 'L'.
000410             88  CSR-TTM-MIN     VALUE 'T'.
000420             88  CSR-ACCEPTS-MIN VALUE 'A'.
000430             88  CSR-LAPSED      VALUE 'Q'.
000440             88  CSR-VALID-CRITERION
000450                                 VALUE 'B' 'N' 'L' 'T' 'A' 'Q'.
000460         10  CSR-PROD-CODE       PIC X(06).
000470         10  CSR-DAYS            PIC 9(04).
000480         10  CSR-AMOUNT          PIC 9(09)V99.
000490         10  CSR-COUNT           PIC 9(05).
000500         10  FILLER              PIC X(13).
000510     05  CSR-PRODUCT-DETAIL REDEFINES CSR-DETAIL.
000520         10  CSR-PITCH-PROD-CODE PIC X(06).
000530         10  FILLER              PIC X(34).
000540     05  FILLER                  PIC X(39).
