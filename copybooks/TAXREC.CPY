000100*-----------------------------------------------------------------*
000110*    TAXREC.CPY                                                   *
000120*    SALES-TAX RATE RECORD LAYOUT                                 *
000130*    ONE RECORD PER TAX REGION, PRODUCT TAX CLASS AND EFFECTIVE   *
000140*    DATE, KEYED ON ALL THREE, CARRYING THE RATE AS A PERCENT     *
000150*    (TWO WHOLE AND FOUR DECIMAL PLACES). THE REGION IS THE       *
000160*    CUSTOMER'S CUST-TAX-REGION AND THE CLASS THE PRODUCT'S       *
000170*    PROD-TAX-CLASS - A BLANK CLASS IS THE STANDARD CLASS. A      *
000180*    READER WANTING THE RATE FOR A DATE TAKES THE RECORD WITH THE *
000190*    LATEST EFFECTIVE DATE NOT AFTER IT. A ZERO RATE IS A REAL    *
000200*    RATE (ZERO-RATED GOODS); A REGION AND CLASS WITH NO RECORD   *
000210*    IN EFFECT HAS NO RATE AND MUST BE FLAGGED, NEVER GUESSED.    *
000220*    MAINTAINED THROUGH TAXMNT.                                   *
000230*-----------------------------------------------------------------*
000240 01  TAX-RATE-RECORD.
000250     05  TAX-KEY.
000260         10  TAX-REGION          PIC X(06).
000270         10  TAX-CLASS           PIC X(02).
000280         10  TAX-EFF-DATE        PIC 9(08).
000290     05  TAX-RATE                PIC 9(02)V9(04).
000300     05  TAX-DESC                PIC X(30).
000310     05  FILLER                  PIC X(12).
