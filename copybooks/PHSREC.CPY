000100*-----------------------------------------------------------------*
000110*    PHSREC.CPY                                                   *
000120*    CUSTOMER PURCHASE-HISTORY SUMMARY RECORD LAYOUT              *
000130*    REBUILT EVERY NIGHT BY PURHBLD FROM ORDERFIL AND THE ORDARCH *
000140*    ARCHIVE. KEYED BY CUSTOMER AND PRODUCT: THE RECORD WITH A    *
000150*    BLANK PRODUCT CODE IS THE CUSTOMER SUMMARY, AND THERE IS ONE *
000160*    PRODUCT RECORD FOR EVERY PRODUCT THE CUSTOMER HAS BOUGHT.    *
000170*    ACCEPTS ('Y') ADD TO THE COUNTS AND SPEND; WAREHOUSE CANCELS *
000180*    ('X') AND RETURNS ('R') ARE COUNTED AND TAKEN BACK OUT OF    *
000190*    THE SPEND AND UNITS. SPEND IS IN THE BASE CURRENCY (USD),    *
000200*    EACH LINE CONVERTED AT THE EXCHRATE RATE IN EFFECT ON ITS    *
000210*    ORDER DATE. A LINE WITH NO USABLE RATE IS LEFT OUT OF THE    *
000220*    SPEND AND COUNTED IN PHS-NORATE-CNT, NEVER GUESSED. THE      *
000230*    TRAILING 12 MONTHS END ON PHS-BUILD-DATE. READ BY CAMPBLD.   *
000240*-----------------------------------------------------------------*
000250 01  PURCHASE-HIST-RECORD.
000260     05  PHS-KEY.
000270         10  PHS-CUST-ID         PIC X(08).
000280         10  PHS-PROD-CODE       PIC X(06).
000290     05  PHS-DETAIL              PIC X(80).
000300     05  PHS-CUST-DETAIL REDEFINES PHS-DETAIL.
000310         10  PHS-ACCEPT-CNT      PIC 9(07).
000320         10  PHS-CANCEL-CNT      PIC 9(07).
000330         10  PHS-RETURN-CNT      PIC 9(07).
000340         10  PHS-FIRST-PURCH-DATE PIC 9(08).
000350         10  PHS-LAST-PURCH-DATE PIC 9(08).
000360         10  PHS-LIFETIME-SPEND  PIC S9(11)V99.
000370         10  PHS-TTM-SPEND       PIC S9(11)V99.
000380         10  PHS-PRODUCT-CNT     PIC 9(05).
000390         10  PHS-NORATE-CNT      PIC 9(05).
000400         10  FILLER              PIC X(07).
000410     05  PHS-PROD-DETAIL REDEFINES PHS-DETAIL.
000420         10  PHS-PROD-ACCEPT-CNT PIC 9(07).
000430         10  PHS-PROD-CANCEL-CNT PIC 9(07).
000440         10  PHS-PROD-NET-UNITS  PIC S9(07).
000450         10  PHS-PROD-FIRST-DATE PIC 9(08).
000460         10  PHS-PROD-LAST-DATE  PIC 9(08).
000470         10  PHS-PROD-SPEND      PIC S9(11)V99.
000480         10  PHS-PROD-RETURN-CNT PIC 9(07).
000485         10  FILLER              PIC X(23).
000490     05  PHS-BUILD-DATE          PIC 9(08).
000500     05  FILLER                  PIC X(08).
