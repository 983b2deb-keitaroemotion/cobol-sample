000130*    ONE ENTRY PER ITEM IN THE DAILY OFFER CATALOG.                *
000140*    A SPACE STATUS IS A RECORD LOADED BEFORE THE STATUS BYTE     *
000150*    EXISTED AND IS TREATED AS ACTIVE.                            *
000153*    PROD-TAX-CLASS NAMES THE TAX CLASS THE PRODUCT SELLS         *
000156*    UNDER ON THE TAXRATE TABLE; BLANK IS THE STANDARD CLASS.     *
000160*-----------------------------------------------------------------*
000170 01  PROD-RECORD.
000180     05  PROD-CODE               PIC X(06).
000230     05  PROD-STATUS             PIC X(01).
000240         88  PROD-STATUS-ACTIVE  VALUE 'A'.
000250         88  PROD-RETIRED        VALUE 'R'.
000260     05  PROD-TAX-CLASS          PIC X(02).
000270     05  FILLER                  PIC X(07).
