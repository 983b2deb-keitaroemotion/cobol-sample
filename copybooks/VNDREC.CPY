000100*-----------------------------------------------------------------*
000110*    VNDREC.CPY                                                   *
000120*    SUPPLIER-MASTER RECORD LAYOUT                                *
000130*    ONE RECORD PER STOCK-CONTROLLED PRODUCT, KEYED BY PRODUCT    *
000140*    CODE, NAMING THE SUPPLIER IT IS BOUGHT FROM AND THE TERMS    *
000150*    PURCHASING BUYS IT ON - LEAD TIME IN CALENDAR DAYS, THE      *
000160*    ORDER MULTIPLE THE SUPPLIER SHIPS IN, AND THE UNIT COST IN   *
000170*    THE SUPPLIER'S CURRENCY. POGEN PROPOSES PURCHASE-ORDER       *
000180*    LINES ONLY FOR ACTIVE RECORDS; AN INACTIVE RECORD KEEPS      *
000190*    THE TERMS FOR HISTORY BUT IS NEVER ORDERED FROM.             *
000200*    MAINTAINED THROUGH VNDMNT.                                   *
000210*-----------------------------------------------------------------*
000220 01  VENDOR-RECORD.
000230     05  VND-PROD-CODE           PIC X(06).
000240     05  VND-SUPPLIER-ID         PIC X(08).
000250     05  VND-SUPPLIER-NAME       PIC X(30).
000260     05  VND-LEAD-DAYS           PIC 9(03).
000270     05  VND-ORDER-MULTIPLE      PIC 9(05).
000280     05  VND-UNIT-COST           PIC 9(07)V99.
000290     05  VND-CURRENCY-CODE       PIC X(03).
000300     05  VND-STATUS              PIC X(01).
000310         88  VND-ACTIVE          VALUE 'A'.
000320         88  VND-INACTIVE        VALUE 'I'.
000330     05  FILLER                  PIC X(15).
