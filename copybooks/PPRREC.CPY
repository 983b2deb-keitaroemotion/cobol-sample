000100*-----------------------------------------------------------------*
000110*    PPRREC.CPY                                                   *
000120*    PURCHASE-ORDER PROPOSAL QUEUE RECORD LAYOUT                  *
000130*    REBUILT BY EVERY POGEN RUN - ONE RECORD PER PRODUCT WHOSE    *
000140*    AVAILABLE STOCK PLUS STOCK ALREADY ON ORDER FALLS SHORT OF   *
000150*    ITS REORDER POINT PLUS THE OPEN BACKORDER DEMAND. THE        *
000160*    POSITION THE PROPOSAL WAS WORKED OUT FROM IS CARRIED SO      *
000170*    THE BUYER SEES WHY. A BUYER WORKS THE QUEUE WITH POAPPR -    *
000180*    AN APPROVED PROPOSAL BECOMES A PO LINE ON POFILE, A          *
000190*    REJECTED ONE IS SIMPLY CLOSED.                               *
000200*-----------------------------------------------------------------*
000210 01  PO-PROPOSAL-RECORD.
000220     05  PPR-PROD-CODE           PIC X(06).
000230     05  PPR-SUPPLIER-ID         PIC X(08).
000240     05  PPR-AVAILABLE           PIC S9(07).
000250     05  PPR-ON-ORDER            PIC 9(07).
000260     05  PPR-REORDER-POINT       PIC 9(07).
000270     05  PPR-OPEN-DEMAND         PIC 9(07).
000280     05  PPR-SHORTFALL           PIC 9(07).
000290     05  PPR-PROPOSED-QTY        PIC 9(07).
000300     05  PPR-ORDER-MULTIPLE      PIC 9(05).
000310     05  PPR-LEAD-DAYS           PIC 9(03).
000320     05  PPR-UNIT-COST           PIC 9(07)V99.
000330     05  PPR-CURRENCY-CODE       PIC X(03).
000340     05  PPR-PROPOSED-DATE       PIC 9(08).
000350     05  PPR-STATUS              PIC X(01).
000360         88  PPR-PROPOSED        VALUE 'P'.
000370         88  PPR-APPROVED        VALUE 'A'.
000380         88  PPR-REJECTED        VALUE 'J'.
000390     05  PPR-PO-NO               PIC 9(08).
000400     05  PPR-PO-LINE-NO          PIC 9(03).
000410     05  FILLER                  PIC X(10).
