000100*-----------------------------------------------------------------*
000110*    POLREC.CPY                                                   *
000120*    PURCHASE-ORDER LINE RECORD LAYOUT                            *
000130*    ONE RECORD PER APPROVED PURCHASE-ORDER LINE, KEYED BY PO     *
000140*    NUMBER AND LINE NUMBER. POAPPR WRITES THE LINE WHEN A        *
000150*    BUYER APPROVES A POGEN PROPOSAL - ALL LINES APPROVED FOR     *
000160*    ONE SUPPLIER IN A SESSION SHARE ONE PO NUMBER. THE DUE       *
000170*    DATE IS THE ORDER DATE PLUS THE SUPPLIER'S LEAD TIME AT      *
000180*    APPROVAL. INVMNT RECEIPTS THAT QUOTE THE PO NUMBER ADD TO    *
000190*    THE RECEIVED QUANTITY AND CLOSE THE LINE ONCE THE ORDERED    *
000200*    QUANTITY IS IN. AN OPEN LINE'S ORDERED LESS RECEIVED         *
000210*    QUANTITY IS STOCK ON ORDER.                                  *
000220*-----------------------------------------------------------------*
000230 01  PO-LINE-RECORD.
000240     05  POL-KEY.
000250         10  POL-PO-NO           PIC 9(08).
000260         10  POL-LINE-NO         PIC 9(03).
000270     05  POL-SUPPLIER-ID         PIC X(08).
000280     05  POL-PROD-CODE           PIC X(06).
000290     05  POL-ORDER-DATE          PIC 9(08).
000300     05  POL-DUE-DATE            PIC 9(08).
000310     05  POL-QTY-ORDERED         PIC 9(07).
000320     05  POL-QTY-RECEIVED        PIC 9(07).
000330     05  POL-UNIT-COST           PIC 9(07)V99.
000340     05  POL-CURRENCY-CODE       PIC X(03).
000350     05  POL-APPROVED-BY         PIC X(08).
000360     05  POL-LAST-RECEIPT-DATE   PIC 9(08).
000370     05  POL-STATUS              PIC X(01).
000380         88  POL-OPEN            VALUE 'O'.
000390         88  POL-CLOSED          VALUE 'C'.
000400     05  FILLER                  PIC X(16).
