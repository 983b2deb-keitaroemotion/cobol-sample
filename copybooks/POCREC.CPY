000100*-----------------------------------------------------------------*
000110*    POCREC.CPY                                                   *
000120*    PURCHASE-ORDER NUMBER CONTROL RECORD LAYOUT                  *
000130*    SINGLE-RECORD FILE HOLDING THE LAST PO NUMBER HANDED OUT,    *
000140*    SO PO NUMBERS NEVER REPEAT ACROSS APPROVAL SESSIONS. A       *
000150*    MISSING FILE STARTS THE SEQUENCE AT ONE, AS INVCTL DOES      *
000160*    FOR INVOICES.                                                *
000170*-----------------------------------------------------------------*
000180 01  PO-CONTROL-RECORD.
000190     05  POC-LAST-PO-NO          PIC 9(08).
000200     05  FILLER                  PIC X(12).
