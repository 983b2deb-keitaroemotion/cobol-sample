000100*-----------------------------------------------------------------*
000110*    STCREC.CPY                                                   *
000120*    STANDING-ORDER NUMBER CONTROL RECORD LAYOUT                  *
000130*    SINGLE-RECORD FILE HOLDING THE LAST STANDING-ORDER NUMBER    *
000140*    HANDED OUT BY STOMNT, SO STANDING-ORDER IDS NEVER REPEAT. A  *
000150*    MISSING FILE STARTS THE SEQUENCE AT ONE, AS POCTL DOES FOR   *
000160*    PURCHASE ORDERS.                                             *
000170*-----------------------------------------------------------------*
000180 01  STO-CONTROL-RECORD.
000190     05  STC-LAST-ORDER-NO       PIC 9(06).
000200     05  FILLER                  PIC X(14).
