000150*    ADJUSTMENT AND RESERVATION RELEASE CAN BE TRACED TO AN       *
000160*    OPERATOR, A DATE AND THE BEFORE/AFTER QUANTITIES - THE       *
000170*    SAME WAY PRDHREC TRACES CATALOG CHANGES.                     *
000171*    RETMNT ADDS A 'RETURN' RECORD FOR EVERY CUSTOMER RETURN      *
000172*    PUT BACK ON HAND.                                            *
000173*    IVH-PO-NO CARRIES THE PURCHASE ORDER A RECEIPT WAS BOOKED    *
000174*    AGAINST; IT IS ZERO FOR EVERY OTHER MOVEMENT AND FOR         *
000175*    RECEIPTS THAT QUOTE NO PO.                                   *
000176*    FULRECON ADDS A 'SHIPMT' RECORD FOR EVERY SHIPPED ACK THAT   *
000177*    RELIEVES STOCK, WITH 'FULRECON' AS THE OPERATOR.             *
000180*-----------------------------------------------------------------*
000190 01  INV-HIST-RECORD.
000200     05  IVH-TIMESTAMP           PIC 9(14).
000230         88  IVH-RECEIPT         VALUE 'RECPT'.
000240         88  IVH-CYCLE-COUNT     VALUE 'CYCCNT'.
000250         88  IVH-RELEASE         VALUE 'RELRSV'.
000251         88  IVH-RETURN          VALUE 'RETURN'.
000252         88  IVH-SHIPMENT        VALUE 'SHIPMT'.
000260     05  IVH-PROD-CODE           PIC X(06).
000270     05  IVH-QUANTITY            PIC 9(07).
000280     05  IVH-OLD-ON-HAND         PIC 9(07).
000290     05  IVH-NEW-ON-HAND         PIC 9(07).
000300     05  IVH-OLD-RESERVED        PIC 9(07).
000310     05  IVH-NEW-RESERVED        PIC 9(07).
000320     05  IVH-PO-NO               PIC 9(08).
000330     05  FILLER                  PIC X(03).
