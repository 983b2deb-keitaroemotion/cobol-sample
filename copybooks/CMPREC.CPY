000160*    RECORDS RESTRICT THE PITCH TO A PRODUCT SUBSET. A CAMPAIGN   *
000170*    RUN WITH NO DEFINITION FILE FALLS BACK TO THE OLD FULL       *
000180*    SWEEP OF EVERY ACTIVE CUSTOMER WITH THE WHOLE CATALOG.       *
000185*    CAMPBLD CAN BUILD THE FILE FROM SELECTION-RULE CARDS.        *
000190*-----------------------------------------------------------------*
000200 01  CAMPAIGN-RECORD.
000210     05  CPD-REC-TYPE            PIC X(01).
