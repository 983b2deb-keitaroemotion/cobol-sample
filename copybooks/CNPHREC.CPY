000100*-----------------------------------------------------------------*
000110*    CNPHREC.CPY                                                  *
000120*    CONTACT-PREFERENCE CHANGE-HISTORY RECORD LAYOUT              *
000130*    ONE RECORD PER FIELD CHANGED BY THE CNPMNT MAINTENANCE       *
000140*    PROGRAM, SO COMPLIANCE CAN SHOW WHO RECORDED, CHANGED OR     *
000150*    LIFTED A CUSTOMER'S CONTACT PREFERENCE, WHEN, AND THE        *
000160*    BEFORE/AFTER VALUES - THE SAME WAY VNDHREC TRACES SUPPLIER   *
000170*    CHANGES.                                                     *
000180*-----------------------------------------------------------------*
000190 01  CONTACT-HIST-RECORD.
000200     05  CPH-TIMESTAMP           PIC 9(14).
000210     05  CPH-OPERATOR-ID         PIC X(08).
000220     05  CPH-ACTION              PIC X(06).
000230     05  CPH-CUST-ID             PIC X(08).
000240     05  CPH-PROD-CODE           PIC X(06).
000250     05  CPH-FIELD-NAME          PIC X(10).
000260     05  CPH-OLD-VALUE           PIC X(30).
000270     05  CPH-NEW-VALUE           PIC X(30).
000280     05  FILLER                  PIC X(08).
