000100*-----------------------------------------------------------------*
000110*    VNDHREC.CPY                                                  *
000120*    SUPPLIER-MASTER CHANGE-HISTORY RECORD LAYOUT                 *
000130*    ONE RECORD PER FIELD CHANGED BY THE VNDMNT MAINTENANCE       *
000140*    PROGRAM, SO EVERY CHANGE TO A SUPPLIER'S TERMS CAN BE        *
000150*    TRACED TO AN OPERATOR, A DATE AND THE BEFORE/AFTER           *
000160*    VALUES - THE SAME WAY CUSHREC TRACES CUSTOMER CHANGES.       *
000170*-----------------------------------------------------------------*
000180 01  VENDOR-HIST-RECORD.
000190     05  VDH-TIMESTAMP           PIC 9(14).
000200     05  VDH-OPERATOR-ID         PIC X(08).
000210     05  VDH-ACTION              PIC X(06).
000220     05  VDH-PROD-CODE           PIC X(06).
000230     05  VDH-FIELD-NAME          PIC X(10).
000240     05  VDH-OLD-VALUE           PIC X(30).
000250     05  VDH-NEW-VALUE           PIC X(30).
000260     05  FILLER                  PIC X(06).
