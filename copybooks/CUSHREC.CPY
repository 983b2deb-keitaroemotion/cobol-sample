000100*-----------------------------------------------------------------*
000110*    CUSHREC.CPY                                                  *
000120*    CUSTOMER-MASTER CHANGE-HISTORY RECORD LAYOUT                 *
000130*    ONE RECORD PER FIELD CHANGED BY THE CUSTMNT MAINTENANCE      *
000140*    PROGRAM, SO EVERY CUSTOMER CHANGE CAN BE TRACED TO AN        *
000150*    OPERATOR, A DATE AND THE BEFORE/AFTER VALUES - THE SAME      *
000160*    WAY PRDHREC TRACES CATALOG CHANGES.                          *
000170*-----------------------------------------------------------------*
000180 01  CUST-HIST-RECORD.
000190     05  CSH-TIMESTAMP           PIC 9(14).
000200     05  CSH-OPERATOR-ID         PIC X(08).
000210     05  CSH-ACTION              PIC X(06).
000220     05  CSH-CUST-ID             PIC X(08).
000230     05  CSH-FIELD-NAME          PIC X(10).
000240     05  CSH-OLD-VALUE           PIC X(60).
000250     05  CSH-NEW-VALUE           PIC X(60).
000260     05  FILLER                  PIC X(04).
