000100*-----------------------------------------------------------------*
000110*    TXHREC.CPY                                                   *
000120*    SALES-TAX RATE CHANGE-HISTORY RECORD LAYOUT                  *
000130*    ONE RECORD PER RATE SET OR REPLACED THROUGH TAXMNT, SO EVERY *
000140*    RATE AN INVOICE WAS EVER TAXED AT CAN BE TRACED TO AN        *
000150*    OPERATOR, A DATE AND THE BEFORE/AFTER VALUES - THE SAME WAY  *
000160*    FXHREC TRACES EXCHANGE-RATE CHANGES. TXH-OLD-RATE IS ZERO    *
000170*    WHEN THE RATE WAS NEW.                                       *
000180*-----------------------------------------------------------------*
000190 01  TAX-HIST-RECORD.
000200     05  TXH-TIMESTAMP           PIC 9(14).
000210     05  TXH-OPERATOR-ID         PIC X(08).
000220     05  TXH-REGION              PIC X(06).
000230     05  TXH-CLASS               PIC X(02).
000240     05  TXH-EFF-DATE            PIC 9(08).
000250     05  TXH-OLD-RATE            PIC 9(02)V9(04).
000260     05  TXH-NEW-RATE            PIC 9(02)V9(04).
000270     05  TXH-DESC                PIC X(30).
000280     05  FILLER                  PIC X(20).
