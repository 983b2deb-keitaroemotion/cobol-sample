000100*-----------------------------------------------------------------*
000110*    PAYREC.CPY                                                   *
000120*    BANK/LOCKBOX PAYMENT RECORD LAYOUT                           *
000130*    ONE RECORD PER REMITTANCE RECEIVED, AS DELIVERED BY THE      *
000140*    BANK'S LOCKBOX SERVICE. EACH PAYMENT NAMES THE INVOICE IT    *
000150*    SETTLES (THE NUMBER HELLOINV PRINTED ON THE INVOICE) AND IS  *
000160*    IN THE CURRENCY THE CUSTOMER PAID IN. THE AMOUNT IS TEN      *
000170*    WHOLE UNITS AND TWO DECIMALS, ZERO FILLED.                   *
000180*-----------------------------------------------------------------*
000190 01  PAYMENT-RECORD.
000200     05  PAY-DEPOSIT-DATE        PIC 9(08).
000210     05  PAY-REFERENCE           PIC X(12).
000220     05  PAY-CUST-ID             PIC X(08).
000230     05  PAY-INVOICE-NO          PIC 9(08).
000240     05  PAY-CURRENCY-CODE       PIC X(03).
000250     05  PAY-AMOUNT              PIC 9(10)V99.
000260     05  FILLER                  PIC X(29).
