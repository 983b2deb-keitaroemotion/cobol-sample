000100*-----------------------------------------------------------------*
000110*    RCTREC.CPY                                                   *
000120*    CASH-RECEIPTS REGISTER RECORD LAYOUT                         *
000130*    WRITTEN BY CASHAPP FOR EVERY LOCKBOX PAYMENT. THE PART OF A  *
000140*    PAYMENT APPLIED TO AN INVOICE IS AN 'A' RECORD; ANY PART     *
000150*    THAT COULD NOT BE APPLIED (NO SUCH INVOICE, WRONG CURRENCY,  *
000160*    OVERPAYMENT) IS AN 'S' RECORD - THE SUSPENSE LIST THE        *
000170*    CREDIT DESK WORKS FROM. A PAYMENT CAN PRODUCE ONE OF EACH.   *
000180*    AMOUNTS ARE IN RCT-CURRENCY-CODE, THE PAYMENT CURRENCY.      *
000190*-----------------------------------------------------------------*
000200 01  CASH-RECEIPT-RECORD.
000210     05  RCT-POST-DATE           PIC 9(08).
000220     05  RCT-DEPOSIT-DATE        PIC 9(08).
000230     05  RCT-REFERENCE           PIC X(12).
000240     05  RCT-TYPE                PIC X(01).
000250         88  RCT-APPLIED         VALUE 'A'.
000260         88  RCT-SUSPENSE        VALUE 'S'.
000270     05  RCT-CUST-ID             PIC X(08).
000280     05  RCT-INVOICE-NO          PIC 9(08).
000290     05  RCT-CURRENCY-CODE       PIC X(03).
000300     05  RCT-AMOUNT              PIC 9(10)V99.
000310     05  RCT-REASON              PIC X(20).
000320     05  FILLER                  PIC X(20).
