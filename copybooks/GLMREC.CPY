000100*-----------------------------------------------------------------*
000110*    GLMREC.CPY                                                   *
000120*    GENERAL-LEDGER ACCOUNT-MAPPING RECORD LAYOUT                 *
000130*    ONE CARD PER PRODUCT CODE AND CURRENCY NAMING THE LEDGER     *
000140*    ACCOUNTS GLPOST JOURNALS THAT PRODUCT'S BUSINESS TO. A CARD  *
000150*    WITH A BLANK PRODUCT CODE IS THE CURRENCY'S DEFAULT - IT     *
000160*    COVERS EVERY PRODUCT WITHOUT A CARD OF ITS OWN AND IS THE    *
000170*    ONLY CARD CASH RECEIPTS ARE MAPPED BY, SINCE A PAYMENT       *
000180*    CARRIES NO PRODUCT. A BLANK ACCOUNT ON THE PRODUCT'S OWN     *
000190*    CARD IS TAKEN FROM THE CURRENCY DEFAULT. MAINTAINED BY       *
000200*    FINANCE AS A CARD FILE.                                      *
000203*    GLM-TAX-ACCT IS THE TAX-PAYABLE ACCOUNT THE SALES TAX        *
000206*    BILLED (AND GIVEN BACK ON CREDIT MEMOS) IS CARRIED IN.       *
000210*-----------------------------------------------------------------*
000220 01  GL-MAP-RECORD.
000230     05  GLM-KEY.
000240         10  GLM-PROD-CODE       PIC X(06).
000250         10  GLM-CURRENCY-CODE   PIC X(03).
000260     05  GLM-REVENUE-ACCT        PIC X(10).
000270     05  GLM-RECEIVABLE-ACCT     PIC X(10).
000280     05  GLM-CASH-ACCT           PIC X(10).
000290     05  GLM-RETURNS-ACCT        PIC X(10).
000300     05  GLM-SUSPENSE-ACCT       PIC X(10).
000310     05  GLM-TAX-ACCT            PIC X(10).
000320     05  FILLER                  PIC X(11).
