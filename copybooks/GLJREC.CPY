000100*-----------------------------------------------------------------*
000110*    GLJREC.CPY                                                   *
000120*    GENERAL-LEDGER JOURNAL LINE RECORD LAYOUT                    *
000130*    ONE RECORD PER DEBIT OR CREDIT LEG. EVERY BUSINESS EVENT     *
000140*    GLPOST JOURNALS IS ONE ENTRY OF TWO LEGS SHARING AN ENTRY    *
000150*    NUMBER. GLJ-SOURCE NAMES THE EVENT:                          *
000160*      I - INVOICE LINE BILLED (INVINTF)                          *
000170*      X - WAREHOUSE CANCELLATION REVERSED (ORDERFIL)             *
000180*      R - CUSTOMER RETURN CREDIT MEMO (CRMEMO)                   *
000190*      A - CASH RECEIPT APPLIED TO AN INVOICE (CASHRCPT)          *
000200*      S - CASH RECEIPT HELD IN SUSPENSE (CASHRCPT)               *
000203*      T - SALES TAX BILLED ON AN INVOICE LINE (INVINTF)          *
000206*      V - SALES TAX GIVEN BACK ON A CREDIT MEMO (CRMEMO)         *
000210*    AMOUNTS ARE UNSIGNED IN GLJ-CURRENCY-CODE; GLJ-DR-CR SAYS    *
000220*    WHICH SIDE. THE SAME LAYOUT IS USED FOR THE DAY'S GLJRNL     *
000230*    RELEASE AND THE GLHIST HISTORY THE TRIAL BALANCE READS.      *
000240*-----------------------------------------------------------------*
000250 01  GL-JOURNAL-RECORD.
000260     05  GLJ-POST-DATE           PIC 9(08).
000270     05  GLJ-ENTRY-NO            PIC 9(07).
000280     05  GLJ-SOURCE              PIC X(01).
000290         88  GLJ-SRC-INVOICE     VALUE 'I'.
000300         88  GLJ-SRC-CANCEL      VALUE 'X'.
000310         88  GLJ-SRC-RETURN      VALUE 'R'.
000320         88  GLJ-SRC-APPLIED     VALUE 'A'.
000330         88  GLJ-SRC-SUSPENSE    VALUE 'S'.
000333         88  GLJ-SRC-TAX         VALUE 'T'.
000336         88  GLJ-SRC-TAX-CREDIT  VALUE 'V'.
000340     05  GLJ-DOC-REF             PIC X(12).
000350     05  GLJ-ACCOUNT             PIC X(10).
000360     05  GLJ-CURRENCY-CODE       PIC X(03).
000370     05  GLJ-DR-CR               PIC X(01).
000380         88  GLJ-DEBIT           VALUE 'D'.
000390         88  GLJ-CREDIT          VALUE 'C'.
000400     05  GLJ-AMOUNT              PIC 9(12)V99.
000410     05  GLJ-CUST-ID             PIC X(08).
000420     05  GLJ-PROD-CODE           PIC X(06).
000430     05  FILLER                  PIC X(10).
