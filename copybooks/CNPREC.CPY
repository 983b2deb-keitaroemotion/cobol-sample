000100*-----------------------------------------------------------------*
000110*    CNPREC.CPY                                                   *
000120*    CONTACT-PREFERENCE RECORD LAYOUT                             *
000130*    ONE RECORD PER CUSTOMER WHO HAS ASKED NOT TO BE CONTACTED,   *
000140*    KEYED BY CUSTOMER AND PRODUCT. A BLANK PRODUCT CODE MEANS    *
000150*    NO CONTACT AT ALL; A PRODUCT CODE OPTS THE CUSTOMER OUT OF   *
000160*    THAT ONE PRODUCT ONLY. AN ENTRY IS IN FORCE WHILE IT IS      *
000170*    ACTIVE AND THE RUN DATE IS NOT PAST ITS EXPIRY DATE - A      *
000180*    ZERO EXPIRY NEVER LAPSES. A LIFTED ENTRY STAYS ON FILE SO    *
000190*    THE CONSENT HISTORY IS NEVER LOST. HELLO SUPPRESSES EVERY    *
000200*    PITCH AN ENTRY IN FORCE COVERS, IN EVERY RUN MODE.           *
000210*    MAINTAINED THROUGH CNPMNT.                                   *
000220*-----------------------------------------------------------------*
000230 01  CONTACT-PREF-RECORD.
000240     05  CNP-KEY.
000250         10  CNP-CUST-ID         PIC X(08).
000260         10  CNP-PROD-CODE       PIC X(06).
000270     05  CNP-REASON-CODE         PIC X(02).
000280         88  CNP-CUST-REQUEST    VALUE 'CR'.
000290         88  CNP-COMPLAINT       VALUE 'CP'.
000300         88  CNP-LEGAL-HOLD      VALUE 'LG'.
000310         88  CNP-REGISTRY        VALUE 'RG'.
000320         88  CNP-OTHER-REASON    VALUE 'OT'.
000330     05  CNP-REASON-TEXT         PIC X(30).
000340     05  CNP-RECORDED-DATE       PIC 9(08).
000350     05  CNP-EXPIRY-DATE         PIC 9(08).
000360     05  CNP-RECORDED-BY         PIC X(08).
000370     05  CNP-STATUS              PIC X(01).
000380         88  CNP-ACTIVE          VALUE 'A'.
000390         88  CNP-LIFTED          VALUE 'L'.
000400     05  FILLER                  PIC X(09).
