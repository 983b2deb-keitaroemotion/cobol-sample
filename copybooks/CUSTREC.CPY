000110*    CUSTREC.CPY                                                  *
000120*    CUSTOMER-MASTER RECORD LAYOUT                                 *
000130*    USED TO VALIDATE THE OPERATOR/CUSTOMER ID ENTERED AT START.   *
000131*    MAINTAINED THROUGH CUSTMNT. THE BILLING ADDRESS, CONTACT,    *
000132*    TRADING CURRENCY AND TAX FIELDS TRAIL THE ORIGINAL FIELDS,   *
000133*    WHICH KEEP THEIR OFFSETS, BUT THE RECORD GREW FROM 50 TO     *
000134*    279 BYTES: A CUSTMAST WRITTEN AT THE OLD LENGTH MUST BE      *
000135*    RELOADED ONCE, EACH RECORD PADDED WITH 229 SPACES, BEFORE    *
000136*    THE PROGRAMS THAT COPY THIS LAYOUT CAN OPEN IT.              *
000137*    CUST-CURRENCY-CODE IS THE CUSTOMER'S TRADING CURRENCY FOR    *
000138*    EVERY CUSTOMER, NOT ONLY THE CREDIT-CONTROLLED ONES CARRIED  *
000139*    ON CREDFILE.                                                 *
000140*    CUST-TAX-EXEMPT 'Y' MARKS A CUSTOMER WHOSE SALES ARE         *
000141*    EXEMPT FROM TAX; CUST-EXEMPT-CERT-NO IS THE EXEMPTION        *
000142*    CERTIFICATE ON FILE, REQUIRED WHENEVER THE FLAG IS SET.      *
000143*    ANY OTHER VALUE (INCLUDING THE SPACES A RELOADED OLD RECORD  *
000144*    CARRIES THERE) IS TAXABLE.                                   *
000145*-----------------------------------------------------------------*
000150 01  CUST-RECORD.
000160     05  CUST-ID                 PIC X(08).
000170     05  CUST-NAME               PIC X(30).
000190         88  CUST-ACTIVE         VALUE 'A'.
000200         88  CUST-INACTIVE       VALUE 'I'.
000210     05  FILLER                  PIC X(11).
000220     05  CUST-BILL-ADDRESS.
000230         10  CUST-BILL-ADDR-1    PIC X(30).
000240         10  CUST-BILL-ADDR-2    PIC X(30).
000250         10  CUST-BILL-CITY      PIC X(20).
000260         10  CUST-BILL-STATE     PIC X(10).
000270         10  CUST-BILL-POSTCODE  PIC X(10).
000280         10  CUST-BILL-COUNTRY   PIC X(03).
000290     05  CUST-CONTACT.
000300         10  CUST-CONTACT-NAME   PIC X(30).
000310         10  CUST-CONTACT-PHONE  PIC X(20).
000320         10  CUST-CONTACT-EMAIL  PIC X(40).
000330     05  CUST-CURRENCY-CODE      PIC X(03).
000340     05  CUST-TAX-REGION         PIC X(06).
000350     05  CUST-TAX-EXEMPT         PIC X(01).
000360         88  CUST-TAX-EXEMPT-YES VALUE 'Y'.
000370     05  CUST-EXEMPT-CERT-NO     PIC X(20).
000380     05  FILLER                  PIC X(06).
