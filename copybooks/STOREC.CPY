000100*-----------------------------------------------------------------*
000110*    STOREC.CPY                                                   *
000120*    STANDING-ORDER RECORD LAYOUT                                 *
000130*    ONE RECORD PER STANDING INSTRUCTION FROM A CUSTOMER TO SHIP  *
000140*    THE SAME PRODUCT AND QUANTITY EVERY STO-FREQ-DAYS DAYS.      *
000150*    KEYED BY THE STANDING-ORDER ID - 'SO' AND A SIX-DIGIT        *
000160*    NUMBER DRAWN FROM STOCTL. STOGEN GENERATES THE ORDER ON      *
000170*    EVERY ACTIVE RECORD WHOSE NEXT DUE DATE HAS ARRIVED, THEN    *
000180*    MOVES THE DUE DATE ON BY THE FREQUENCY. A ZERO END DATE      *
000190*    NEVER LAPSES; ONCE THE NEXT DUE DATE PASSES A NON-ZERO END   *
000200*    DATE THE RECORD IS MARKED ENDED AND IS NEVER DUE AGAIN. A    *
000210*    PAUSED RECORD IS SKIPPED UNTIL IT IS RESUMED. RECORDS ARE    *
000220*    NEVER DELETED. MAINTAINED THROUGH STOMNT.                    *
000230*-----------------------------------------------------------------*
000240 01  STANDING-ORDER-RECORD.
000250     05  STO-ORDER-ID.
000260         10  STO-ID-PREFIX       PIC X(02).
000270         10  STO-ID-NUMBER       PIC 9(06).
000280     05  STO-CUST-ID             PIC X(08).
000290     05  STO-PROD-CODE           PIC X(06).
000300     05  STO-QUANTITY            PIC 9(05).
000310     05  STO-FREQ-DAYS           PIC 9(03).
000320     05  STO-NEXT-DUE-DATE       PIC 9(08).
000330     05  STO-END-DATE            PIC 9(08).
000340     05  STO-STATUS              PIC X(01).
000350         88  STO-ACTIVE          VALUE 'A'.
000360         88  STO-PAUSED          VALUE 'P'.
000370         88  STO-ENDED           VALUE 'E'.
000380     05  STO-LAST-GEN-DATE       PIC 9(08).
000390     05  STO-LAST-RESULT         PIC X(10).
000400     05  STO-CREATED-DATE        PIC 9(08).
000410     05  STO-CREATED-BY          PIC X(08).
000420     05  FILLER                  PIC X(19).
