000161*    RELEASED TO THE WAREHOUSE. EACH WRITER ZEROES THE COUNTS     *
000162*    THAT ARE NOT ITS OWN; RECORDS FROM BEFORE CTL-INVOICE-CNT    *
000163*    EXISTED CARRY SPACES THERE AND READERS TREAT THEM AS ZERO.   *
000164*    RETMNT AND FULRECON ADD CTL-CREDIT-CNT FOR THE CREDIT MEMOS  *
000165*    THEY ISSUE (RETMNT ALSO CTL-ORDER-CNT FOR ITS 'R' RECORDS);  *
000166*    RECORDS WRITTEN BEFORE IT EXISTED ARE SHORT BY THAT FIELD    *
000167*    AND READERS TREAT IT AS ZERO THE SAME WAY.                   *
000168*    GLPOST ADDS CTL-JOURNAL-CNT FOR THE GL JOURNAL LINES IT      *
000169*    RELEASES, SHORT ON OLDER RECORDS IN THE SAME WAY.            *
000170*    HELLO ADDS CTL-SUPPRESS-CNT FOR PITCHES STOPPED BY A         *
000171*    CONTACT PREFERENCE ('D' ORDERS), SHORT ON OLDER RECORDS TOO. *
000172*    STOGEN APPENDS ONE FOR THE STANDING ORDERS IT GENERATES,     *
000173*    AND BKORDREL AND CRDREL ONE FOR THE ORDERS THEY RELEASE,     *
000174*    WITH THEIR ORDER AND FULFILLMENT COUNTS (STOGEN ALSO ITS     *
000175*    OFFERED AND AUDIT COUNTS).                                   *
000176*-----------------------------------------------------------------*
000180 01  CONTROL-RECORD.
000190     05  CTL-RUN-DATE            PIC 9(08).
000200     05  CTL-RUN-TIME            PIC 9(06).
000230     05  CTL-FULFILL-CNT         PIC 9(07).
000240     05  CTL-AUDIT-CNT           PIC 9(07).
000250     05  CTL-INVOICE-CNT         PIC 9(07).
000255     05  CTL-CREDIT-CNT          PIC 9(07).
000257     05  CTL-JOURNAL-CNT         PIC 9(07).
000258     05  CTL-SUPPRESS-CNT        PIC 9(07).
000260     05  FILLER                  PIC X(01).
