000100*-----------------------------------------------------------------*
000110*    SECREC.CPY                                                   *
000120*    SECURITY-LOG RECORD LAYOUT                                   *
000130*    APPENDED TO SECLOG BY EVERY PROGRAM THAT SIGNS ON AN         *
000140*    OPERATOR. 'V' RECORDS ARE REFUSED ATTEMPTS - A BAD SIGN-ON   *
000150*    OR AN ACTION THE OPERATOR HOLDS NO RIGHT FOR. 'D' RECORDS    *
000160*    ARE CRDREL RELEASES CLEARED BY A SECOND OPERATOR, WHOSE ID   *
000170*    IS IN SEC-DETAIL. 'M' RECORDS ARE OPERATOR-MASTER CHANGES    *
000180*    MADE THROUGH OPRMNT; SEC-SUBJECT IS THE OPERATOR CHANGED.    *
000190*    SECRPT LISTS A MONTH OF IT FOR AUDIT.                        *
000200*-----------------------------------------------------------------*
000210 01  SECURITY-LOG-RECORD.
000220     05  SEC-DATE                PIC 9(08).
000230     05  SEC-TIME                PIC 9(06).
000240     05  SEC-EVENT               PIC X(01).
000250         88  SEC-VIOLATION       VALUE 'V'.
000260         88  SEC-DUAL-CONTROL    VALUE 'D'.
000270         88  SEC-MASTER-CHANGE   VALUE 'M'.
000280     05  SEC-PROGRAM             PIC X(08).
000290     05  SEC-OPERATOR-ID         PIC X(08).
000300     05  SEC-ACTION              PIC X(01).
000310     05  SEC-REASON              PIC X(02).
000320         88  SEC-UNKNOWN-ID      VALUE 'UI'.
000330         88  SEC-WRONG-PIN       VALUE 'PW'.
000340         88  SEC-REVOKED         VALUE 'RV'.
000350         88  SEC-NO-RIGHT        VALUE 'NR'.
000360         88  SEC-SIGNON-LOCKED   VALUE 'LK'.
000370         88  SEC-SAME-OPERATOR   VALUE 'SO'.
000380         88  SEC-NO-OPERATOR-FILE VALUE 'NF'.
000390         88  SEC-SECOND-CLEARED  VALUE 'DC'.
000400         88  SEC-OPR-ADDED       VALUE 'OA'.
000410         88  SEC-OPR-PIN-SET     VALUE 'OP'.
000420         88  SEC-OPR-RIGHTS-SET  VALUE 'OR'.
000430         88  SEC-OPR-REVOKED     VALUE 'OV'.
000440         88  SEC-OPR-REINSTATED  VALUE 'OI'.
000450     05  SEC-SUBJECT             PIC X(14).
000460     05  SEC-DETAIL              PIC X(26).
000470     05  FILLER                  PIC X(06).
