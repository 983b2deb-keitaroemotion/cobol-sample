000100*-----------------------------------------------------------------*
000110*    OPRREC.CPY                                                   *
000120*    OPERATOR-MASTER RECORD LAYOUT                                *
000130*    ONE RECORD PER PERSON ALLOWED TO SIGN ON TO THE MAINTENANCE  *
000140*    AND RELEASE PROGRAMS, KEYED BY OPERATOR ID. SIGN-ON NEEDS    *
000150*    THE PIN AND AN ACTIVE STATUS; A REVOKED OPERATOR STAYS ON    *
000160*    FILE SO THE HISTORY TRAILS STILL RESOLVE TO A NAME.          *
000170*    EACH RIGHTS ENTRY NAMES A PROGRAM AND THE MENU ACTION        *
000180*    LETTERS THE OPERATOR MAY USE IN IT ('*' = EVERY ACTION).     *
000190*    A PROGRAM WITH NO ENTRY IS CLOSED TO THE OPERATOR. PRODMNT   *
000200*    ALSO TREATS ITS 'P' LETTER AS THE RIGHT TO CHANGE A LIST     *
000210*    PRICE OR CURRENCY ON AN UPDATE. MAINTAINED THROUGH OPRMNT.   *
000220*-----------------------------------------------------------------*
000230 01  OPERATOR-RECORD.
000240     05  OPR-ID                  PIC X(08).
000250     05  OPR-NAME                PIC X(30).
000260     05  OPR-PIN                 PIC X(08).
000270     05  OPR-STATUS              PIC X(01).
000280         88  OPR-ACTIVE          VALUE 'A'.
000290         88  OPR-REVOKED         VALUE 'R'.
000300     05  OPR-STATUS-DATE         PIC 9(08).
000310     05  OPR-RIGHT               OCCURS 10 TIMES
000320                                 INDEXED BY OPR-RIGHT-IDX.
000330         10  OPR-RIGHT-PROGRAM   PIC X(08).
000340         10  OPR-RIGHT-ACTIONS   PIC X(10).
000350     05  FILLER                  PIC X(15).
