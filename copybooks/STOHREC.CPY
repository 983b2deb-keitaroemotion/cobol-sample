000100*-----------------------------------------------------------------*
000110*    STOHREC.CPY                                                  *
000120*    STANDING-ORDER CHANGE-HISTORY RECORD LAYOUT                  *
000130*    ONE RECORD PER FIELD CHANGED ON A STANDING ORDER - BY AN     *
000140*    OPERATOR THROUGH STOMNT, OR BY STOGEN WHEN IT GENERATES AN   *
000150*    ORDER AND MOVES THE NEXT DUE DATE ON (OPERATOR 'STOGEN').    *
000160*    SHOWS WHO SET UP, CHANGED, PAUSED OR RESUMED AN ORDER, WHEN, *
000170*    AND THE BEFORE/AFTER VALUES - THE SAME WAY CNPHREC TRACES    *
000180*    CONTACT PREFERENCES.                                         *
000190*-----------------------------------------------------------------*
000200 01  STANDING-HIST-RECORD.
000210     05  STH-TIMESTAMP           PIC 9(14).
000220     05  STH-OPERATOR-ID         PIC X(08).
000230     05  STH-ACTION              PIC X(06).
000240     05  STH-ORDER-ID            PIC X(08).
000250     05  STH-CUST-ID             PIC X(08).
000260     05  STH-FIELD-NAME          PIC X(10).
000270     05  STH-OLD-VALUE           PIC X(30).
000280     05  STH-NEW-VALUE           PIC X(30).
000290     05  FILLER                  PIC X(06).
