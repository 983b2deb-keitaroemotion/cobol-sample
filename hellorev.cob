000284*                     AT THE EXCHRATE RATE IN EFFECT ON ITS RUN     *
000285*                     DATE. A CURRENCY WITH NO USABLE RATE IS       *
000286*                     FLAGGED AND EXCLUDED, NEVER GUESSED.          *
000287*    2026-10-15 KS    'R' RETURN RECORDS (UNITS SENT BACK AND     *
000288*                     CREDITED THROUGH RETMNT) NOW SUBTRACT FROM  *
000289*                     REVENUE AND THE ACCEPT COUNTS THE SAME WAY  *
000290*                     AS 'X' REVERSALS.                           *
000291*-----------------------------------------------------------------*
000292*    READS EVERY ACCEPTED ('Y') ORDER-FILE RECORD AND PRINTS      *
000293*    REVENUE PER PRODUCT PER RUN DATE GROUPED AND SUBTOTALED BY   *
000294*    CURRENCY. THE PRICE AND CURRENCY COME OFF THE ORDER RECORD   *
000300*    ITSELF; ONLY RECORDS FROM BEFORE THOSE FIELDS EXISTED FALL   *
000310*    BACK TO THE CURRENT PRODUCT-MASTER PRICE, AND OF THOSE THE   *
000320*    ONES WHOSE CODE IS NO LONGER ON THE MASTER ARE COUNTED AND   *
000321*    FLAGGED RATHER THAN PRICED AT ZERO.                          *
000324*    'X' CANCELLATION REVERSALS AND 'R' CUSTOMER RETURNS ARE      *
000327*    SUBTRACTED AT THE PRICE ON THEIR OWN RECORDS.                *
000330*-----------------------------------------------------------------*
000340 ENVIRONMENT    DIVISION.
000350 INPUT-OUTPUT   SECTION.
001310     05  FILLER                  PIC X(35).
001311 01  WS-REVERSAL-LINE.
001312     05  FILLER                  PIC X(38)
001313         VALUE 'REVERSALS AND RETURNS APPLIED:        '.
001314     05  WS-RVS-COUNT            PIC ZZZ,ZZ9.
001315     05  FILLER                  PIC X(35).
001316 01  WS-ARCHIVE-LINE.
002135*===================================================================*
002136*    2050-POST-CURRENT                                               *
002137*    POST THE ORDER RECORD CURRENTLY IN THE ORDER-RECORD AREA -      *
002138*    LIVE OR ARCHIVED. ONLY ACCEPTS, 'X' REVERSALS AND 'R' RETURNS   *
002139*    INSIDE THE SELECTED CAMPAIGN AND DATE RANGE CARRY REVENUE.      *
002140*===================================================================*
002141 2050-POST-CURRENT.
002142     IF WS-SEL-CAMPAIGN-ID NOT = SPACES
002151         MOVE +1 TO WS-LINE-SIGN
002152         ADD 1 TO WS-ACCEPT-READ-CNT
002153     ELSE
002154         IF ORD-ANSWER = 'X' OR 'x' OR 'R' OR 'r'
002155             MOVE -1 TO WS-LINE-SIGN
002156             ADD 1 TO WS-REVERSAL-READ-CNT
002157         ELSE
