000240*      X            - WAREHOUSE-CANCELLED SALE REVERSED OUT OF    *
000250*                     THE HISTORY - REVENUE READERS SUBTRACT IT   *
000260*                     (FULRECON)                                  *
000261*      R            - CUSTOMER RETURN CREDITED BY A CREDIT MEMO - *
000262*                     REVENUE READERS SUBTRACT IT LIKE AN X       *
000263*                     (RETMNT)                                    *
000265*      D            - PITCH SUPPRESSED BY A CONTACT PREFERENCE    *
000267*                     ON CONTPREF (HELLO)                         *
000270*    ORD-QUANTITY IS NON-ZERO ON Y, H, J, X AND R RECORDS, ZERO   *
000280*    ON N, BLANK, P AND D; RECORDS WRITTEN BEFORE THE FIELD       *
000290*    EXISTED CARRY SPACES AND READERS MUST TREAT THEM AS A        *
000300*    QUANTITY OF ONE.                                             *
000310*    ORD-CAMPAIGN-ID CARRIES THE CAMPAIGN THAT PRODUCED THE       *
000320*    RECORD; SINGLE-CUSTOMER RUNS AND RECORDS WRITTEN BEFORE      *
000330*    THE FIELD EXISTED CARRY SPACES THERE.                        *
000331*    STANDING-ORDER BUSINESS (STOGEN) CARRIES THE 'SO' ID OF ITS  *
000332*    STANDING ORDER THERE INSTEAD.                                *
000340*    ORD-UNIT-PRICE/ORD-CURRENCY-CODE CARRY THE PRICE ACTUALLY    *
000350*    QUOTED TO THE CUSTOMER; RECORDS WRITTEN BEFORE THE FIELDS    *
000360*    EXISTED CARRY SPACES AND READERS MUST FALL BACK TO THE       *
