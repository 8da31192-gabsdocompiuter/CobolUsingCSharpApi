000010*-----------------------------------------------------------------
000020*  CALCRATE  -  CHARGEBACK RATE RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER BILLABLE ITEM AND SUBMITTER ON THE CALCRATE
000050*  PARAMETER FILE, READ INTO A TABLE BY THE MONTHLY CHARGEBACK
000060*  (CALCBILL).  RT-ITEM NAMES WHAT IS PRICED:  S, I AND D ARE
000070*  ONE CALL OF TWOSTRINGPARAMS, TWOINTPARAMS OR
000080*  TWODECIMALPARAMS; H IS THE HANDLING FEE CHARGED ON EVERY
000090*  TRANSACTION; R IS THE SURCHARGE ON A TRANSACTION THAT WAS
000100*  RECYCLED BEFORE IT RAN.  RT-SOURCE-ID IS THE SUBMITTER
000110*  DEPARTMENT CODE (1-9) OR "*" FOR EVERY SUBMITTER WITHOUT A
000120*  LINE OF ITS OWN, AS ON CALCLIM.  RT-RATE IS THE PRICE OF ONE
000130*  UNIT IN CURRENCY, TO FOUR PLACES.  AN ITEM WITH NO LINE FOR
000140*  THE SUBMITTER AND NO "*" LINE IS BILLED AT ZERO AND FLAGGED.
000150*-----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*    DATE       INIT  DESCRIPTION
000180*    10/15/26   GM    ORIGINAL COPYBOOK.
000190*-----------------------------------------------------------------
000200 01  CALC-RATE-RECORD.
000210     05  RT-ITEM                 PIC X(01).
000220         88  RT-ITEM-VALID           VALUE "S" "I" "D" "H" "R".
000230     05  FILLER                  PIC X(01).
000240     05  RT-SOURCE-ID            PIC X(01).
000250         88  RT-ALL-SOURCES          VALUE "*".
000260     05  FILLER                  PIC X(01).
000270     05  RT-RATE                 PIC 9(05)V9(04).
