000010*-----------------------------------------------------------------
000020*  CALCLIM  -  CALCULATOR RESULT PLAUSIBILITY LIMIT RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER ENTRY POINT AND SUBMITTER ON THE CALCLIM
000050*  PARAMETER FILE, READ INTO A TABLE BY CALCULATOR AT START OF
000060*  RUN.  LM-OP-CODE NAMES THE ENTRY POINT THE LIMIT APPLIES TO
000070*  (S = TWOSTRINGPARAMS, I = TWOINTPARAMS, D = TWODECIMALPARAMS;
000080*  AN OP CODE A TRANSACTION IS CHECKED SEGMENT BY SEGMENT
000090*  AGAINST ALL THREE).  LM-SOURCE-ID IS THE SUBMITTER
000100*  DEPARTMENT CODE (1-9) OR "*" FOR EVERY SUBMITTER WITHOUT A
000110*  LINE OF ITS OWN.  A RESULT BELOW LM-MIN-RESULT, ABOVE
000120*  LM-MAX-RESULT, OR LARGER IN MAGNITUDE THAN LM-MAX-RATIO
000130*  TIMES THE LARGER OPERAND OF ITS PAIR IS SUSPENDED FOR
000140*  SUPERVISOR REVIEW INSTEAD OF GOING TO CALCOUT.  A ZERO
000150*  RATIO MEANS NO RATIO CHECK.  AN ENTRY POINT WITH NO LINE
000160*  FOR THE SUBMITTER AND NO "*" LINE IS NOT CHECKED.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*    DATE       INIT  DESCRIPTION
000200*    10/15/26   GM    ORIGINAL COPYBOOK.
000210*-----------------------------------------------------------------
000220 01  CALC-LIMIT-RECORD.
000230     05  LM-OP-CODE              PIC X(01).
000240         88  LM-OP-VALID             VALUE "S" "I" "D".
000250     05  FILLER                  PIC X(01).
000260     05  LM-SOURCE-ID            PIC X(01).
000270         88  LM-ALL-SOURCES          VALUE "*".
000280     05  FILLER                  PIC X(01).
000290     05  LM-MIN-RESULT           PIC S9(14)V9(04)
000300                                     SIGN IS LEADING SEPARATE.
000310     05  FILLER                  PIC X(01).
000320     05  LM-MAX-RESULT           PIC S9(14)V9(04)
000330                                     SIGN IS LEADING SEPARATE.
000340     05  FILLER                  PIC X(01).
000350     05  LM-MAX-RATIO            PIC 9(05)V99.
