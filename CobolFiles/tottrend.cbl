000230*                      THE COMMAND LINE (YYYYMMDD) AND DEFAULTS
000240*                      TO TODAY.  RETURN CODE 4 FLAGS A RUN THAT
000250*                      FOUND ANY EXCEPTION DAY.
000251*    10/15/26   GM    NOW RUN BY THE CALCNIGHT SEQUENCER AS A
000252*                      MONTH-END CHAIN STEP ON THE LAST BUSINESS
000253*                      DAY OF EACH MONTH PER THE CALCCAL CALENDAR,
000254*                      GIVEN THE RUN DATE, SO THE MONTH-TO-DATE
000255*                      PAGE COVERS THE WHOLE BUSINESS MONTH.
000260*----------------------------------------------------------------*
000270 ENVIRONMENT    DIVISION.
000280 CONFIGURATION  SECTION.
