000010*-----------------------------------------------------------------
000020*  CALCCAL   -  BUSINESS-DAY CALENDAR RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER EXCEPTION DAY ON THE CALCCAL CALENDAR FILE,
000050*  MAINTAINED BY OPERATIONS AND READ INTO A TABLE AT START OF
000060*  RUN BY THE CALCMERGE COLLECTOR AND THE CALCNIGHT SEQUENCER.
000070*  MONDAY THROUGH FRIDAY ARE BUSINESS DAYS AND SATURDAY AND
000080*  SUNDAY ARE NOT UNLESS THE FILE SAYS OTHERWISE:  CL-DAY-TYPE
000090*  "H" MAKES THE DATE A HOLIDAY (NOT A BUSINESS DAY) AND "W"
000100*  MAKES A WEEKEND DATE A WORKED BUSINESS DAY.  CL-DESCRIPTION
000110*  IS PRINTED WHERE THE DAY DECIDES SOMETHING, SO THE HOLDOVER
000120*  LISTING AND THE NIGHT LOG SAY WHICH HOLIDAY IT WAS.
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*    DATE       INIT  DESCRIPTION
000160*    10/15/26   GM    ORIGINAL COPYBOOK.
000170*-----------------------------------------------------------------
000180 01  CALC-CAL-RECORD.
000190     05  CL-DATE                 PIC 9(08).
000200     05  FILLER                  PIC X(01).
000210     05  CL-DAY-TYPE             PIC X(01).
000220         88  CL-HOLIDAY              VALUE "H".
000230         88  CL-WORKED-DAY           VALUE "W".
000240         88  CL-TYPE-VALID           VALUE "H" "W".
000250     05  FILLER                  PIC X(01).
000260     05  CL-DESCRIPTION          PIC X(30).
