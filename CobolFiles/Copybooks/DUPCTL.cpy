000010*-----------------------------------------------------------------
000020*  DUPCTL  -  DUPLICATE-SUSPECT CHECK CONTROL CARD
000030*-----------------------------------------------------------------
000040*  THE ONE RECORD ON THE DUPCTL FILE READ BY CALCDUPCK.
000050*  DC-LOOKBACK-DAYS IS HOW MANY CALENDAR DAYS OF THE RESULTS
000060*  MASTER (CALCMSTR) BEFORE THE RUN DATE AN INCOMING
000070*  TRANSACTION IS COMPARED AGAINST -- THREE DIGITS, 000 THRU
000080*  365.  ZERO CHECKS TONIGHT'S BATCH AGAINST ITSELF ONLY.  WITH
000090*  NO CARD THE CHECK LOOKS BACK FIVE DAYS.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   GM    ORIGINAL COPYBOOK.
000140*-----------------------------------------------------------------
000150 01  DUP-CONTROL-RECORD.
000160     05  DC-LOOKBACK-DAYS        PIC X(03).
000170     05  FILLER                  PIC X(77).
