000090*  MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    08/22/26   GM    ORIGINAL COPYBOOK.
000112*    10/15/26   GM    THE REPORT NOW ALSO CARRIES ONE LINE FOR
000114*                      EACH DEPARTMENT BATCH HELD BACK WHOLE FOR
000116*                      FAILING ITS HEADER/TRAILER BALANCE.
000120*-----------------------------------------------------------------
000130 01  MERGE-EXC-RECORD.
000140     05  MRG-LINE                PIC X(100).
