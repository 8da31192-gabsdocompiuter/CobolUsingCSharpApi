000010*-----------------------------------------------------------------
000020*  GLAKRREC  -  GL ACKNOWLEDGMENT RECONCILIATION REPORT LINE
000030*-----------------------------------------------------------------
000040*  ONE PRINT LINE ON THE GLACKRPT REPORT CALCGLACK WRITES.
000050*  EXCEPTION LINES LEAD WITH "GL REJECTED", "GL PARTIAL",
000060*  "GL NO ACK" OR "GL UNMATCHED" SO THE MORNING STATUS JOB CAN
000070*  COUNT THEM BY THEIR LEAD WORDS.
000080*-----------------------------------------------------------------
000090*  MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   GM    ORIGINAL COPYBOOK.
000120*-----------------------------------------------------------------
000130 01  GL-ACK-RPT-RECORD.
000140     05  GAR-LINE                PIC X(100).
