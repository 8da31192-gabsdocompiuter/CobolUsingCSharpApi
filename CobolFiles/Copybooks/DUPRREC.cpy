000010*-----------------------------------------------------------------
000020*  DUPRREC  -  DUPLICATE-REVIEW REPORT LINE
000030*-----------------------------------------------------------------
000040*  ONE PRINT LINE ON THE DUPRPT REPORT WRITTEN BY CALCDUPCK
000050*  (SUSPECTS HELD, RELEASED WORK PUT BACK INTO THE NIGHT) AND
000060*  ON THE DUPRLRPT REPORT WRITTEN BY CALCDREL (DECISIONS
000070*  APPLIED OR REFUSED, THEN EVERY SUSPECT STILL OPEN).
000080*-----------------------------------------------------------------
000090*  MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   GM    ORIGINAL COPYBOOK.
000120*-----------------------------------------------------------------
000130 01  DUP-RPT-RECORD.
000140     05  DPR-LINE                PIC X(100).
