000010*-----------------------------------------------------------------
000020*  SUSPRREC  -  SUSPENSE RELEASE/KILL REPORT LINE
000030*-----------------------------------------------------------------
000040*  ONE PRINT LINE ON THE SUSPRPT REPORT WRITTEN BY CALCSREL:
000050*  EVERY SUPERVISOR DECISION READ, APPLIED OR REFUSED WITH THE
000060*  REASON, FOLLOWED BY EVERY RESULT STILL OPEN IN SUSPENSE.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL COPYBOOK.
000110*-----------------------------------------------------------------
000120 01  SUSP-RPT-RECORD.
000130     05  SPR-LINE                PIC X(100).
