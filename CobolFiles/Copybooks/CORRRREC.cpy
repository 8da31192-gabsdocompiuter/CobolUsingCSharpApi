000010*-----------------------------------------------------------------
000020*  CORRRREC  -  REJECT CORRECTION CONSOLE SESSION LOG LINE
000030*-----------------------------------------------------------------
000040*  ONE PRINT LINE ON THE CORRRPT SHIFT LOG WRITTEN BY CALCCORR:
000050*  A HEADER PER SESSION, ONE LINE FOR EVERY REJECT CORRECTED,
000060*  RETURNED TO ITS SUBMITTER, CANCELLED OR SKIPPED, AND THE
000070*  SESSION TOTALS.
000080*-----------------------------------------------------------------
000090*  MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    10/15/26   GM    ORIGINAL COPYBOOK.
000120*-----------------------------------------------------------------
000130 01  CORR-RPT-RECORD.
000140     05  CRR-LINE                PIC X(100).
