000040*  ONE RECORD PER LINE ON THE HARD-REJECT REPORT THAT THE
000050*  REJECT-RECYCLE JOB PRODUCES FOR TRANSACTIONS THAT HAVE BEEN
000060*  AROUND THE REPAIR LOOP TOO MANY TIMES AND FOR CORRECTIONS
000070*  THAT COULD NOT BE APPLIED.  IT ALSO LOGS EACH REJECT THE
000072*  OPERATOR RETURNED TO ITS SUBMITTER OR CANCELLED; ONLY THE
000074*  LINES THAT BEGIN "HARD REJECT" ARE HARD REJECTS.
000080*-----------------------------------------------------------------
000090*  MODIFICATION HISTORY
000100*    DATE       INIT  DESCRIPTION
000110*    08/22/26   GM    ORIGINAL COPYBOOK.
000115*    10/15/26   GM    RETURNED AND CANCELLED LINES.
000120*-----------------------------------------------------------------
000130 01  HARD-REJ-RECORD.
000140     05  HR-LINE                 PIC X(100).
