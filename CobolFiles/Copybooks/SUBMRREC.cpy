000010*-----------------------------------------------------------------
000020*  SUBMRREC  -  SUBMITTER MASTER MAINTENANCE REPORT LINE RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER LINE ON THE SUBMRPT REPORT THAT CALCSUBM
000050*  PRODUCES:  EVERY MAINTENANCE TRANSACTION WITH WHAT WAS DONE
000060*  OR WHY IT WAS REFUSED, FOLLOWED BY A LISTING OF THE WHOLE
000070*  MASTER AS IT STANDS AFTERWARD, SO EVERY CHANGE TO WHO MAY
000080*  SUBMIT WHAT HAS A PRINTED TRAIL.
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/26   GM    ORIGINAL COPYBOOK.
000130*-----------------------------------------------------------------
000140 01  SUBM-RPT-RECORD.
000150     05  SBR-LINE                PIC X(100).
