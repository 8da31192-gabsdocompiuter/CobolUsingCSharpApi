000010*-----------------------------------------------------------------
000020*  BILLRREC  -  MONTHLY CHARGEBACK REPORT LINE RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER LINE ON THE BILLRPT REPORT THAT CALCBILL
000050*  PRODUCES AT MONTH END:  ONE INVOICE PER DEPARTMENT THAT
000060*  USED THE SERVICE, THEN THE SUMMARY PAGE ACROSS ALL
000070*  DEPARTMENTS, THEN THE DAY-BY-DAY CROSS-FOOT OF THE CALLS
000080*  BILLED AGAINST THE TOTHIST/AUDITLOG CALL TOTALS.
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/26   GM    ORIGINAL COPYBOOK.
000130*-----------------------------------------------------------------
000140 01  BILL-RPT-RECORD.
000150     05  BLR-LINE                PIC X(100).
