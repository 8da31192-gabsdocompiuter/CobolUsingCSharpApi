000010*-----------------------------------------------------------------
000020*  CHGBKREC  -  CHARGEBACK EXTRACT RECORD FOR FINANCE
000030*-----------------------------------------------------------------
000040*  THE CHGBACK FILE CALCBILL WRITES AT MONTH END FOR FINANCE
000050*  TO CHARGE THE DEPARTMENTS FROM.  ONE DETAIL RECORD PER
000060*  DEPARTMENT AND BILLED ITEM (CB-ITEM S, I, D, H OR R AS ON
000070*  CALCRATE) WITH A QUANTITY ABOVE ZERO, FOLLOWED BY ONE
000080*  DEPARTMENT TOTAL RECORD (CB-ITEM T, CB-QUANTITY THE
000090*  TRANSACTION COUNT, CB-RATE ZERO).  CB-AMOUNT IS ROUNDED TO
000100*  CENTS ON EACH DETAIL, AND THE TOTAL IS THE SUM OF THE
000110*  DETAILS, SO THE EXTRACT FOOTS TO THE INVOICES.
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/26   GM    ORIGINAL COPYBOOK.
000160*-----------------------------------------------------------------
000170 01  CHGBACK-RECORD.
000180     05  CB-BILL-MONTH           PIC 9(06).
000190     05  FILLER                  PIC X(01).
000200     05  CB-DEPT-CODE            PIC X(01).
000210     05  FILLER                  PIC X(01).
000220     05  CB-DEPT-NAME            PIC X(30).
000230     05  FILLER                  PIC X(01).
000240     05  CB-ITEM                 PIC X(01).
000250         88  CB-DETAIL               VALUE "S" "I" "D" "H" "R".
000260         88  CB-DEPT-TOTAL           VALUE "T".
000270     05  FILLER                  PIC X(01).
000280     05  CB-QUANTITY             PIC 9(07).
000290     05  FILLER                  PIC X(01).
000300     05  CB-RATE                 PIC 9(05)V9(04).
000310     05  FILLER                  PIC X(01).
000320     05  CB-AMOUNT               PIC 9(11)V99.
