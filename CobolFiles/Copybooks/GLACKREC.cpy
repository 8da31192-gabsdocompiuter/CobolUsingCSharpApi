000010*-----------------------------------------------------------------
000020*  GLACKREC  -  GENERAL-LEDGER ACKNOWLEDGMENT RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER BATCH ON THE GLACK FILE THE LEDGER SYSTEM
000050*  RETURNS, READ BY CALCGLACK.  GA-BATCH-NO NAMES THE BATCH
000060*  FROM THE GLPOST HEADER.  GA-STATUS A SAYS THE BATCH WAS
000070*  ACCEPTED, P THAT ONLY PART OF IT POSTED, R THAT IT WAS
000080*  REJECTED WHOLE (GA-REASON SAYS WHY).  GA-ENTRIES-POSTED AND
000090*  GA-AMOUNT-POSTED ARE WHAT THE LEDGER ACTUALLY POSTED, AND
000100*  ARE CHECKED AGAINST WHAT WAS SENT EVEN ON AN A -- AN
000110*  "ACCEPTED" BATCH THAT POSTED SHORT IS A PARTIAL POSTING.
000120*  THE BATCH NUMBER AND COUNTS ARE READ AS SENT AND TESTED
000130*  BEFORE THEY ARE USED.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*    DATE       INIT  DESCRIPTION
000170*    10/15/26   GM    ORIGINAL COPYBOOK.
000180*-----------------------------------------------------------------
000190 01  GL-ACK-RECORD.
000200     05  GA-BATCH-NO             PIC 9(08).
000210     05  FILLER                  PIC X(01).
000220     05  GA-STATUS               PIC X(01).
000230         88  GA-ACCEPTED             VALUE "A".
000240         88  GA-PART-POSTED          VALUE "P".
000250         88  GA-REJECTED             VALUE "R".
000260     05  FILLER                  PIC X(01).
000270     05  GA-ENTRIES-POSTED       PIC 9(05).
000280     05  FILLER                  PIC X(01).
000290     05  GA-AMOUNT-POSTED        PIC 9(15)V99.
000300     05  FILLER                  PIC X(01).
000310     05  GA-ACK-DATE             PIC 9(08).
000320     05  FILLER                  PIC X(01).
000330     05  GA-REASON               PIC X(40).
