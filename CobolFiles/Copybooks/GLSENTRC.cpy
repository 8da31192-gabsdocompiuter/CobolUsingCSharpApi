000010*-----------------------------------------------------------------
000020*  GLSENTRC  -  GL BATCHES SENT LOG RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER BATCH CALCGLPST HAS CUT, APPENDED TO THE
000050*  GLSENT FILE AS IT IS CUT WITH GS-ACK-STATUS S (SENT,
000060*  AWAITING ACKNOWLEDGMENT).  CALCGLACK MATCHES THE LEDGER'S
000070*  ACKNOWLEDGMENTS AGAINST IT, RECORDS WHAT THE LEDGER SAID --
000080*  P POSTED IN FULL, R REJECTED, T PARTIALLY POSTED -- WITH THE
000090*  ACKNOWLEDGMENT DATE AND WHAT WAS ACTUALLY POSTED, AND
000100*  REWRITES THE FILE.  A BATCH STILL AT S PAST ITS GRACE
000110*  PERIOD IS THE ONE THE LEDGER NEVER ACKNOWLEDGED.
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/26   GM    ORIGINAL COPYBOOK.
000160*-----------------------------------------------------------------
000170 01  GL-SENT-RECORD.
000180     05  GS-BATCH-NO             PIC 9(08).
000190     05  FILLER                  PIC X(01).
000200     05  GS-RUN-DATE             PIC 9(08).
000210     05  FILLER                  PIC X(01).
000220     05  GS-CUT-DATE             PIC 9(08).
000230     05  FILLER                  PIC X(01).
000240     05  GS-ENTRY-COUNT          PIC 9(05).
000250     05  FILLER                  PIC X(01).
000260     05  GS-CONTROL-TOTAL        PIC 9(15)V99.
000270     05  FILLER                  PIC X(01).
000280     05  GS-ACK-STATUS           PIC X(01).
000290         88  GS-AWAITING             VALUE "S".
000300         88  GS-POSTED               VALUE "P".
000310         88  GS-REJECTED             VALUE "R".
000320         88  GS-PARTIAL              VALUE "T".
000330     05  FILLER                  PIC X(01).
000340     05  GS-ACK-DATE             PIC 9(08).
000350     05  FILLER                  PIC X(01).
000360     05  GS-POSTED-COUNT         PIC 9(05).
000370     05  FILLER                  PIC X(01).
000380     05  GS-POSTED-AMOUNT        PIC 9(15)V99.
