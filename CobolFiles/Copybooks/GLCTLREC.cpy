000010*-----------------------------------------------------------------
000020*  GLCTLREC  -  GL POSTING BATCH-NUMBER CONTROL RECORD
000030*-----------------------------------------------------------------
000040*  THE ONE RECORD ON THE GLCTL FILE.  CALCGLPST READS IT, TAKES
000050*  THE NEXT BATCH NUMBER AND WRITES IT BACK BEFORE IT CUTS THE
000060*  POSTING FILE, SO A BATCH NUMBER IS NEVER ISSUED TWICE -- A
000062*  RUN THAT FAILS AFTERWARD LEAVES A GAP, NEVER A REPEAT --
000064*  EXCEPT THAT A POSTING FILE WHICH COULD NOT BE WRITTEN IN
000066*  FULL PUTS THE RECORD BACK AS IT WAS:  THAT FILE IS NEVER
000068*  SENT, SO ITS NUMBER WAS NEVER SEEN BY THE LEDGER.
000080*  GC-LAST-RUN-DATE IS THE RUN DATE THAT BATCH WAS CUT FOR, SO
000090*  A SECOND CUT FOR THE SAME NIGHT IS CAUGHT.  THE FILE IS SET
000100*  UP ONCE BY HAND WITH A ZERO BATCH NUMBER; IT IS NEVER
000110*  RECREATED, OR NUMBERS THE LEDGER HAS ALREADY SEEN COME ROUND
000120*  AGAIN.
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*    DATE       INIT  DESCRIPTION
000160*    10/15/26   GM    ORIGINAL COPYBOOK.
000162*    10/15/26   GM    NOTES A FAILED POSTING FILE GIVING ITS
000164*                      BATCH NUMBER BACK.
000170*-----------------------------------------------------------------
000180 01  GL-CTL-RECORD.
000190     05  GC-LAST-BATCH-NO        PIC 9(08).
000200     05  FILLER                  PIC X(01).
000210     05  GC-LAST-RUN-DATE        PIC 9(08).
000220     05  FILLER                  PIC X(01).
000230     05  GC-LAST-CUT-DATE        PIC 9(08).
000240     05  FILLER                  PIC X(01).
000250     05  GC-LAST-CUT-TIME        PIC 9(08).
