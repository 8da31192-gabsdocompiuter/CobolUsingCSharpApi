000130*  MODIFICATION HISTORY
000140*    DATE       INIT  DESCRIPTION
000150*    08/22/26   GM    ORIGINAL COPYBOOK.
000151*    10/15/26   GM    ADDED RL-SUSP-COUNT, THE RESULTS CALCULATOR
000152*                      PUT IN SUSPENSE (CALCSUSP) FOR FAILING
000153*                      THEIR PLAUSIBILITY LIMITS.  THEY NOW COUNT
000154*                      TOWARD BALANCE ALONGSIDE WRITTEN, REJECTED
000155*                      AND SKIPPED.  APPENDED, SO A LEDGER RECORD
000156*                      WRITTEN BEFORE THIS CHANGE READS SPACES
000157*                      THERE -- READERS TREAT THAT AS ZERO.
000160*-----------------------------------------------------------------
000170 01  RUN-LEDGER-RECORD.
000180     05  RL-RUN-DATE             PIC 9(08).
000340     05  RL-BALANCE-FLAG         PIC X(14).
000350         88  RL-IN-BALANCE           VALUE "IN BALANCE".
000360         88  RL-OUT-OF-BALANCE       VALUE "OUT OF BALANCE".
000370     05  FILLER                  PIC X(01).
000380     05  RL-SUSP-COUNT           PIC 9(07).
