000162*    08/22/26   GM    ADDED RM-SOURCE-ID, CARRIED OVER FROM THE
000164*                      CALCOUT RECORD SO AN INQUIRY ALSO SAYS
000166*                      WHICH SUBMITTER SENT THE TRANSACTION.
000167*    10/15/26   GM    REVERSALS.  ADDED AN 88 FOR OP CODE R AND,
000168*                      APPENDED, RM-REVERSED-FLAG/RM-REVERSED-BY
000169*                      (SET ON AN ORIGINAL WHEN CALCMLOAD LOADS
000170*                      THE REVERSAL THAT BACKS IT OUT, WITH THE
000171*                      REVERSAL'S RUN DATE AND KEY) AND
000172*                      RM-REVERSAL-OF (THE ORIGINAL'S RUN DATE
000173*                      AND KEY, CARRIED ON THE REVERSAL ITSELF).
000174*                      THE RECORD GREW FROM 125 TO 154 BYTES --
000175*                      AN EXISTING CALCMSTR MUST BE UNLOADED AND
000176*                      RELOADED IN THE NEW LENGTH, THE NEW FIELDS
000177*                      SPACES, BEFORE THIS LAYOUT GOES LIVE.
000178*                      READERS TEST RM-REVERSED ONLY, SO A
000179*                      CONVERTED RECORD READS AS NOT REVERSED.
000180*    10/15/26   GM    ADDED RM-RECYCLE-COUNT, APPENDED -- HOW
000181*                      MANY TIMES THE TRANSACTION WAS RECYCLED
000182*                      BEFORE IT RAN (CO-RECYCLE-COUNT), FOR THE
000183*                      MONTHLY CHARGEBACK SURCHARGE.  THE RECORD
000184*                      GREW FROM 154 TO 155 BYTES; AN EXISTING
000185*                      CALCMSTR IS UNLOADED AND RELOADED WITH
000186*                      THE NEW BYTE SPACE, AND READERS COUNT A
000187*                      TRANSACTION AS RECYCLED ONLY WHEN THE
000188*                      BYTE IS A DIGIT ABOVE ZERO.
000189*-----------------------------------------------------------------
000190 01  CALC-MSTR-RECORD.
000191     05  RM-KEY.
000200         10  RM-RUN-DATE         PIC 9(08).
000210         10  RM-TRAN-KEY         PIC 9(06).
000220     05  RM-OP-CODE              PIC X(01).
000222         88  RM-OP-REVERSAL          VALUE "R".
000225     05  RM-SOURCE-ID            PIC X(01).
000230     05  RM-STRING-SEG           PIC X(25).
000240     05  RM-INT-SEG              PIC X(32).
000250     05  RM-DECIMAL-SEG          PIC X(52).
000260     05  RM-REVERSED-FLAG        PIC X(01).
000270         88  RM-REVERSED             VALUE "Y".
000280     05  RM-REVERSED-BY.
000290         10  RM-REV-BY-DATE      PIC 9(08).
000300         10  RM-REV-BY-KEY       PIC 9(06).
000310     05  RM-REVERSAL-OF.
000320         10  RM-REV-OF-DATE      PIC 9(08).
000330         10  RM-REV-OF-KEY       PIC 9(06).
000340     05  RM-RECYCLE-COUNT        PIC X(01).
