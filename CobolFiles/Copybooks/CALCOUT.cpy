000345*                      BEHIND NUMERIC GUARDS, AND A NUMERIC
000346*                      PICTURE HERE ONLY INVITED AN ABEND ON A
000347*                      TRUNCATED RECORD.
000348*    10/15/26   GM    REVERSAL RESULTS (CO-OP-CODE R).  A
000349*                      REVERSAL ECHOES THE ORIGINAL'S SEGMENTS --
000350*                      OPERANDS AS THEY WERE, SKIPPED SEGMENTS
000351*                      STILL ASTERISKS -- WITH EACH RESULT
000352*                      NEGATED AND THE RETURN CODE SET TO
000353*                      ASTERISKS, SINCE NO DLL CALL IS MADE.  THE
000354*                      STRING AND INT RESULTS ARE UNSIGNED ON AN
000355*                      ORDINARY RECORD, SO THE NEW -R REDEFINES
000356*                      GIVE THEM A SIGNED PICTURE THAT TAKES UP
000357*                      THE FILLER BYTE AHEAD OF THE RESULT.
000358*                      CO-REV-RUN-DATE/CO-REV-TRAN-KEY, APPENDED,
000359*                      NAME THE RESULT BEING REVERSED (SPACES ON
000360*                      AN ORDINARY RECORD).
000361*    10/15/26   GM    ADDED CO-RECYCLE-COUNT, APPENDED -- THE
000362*                      CT-RECYCLE-COUNT OF THE CALCIN RECORD,
000363*                      CARRIED THROUGH SO THE MASTER AND THE
000364*                      MONTHLY CHARGEBACK CAN TELL A RECYCLED
000365*                      TRANSACTION FROM A FIRST-TIME ONE.
000366*-----------------------------------------------------------------
000367 01  CALC-OUT-RECORD.
000368     05  CO-TRAN-KEY             PIC 9(06).
000370     05  FILLER                  PIC X(01).
000380     05  CO-OP-CODE              PIC X(01).
000390     05  FILLER                  PIC X(01).
000480         10  CO-STRING-RESULT    PIC 9(06).
000490     05  CO-STRING-SEG-X         REDEFINES CO-STRING-SEG
000500                                 PIC X(25).
000501     05  CO-STRING-SEG-R         REDEFINES CO-STRING-SEG.
000502         10  FILLER              PIC X(08).
000503         10  CO-R-STRING-RC      PIC X(10).
000504         10  CO-R-STRING-RESULT  PIC S9(06)
000505                                     SIGN IS LEADING SEPARATE.
000510     05  FILLER                  PIC X(01).
000520     05  CO-INT-SEG.
000530         10  CO-VAR3             PIC S9(04)
000620         10  CO-INT-RESULT       PIC 9(09).
000630     05  CO-INT-SEG-X            REDEFINES CO-INT-SEG
000640                                 PIC X(32).
000641     05  CO-INT-SEG-R            REDEFINES CO-INT-SEG.
000642         10  FILLER              PIC X(12).
000643         10  CO-R-INT-RC         PIC X(10).
000644         10  CO-R-INT-RESULT     PIC S9(09)
000645                                     SIGN IS LEADING SEPARATE.
000650     05  FILLER                  PIC X(01).
000660     05  CO-DECIMAL-SEG.
000670         10  CO-VAR5             PIC S9(07)V99
000770                                     SIGN IS LEADING SEPARATE.
000780     05  CO-DECIMAL-SEG-X        REDEFINES CO-DECIMAL-SEG
000790                                 PIC X(52).
000792     05  CO-DECIMAL-SEG-R        REDEFINES CO-DECIMAL-SEG.
000794         10  FILLER              PIC X(22).
000796         10  CO-R-DECIMAL-RC     PIC X(10).
000798         10  FILLER              PIC X(20).
000800     05  FILLER                  PIC X(01).
000810     05  CO-SOURCE-ID            PIC X(01).
000820     05  FILLER                  PIC X(01).
000870     05  CO-DONE-DATE            PIC X(08).
000880     05  FILLER                  PIC X(01).
000890     05  CO-DONE-TIME            PIC X(08).
000900     05  FILLER                  PIC X(01).
000910     05  CO-REV-RUN-DATE         PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  CO-REV-TRAN-KEY         PIC X(06).
000940     05  FILLER                  PIC X(01).
000950     05  CO-RECYCLE-COUNT        PIC X(01).
