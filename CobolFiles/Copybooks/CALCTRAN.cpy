000710*                      MEASURE SUBMISSION TO RESULT.  APPENDED
000720*                      RAW, SO EXISTING POSITIONS AGAIN DID NOT
000730*                      MOVE; THE RECORD IS NOW 79 BYTES.
000731*    10/15/26   GM    CT-SOURCE-ID IS NOW THE DEPARTMENT CODE
000732*                      (1-9) OF THE SUBMITTER ON THE SUBMITTER
000733*                      MASTER (SUBMSTR) WHOSE INPUT FILE THE
000734*                      RECORD ARRIVED ON, NOT A FIXED FILE NUMBER
000735*                      1-3.  NO FIELD MOVED.
000736*    10/15/26   GM    ADDED OP CODE R, A REVERSAL OF A RESULT
000737*                      ALREADY ON THE RESULTS MASTER (CALCMSTR).
000738*                      A REVERSAL CARRIES NO OPERANDS; INSTEAD IT
000739*                      NAMES THE ORIGINAL'S RUN DATE AND
000740*                      TRANSACTION KEY IN CT-REVERSAL-AREA, A
000741*                      REDEFINITION OF THE OPERAND FIELDS THAT
000742*                      PUTS THEM IN THE CT-VAR5 AND CT-VAR6 SLOTS
000743*                      SO THE REJECT AND RECYCLE JOBS, WHICH COPY
000744*                      THOSE SLOTS AS RAW BYTES, CARRY THEM OVER.
000745*                      THE OPERAND FIELDS BECAME 10-LEVELS UNDER
000746*                      CT-OPERAND-AREA; NO FIELD MOVED.
000747*-----------------------------------------------------------------
000750 01  CALC-TRAN-RECORD.
000760     05  CT-TRAN-KEY             PIC 9(06).
000770     05  FILLER                  PIC X(01).
000800         88  CT-OP-INT               VALUE "I".
000810         88  CT-OP-DECIMAL           VALUE "D".
000820         88  CT-OP-ALL               VALUE "A".
000825         88  CT-OP-REVERSAL          VALUE "R".
000830         88  CT-OP-VALID             VALUE "S" "I" "D" "A" "R".
000840     05  FILLER                  PIC X(01).
000845     05  CT-OPERAND-AREA.
000850         10  CT-VAR1             PIC X(03).
000860         10  FILLER              PIC X(01).
000870         10  CT-VAR2             PIC X(03).
000880         10  FILLER              PIC X(01).
000890         10  CT-VAR3             PIC 9(04).
000900         10  FILLER              PIC X(01).
000910         10  CT-VAR4             PIC 9(04).
000920         10  FILLER              PIC X(01).
000930         10  CT-VAR5             PIC S9(07)V99
000940                                     SIGN IS LEADING SEPARATE.
000950         10  FILLER              PIC X(01).
000960         10  CT-VAR6             PIC S9(07)V99
000970                                     SIGN IS LEADING SEPARATE.
000971*  ON AN OP CODE R RECORD THE OPERAND AREA NAMES THE RESULT
000972*  BEING REVERSED INSTEAD -- RUN DATE (YYYYMMDD) IN THE CT-VAR5
000973*  SLOT, TRANSACTION KEY IN THE CT-VAR6 SLOT.
000974     05  CT-REVERSAL-AREA        REDEFINES CT-OPERAND-AREA.
000975         10  FILLER              PIC X(18).
000976         10  CT-REV-RUN-DATE     PIC X(08).
000977         10  FILLER              PIC X(03).
000978         10  CT-REV-TRAN-KEY     PIC X(06).
000979         10  FILLER              PIC X(04).
000980     05  FILLER                  PIC X(01).
000990     05  CT-RECYCLE-COUNT        PIC X(01).
001000     05  FILLER                  PIC X(01).
