000010*-----------------------------------------------------------------
000020*  SUBMTRN   -  SUBMITTER MASTER MAINTENANCE TRANSACTION
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER CHANGE TO THE SUBMITTER MASTER, READ BY
000050*  CALCSUBM FROM THE SUBMTRAN FILE.  SBT-ACTION IS A (ADD A NEW
000060*  DEPARTMENT), C (CHANGE ONE) OR D (DEACTIVATE ONE).  ON AN ADD
000070*  EVERY FIELD IS REQUIRED EXCEPT THE ACTIVE FLAG, WHICH
000080*  DEFAULTS TO Y.  ON A CHANGE A BLANK FIELD LEAVES THE MASTER
000090*  VALUE ALONE, AND AN ACTIVE FLAG OF Y PUTS A DEACTIVATED
000100*  DEPARTMENT BACK IN SERVICE.  A DEACTIVATE NEEDS ONLY THE
000110*  DEPARTMENT CODE.  SBT-ALLOWED-OPS IS FOUR Y/N FLAGS FOR THE
000120*  OP CODES S, I, D AND A, IN THAT ORDER.
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*    DATE       INIT  DESCRIPTION
000160*    10/15/26   GM    ORIGINAL COPYBOOK.
000170*-----------------------------------------------------------------
000180 01  SUBM-TRAN-RECORD.
000190     05  SBT-ACTION              PIC X(01).
000200         88  SBT-ADD                 VALUE "A".
000210         88  SBT-CHANGE              VALUE "C".
000220         88  SBT-DEACTIVATE          VALUE "D".
000230     05  FILLER                  PIC X(01).
000240     05  SBT-DEPT-CODE           PIC X(01).
000250     05  FILLER                  PIC X(01).
000260     05  SBT-DEPT-NAME           PIC X(30).
000270     05  FILLER                  PIC X(01).
000280     05  SBT-INPUT-FILE          PIC X(30).
000290     05  FILLER                  PIC X(01).
000300     05  SBT-STMT-FILE           PIC X(30).
000310     05  FILLER                  PIC X(01).
000320     05  SBT-ALLOWED-OPS         PIC X(04).
000330     05  FILLER                  PIC X(01).
000340     05  SBT-ACTIVE-FLAG         PIC X(01).
