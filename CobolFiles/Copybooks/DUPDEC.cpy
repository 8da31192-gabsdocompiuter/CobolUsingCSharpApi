000010*-----------------------------------------------------------------
000020*  DUPDEC  -  DEPARTMENT DUPLICATE-REVIEW DECISION RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER DECISION ON A TRANSACTION HELD ON DUPREVW AS
000050*  A SUSPECTED DUPLICATE, READ BY CALCDREL.  DD-RUN-DATE AND
000060*  DD-TRAN-KEY NAME THE DUPREVW RECORD.  DD-DEPT-CODE MUST BE
000070*  THE DEPARTMENT THAT SENT THE TRANSACTION -- A DEPARTMENT
000080*  ANSWERS ONLY FOR ITS OWN WORK.  DD-ACTION R CONFIRMS THE
000090*  WORK WAS INTENDED AND RELEASES IT TO RUN THE NEXT NIGHT; K
000100*  AGREES IT WAS A DUPLICATE AND DROPS IT, AND MUST CARRY A
000110*  REASON.  DD-CONFIRMED-BY IS REQUIRED ON BOTH.
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*    DATE       INIT  DESCRIPTION
000150*    10/15/26   GM    ORIGINAL COPYBOOK.
000160*-----------------------------------------------------------------
000170 01  DUP-DECISION-RECORD.
000180     05  DD-RUN-DATE             PIC X(08).
000190     05  FILLER                  PIC X(01).
000200     05  DD-TRAN-KEY             PIC X(06).
000210     05  FILLER                  PIC X(01).
000220     05  DD-ACTION               PIC X(01).
000230         88  DD-RELEASE              VALUE "R".
000240         88  DD-KILL                 VALUE "K".
000250     05  FILLER                  PIC X(01).
000260     05  DD-DEPT-CODE            PIC X(01).
000270     05  FILLER                  PIC X(01).
000280     05  DD-CONFIRMED-BY         PIC X(08).
000290     05  FILLER                  PIC X(01).
000300     05  DD-REASON               PIC X(40).
