000010*-----------------------------------------------------------------
000020*  SUBMREC   -  SUBMITTER REFERENCE MASTER RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER SUBMITTING DEPARTMENT ON THE INDEXED SUBMITTER
000050*  MASTER (SUBMSTR), KEYED ON THE ONE-CHARACTER DEPARTMENT CODE
000060*  ("1" THRU "9") THAT CALCMERGE STAMPS INTO CT-SOURCE-ID AND
000070*  THAT FLOWS THROUGH TO CO-SOURCE-ID, CR-SOURCE-ID AND
000080*  RM-SOURCE-ID.  THE RECORD NAMES THE DEPARTMENT'S INPUT FILE
000090*  (READ BY CALCMERGE) AND STATEMENT FILE (CUT BY CALCSTMT),
000100*  SAYS WHICH OP CODES THE DEPARTMENT MAY REQUEST -- ONE Y/N
000110*  FLAG EACH FOR S, I, D AND A, IN THAT ORDER -- AND WHETHER
000120*  THE DEPARTMENT IS ACTIVE.  A DEACTIVATED DEPARTMENT STAYS ON
000130*  FILE SO ITS CODE IS NEVER HANDED TO SOMEONE ELSE WHILE ITS
000140*  RESULTS ARE STILL ON CALCMSTR.  MAINTAINED ONLY THROUGH
000150*  CALCSUBM.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    10/15/26   GM    ORIGINAL COPYBOOK.
000191*    10/15/26   GM    ADDED SB-LAST-BATCH-NO, SB-LAST-BATCH-DATE
000192*                      AND SB-LAST-RUN-DATE, THE HEADER OF THE
000193*                      LAST BATCH CALCMERGE ACCEPTED FROM THE
000194*                      DEPARTMENT AND THE RUN DATE IT WAS TAKEN
000195*                      ON, SO A REPEATED BATCH NUMBER IS HELD.
000196*                      CARVED FROM THE FILLER; NO FIELD MOVED.
000200*-----------------------------------------------------------------
000210 01  SUBM-MSTR-RECORD.
000220     05  SB-DEPT-CODE            PIC X(01).
000230     05  FILLER                  PIC X(01).
000240     05  SB-DEPT-NAME            PIC X(30).
000250     05  FILLER                  PIC X(01).
000260     05  SB-INPUT-FILE           PIC X(30).
000270     05  FILLER                  PIC X(01).
000280     05  SB-STMT-FILE            PIC X(30).
000290     05  FILLER                  PIC X(01).
000300     05  SB-ALLOWED-OPS.
000310         10  SB-ALLOW-STRING     PIC X(01).
000320             88  SB-STRING-ALLOWED   VALUE "Y".
000330         10  SB-ALLOW-INT        PIC X(01).
000340             88  SB-INT-ALLOWED      VALUE "Y".
000350         10  SB-ALLOW-DECIMAL    PIC X(01).
000360             88  SB-DECIMAL-ALLOWED  VALUE "Y".
000370         10  SB-ALLOW-ALL        PIC X(01).
000380             88  SB-ALL-ALLOWED      VALUE "Y".
000390     05  FILLER                  PIC X(01).
000400     05  SB-ACTIVE-FLAG          PIC X(01).
000410         88  SB-ACTIVE               VALUE "Y".
000420         88  SB-INACTIVE             VALUE "N".
000430     05  FILLER                  PIC X(01).
000440     05  SB-MAINT-DATE           PIC 9(08).
000441*    SET ONLY BY CALCMERGE WHEN IT ACCEPTS A BALANCED BATCH;
000442*    ZERO UNTIL THE DEPARTMENT'S FIRST BATCH IS TAKEN.
000443     05  FILLER                  PIC X(01).
000444     05  SB-LAST-BATCH-NO        PIC 9(06).
000445     05  FILLER                  PIC X(01).
000446     05  SB-LAST-BATCH-DATE      PIC 9(08).
000447     05  FILLER                  PIC X(01).
000448     05  SB-LAST-RUN-DATE        PIC 9(08).
000450*    ROOM TO GROW WITHOUT RELOADING THE INDEXED FILE.
000460     05  FILLER                  PIC X(05).
