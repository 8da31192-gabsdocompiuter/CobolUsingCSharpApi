000010*-----------------------------------------------------------------
000020*  CALCBCTL  -  SUBMITTER BATCH HEADER / TRAILER CONTROL RECORD
000030*-----------------------------------------------------------------
000040*  EVERY DEPARTMENT INPUT FILE READ BY CALCMERGE OPENS WITH ONE
000050*  HEADER RECORD AND CLOSES WITH ONE TRAILER RECORD, BOTH THE
000060*  SAME 79 BYTES AS A CALCTRAN RECORD.  BC-REC-ID SITS WHERE
000070*  CT-TRAN-KEY DOES AND IS NEVER NUMERIC, SO A CONTROL RECORD
000080*  CANNOT BE MISTAKEN FOR A TRANSACTION.  THE HEADER CARRIES THE
000090*  DEPARTMENT'S BATCH DATE (YYYYMMDD) AND BATCH NUMBER, WHICH
000100*  MUST RISE FROM ONE BATCH TO THE NEXT.  THE TRAILER CARRIES THE
000110*  COUNT OF TRANSACTION RECORDS BETWEEN THE TWO AND THE HASH
000120*  TOTALS OF CT-VAR5 AND CT-VAR6 -- THE ALGEBRAIC SUM OF EACH
000130*  OVER THOSE RECORDS, A NON-NUMERIC AMOUNT COUNTING AS ZERO.
000140*  CALCMERGE BALANCES THE WHOLE FILE AGAINST ITS TRAILER BEFORE
000150*  RELEASING ANY OF ITS RECORDS.
000160*-----------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*    DATE       INIT  DESCRIPTION
000190*    10/15/26   GM    ORIGINAL COPYBOOK.
000200*-----------------------------------------------------------------
000210 01  BATCH-CTL-RECORD.
000220     05  BC-REC-ID               PIC X(06).
000230         88  BC-HEADER               VALUE "HEADER".
000240         88  BC-TRAILER              VALUE "TRAILR".
000250     05  FILLER                  PIC X(01).
000260     05  BC-HEADER-DATA.
000270         10  BC-BATCH-DATE       PIC X(08).
000280         10  FILLER              PIC X(01).
000290         10  BC-BATCH-NO         PIC X(06).
000300         10  FILLER              PIC X(57).
000310     05  BC-TRAILER-DATA         REDEFINES BC-HEADER-DATA.
000320         10  BC-REC-COUNT        PIC 9(07).
000330         10  FILLER              PIC X(01).
000340         10  BC-HASH-VAR5        PIC S9(13)V99
000350                                     SIGN IS LEADING SEPARATE.
000360         10  FILLER              PIC X(01).
000370         10  BC-HASH-VAR6        PIC S9(13)V99
000380                                     SIGN IS LEADING SEPARATE.
000390         10  FILLER              PIC X(31).
