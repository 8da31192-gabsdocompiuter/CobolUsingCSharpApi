000010*-----------------------------------------------------------------
000020*  GLPOSTRC  -  GENERAL-LEDGER POSTING FILE RECORD
000030*-----------------------------------------------------------------
000040*  THE FIXED-FORMAT GLPOST FILE CALCGLPST CUTS EACH NIGHT FOR
000050*  THE LEDGER SYSTEM.  ONE BATCH PER FILE:  A HEADER (TYPE H),
000060*  ONE ENTRY (TYPE E) PER SUBMITTER AND OP CODE CARRYING THE
000070*  NET OF THE NIGHT'S CO-DECIMAL-RESULT AMOUNTS FOR THAT PAIR,
000080*  AND A TRAILER (TYPE T).  EVERY RECORD CARRIES THE BATCH
000090*  NUMBER.  AMOUNTS ARE UNSIGNED, ROUNDED TO THE CENT, WITH
000100*  GPE-DR-CR SAYING WHICH SIDE:  A NET POSITIVE AMOUNT IS A
000110*  DEBIT (D), A NET NEGATIVE ONE (REVERSALS, NEGATIVE RESULTS)
000120*  A CREDIT (C).  THE TRAILER'S CONTROL TOTAL IS THE DEBIT
000130*  TOTAL PLUS THE CREDIT TOTAL, THE SUM OF EVERY ENTRY AMOUNT.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*    DATE       INIT  DESCRIPTION
000170*    10/15/26   GM    ORIGINAL COPYBOOK.
000172*    10/15/26   GM    GPE-AMOUNT WIDENED TO 9(15)V99 TO MATCH THE
000174*                      TRAILER TOTALS, TAKEN FROM THE FILLER --
000176*                      THE RECORD LENGTH IS UNCHANGED.
000180*-----------------------------------------------------------------
000190 01  GL-POST-RECORD.
000200     05  GP-REC-TYPE             PIC X(01).
000210         88  GP-HEADER               VALUE "H".
000220         88  GP-ENTRY                VALUE "E".
000230         88  GP-TRAILER              VALUE "T".
000240     05  GP-BATCH-NO             PIC 9(08).
000250     05  GP-BODY                 PIC X(71).
000260     05  GP-HEADER-BODY          REDEFINES GP-BODY.
000270         10  GPH-RUN-DATE        PIC 9(08).
000280         10  GPH-CUT-DATE        PIC 9(08).
000290         10  GPH-CUT-TIME        PIC 9(06).
000300         10  GPH-SOURCE-SYSTEM   PIC X(08).
000310         10  FILLER              PIC X(41).
000320     05  GP-ENTRY-BODY           REDEFINES GP-BODY.
000330         10  GPE-ENTRY-SEQ       PIC 9(05).
000340         10  GPE-DEPT-CODE       PIC X(01).
000350         10  GPE-OP-CODE         PIC X(01).
000360         10  GPE-DR-CR           PIC X(01).
000370             88  GPE-DEBIT           VALUE "D".
000380             88  GPE-CREDIT          VALUE "C".
000390         10  GPE-AMOUNT          PIC 9(15)V99.
000400         10  GPE-RESULT-COUNT    PIC 9(07).
000410         10  GPE-DEPT-NAME       PIC X(30).
000420         10  FILLER              PIC X(09).
000430     05  GP-TRAILER-BODY         REDEFINES GP-BODY.
000440         10  GPT-ENTRY-COUNT     PIC 9(05).
000450         10  GPT-DEBIT-TOTAL     PIC 9(15)V99.
000460         10  GPT-CREDIT-TOTAL    PIC 9(15)V99.
000470         10  GPT-CONTROL-TOTAL   PIC 9(15)V99.
000480         10  FILLER              PIC X(15).
