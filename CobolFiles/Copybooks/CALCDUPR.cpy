000010*-----------------------------------------------------------------
000020*  CALCDUPR  -  DUPLICATE-REVIEW RECORD (DUPREVW)
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER INCOMING TRANSACTION CALCDUPCK HELD OUT OF
000050*  THE NIGHT AS A SUSPECTED DUPLICATE -- SAME SUBMITTER, OP
000060*  CODE AND OPERAND VALUES AS A RESULT ALREADY ON THE RESULTS
000070*  MASTER (DR-MATCH-SOURCE M) OR AS AN EARLIER TRANSACTION IN
000080*  THE SAME NIGHT'S BATCH (B).  DUPREVW IS INDEXED ON THE RUN
000090*  DATE THE TRANSACTION WAS HELD AND ITS KEY, LIKE CALCMSTR.
000100*  DR-MATCH-RUN-DATE/DR-MATCH-TRAN-KEY NAME THE TRANSACTION IT
000110*  MATCHED.  DR-TRAN-IMAGE IS THE CALCIN RECORD AS HELD.
000120*
000130*  A RECORD IS OPENED O BY CALCDUPCK.  CALCDREL APPLIES THE
000140*  DEPARTMENT'S DECISION: R, THE WORK WAS INTENDED AND RUNS
000150*  THE NEXT NIGHT, OR K, IT WAS A DUPLICATE AND IS DROPPED.
000160*  THE NEXT CALCDUPCK PUTS A RELEASED TRANSACTION BACK INTO
000170*  CALCIN AND MARKS IT C WITH THE NIGHT IT RAN IN
000180*  DR-RERUN-DATE.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    10/15/26   GM    ORIGINAL COPYBOOK.
000230*-----------------------------------------------------------------
000240 01  CALC-DUPR-RECORD.
000250     05  DR-KEY.
000260         10  DR-RUN-DATE         PIC 9(08).
000270         10  DR-TRAN-KEY         PIC 9(06).
000280     05  FILLER                  PIC X(01).
000290     05  DR-STATUS               PIC X(01).
000300         88  DR-OPEN                 VALUE "O".
000310         88  DR-RELEASED             VALUE "R".
000320         88  DR-KILLED               VALUE "K".
000330         88  DR-COMPLETED            VALUE "C".
000340     05  FILLER                  PIC X(01).
000350     05  DR-MATCH-SOURCE         PIC X(01).
000360         88  DR-MATCH-MASTER         VALUE "M".
000370         88  DR-MATCH-BATCH          VALUE "B".
000380     05  FILLER                  PIC X(01).
000390     05  DR-MATCH-RUN-DATE       PIC 9(08).
000400     05  FILLER                  PIC X(01).
000410     05  DR-MATCH-TRAN-KEY       PIC 9(06).
000420     05  FILLER                  PIC X(01).
000430     05  DR-DECIDED-DATE         PIC X(08).
000440     05  FILLER                  PIC X(01).
000450     05  DR-DECIDED-TIME         PIC X(08).
000460     05  FILLER                  PIC X(01).
000470     05  DR-DECIDED-BY           PIC X(08).
000480     05  FILLER                  PIC X(01).
000490     05  DR-DECISION-REASON      PIC X(40).
000500     05  FILLER                  PIC X(01).
000510     05  DR-RERUN-DATE           PIC X(08).
000520     05  FILLER                  PIC X(01).
000530     05  DR-TRAN-IMAGE           PIC X(79).
