000010*-----------------------------------------------------------------
000020*  SUSPAUD  -  SUSPENSE DECISION AUDIT RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD IS APPENDED TO THE SUSPAUD FILE FOR EVERY RELEASE
000050*  OR KILL DECISION CALCSREL READS -- APPLIED OR REFUSED -- SO
000060*  THE FATE OF EVERY SUSPENDED RESULT, AND WHO DECIDED IT, CAN
000070*  BE SHOWN TO AN AUDITOR LONG AFTER THE DECISION FILE IS GONE.
000080*  SA-NOTE IS THE SUPERVISOR'S REASON ON AN APPLIED DECISION
000090*  AND THE REFUSAL REASON ON A REFUSED ONE.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000130*    10/15/26   GM    ORIGINAL COPYBOOK.
000140*-----------------------------------------------------------------
000150 01  SUSP-AUDIT-RECORD.
000160     05  SA-DECISION-DATE        PIC 9(08).
000170     05  FILLER                  PIC X(01).
000180     05  SA-DECISION-TIME        PIC 9(08).
000190     05  FILLER                  PIC X(01).
000200     05  SA-SUPERVISOR           PIC X(08).
000210     05  FILLER                  PIC X(01).
000220     05  SA-RUN-DATE             PIC X(08).
000230     05  FILLER                  PIC X(01).
000240     05  SA-TRAN-KEY             PIC X(06).
000250     05  FILLER                  PIC X(01).
000260     05  SA-ACTION               PIC X(01).
000270     05  FILLER                  PIC X(01).
000280     05  SA-OUTCOME              PIC X(07).
000290         88  SA-APPLIED              VALUE "APPLIED".
000300         88  SA-REFUSED              VALUE "REFUSED".
000310     05  FILLER                  PIC X(01).
000320     05  SA-NOTE                 PIC X(40).
