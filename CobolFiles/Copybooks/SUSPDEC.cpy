000010*-----------------------------------------------------------------
000020*  SUSPDEC  -  SUPERVISOR SUSPENSE DECISION RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER DECISION ON A SUSPENDED CALCULATOR RESULT,
000050*  KEYED IN BY THE SUPERVISOR AND READ BY CALCSREL.  SD-RUN-DATE
000060*  AND SD-TRAN-KEY NAME THE CALCSUSP RECORD.  SD-ACTION R
000070*  RELEASES THE RESULT INTO THE NEXT CALCMLOAD RUN; K KILLS IT
000080*  AND MUST CARRY A REASON.  SD-SUPERVISOR IS REQUIRED ON BOTH.
000090*-----------------------------------------------------------------
000100*  MODIFICATION HISTORY
000110*    DATE       INIT  DESCRIPTION
000120*    10/15/26   GM    ORIGINAL COPYBOOK.
000130*-----------------------------------------------------------------
000140 01  SUSP-DECISION-RECORD.
000150     05  SD-RUN-DATE             PIC X(08).
000160     05  FILLER                  PIC X(01).
000170     05  SD-TRAN-KEY             PIC X(06).
000180     05  FILLER                  PIC X(01).
000190     05  SD-ACTION               PIC X(01).
000200         88  SD-RELEASE              VALUE "R".
000210         88  SD-KILL                 VALUE "K".
000220     05  FILLER                  PIC X(01).
000230     05  SD-SUPERVISOR           PIC X(08).
000240     05  FILLER                  PIC X(01).
000250     05  SD-REASON               PIC X(40).
