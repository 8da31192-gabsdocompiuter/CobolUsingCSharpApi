000060*  CORRECTED (OP, VAR1 THRU VAR6 -- IT MUST AGREE WITH THE
000070*  FAILING FIELD IN CR-REASON OR THE CORRECTION IS NOT APPLIED),
000080*  AND CX-NEW-VALUE HOLDS THE REPLACEMENT VALUE, LEFT-JUSTIFIED,
000090*  AS WIDE AS THE WIDEST FIELD IT COULD CORRECT.  CX-FIELD
000092*  "RTRN" (RETURN TO SUBMITTER) OR "CANC" (CANCEL) IS NOT A
000094*  CORRECTION -- IT TAKES THE REJECT OUT OF THE RECYCLE LOOP,
000096*  AND CX-NEW-VALUE THEN HOLDS THE OPERATOR'S REASON.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*    DATE       INIT  DESCRIPTION
000130*    08/22/26   GM    ORIGINAL COPYBOOK.
000132*    10/15/26   GM    ADDED THE "RTRN" AND "CANC" DISPOSITIONS,
000134*                      KEYED THROUGH THE CALCCORR CONSOLE.
000140*-----------------------------------------------------------------
000150 01  CORRECTION-RECORD.
000160     05  CX-TRAN-KEY             PIC 9(06).
