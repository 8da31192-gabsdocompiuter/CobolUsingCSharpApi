000010*-----------------------------------------------------------------
000020*  CALCSUSP  -  SUSPENDED CALCULATOR RESULT RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD PER TRANSACTION WHOSE RESULT FAILED ITS
000050*  PLAUSIBILITY LIMITS (SEE CALCLIM), KEYED ON THE CALCULATOR
000060*  RUN DATE AND TRANSACTION KEY.  SU-OUT-IMAGE IS THE WHOLE
000070*  CALCOUT RECORD EXACTLY AS CALCULATOR WOULD HAVE WRITTEN IT.
000080*  CALCULATOR ADDS THE RECORD OPEN; THE SUPERVISOR RELEASE
000090*  PROGRAM (CALCSREL) EITHER RELEASES IT -- COPYING IT TO THE
000100*  CALCRLSE FILE THAT CALCMLOAD LOADS ON ITS NEXT RUN -- OR
000110*  KILLS IT WITH A REASON.  A DECIDED RECORD IS KEPT, WITH WHO
000120*  DECIDED AND WHEN, AS PART OF THE AUDIT TRAIL.  THE SAME
000130*  LAYOUT IS USED FOR THE CALCRLSE RECORDS.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*    DATE       INIT  DESCRIPTION
000170*    10/15/26   GM    ORIGINAL COPYBOOK.
000172*    10/15/26   GM    SU-OUT-IMAGE WIDENED FROM 174 TO 176 FOR
000174*                      THE NEW CO-RECYCLE-COUNT ON CALCOUT.  AN
000176*                      EXISTING CALCSUSP MUST BE UNLOADED AND
000178*                      RELOADED IN THE NEW LENGTH.
000180*-----------------------------------------------------------------
000190 01  CALC-SUSP-RECORD.
000200     05  SU-KEY.
000210         10  SU-RUN-DATE         PIC 9(08).
000220         10  SU-TRAN-KEY         PIC 9(06).
000230     05  FILLER                  PIC X(01).
000240     05  SU-STATUS               PIC X(01).
000250         88  SU-OPEN                 VALUE "O".
000260         88  SU-RELEASED             VALUE "R".
000270         88  SU-KILLED               VALUE "K".
000280     05  FILLER                  PIC X(01).
000290     05  SU-REASON               PIC X(30).
000300     05  FILLER                  PIC X(01).
000310     05  SU-DECIDED-DATE         PIC X(08).
000320     05  FILLER                  PIC X(01).
000330     05  SU-DECIDED-TIME         PIC X(08).
000340     05  FILLER                  PIC X(01).
000350     05  SU-DECIDED-BY           PIC X(08).
000360     05  FILLER                  PIC X(01).
000370     05  SU-DECISION-REASON      PIC X(40).
000380     05  FILLER                  PIC X(01).
000390     05  SU-OUT-IMAGE            PIC X(176).
