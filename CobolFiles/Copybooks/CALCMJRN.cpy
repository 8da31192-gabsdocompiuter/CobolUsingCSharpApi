000010*-----------------------------------------------------------------
000020*  CALCMJRN  -  RESULTS MASTER LOAD JOURNAL RECORD
000030*-----------------------------------------------------------------
000040*  ONE RECORD IS APPENDED TO THE CALCMJRN FILE BY CALCMLOAD FOR
000050*  EVERY CHANGE IT MAKES TO THE RESULTS MASTER (CALCMSTR), AND
000060*  IS WRITTEN BEFORE THE CHANGE IS MADE:
000070*    A  A KEY ADDED TO THE MASTER -- KEY ONLY.
000080*    R  A RESULT REPLACED BY A LATER ONE FOR THE SAME KEY --
000090*       MJ-BEFORE-IMAGE IS THE RECORD AS IT WAS.
000100*    M  AN ORIGINAL MARKED REVERSED BY A REVERSAL LOADED THAT
000110*       NIGHT -- MJ-BEFORE-IMAGE IS THE RECORD AS IT WAS.
000120*  MJ-LOAD-DATE IS THE RUN DATE OF THE LOAD THAT MADE THE
000130*  CHANGE, WHICH IS NOT ALWAYS THE RUN DATE IN THE MASTER KEY
000140*  (A REVERSAL MARKS AN EARLIER NIGHT'S RESULT; A RELEASE FROM
000150*  SUSPENSE LOADS UNDER THE NIGHT IT WAS PRODUCED).  CALCMBKO
000160*  BACKS A WHOLE LOAD DATE OUT FROM THESE RECORDS AND THEN
000170*  APPENDS ONE MORE:
000180*    X  EVERY EARLIER ENTRY FOR MJ-LOAD-DATE HAS BEEN BACKED
000190*       OUT -- NO KEY, NO IMAGE.
000200*  THE FILE IS IN THE ORDER THE CHANGES WERE MADE.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    10/15/26   GM    ORIGINAL COPYBOOK.
000250*-----------------------------------------------------------------
000260 01  CALC-MJRN-RECORD.
000270     05  MJ-LOAD-DATE            PIC 9(08).
000280     05  FILLER                  PIC X(01).
000290     05  MJ-STAMP-DATE           PIC 9(08).
000300     05  FILLER                  PIC X(01).
000310     05  MJ-STAMP-TIME           PIC 9(08).
000320     05  FILLER                  PIC X(01).
000330     05  MJ-ACTION               PIC X(01).
000340         88  MJ-ADDED                VALUE "A".
000350         88  MJ-REPLACED             VALUE "R".
000360         88  MJ-MARKED               VALUE "M".
000370         88  MJ-BACKED-OUT           VALUE "X".
000380         88  MJ-HAS-BEFORE-IMAGE     VALUE "R" "M".
000390     05  FILLER                  PIC X(01).
000400     05  MJ-MSTR-KEY.
000410         10  MJ-MSTR-RUN-DATE    PIC 9(08).
000420         10  MJ-MSTR-TRAN-KEY    PIC 9(06).
000430     05  FILLER                  PIC X(01).
000440     05  MJ-BEFORE-IMAGE         PIC X(155).
