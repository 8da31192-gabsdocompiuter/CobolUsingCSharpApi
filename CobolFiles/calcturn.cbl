000330*                      INTEGER-OF-DATE FUNCTION -- ORDINARY
000340*                      VERBS HAVE NO SANE SPELLING OF "DAYS
000350*                      BETWEEN TWO CALENDAR DATES".
000351*    10/15/26   GM    SOURCES NOW COME OFF THE SUBMITTER MASTER
000352*                      (SUBMSTR) INSTEAD OF BEING HARDWIRED AS
000353*                      1-3.  ANY DEPARTMENT CODE 1-9 ON THE
000354*                      MASTER GETS ITS OWN BREAKOUT UNDER ITS
000355*                      NAME; AN ACTIVE DEPARTMENT WITH NOTHING
000356*                      TONIGHT IS SAID SO.  A SOURCE ID NOT ON
000357*                      THE MASTER STILL FALLS INTO THE NO-SOURCE
000358*                      BUCKET.  A MISSING SUBMSTR ABENDS THE RUN.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT    DIVISION.
000380 CONFIGURATION  SECTION.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS TRN-RPT-STATUS.
000490
000491     SELECT SUBM-MSTR-FILE  ASSIGN TO "SUBMSTR"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE  IS RANDOM
000494         RECORD KEY   IS SB-DEPT-CODE
000495         FILE STATUS  IS TRN-SUBM-STATUS.
000496
000500 DATA           DIVISION.
000510 FILE           SECTION.
000520
000560 FD  TURN-RPT-FILE.
000570 COPY TURNRREC.
000580
000582 FD  SUBM-MSTR-FILE.
000584 COPY SUBMREC.
000586
000590 WORKING-STORAGE SECTION.
000600 77  TRN-OUT-STATUS          PIC X(02).
000610     88  TRN-OUT-OK               VALUE "00".
000620     88  TRN-OUT-NOT-FOUND        VALUE "35".
000630
000640 77  TRN-RPT-STATUS          PIC X(02).
000642
000644 77  TRN-SUBM-STATUS         PIC X(02).
000646     88  TRN-SUBM-OK              VALUE "00".
000650
000660 77  TRN-OUT-EOF-SWITCH      PIC X(01) VALUE "N".
000670     88  TRN-OUT-EOF              VALUE "Y".
000700 77  TRN-THRESHOLD-MINS      PIC 9(04) VALUE 60.
000710 77  TRN-THRESHOLD-SECS      PIC 9(07) COMP-3 VALUE ZERO.
000720
000730 77  TRN-SOURCE-NO           PIC 9(02) VALUE ZERO.
000740 77  TRN-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000750 77  TRN-SKIP-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000760 77  TRN-SLOW-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000900 77  TRN-EDIT-SECS2          PIC ZZZ,ZZZ,ZZ9.
000910 77  TRN-EDIT-SECS3          PIC ZZZ,ZZZ,ZZ9.
000920
000928*  ONE ROW PER DEPARTMENT CODE (1-9) PLUS A TENTH BUCKET FOR
000936*  RECORDS WHOSE SOURCE ID IS NOT ON THE SUBMITTER MASTER, SO
000944*  NOTHING DROPS OUT OF THE TOTALS JUST BECAUSE ITS STAMP WENT
000952*  MISSING UPSTREAM.
000960 01  TRN-SRC-TABLE.
000970     05  TRN-SRC-ENTRY       OCCURS 10 TIMES.
000980         10  TRN-SRC-COUNT       PIC 9(07) COMP-3.
000990         10  TRN-SRC-MIN         PIC S9(09) COMP-3.
001000         10  TRN-SRC-MAX         PIC S9(09) COMP-3.
001010         10  TRN-SRC-SUM         PIC S9(12) COMP-3.
001020         10  TRN-SRC-SLOW        PIC 9(07) COMP-3.
001022         10  TRN-SRC-ON-FILE     PIC X(01).
001024         10  TRN-SRC-ACTIVE      PIC X(01).
001026         10  TRN-SRC-NAME        PIC X(30).
001030
001040 LINKAGE SECTION.
001050
001310 1000-INITIALIZE.
001320     PERFORM 1100-CLEAR-ONE-SOURCE THRU 1100-EXIT
001330         VARYING TRN-SOURCE-NO FROM 1 BY 1
001331         UNTIL TRN-SOURCE-NO > 10.
001332
001333     OPEN INPUT SUBM-MSTR-FILE.
001334     IF NOT TRN-SUBM-OK
001335         DISPLAY "CALCTURN - SUBMSTR NOT AVAILABLE - STATUS "
001336             TRN-SUBM-STATUS " - ABENDING"
001337         MOVE 16 TO RETURN-CODE
001338         GO TO 9999-EXIT
001339     END-IF.
001340     PERFORM 1200-LOAD-SUBMITTER THRU 1200-EXIT
001341         VARYING TRN-SOURCE-NO FROM 1 BY 1
001342         UNTIL TRN-SOURCE-NO > 9.
001343     CLOSE SUBM-MSTR-FILE.
001350
001360     ACCEPT TRN-PARM FROM COMMAND-LINE.
001370     IF TRN-PARM = SPACES
001960     MOVE ZERO TO TRN-SRC-MIN (TRN-SOURCE-NO).
001970     MOVE ZERO TO TRN-SRC-MAX (TRN-SOURCE-NO).
001980     MOVE ZERO TO TRN-SRC-SUM (TRN-SOURCE-NO).
001981     MOVE ZERO TO TRN-SRC-SLOW (TRN-SOURCE-NO).
001982     MOVE "N"    TO TRN-SRC-ON-FILE (TRN-SOURCE-NO).
001983     MOVE "N"    TO TRN-SRC-ACTIVE (TRN-SOURCE-NO).
001984     MOVE SPACES TO TRN-SRC-NAME (TRN-SOURCE-NO).
001985 1100-EXIT.
001986     EXIT.
001987
001988*      ---------------------------------------------------------
001989*      1200-LOAD-SUBMITTER  --  NOTE WHAT THE MASTER SAYS ABOUT
001990*                                DEPARTMENT CODE TRN-SOURCE-NO.
001991*      ---------------------------------------------------------
001992 1200-LOAD-SUBMITTER.
001993     MOVE TRN-SOURCE-NO (2:1) TO SB-DEPT-CODE.
001994     READ SUBM-MSTR-FILE
001995         INVALID KEY
001996             GO TO 1200-EXIT
001997     END-READ.
001998     MOVE "Y"            TO TRN-SRC-ON-FILE (TRN-SOURCE-NO).
001999     MOVE SB-ACTIVE-FLAG TO TRN-SRC-ACTIVE (TRN-SOURCE-NO).
002000     MOVE SB-DEPT-NAME   TO TRN-SRC-NAME (TRN-SOURCE-NO).
002001 1200-EXIT.
002010     EXIT.
002011
002012*      ---------------------------------------------------------
002610         GO TO 2000-NEXT
002620     END-IF.
002630
002640     IF CO-SOURCE-ID NUMERIC
002650         AND CO-SOURCE-ID NOT = "0"
002660         MOVE CO-SOURCE-ID TO TRN-SOURCE-NO
002662         IF TRN-SRC-ON-FILE (TRN-SOURCE-NO) NOT = "Y"
002664             MOVE 10 TO TRN-SOURCE-NO
002666         END-IF
002670     ELSE
002680         MOVE 10 TO TRN-SOURCE-NO
002690     END-IF.
002700
002710     IF TRN-SRC-COUNT (TRN-SOURCE-NO) = ZERO
003190     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003200     PERFORM 7100-SUMMARIZE-ONE THRU 7100-EXIT
003210         VARYING TRN-SOURCE-NO FROM 1 BY 1
003220         UNTIL TRN-SOURCE-NO > 10.
003230
003240     MOVE SPACES TO TRN-LINE.
003250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003460*      ---------------------------------------------------------
003470 7100-SUMMARIZE-ONE.
003480     IF TRN-SRC-COUNT (TRN-SOURCE-NO) = ZERO
003486         IF TRN-SOURCE-NO < 10
003492             AND TRN-SRC-ACTIVE (TRN-SOURCE-NO) = "Y"
003498             STRING "SOURCE " TRN-SOURCE-NO (2:1)
003504                 " " TRN-SRC-NAME (TRN-SOURCE-NO)
003510                 " - NO RESULTS TONIGHT"
003520                 DELIMITED BY SIZE INTO TRN-LINE
003530             END-STRING
003540             PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003550         END-IF
003551         GO TO 7100-EXIT
003552     END-IF.
003553
003554*    THE DEPARTMENT NAME GOES ON A LINE OF ITS OWN -- THE
003555*    BREAKOUT LINE HAS NO ROOM LEFT FOR THIRTY MORE BYTES.
003556     IF TRN-SOURCE-NO < 10
003557         STRING "SOURCE " TRN-SOURCE-NO (2:1)
003558             " " TRN-SRC-NAME (TRN-SOURCE-NO)
003559             DELIMITED BY SIZE INTO TRN-LINE
003560         END-STRING
003561         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003570     END-IF.
003580
003590     COMPUTE TRN-AVERAGE =
003630     MOVE TRN-SRC-MAX (TRN-SOURCE-NO) TO TRN-EDIT-SECS2.
003640     MOVE TRN-AVERAGE                 TO TRN-EDIT-SECS3.
003650     MOVE TRN-SRC-COUNT (TRN-SOURCE-NO) TO TRN-EDIT-COUNT.
003660     IF TRN-SOURCE-NO < 10
003670         STRING "SOURCE " TRN-SOURCE-NO (2:1)
003680             " COUNT " TRN-EDIT-COUNT
003690             " EARLIEST " TRN-EDIT-SECS
003700             " LATEST " TRN-EDIT-SECS2
