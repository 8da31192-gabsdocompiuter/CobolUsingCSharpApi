000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCMBKO.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  BACKS ONE NIGHT'S
000110*                      CALCMLOAD RUN OUT OF THE RESULTS MASTER
000120*                      (CALCMSTR) FROM THE CALCMJRN LOAD JOURNAL.
000130*                      GIVEN THE RUN DATE OF THE LOAD (YYYYMMDD,
000140*                      REQUIRED -- THERE IS NO DEFAULT), IT
000150*                      PUTS BACK THE BEFORE-IMAGE OF EVERY RESULT
000160*                      THAT LOAD REPLACED OR MARKED REVERSED AND
000170*                      REMOVES EVERY KEY IT ADDED, NEWEST CHANGE
000180*                      FIRST, SO A NIGHT LOADED TWICE COMES OUT
000190*                      AS IT WAS BEFORE THE FIRST PASS.  NOTHING
000200*                      IS TOUCHED IF ANY LATER LOAD HAS SINCE
000210*                      CHANGED ONE OF THOSE KEYS (A LATER
000220*                      REVERSAL, A RELEASE FROM SUSPENSE, A LOAD
000230*                      OF ANOTHER DATE RUN AFTERWARDS) -- THOSE
000240*                      LOADS MUST BE BACKED OUT FIRST, NEWEST
000250*                      FIRST.  A CLEAN BACK-OUT APPENDS AN X
000260*                      ENTRY TO THE JOURNAL SO THE NIGHT IS NOT
000270*                      BACKED OUT TWICE AND NO LONGER HOLDS UP
000280*                      AN EARLIER ONE; RELOADING THE NIGHT
000290*                      AFTERWARDS JOURNALS AFRESH.  MBKORPT LISTS
000300*                      EVERY KEY RESTORED OR REMOVED, OR WHY THE
000310*                      BACK-OUT WAS REFUSED.  RUN ON DEMAND, NOT
000320*                      IN THE NIGHTLY CHAIN.  RETURN CODE 4 =
000330*                      NOTHING TO BACK OUT, 8 = REFUSED OR NOT
000340*                      EVERY KEY RESTORED, 16 = COULD NOT RUN.
000350*----------------------------------------------------------------*
000360 ENVIRONMENT    DIVISION.
000370 CONFIGURATION  SECTION.
000380
000390 INPUT-OUTPUT   SECTION.
000400 FILE-CONTROL.
000410     SELECT CALC-MJRN-FILE  ASSIGN TO "CALCMJRN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS MBK-MJRN-STATUS.
000440
000450     SELECT CALC-MSTR-FILE  ASSIGN TO "CALCMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE  IS RANDOM
000480         RECORD KEY   IS RM-KEY
000490         FILE STATUS  IS MBK-MSTR-STATUS.
000500
000510     SELECT MBK-RPT-FILE    ASSIGN TO "MBKORPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS MBK-RPT-STATUS.
000540
000550 DATA           DIVISION.
000560 FILE           SECTION.
000570
000580 FD  CALC-MJRN-FILE.
000590 COPY CALCMJRN.
000600
000610 FD  CALC-MSTR-FILE.
000620 COPY CALCMREC.
000630
000640 FD  MBK-RPT-FILE.
000650 COPY MBKRREC.
000660
000670 WORKING-STORAGE SECTION.
000680 77  MBK-MJRN-STATUS         PIC X(02).
000690     88  MBK-MJRN-OK              VALUE "00".
000700
000710 77  MBK-MSTR-STATUS         PIC X(02).
000720     88  MBK-MSTR-OK              VALUE "00".
000730     88  MBK-MSTR-NO-RECORD       VALUE "23".
000740
000750 77  MBK-RPT-STATUS          PIC X(02).
000760
000770 77  MBK-EOF-SWITCH          PIC X(01) VALUE "N".
000780     88  MBK-FILE-EOF             VALUE "Y".
000790
000800 77  MBK-PROCEED-SWITCH      PIC X(01) VALUE "Y".
000810     88  MBK-CAN-PROCEED          VALUE "Y".
000820
000830 77  MBK-VOID-SWITCH         PIC X(01) VALUE "N".
000840     88  MBK-ENTRY-VOID           VALUE "Y".
000850
000860 77  MBK-DATE-PARM           PIC X(08).
000870 77  MBK-RUN-DATE            PIC 9(08) VALUE ZERO.
000880 77  MBK-STAMP-DATE          PIC 9(08) VALUE ZERO.
000890 77  MBK-STAMP-TIME          PIC 9(08) VALUE ZERO.
000900 77  MBK-LAST-BKO-DATE       PIC 9(08) VALUE ZERO.
000910 77  MBK-FINAL-RC            PIC 9(02) VALUE ZERO.
000920 77  MBK-WHAT                PIC X(40).
000930
000940 77  MBK-JRN-POS             PIC 9(09) COMP VALUE ZERO.
000950 77  MBK-FIRST-POS           PIC 9(09) COMP VALUE ZERO.
000960 77  MBK-SUB                 PIC 9(05) COMP VALUE ZERO.
000970 77  MBK-SUB2                PIC 9(05) COMP VALUE ZERO.
000980 77  MBK-HIT                 PIC 9(05) COMP VALUE ZERO.
000990 77  MBK-NIGHT-USED          PIC 9(05) COMP VALUE ZERO.
001000 77  MBK-NIGHT-MAX           PIC 9(05) COMP VALUE 10000.
001010 77  MBK-BKO-USED            PIC 9(05) COMP VALUE ZERO.
001020 77  MBK-BKO-MAX             PIC 9(05) COMP VALUE 1000.
001030
001040 77  MBK-JRN-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001050 77  MBK-BAD-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001060 77  MBK-PRIOR-BKO-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001070 77  MBK-ADDS-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001080 77  MBK-REPLACES-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001090 77  MBK-MARKS-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001100 77  MBK-CONFLICT-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001110 77  MBK-REMOVED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001120 77  MBK-GONE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001130 77  MBK-RESTORED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001140 77  MBK-ERROR-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001150 77  MBK-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001160 77  MBK-EDIT-POS            PIC Z(08)9.
001170
001180*  THE NIGHT'S JOURNAL ENTRIES SINCE ITS LAST BACK-OUT, IN THE
001190*  ORDER THEY WERE MADE, WITH EACH ONE'S POSITION ON THE
001200*  JOURNAL.  THEY ARE UNDONE FROM THE BOTTOM UP.
001210 01  MBK-NIGHT-TABLE.
001220     05  MBK-NIGHT-ENTRY     OCCURS 10000 TIMES.
001230         10  MBK-N-POS           PIC 9(09) COMP.
001240         10  MBK-N-ACTION        PIC X(01).
001250         10  MBK-N-KEY.
001260             15  MBK-N-RUN-DATE  PIC 9(08).
001270             15  MBK-N-TRAN-KEY  PIC 9(06).
001280         10  MBK-N-IMAGE         PIC X(155).
001290
001300*  EVERY EARLIER BACK-OUT OF ANOTHER NIGHT (ITS X ENTRY) -- A
001310*  CHANGE THAT WAS ITSELF BACKED OUT LATER DOES NOT HOLD THIS
001320*  NIGHT UP.
001330 01  MBK-BKO-TABLE.
001340     05  MBK-BKO-ENTRY       OCCURS 1000 TIMES.
001350         10  MBK-B-DATE          PIC 9(08).
001360         10  MBK-B-POS           PIC 9(09) COMP.
001370
001380 LINKAGE SECTION.
001390
001400 PROCEDURE DIVISION.
001410
001420*      =========================================================
001430*      0000-MAINLINE
001440*      =========================================================
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470
001480     PERFORM 2000-LOAD-NIGHT THRU 2000-EXIT.
001490     IF MBK-CAN-PROCEED
001500         PERFORM 3000-CHECK-LATER THRU 3000-EXIT
001510     END-IF.
001520     IF MBK-CAN-PROCEED
001530         PERFORM 4000-BACK-OUT THRU 4000-EXIT
001540     END-IF.
001550
001560     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001570     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001580     MOVE MBK-FINAL-RC TO RETURN-CODE.
001590     GO TO 9999-EXIT.
001600
001610*      =========================================================
001620*      1000-INITIALIZE  --  THE RUN DATE TO BACK OUT MUST BE
001630*                            GIVEN AND BE A REAL DATE.  OPEN THE
001640*                            REPORT, THE JOURNAL AND THE MASTER.
001650*      =========================================================
001660 1000-INITIALIZE.
001670     ACCEPT MBK-DATE-PARM FROM COMMAND-LINE.
001680     IF MBK-DATE-PARM = SPACES
001690         OR MBK-DATE-PARM NOT NUMERIC
001700         DISPLAY "CALCMBKO - RUN DATE TO BACK OUT (YYYYMMDD) "
001710             "REQUIRED: <" MBK-DATE-PARM ">"
001720         MOVE 16 TO RETURN-CODE
001730         GO TO 9999-EXIT
001740     END-IF.
001750     MOVE MBK-DATE-PARM TO MBK-RUN-DATE.
001760     IF FUNCTION INTEGER-OF-DATE (MBK-RUN-DATE) = ZERO
001770         DISPLAY "CALCMBKO - RUN DATE IS NOT A CALENDAR DATE: "
001780             MBK-RUN-DATE
001790         MOVE 16 TO RETURN-CODE
001800         GO TO 9999-EXIT
001810     END-IF.
001820     ACCEPT MBK-STAMP-DATE FROM DATE YYYYMMDD.
001830     ACCEPT MBK-STAMP-TIME FROM TIME.
001840
001850     OPEN OUTPUT MBK-RPT-FILE.
001860     IF MBK-RPT-STATUS NOT = "00"
001870         DISPLAY "CALCMBKO - MBKORPT OPEN FAILED"
001880         MOVE 16 TO RETURN-CODE
001890         GO TO 9999-EXIT
001900     END-IF.
001910*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001920*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
001930     MOVE SPACES TO MBR-LINE.
001940
001950     OPEN INPUT CALC-MJRN-FILE.
001960     IF NOT MBK-MJRN-OK
001970         DISPLAY "CALCMBKO - CALCMJRN NOT AVAILABLE - STATUS "
001980             MBK-MJRN-STATUS " - NOTHING BACKED OUT"
001990         MOVE 16 TO RETURN-CODE
002000         CLOSE MBK-RPT-FILE
002010         GO TO 9999-EXIT
002020     END-IF.
002030
002040     OPEN I-O CALC-MSTR-FILE.
002050     IF NOT MBK-MSTR-OK
002060         DISPLAY "CALCMBKO - CALCMSTR OPEN FAILED - STATUS "
002070             MBK-MSTR-STATUS " - NOTHING BACKED OUT"
002080         MOVE 16 TO RETURN-CODE
002090         CLOSE CALC-MJRN-FILE
002100         CLOSE MBK-RPT-FILE
002110         GO TO 9999-EXIT
002120     END-IF.
002130
002140     STRING "RESULTS MASTER BACK-OUT - LOAD OF RUN DATE "
002150         MBK-RUN-DATE
002160         DELIMITED BY SIZE INTO MBR-LINE
002170     END-STRING.
002180     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002190     STRING "RUN " MBK-STAMP-DATE " " MBK-STAMP-TIME
002200         DELIMITED BY SIZE INTO MBR-LINE
002210     END-STRING.
002220     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002230     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260
002270*      =========================================================
002280*      2000-LOAD-NIGHT  --  FIRST PASS OF THE JOURNAL.  TAKE THE
002290*                            NIGHT'S ENTRIES SINCE ITS LAST
002300*                            BACK-OUT, AND NOTE WHERE EVERY
002310*                            OTHER NIGHT WAS BACKED OUT.
002320*      =========================================================
002330 2000-LOAD-NIGHT.
002340     MOVE "N" TO MBK-EOF-SWITCH.
002350     MOVE ZERO TO MBK-JRN-POS.
002360     PERFORM 2100-READ-ONE-ENTRY THRU 2100-EXIT
002370         UNTIL MBK-FILE-EOF
002380            OR NOT MBK-CAN-PROCEED.
002390     CLOSE CALC-MJRN-FILE.
002400     IF NOT MBK-CAN-PROCEED
002410         GO TO 2000-EXIT
002420     END-IF.
002430
002440     IF MBK-BAD-COUNT > ZERO
002450         STRING "BACK-OUT REFUSED - THE JOURNAL HAS ENTRIES "
002460             "THAT CANNOT BE READ, LISTED ABOVE"
002470             DELIMITED BY SIZE INTO MBR-LINE
002480         END-STRING
002490         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002500         MOVE 8 TO MBK-FINAL-RC
002510         MOVE "N" TO MBK-PROCEED-SWITCH
002520         GO TO 2000-EXIT
002530     END-IF.
002540
002550     IF MBK-NIGHT-USED = ZERO
002560         IF MBK-PRIOR-BKO-COUNT > ZERO
002570             STRING "NOTHING TO BACK OUT - THE LOAD OF "
002580                 MBK-RUN-DATE " WAS ALREADY BACKED OUT ON "
002590                 MBK-LAST-BKO-DATE " AND NOT RELOADED SINCE"
002600                 DELIMITED BY SIZE INTO MBR-LINE
002610             END-STRING
002620         ELSE
002630             STRING "NOTHING TO BACK OUT - NO LOAD OF "
002640                 MBK-RUN-DATE " IS ON THE JOURNAL"
002650                 DELIMITED BY SIZE INTO MBR-LINE
002660             END-STRING
002670         END-IF
002680         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002690         MOVE 4 TO MBK-FINAL-RC
002700         MOVE "N" TO MBK-PROCEED-SWITCH
002710         GO TO 2000-EXIT
002720     END-IF.
002730
002740     MOVE MBK-N-POS (1) TO MBK-FIRST-POS.
002750     PERFORM 2500-COUNT-ONE-ENTRY THRU 2500-EXIT
002760         VARYING MBK-SUB FROM 1 BY 1
002770         UNTIL MBK-SUB > MBK-NIGHT-USED.
002780     MOVE MBK-NIGHT-USED TO MBK-EDIT-COUNT.
002790     STRING "JOURNAL ENTRIES FOR THE NIGHT:   " MBK-EDIT-COUNT
002800         DELIMITED BY SIZE INTO MBR-LINE
002810     END-STRING.
002820     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002830     MOVE MBK-ADDS-COUNT TO MBK-EDIT-COUNT.
002840     STRING "  KEYS ADDED:                    " MBK-EDIT-COUNT
002850         DELIMITED BY SIZE INTO MBR-LINE
002860     END-STRING.
002870     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002880     MOVE MBK-REPLACES-COUNT TO MBK-EDIT-COUNT.
002890     STRING "  RESULTS REPLACED:              " MBK-EDIT-COUNT
002900         DELIMITED BY SIZE INTO MBR-LINE
002910     END-STRING.
002920     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002930     MOVE MBK-MARKS-COUNT TO MBK-EDIT-COUNT.
002940     STRING "  ORIGINALS MARKED REVERSED:     " MBK-EDIT-COUNT
002950         DELIMITED BY SIZE INTO MBR-LINE
002960     END-STRING.
002970     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002980     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010
003020*      ---------------------------------------------------------
003030*      2100-READ-ONE-ENTRY  --  AN X ENTRY FOR THIS NIGHT MEANS
003040*                                EVERYTHING BEFORE IT IS ALREADY
003050*                                BACKED OUT, SO THE TABLE STARTS
003060*                                OVER.
003070*      ---------------------------------------------------------
003080 2100-READ-ONE-ENTRY.
003090     READ CALC-MJRN-FILE
003100         AT END
003110             SET MBK-FILE-EOF TO TRUE
003120             GO TO 2100-EXIT
003130     END-READ.
003140     ADD 1 TO MBK-JRN-POS.
003150     ADD 1 TO MBK-JRN-COUNT.
003160
003170     IF MJ-LOAD-DATE NOT NUMERIC
003180         OR (NOT MJ-ADDED
003190             AND NOT MJ-HAS-BEFORE-IMAGE
003200             AND NOT MJ-BACKED-OUT)
003210         OR (NOT MJ-BACKED-OUT
003220             AND MJ-MSTR-KEY NOT NUMERIC)
003230         ADD 1 TO MBK-BAD-COUNT
003240         MOVE MBK-JRN-POS TO MBK-EDIT-POS
003250         STRING "JOURNAL ENTRY " MBK-EDIT-POS
003260             " CANNOT BE READ: " CALC-MJRN-RECORD
003270             DELIMITED BY SIZE INTO MBR-LINE
003280         END-STRING
003290         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003300         GO TO 2100-EXIT
003310     END-IF.
003320
003330     IF MJ-LOAD-DATE NOT = MBK-RUN-DATE
003340         IF MJ-BACKED-OUT
003350             PERFORM 2200-KEEP-BACK-OUT THRU 2200-EXIT
003360         END-IF
003370         GO TO 2100-EXIT
003380     END-IF.
003390
003400     IF MJ-BACKED-OUT
003410         MOVE ZERO TO MBK-NIGHT-USED
003420         ADD 1 TO MBK-PRIOR-BKO-COUNT
003430         MOVE MJ-STAMP-DATE TO MBK-LAST-BKO-DATE
003440         GO TO 2100-EXIT
003450     END-IF.
003460
003470     IF MBK-NIGHT-USED NOT < MBK-NIGHT-MAX
003480         MOVE MBK-NIGHT-MAX TO MBK-EDIT-COUNT
003490         STRING "BACK-OUT REFUSED - MORE THAN " MBK-EDIT-COUNT
003500             " JOURNAL ENTRIES FOR THE NIGHT"
003510             DELIMITED BY SIZE INTO MBR-LINE
003520         END-STRING
003530         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003540         MOVE 16 TO MBK-FINAL-RC
003550         MOVE "N" TO MBK-PROCEED-SWITCH
003560         GO TO 2100-EXIT
003570     END-IF.
003580     ADD 1 TO MBK-NIGHT-USED.
003590     MOVE MBK-NIGHT-USED  TO MBK-SUB.
003600     MOVE MBK-JRN-POS     TO MBK-N-POS (MBK-SUB).
003610     MOVE MJ-ACTION       TO MBK-N-ACTION (MBK-SUB).
003620     MOVE MJ-MSTR-KEY     TO MBK-N-KEY (MBK-SUB).
003630     MOVE MJ-BEFORE-IMAGE TO MBK-N-IMAGE (MBK-SUB).
003640 2100-EXIT.
003650     EXIT.
003660
003670*      ---------------------------------------------------------
003680*      2200-KEEP-BACK-OUT  --  ANOTHER NIGHT'S X ENTRY.
003690*      ---------------------------------------------------------
003700 2200-KEEP-BACK-OUT.
003710     IF MBK-BKO-USED NOT < MBK-BKO-MAX
003720         MOVE MBK-BKO-MAX TO MBK-EDIT-COUNT
003730         STRING "BACK-OUT REFUSED - MORE THAN " MBK-EDIT-COUNT
003740             " EARLIER BACK-OUTS ON THE JOURNAL"
003750             DELIMITED BY SIZE INTO MBR-LINE
003760         END-STRING
003770         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003780         MOVE 16 TO MBK-FINAL-RC
003790         MOVE "N" TO MBK-PROCEED-SWITCH
003800         GO TO 2200-EXIT
003810     END-IF.
003820     ADD 1 TO MBK-BKO-USED.
003830     MOVE MJ-LOAD-DATE TO MBK-B-DATE (MBK-BKO-USED).
003840     MOVE MBK-JRN-POS  TO MBK-B-POS (MBK-BKO-USED).
003850 2200-EXIT.
003860     EXIT.
003870
003880*      ---------------------------------------------------------
003890*      2500-COUNT-ONE-ENTRY
003900*      ---------------------------------------------------------
003910 2500-COUNT-ONE-ENTRY.
003920     IF MBK-N-ACTION (MBK-SUB) = "A"
003930         ADD 1 TO MBK-ADDS-COUNT
003940     END-IF.
003950     IF MBK-N-ACTION (MBK-SUB) = "R"
003960         ADD 1 TO MBK-REPLACES-COUNT
003970     END-IF.
003980     IF MBK-N-ACTION (MBK-SUB) = "M"
003990         ADD 1 TO MBK-MARKS-COUNT
004000     END-IF.
004010 2500-EXIT.
004020     EXIT.
004030
004040*      =========================================================
004050*      3000-CHECK-LATER  --  SECOND PASS.  ANY CHANGE JOURNALED
004060*                             AFTER THE NIGHT'S FIRST ENTRY BY A
004070*                             LOAD OF ANOTHER DATE, NOT ITSELF
004080*                             BACKED OUT SINCE, TO A KEY THE
004090*                             NIGHT CHANGED, REFUSES THE WHOLE
004100*                             BACK-OUT -- PUTTING THE NIGHT'S
004110*                             BEFORE-IMAGES BACK WOULD WIPE IT
004120*                             OUT.
004130*      =========================================================
004140 3000-CHECK-LATER.
004150     OPEN INPUT CALC-MJRN-FILE.
004160     IF NOT MBK-MJRN-OK
004170         DISPLAY "CALCMBKO - CALCMJRN REOPEN FAILED - STATUS "
004180             MBK-MJRN-STATUS " - NOTHING BACKED OUT"
004190         MOVE 16 TO MBK-FINAL-RC
004200         MOVE "N" TO MBK-PROCEED-SWITCH
004210         GO TO 3000-EXIT
004220     END-IF.
004230     MOVE "N" TO MBK-EOF-SWITCH.
004240     MOVE ZERO TO MBK-JRN-POS.
004250     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
004260         UNTIL MBK-FILE-EOF.
004270     CLOSE CALC-MJRN-FILE.
004280
004290     IF MBK-CONFLICT-COUNT > ZERO
004300         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004310         STRING "BACK-OUT REFUSED - LATER LOADS HAVE CHANGED "
004320             "KEYS THIS NIGHT CHANGED (LISTED ABOVE)"
004330             DELIMITED BY SIZE INTO MBR-LINE
004340         END-STRING
004350         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004360         STRING "BACK THOSE LOADS OUT FIRST, NEWEST FIRST, "
004370             "THEN RERUN THIS ONE.  NOTHING WAS CHANGED."
004380             DELIMITED BY SIZE INTO MBR-LINE
004390         END-STRING
004400         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004410         MOVE 8 TO MBK-FINAL-RC
004420         MOVE "N" TO MBK-PROCEED-SWITCH
004430     END-IF.
004440 3000-EXIT.
004450     EXIT.
004460
004470*      ---------------------------------------------------------
004480*      3100-CHECK-ONE-ENTRY
004490*      ---------------------------------------------------------
004500 3100-CHECK-ONE-ENTRY.
004510     READ CALC-MJRN-FILE
004520         AT END
004530             SET MBK-FILE-EOF TO TRUE
004540             GO TO 3100-EXIT
004550     END-READ.
004560     ADD 1 TO MBK-JRN-POS.
004570     IF MBK-JRN-POS NOT > MBK-FIRST-POS
004580         OR MJ-LOAD-DATE = MBK-RUN-DATE
004590         OR MJ-BACKED-OUT
004600         GO TO 3100-EXIT
004610     END-IF.
004620
004630     MOVE "N" TO MBK-VOID-SWITCH.
004640     PERFORM 3200-CHECK-VOID THRU 3200-EXIT
004650         VARYING MBK-SUB2 FROM 1 BY 1
004660         UNTIL MBK-SUB2 > MBK-BKO-USED
004670            OR MBK-ENTRY-VOID.
004680     IF MBK-ENTRY-VOID
004690         GO TO 3100-EXIT
004700     END-IF.
004710
004720     MOVE ZERO TO MBK-HIT.
004730     PERFORM 3300-FIND-KEY THRU 3300-EXIT
004740         VARYING MBK-SUB2 FROM 1 BY 1
004750         UNTIL MBK-SUB2 > MBK-NIGHT-USED
004760            OR MBK-HIT > ZERO.
004770     IF MBK-HIT = ZERO
004780         GO TO 3100-EXIT
004790     END-IF.
004800
004810     ADD 1 TO MBK-CONFLICT-COUNT.
004820     PERFORM 7600-DESCRIBE-ACTION THRU 7600-EXIT.
004830     STRING "  KEY " MJ-MSTR-RUN-DATE " " MJ-MSTR-TRAN-KEY
004840         "  LOAD OF " MJ-LOAD-DATE
004850         " HAS SINCE " MBK-WHAT
004860         DELIMITED BY SIZE INTO MBR-LINE
004870     END-STRING.
004880     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004890 3100-EXIT.
004900     EXIT.
004910
004920*      ---------------------------------------------------------
004930*      3200-CHECK-VOID  --  WAS THIS ENTRY'S NIGHT BACKED OUT
004940*                            AFTER THE ENTRY WAS MADE?
004950*      ---------------------------------------------------------
004960 3200-CHECK-VOID.
004970     IF MBK-B-DATE (MBK-SUB2) = MJ-LOAD-DATE
004980         AND MBK-B-POS (MBK-SUB2) > MBK-JRN-POS
004990         SET MBK-ENTRY-VOID TO TRUE
005000     END-IF.
005010 3200-EXIT.
005020     EXIT.
005030
005040*      ---------------------------------------------------------
005050*      3300-FIND-KEY
005060*      ---------------------------------------------------------
005070 3300-FIND-KEY.
005080     IF MBK-N-KEY (MBK-SUB2) = MJ-MSTR-KEY
005090         MOVE MBK-SUB2 TO MBK-HIT
005100     END-IF.
005110 3300-EXIT.
005120     EXIT.
005130
005140*      =========================================================
005150*      4000-BACK-OUT  --  UNDO THE NIGHT, NEWEST CHANGE FIRST,
005160*                          THEN MARK IT BACKED OUT ON THE
005170*                          JOURNAL IF EVERY KEY CAME BACK.  A
005180*                          RERUN AFTER A FAILURE IS SAFE:  A KEY
005190*                          ALREADY REMOVED IS NOTED AND PASSED
005200*                          OVER, AND A BEFORE-IMAGE PUT BACK
005210*                          TWICE IS THE SAME RECORD.
005220*      =========================================================
005230 4000-BACK-OUT.
005240     MOVE "KEYS BACKED OUT - NEWEST CHANGE FIRST" TO MBR-LINE.
005250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005260     PERFORM 4100-UNDO-ONE-ENTRY THRU 4100-EXIT
005270         VARYING MBK-SUB FROM MBK-NIGHT-USED BY -1
005280         UNTIL MBK-SUB = ZERO.
005290     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005300
005310     IF MBK-ERROR-COUNT > ZERO
005320         STRING "NOT EVERY KEY COULD BE RESTORED - THE NIGHT IS "
005330             "NOT MARKED BACKED OUT.  CORRECT AND RERUN."
005340             DELIMITED BY SIZE INTO MBR-LINE
005350         END-STRING
005360         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005370         MOVE 8 TO MBK-FINAL-RC
005380         GO TO 4000-EXIT
005390     END-IF.
005400
005410     PERFORM 4500-MARK-BACKED-OUT THRU 4500-EXIT.
005420 4000-EXIT.
005430     EXIT.
005440
005450*      ---------------------------------------------------------
005460*      4100-UNDO-ONE-ENTRY
005470*      ---------------------------------------------------------
005480 4100-UNDO-ONE-ENTRY.
005490     IF MBK-N-ACTION (MBK-SUB) = "A"
005500         PERFORM 4200-REMOVE-ADDED THRU 4200-EXIT
005510     ELSE
005520         PERFORM 4300-RESTORE-IMAGE THRU 4300-EXIT
005530     END-IF.
005540 4100-EXIT.
005550     EXIT.
005560
005570*      ---------------------------------------------------------
005580*      4200-REMOVE-ADDED  --  THE LOAD ADDED THIS KEY.
005590*      ---------------------------------------------------------
005600 4200-REMOVE-ADDED.
005610     MOVE MBK-N-KEY (MBK-SUB) TO RM-KEY.
005620     DELETE CALC-MSTR-FILE RECORD
005630         INVALID KEY
005640             CONTINUE
005650     END-DELETE.
005660     IF MBK-MSTR-OK
005670         ADD 1 TO MBK-REMOVED-COUNT
005680         STRING "  KEY " MBK-N-RUN-DATE (MBK-SUB)
005690             " " MBK-N-TRAN-KEY (MBK-SUB)
005700             "  REMOVED - ADDED BY THE LOAD"
005710             DELIMITED BY SIZE INTO MBR-LINE
005720         END-STRING
005730         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005740         GO TO 4200-EXIT
005750     END-IF.
005760     IF MBK-MSTR-NO-RECORD
005770         ADD 1 TO MBK-GONE-COUNT
005780         STRING "  KEY " MBK-N-RUN-DATE (MBK-SUB)
005790             " " MBK-N-TRAN-KEY (MBK-SUB)
005800             "  ALREADY GONE FROM THE MASTER"
005810             DELIMITED BY SIZE INTO MBR-LINE
005820         END-STRING
005830         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005840         GO TO 4200-EXIT
005850     END-IF.
005860     ADD 1 TO MBK-ERROR-COUNT.
005870     STRING "  KEY " MBK-N-RUN-DATE (MBK-SUB)
005880         " " MBK-N-TRAN-KEY (MBK-SUB)
005890         "  *** NOT REMOVED - DELETE STATUS " MBK-MSTR-STATUS
005900         DELIMITED BY SIZE INTO MBR-LINE
005910     END-STRING.
005920     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005930 4200-EXIT.
005940     EXIT.
005950
005960*      ---------------------------------------------------------
005970*      4300-RESTORE-IMAGE  --  THE LOAD REPLACED THIS RESULT OR
005980*                               MARKED IT REVERSED; PUT BACK THE
005990*                               RECORD AS IT WAS.
006000*      ---------------------------------------------------------
006010 4300-RESTORE-IMAGE.
006020     IF MBK-N-ACTION (MBK-SUB) = "M"
006030         MOVE "REVERSAL MARK REMOVED" TO MBK-WHAT
006040     ELSE
006050         MOVE "EARLIER RESULT PUT BACK" TO MBK-WHAT
006060     END-IF.
006070     MOVE MBK-N-IMAGE (MBK-SUB) TO CALC-MSTR-RECORD.
006080     REWRITE CALC-MSTR-RECORD
006090         INVALID KEY
006100             CONTINUE
006110     END-REWRITE.
006120     IF MBK-MSTR-NO-RECORD
006130         WRITE CALC-MSTR-RECORD
006140             INVALID KEY
006150                 CONTINUE
006160         END-WRITE
006170     END-IF.
006180     IF MBK-MSTR-OK
006190         ADD 1 TO MBK-RESTORED-COUNT
006200         STRING "  KEY " RM-RUN-DATE " " RM-TRAN-KEY
006210             "  OP " RM-OP-CODE
006220             "  DEPT " RM-SOURCE-ID
006230             "  RESTORED - " MBK-WHAT
006240             DELIMITED BY SIZE INTO MBR-LINE
006250         END-STRING
006260     ELSE
006270         ADD 1 TO MBK-ERROR-COUNT
006280         STRING "  KEY " RM-RUN-DATE " " RM-TRAN-KEY
006290             "  *** NOT RESTORED - STATUS " MBK-MSTR-STATUS
006300             DELIMITED BY SIZE INTO MBR-LINE
006310         END-STRING
006320     END-IF.
006330     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006340 4300-EXIT.
006350     EXIT.
006360
006370*      ---------------------------------------------------------
006380*      4500-MARK-BACKED-OUT  --  APPEND THE NIGHT'S X ENTRY.
006390*      ---------------------------------------------------------
006400 4500-MARK-BACKED-OUT.
006410     OPEN EXTEND CALC-MJRN-FILE.
006420     IF MBK-MJRN-OK
006430         MOVE SPACES         TO CALC-MJRN-RECORD
006440         MOVE MBK-RUN-DATE   TO MJ-LOAD-DATE
006450         MOVE MBK-STAMP-DATE TO MJ-STAMP-DATE
006460         MOVE MBK-STAMP-TIME TO MJ-STAMP-TIME
006470         SET MJ-BACKED-OUT   TO TRUE
006480         MOVE ZEROS          TO MJ-MSTR-KEY
006490         WRITE CALC-MJRN-RECORD
006500         CLOSE CALC-MJRN-FILE
006510     END-IF.
006520     IF NOT MBK-MJRN-OK
006530         STRING "MASTER BACKED OUT BUT CALCMJRN NOT MARKED - "
006540             "STATUS " MBK-MJRN-STATUS
006550             DELIMITED BY SIZE INTO MBR-LINE
006560         END-STRING
006570         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006580         STRING "DO NOT BACK OUT AN EARLIER NIGHT UNTIL THE X "
006590             "ENTRY IS ADDED BY HAND"
006600             DELIMITED BY SIZE INTO MBR-LINE
006610         END-STRING
006620         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
006630         MOVE 8 TO MBK-FINAL-RC
006640         GO TO 4500-EXIT
006650     END-IF.
006660     STRING "LOAD OF " MBK-RUN-DATE " BACKED OUT.  RERUN "
006670         "CALCMLOAD FOR THAT DATE TO LOAD IT AGAIN."
006680         DELIMITED BY SIZE INTO MBR-LINE
006690     END-STRING.
006700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006710 4500-EXIT.
006720     EXIT.
006730
006740*      =========================================================
006750*      7000-PRINT-SUMMARY
006760*      =========================================================
006770 7000-PRINT-SUMMARY.
006780     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006790     MOVE MBK-JRN-COUNT TO MBK-EDIT-COUNT.
006800     STRING "JOURNAL ENTRIES READ:            " MBK-EDIT-COUNT
006810         DELIMITED BY SIZE INTO MBR-LINE
006820     END-STRING.
006830     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006840     MOVE MBK-CONFLICT-COUNT TO MBK-EDIT-COUNT.
006850     STRING "LATER CHANGES TO ITS KEYS:       " MBK-EDIT-COUNT
006860         DELIMITED BY SIZE INTO MBR-LINE
006870     END-STRING.
006880     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006890     MOVE MBK-RESTORED-COUNT TO MBK-EDIT-COUNT.
006900     STRING "RECORDS RESTORED:                " MBK-EDIT-COUNT
006910         DELIMITED BY SIZE INTO MBR-LINE
006920     END-STRING.
006930     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006940     MOVE MBK-REMOVED-COUNT TO MBK-EDIT-COUNT.
006950     STRING "ADDED KEYS REMOVED:              " MBK-EDIT-COUNT
006960         DELIMITED BY SIZE INTO MBR-LINE
006970     END-STRING.
006980     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006990     MOVE MBK-GONE-COUNT TO MBK-EDIT-COUNT.
007000     STRING "ADDED KEYS ALREADY GONE:         " MBK-EDIT-COUNT
007010         DELIMITED BY SIZE INTO MBR-LINE
007020     END-STRING.
007030     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007040     MOVE MBK-ERROR-COUNT TO MBK-EDIT-COUNT.
007050     STRING "KEYS NOT RESTORED:               " MBK-EDIT-COUNT
007060         DELIMITED BY SIZE INTO MBR-LINE
007070     END-STRING.
007080     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007090 7000-EXIT.
007100     EXIT.
007110
007120*      ---------------------------------------------------------
007130*      7600-DESCRIBE-ACTION  --  WHAT A JOURNAL ENTRY DID.
007140*      ---------------------------------------------------------
007150 7600-DESCRIBE-ACTION.
007160     MOVE SPACES TO MBK-WHAT.
007170     IF MJ-ADDED
007180         MOVE "ADDED IT" TO MBK-WHAT
007190     END-IF.
007200     IF MJ-REPLACED
007210         MOVE "REPLACED IT" TO MBK-WHAT
007220     END-IF.
007230     IF MJ-MARKED
007240         MOVE "MARKED IT REVERSED" TO MBK-WHAT
007250     END-IF.
007260 7600-EXIT.
007270     EXIT.
007280
007290*      ---------------------------------------------------------
007300*      7900-WRITE-LINE
007310*      ---------------------------------------------------------
007320 7900-WRITE-LINE.
007330     WRITE MBK-RPT-RECORD.
007340     DISPLAY MBR-LINE.
007350     MOVE SPACES TO MBR-LINE.
007360 7900-EXIT.
007370     EXIT.
007380
007390*      =========================================================
007400*      8000-TERMINATE
007410*      =========================================================
007420 8000-TERMINATE.
007430     CLOSE CALC-MSTR-FILE.
007440     CLOSE MBK-RPT-FILE.
007450 8000-EXIT.
007460     EXIT.
007470
007480*      =========================================================
007490*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
007500*                      COMPLETION AND ABEND.
007510*      =========================================================
007520 9999-EXIT.
007530     STOP RUN.
