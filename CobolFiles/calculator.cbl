001420*                      CARRIED THROUGH TO CALCOUT (AND, RAW, TO
001430*                      THE REJECT RECORD FOR THE RECYCLE
001440*                      REBUILD), AND EACH RESULT RECORD IS
001441*                      STAMPED WITH THE COMPLETION DATE/TIME AS
001442*                      ITS CALLS FINISH, SO THE NIGHTLY
001443*                      TURNAROUND REPORT CAN MEASURE SUBMISSION
001444*                      TO RESULT PER SUBMITTER.
001445*    10/15/26   GM    REVERSALS.  OP CODE R NAMES A RESULT
001446*                      ALREADY ON THE RESULTS MASTER (CALCMSTR,
001447*                      NOW OPENED FOR KEYED READS) BY ITS RUN
001448*                      DATE AND TRANSACTION KEY.  THE ORIGINAL
001449*                      MUST BE ON THE MASTER, NOT ITSELF A
001450*                      REVERSAL, NOT ALREADY REVERSED (ON THE
001451*                      MASTER OR EARLIER IN THIS RUN) AND SENT BY
001452*                      THE SAME SUBMITTER, OR THE REVERSAL IS
001453*                      REJECTED WITH A "REV" REASON.  A GOOD ONE
001454*                      MAKES NO DLL CALL:  ITS CALCOUT RECORD
001455*                      ECHOES THE ORIGINAL'S SEGMENTS WITH EVERY
001456*                      RESULT NEGATED AND THE RETURN CODES SET TO
001457*                      ASTERISKS, AND NAMES THE ORIGINAL SO
001458*                      CALCMLOAD CAN MARK IT REVERSED.  A MASTER
001459*                      THAT WILL NOT OPEN ONLY COSTS THE NIGHT'S
001460*                      REVERSALS, NEVER THE RUN.
001461*    10/15/26   GM    RESULT PLAUSIBILITY LIMITS.  A ZERO RETURN
001462*                      CODE ONLY MEANS THE DLL DID NOT FAIL, SO
001463*                      EACH RESULT THAT CAME BACK RC 0 IS NOW
001464*                      CHECKED AGAINST THE CALCLIM LIMITS FOR ITS
001465*                      ENTRY POINT AND SUBMITTER (MINIMUM,
001466*                      MAXIMUM, RATIO TO THE LARGER OPERAND).  A
001467*                      TRANSACTION WITH ANY RESULT OUTSIDE ITS
001468*                      LIMITS IS WRITTEN TO THE CALCSUSP SUSPENSE
001469*                      FILE FOR SUPERVISOR REVIEW (CALCSREL)
001470*                      INSTEAD OF CALCOUT, AND COUNTS AS
001471*                      SUSPENDED IN THE RUN LEDGER BALANCE.  NO
001472*                      CALCLIM FILE MEANS NO CHECKING.  REVERSALS
001473*                      ARE NOT CHECKED -- THEIR ORIGINAL WAS.
001474*    10/15/26   GM    THE CALCIN RECYCLE COUNT IS NOW CARRIED TO
001475*                      THE RESULT RECORD (CO-RECYCLE-COUNT) FOR
001476*                      THE MONTHLY CHARGEBACK.
001477*    10/15/26   GM    A RERUN OF THE NIGHT NO LONGER OVERWRITES A
001478*                      SUSPENDED RESULT A SUPERVISOR HAS ALREADY
001479*                      RELEASED OR KILLED -- THE DECISION STANDS
001480*                      AND THE TRANSACTION COUNTS AS SKIPPED.  A
001481*                      SUSPENSE WRITE THAT FAILS IS NO LONGER
001482*                      COUNTED AS SUSPENDED, AND THE OUT-OF-
001483*                      BALANCE RETURN CODE 8 NO LONGER MASKS ITS
001484*                      RETURN CODE 12.
001485*    10/15/26   GM    THE RUN DATE NOW COMES FROM THE COMMAND LINE
001486*                      (YYYYMMDD, DEFAULT TODAY, AHEAD OF OR AFTER
001487*                      RESTART) AND KEYS CALCSUSP AND THE AUDIT
001488*                      TRAIL, SO A CHAIN THAT CROSSES MIDNIGHT
001489*                      FILES ITS WORK UNDER ITS OWN NIGHT.
001490*----------------------------------------------------------------*
001500 ENVIRONMENT    DIVISION.
001510 CONFIGURATION  SECTION.
001850     SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
001860         ORGANIZATION IS LINE SEQUENTIAL
001870         FILE STATUS  IS CALC-ALERT-Q-STATUS.
001871
001872     SELECT CALC-MSTR-FILE  ASSIGN TO "CALCMSTR"
001873         ORGANIZATION IS INDEXED
001874         ACCESS MODE  IS RANDOM
001875         RECORD KEY   IS RM-KEY
001876         FILE STATUS  IS CALC-MSTR-STATUS.
001877
001878     SELECT CALC-LIMIT-FILE ASSIGN TO "CALCLIM"
001879         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS  IS CALC-LIM-STATUS.
001881
001882     SELECT CALC-SUSP-FILE  ASSIGN TO "CALCSUSP"
001883         ORGANIZATION IS INDEXED
001884         ACCESS MODE  IS RANDOM
001885         RECORD KEY   IS SU-KEY
001886         FILE STATUS  IS CALC-SUSP-STATUS.
001887
001890 DATA           DIVISION.
001900 FILE           SECTION.
001910
002120
002130 FD  ALERT-QUEUE-FILE.
002140 COPY ALERTREC.
002141
002142 FD  CALC-MSTR-FILE.
002143 COPY CALCMREC.
002144
002145 FD  CALC-LIMIT-FILE.
002146 COPY CALCLIM.
002147
002148 FD  CALC-SUSP-FILE.
002149 COPY CALCSUSP.
002150
002160 WORKING-STORAGE SECTION.
002170 01  DLL                     PROCEDURE-POINTER VALUE NULL.
002500     88  CALC-LDGR-OK             VALUE "00".
002510
002520 77  CALC-ALERT-Q-STATUS     PIC X(02).
002521     88  CALC-ALERT-Q-OK          VALUE "00".
002522
002523 77  CALC-MSTR-STATUS        PIC X(02).
002524     88  CALC-MSTR-OK             VALUE "00".
002525
002526 77  CALC-MSTR-SWITCH        PIC X(01) VALUE "N".
002527     88  CALC-MSTR-OPEN           VALUE "Y".
002528
002529 77  CALC-LIM-STATUS         PIC X(02).
002530     88  CALC-LIM-OK              VALUE "00".
002531     88  CALC-LIM-EOF             VALUE "10".
002532
002533 77  CALC-SUSP-STATUS        PIC X(02).
002534     88  CALC-SUSP-OK             VALUE "00".
002535     88  CALC-SUSP-NOT-FOUND      VALUE "35".
002536
002537 77  CALC-SUSP-SWITCH        PIC X(01) VALUE "N".
002538     88  CALC-SUSPEND             VALUE "Y".
002539
002540 77  CALC-SUSP-DECIDED-SWITCH PIC X(01) VALUE "N".
002541     88  CALC-SUSP-DECIDED        VALUE "Y".
002542
002543 77  CALC-LIM-FOUND-SWITCH   PIC X(01) VALUE "N".
002544     88  CALC-LIM-FOUND           VALUE "Y".
002545
002550 77  CALC-EOF-SWITCH         PIC X(01) VALUE "N".
002560     88  CALC-EOF-REACHED         VALUE "Y".
002570
002660     88  CALC-CALL-FAILED         VALUE "Y".
002670
002680 77  CALC-REJ-REASON         PIC X(30).
002685 77  CALC-SUSP-REASON        PIC X(30).
002690
002695 77  CALC-PARM               PIC X(40).
002700 77  CALC-DATE-PARM          PIC X(08).
002705 77  CALC-OPTION             PIC X(08).
002710 77  CALC-CKPT-KEY           PIC 9(06) VALUE ZERO.
002720 77  CALC-AUDIT-KEY          PIC 9(06) VALUE ZERO.
002730
002750 77  CALC-OUT-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
002760 77  CALC-REJ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
002770 77  CALC-SKIP-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
002775 77  CALC-SUSP-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
002780 77  CALC-BALANCE-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
002785 77  CALC-RUN-DATE           PIC 9(08) VALUE ZERO.
002790 77  CALC-START-DATE         PIC 9(08) VALUE ZERO.
002800 77  CALC-START-TIME         PIC 9(08) VALUE ZERO.
002810 77  CALC-FINAL-RC           PIC 9(02) VALUE ZERO.
002830 77  CALC-DLL-FAIL-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
002840 77  CALC-FAIL-ALERT-LIMIT   PIC 9(05) COMP-3 VALUE 10.
002850 77  CALC-REJ-ALERT-LIMIT    PIC 9(05) COMP-3 VALUE 25.
002855 77  CALC-SUSP-ALERT-LIMIT   PIC 9(05) COMP-3 VALUE 10.
002860
002870 77  CALC-CKPT-ALERT-SWITCH  PIC X(01) VALUE "N".
002880     88  CALC-CKPT-ALERTED        VALUE "Y".
002920 77  CALC-ALERT-TEXT         PIC X(60).
002930 77  CALC-ALERT-KEY          PIC 9(06) VALUE ZERO.
002940
002941 77  CALC-DLL-PATH           PIC X(64).
002942 77  CALC-ENV-OVERRIDE       PIC X(64).
002943 77  CALC-ENTRY-POINT        PIC X(20).
002944 77  CALC-RETURN-CODE        PIC S9(09) COMP-5 VALUE ZERO.
002945
002946*  REVERSALS.  THE UNSIGNED STRING AND INT RESULTS OF THE
002947*  ORIGINAL ARE LIFTED OUT HERE BEFORE THE SIGNED REVERSAL VIEW
002948*  OF THE SAME BYTES IS WRITTEN OVER THEM.
002949 77  CALC-REV-STRING-RES     PIC 9(06) VALUE ZERO.
002950 77  CALC-REV-INT-RES        PIC 9(09) VALUE ZERO.
002951
002952 77  CALC-REV-FOUND-SWITCH   PIC X(01) VALUE "N".
002953     88  CALC-REV-FOUND           VALUE "Y".
002954
002955 77  CALC-REV-USED           PIC 9(04) COMP VALUE ZERO.
002956 77  CALC-REV-SUB            PIC 9(04) COMP VALUE ZERO.
002957 77  CALC-REV-MAX            PIC 9(04) COMP VALUE 500.
002958
002959 77  CALC-LIM-USED           PIC 9(04) COMP VALUE ZERO.
002960 77  CALC-LIM-SUB            PIC 9(04) COMP VALUE ZERO.
002961 77  CALC-LIM-HIT            PIC 9(04) COMP VALUE ZERO.
002962 77  CALC-LIM-MAX            PIC 9(04) COMP VALUE 50.
002963 77  CALC-LIM-BAD-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
002964 77  CALC-LIM-OP             PIC X(01).
002965 77  CALC-LIM-SOURCE         PIC X(01).
002966 77  CALC-LIM-RESULT         PIC S9(14)V9(04) COMP-3.
002967 77  CALC-LIM-OPERAND        PIC S9(09)V99 COMP-3.
002968 77  CALC-LIM-OPERAND-2      PIC S9(09)V99 COMP-3.
002969 77  CALC-LIM-CEILING        PIC S9(16)V99 COMP-3.
002970
002971*  MASTER KEYS REVERSED SO FAR THIS RUN -- CALCMSTR IS NOT
002972*  UPDATED UNTIL CALCMLOAD RUNS, SO A SECOND REVERSAL OF THE
002973*  SAME ORIGINAL IN ONE BATCH HAS TO BE CAUGHT HERE.
002974 01  CALC-REV-TABLE.
002975     05  CALC-REV-T-KEY      PIC X(14) OCCURS 500 TIMES.
002976
002977*  RESULT PLAUSIBILITY LIMITS LOADED FROM CALCLIM AT START OF RUN.
002978 01  CALC-LIM-TABLE.
002979     05  CALC-LIM-ENTRY      OCCURS 50 TIMES.
002980         10  CALC-LIM-T-OP       PIC X(01).
002981         10  CALC-LIM-T-SOURCE   PIC X(01).
002982         10  CALC-LIM-T-MIN      PIC S9(14)V9(04) COMP-3.
002983         10  CALC-LIM-T-MAX      PIC S9(14)V9(04) COMP-3.
002984         10  CALC-LIM-T-RATIO    PIC 9(05)V99 COMP-3.
002990
003000 LINKAGE SECTION.
003010
003150     GO TO 9999-EXIT.
003160
003170*      =========================================================
003175*      1000-INITIALIZE  --  THE PARM IS THE RUN DATE
003180*                            (YYYYMMDD, DEFAULT TODAY) AND/OR
003185*                            RESTART, IN EITHER ORDER.
003190*      =========================================================
003200 1000-INITIALIZE.
003210     ACCEPT CALC-START-DATE FROM DATE YYYYMMDD.
003220     ACCEPT CALC-START-TIME FROM TIME.
003221
003222     ACCEPT CALC-PARM FROM COMMAND-LINE.
003223     MOVE SPACES TO CALC-DATE-PARM.
003224     MOVE SPACES TO CALC-OPTION.
003225     UNSTRING CALC-PARM DELIMITED BY ALL SPACE
003226         INTO CALC-DATE-PARM CALC-OPTION
003227     END-UNSTRING.
003228     IF CALC-DATE-PARM = "RESTART"
003229         MOVE CALC-OPTION TO CALC-DATE-PARM
003230         MOVE "RESTART"   TO CALC-OPTION
003231     END-IF.
003232     IF CALC-DATE-PARM = SPACES
003233         MOVE CALC-START-DATE TO CALC-RUN-DATE
003234     ELSE
003235         IF CALC-DATE-PARM NUMERIC
003236             MOVE CALC-DATE-PARM TO CALC-RUN-DATE
003237         ELSE
003238             DISPLAY "CALCULATOR - RUN DATE PARM NOT YYYYMMDD: "
003239                 CALC-DATE-PARM
003240             MOVE 16 TO RETURN-CODE
003241             GO TO 9999-EXIT
003242         END-IF
003243     END-IF.
003244     IF CALC-OPTION = "RESTART"
003245         SET CALC-RESTART-REQUESTED TO TRUE
003246     ELSE
003247         IF CALC-OPTION NOT = SPACES
003248             DISPLAY "CALCULATOR - UNKNOWN OPTION " CALC-OPTION
003249                 " - ONLY RESTART IS ALLOWED"
003250             MOVE 16 TO RETURN-CODE
003251             GO TO 9999-EXIT
003252         END-IF
003253     END-IF.
003254
003255     PERFORM 1050-RESOLVE-DLL-PATH THRU 1050-EXIT.
003256
003260     OPEN EXTEND AUDIT-LOG-FILE.
003270     IF NOT CALC-AUDIT-OK
003280         OPEN OUTPUT AUDIT-LOG-FILE
003460         GO TO 9999-EXIT
003470     END-IF.
003480
003530
003540     OPEN INPUT  CALC-TRAN-FILE.
003550     IF NOT CALC-TRAN-OK
004130             CLOSE AUDIT-LOG-FILE
004140             GO TO 9999-EXIT
004150         END-IF
004151     END-IF.
004152
004153     OPEN INPUT CALC-MSTR-FILE.
004154     IF CALC-MSTR-OK
004155         SET CALC-MSTR-OPEN TO TRUE
004156     ELSE
004157         DISPLAY "CALCULATOR - CALCMSTR NOT AVAILABLE - STATUS "
004158             CALC-MSTR-STATUS " - REVERSALS WILL REJECT"
004159     END-IF.
004160
004161     PERFORM 1300-LOAD-LIMITS THRU 1300-EXIT.
004162
004163     OPEN I-O CALC-SUSP-FILE.
004164     IF CALC-SUSP-NOT-FOUND
004165         OPEN OUTPUT CALC-SUSP-FILE
004166         CLOSE CALC-SUSP-FILE
004167         OPEN I-O CALC-SUSP-FILE
004168     END-IF.
004169     IF NOT CALC-SUSP-OK
004170         DISPLAY "CALCULATOR - CALCSUSP OPEN FAILED - STATUS "
004171             CALC-SUSP-STATUS
004172         MOVE 16 TO RETURN-CODE
004173         CLOSE AUDIT-LOG-FILE
004174         GO TO 9999-EXIT
004175     END-IF.
004176
004180     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
004190
004200     IF CALC-RESTART-REQUESTED
004960*      1210-SKIP-ONE-TRANSACTION
004970*      ---------------------------------------------------------
004980 1210-SKIP-ONE-TRANSACTION.
004981     ADD 1 TO CALC-SKIP-COUNT.
004982*    A REVERSAL THE PRIOR RUN ALREADY HANDLED STILL COUNTS
004983*    AGAINST A SECOND REVERSAL OF THE SAME ORIGINAL.
004984     IF CT-OP-REVERSAL
004985         AND CT-REV-RUN-DATE NUMERIC
004986         AND CT-REV-TRAN-KEY NUMERIC
004987         AND CALC-REV-USED < CALC-REV-MAX
004988         ADD 1 TO CALC-REV-USED
004989         MOVE CT-REV-RUN-DATE
004990             TO CALC-REV-T-KEY (CALC-REV-USED) (1:8)
004991         MOVE CT-REV-TRAN-KEY
004992             TO CALC-REV-T-KEY (CALC-REV-USED) (9:6)
004993     END-IF.
005000     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
005001 1210-EXIT.
005002     EXIT.
005003
005004*      ---------------------------------------------------------
005005*      1300-LOAD-LIMITS  --  READ THE CALCLIM RESULT LIMITS INTO
005006*                             THE TABLE.  NO FILE MEANS NO LIMIT
005007*                             CHECKING TONIGHT; A LINE THAT
005008*                             CANNOT BE USED IS SHOWN ON THE RUN
005009*                             LOG AND SKIPPED, AND ONE WARNING
005010*                             ALERT IS RAISED FOR THE LOT.
005011*      ---------------------------------------------------------
005012 1300-LOAD-LIMITS.
005013     MOVE ZERO TO CALC-LIM-USED.
005014     OPEN INPUT CALC-LIMIT-FILE.
005015     IF NOT CALC-LIM-OK
005016         DISPLAY "CALCULATOR - CALCLIM NOT AVAILABLE - RESULTS "
005017             "NOT LIMIT-CHECKED"
005018         GO TO 1300-EXIT
005019     END-IF.
005020     PERFORM 1310-READ-ONE-LIMIT THRU 1310-EXIT
005021         UNTIL CALC-LIM-EOF.
005022     CLOSE CALC-LIMIT-FILE.
005023     DISPLAY "CALCULATOR - RESULT LIMITS LOADED: " CALC-LIM-USED.
005024     IF CALC-LIM-BAD-COUNT > ZERO
005025         MOVE "W"                 TO CALC-ALERT-SEV
005026         MOVE "1300-LOAD-LIMITS"  TO CALC-ALERT-PARA
005027         MOVE ZERO                TO CALC-ALERT-KEY
005028         MOVE "CALCLIM LINES UNUSABLE - SKIPPED - SEE RUN LOG"
005029             TO CALC-ALERT-TEXT
005030         PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
005031     END-IF.
005032 1300-EXIT.
005033     EXIT.
005034
005035*      ---------------------------------------------------------
005036*      1310-READ-ONE-LIMIT
005037*      ---------------------------------------------------------
005038 1310-READ-ONE-LIMIT.
005039     READ CALC-LIMIT-FILE
005040         AT END
005041             GO TO 1310-EXIT
005042     END-READ.
005043     IF NOT LM-OP-VALID
005044         OR LM-SOURCE-ID = SPACE
005045         OR LM-MIN-RESULT NOT NUMERIC
005046         OR LM-MAX-RESULT NOT NUMERIC
005047         OR LM-MAX-RATIO NOT NUMERIC
005048         DISPLAY "CALCULATOR - CALCLIM LINE UNUSABLE: "
005049             CALC-LIMIT-RECORD
005050         ADD 1 TO CALC-LIM-BAD-COUNT
005051         GO TO 1310-EXIT
005052     END-IF.
005053     IF LM-MAX-RESULT < LM-MIN-RESULT
005054         DISPLAY "CALCULATOR - CALCLIM MAXIMUM BELOW MINIMUM: "
005055             CALC-LIMIT-RECORD
005056         ADD 1 TO CALC-LIM-BAD-COUNT
005057         GO TO 1310-EXIT
005058     END-IF.
005059     IF CALC-LIM-USED NOT < CALC-LIM-MAX
005060         DISPLAY "CALCULATOR - CALCLIM TABLE FULL - LINE "
005061             "IGNORED: " CALC-LIMIT-RECORD
005062         ADD 1 TO CALC-LIM-BAD-COUNT
005063         GO TO 1310-EXIT
005064     END-IF.
005065     ADD 1 TO CALC-LIM-USED.
005066     MOVE LM-OP-CODE    TO CALC-LIM-T-OP (CALC-LIM-USED).
005067     MOVE LM-SOURCE-ID  TO CALC-LIM-T-SOURCE (CALC-LIM-USED).
005068     MOVE LM-MIN-RESULT TO CALC-LIM-T-MIN (CALC-LIM-USED).
005069     MOVE LM-MAX-RESULT TO CALC-LIM-T-MAX (CALC-LIM-USED).
005070     MOVE LM-MAX-RATIO  TO CALC-LIM-T-RATIO (CALC-LIM-USED).
005071 1310-EXIT.
005072     EXIT.
005073
005074*      =========================================================
005075*      2000-PROCESS-TRANSACTION  --  VALIDATE THE OPERAND PAIRS
005076*                                     THE REQUESTED ENTRY POINTS
005077*                                     USE, CALL ONLY THOSE ENTRY
005080*                                     POINTS OR REJECT THE
005090*                                     TRANSACTION, AND READ THE
005092*                                     NEXT RECORD.  A GOOD
005094*                                     REVERSAL CALLS NOTHING --
005096*                                     IT IS WRITTEN STRAIGHT OFF
005098*                                     THE ORIGINAL'S MASTER
005100*                                     RECORD.  A RESULT
005102*                                     OUTSIDE ITS PLAUSIBILITY
005104*                                     LIMITS GOES TO SUSPENSE
005106*                                     INSTEAD OF CALCOUT.
005110*      =========================================================
005120 2000-PROCESS-TRANSACTION.
005130     PERFORM 2200-VALIDATE-INPUT THRU 2200-EXIT.
005131
005132     IF CALC-TRAN-VALID
005133         AND CT-OP-REVERSAL
005134         PERFORM 2600-WRITE-REVERSAL THRU 2600-EXIT
005135         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
005136         GO TO 2000-EXIT
005137     END-IF.
005140
005150     IF CALC-TRAN-VALID
005160         MOVE SPACES      TO CALC-OUT-RECORD
005420         END-IF
005430         MOVE CT-ARRIVE-DATE TO CO-ARRIVE-DATE
005440         MOVE CT-ARRIVE-TIME TO CO-ARRIVE-TIME
005445         MOVE CT-RECYCLE-COUNT TO CO-RECYCLE-COUNT
005450         ACCEPT CO-DONE-DATE FROM DATE YYYYMMDD
005460         ACCEPT CO-DONE-TIME FROM TIME
005463         PERFORM 2620-CHECK-LIMITS THRU 2620-EXIT
005466         IF CALC-SUSPEND
005469             PERFORM 2660-WRITE-SUSPENSE THRU 2660-EXIT
005472         ELSE
005475             WRITE CALC-OUT-RECORD
005478             ADD 1 TO CALC-OUT-COUNT
005481         END-IF
005490         IF NOT CALC-CALL-FAILED
005500             PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT
005510         END-IF
005920*                                CT-VAR6 ARE NO WIDER THAN VAR1
005930*                                THRU VAR6, SO A VALUE THAT
005940*                                PASSES THE NUMERIC TEST CANNOT
005945*                                BE OUT OF RANGE.  A REVERSAL
005950*                                IS CHECKED AGAINST THE MASTER
005955*                                INSTEAD, IN 2250.
005960*      ---------------------------------------------------------
005970 2200-VALIDATE-INPUT.
005980     SET CALC-TRAN-VALID TO TRUE.
006030     END-IF.
006040     IF NOT CT-OP-VALID
006050         SET CALC-TRAN-INVALID TO TRUE
006052         MOVE "OP CODE NOT S/I/D/A/R" TO CALC-REJ-REASON
006054         GO TO 2200-EXIT
006056     END-IF.
006058
006060     IF CT-OP-REVERSAL
006062         PERFORM 2250-VALIDATE-REVERSAL THRU 2250-EXIT
006070         GO TO 2200-EXIT
006080     END-IF.
006090
006430             MOVE "VAR5 NOT NUMERIC" TO CALC-REJ-REASON
006440             GO TO 2200-EXIT
006450         END-IF
006451         IF CT-VAR6 NOT NUMERIC
006452             SET CALC-TRAN-INVALID TO TRUE
006453             MOVE "VAR6 NOT NUMERIC" TO CALC-REJ-REASON
006454             GO TO 2200-EXIT
006455         END-IF
006456         MOVE CT-VAR5 TO VAR5
006457         MOVE CT-VAR6 TO VAR6
006458     END-IF.
006459 2200-EXIT.
006460     EXIT.
006461
006462*      ---------------------------------------------------------
006463*      2250-VALIDATE-REVERSAL  --  THE ORIGINAL NAMED BY
006464*                                   CT-REV-RUN-DATE/CT-REV-TRAN-
006465*                                   KEY MUST BE ON CALCMSTR, NOT
006466*                                   ITSELF A REVERSAL, NOT
006467*                                   ALREADY REVERSED, FROM THE
006468*                                   SAME SUBMITTER, AND NOT
006469*                                   REVERSED ONCE ALREADY IN
006470*                                   THIS RUN.  ON SUCCESS THE
006471*                                   ORIGINAL IS LEFT IN THE
006472*                                   MASTER RECORD AREA FOR 2600.
006473*                                   EVERY REASON STARTS "REV" SO
006474*                                   THE RECYCLE JOB NAMES THE
006475*                                   FAILING FIELD REV.
006476*      ---------------------------------------------------------
006477 2250-VALIDATE-REVERSAL.
006478     IF CT-REV-RUN-DATE NOT NUMERIC
006479         OR CT-REV-RUN-DATE = "00000000"
006480         OR CT-REV-TRAN-KEY NOT NUMERIC
006481         SET CALC-TRAN-INVALID TO TRUE
006482         MOVE "REV DATE/KEY NOT NUMERIC" TO CALC-REJ-REASON
006483         GO TO 2250-EXIT
006484     END-IF.
006485     IF NOT CALC-MSTR-OPEN
006486         SET CALC-TRAN-INVALID TO TRUE
006487         MOVE "REV ORIGINAL NOT ON CALCMSTR" TO CALC-REJ-REASON
006488         GO TO 2250-EXIT
006489     END-IF.
006490
006491     MOVE CT-REV-RUN-DATE TO RM-RUN-DATE.
006492     MOVE CT-REV-TRAN-KEY TO RM-TRAN-KEY.
006493     READ CALC-MSTR-FILE
006494         INVALID KEY
006495             SET CALC-TRAN-INVALID TO TRUE
006496             MOVE "REV ORIGINAL NOT ON CALCMSTR"
006497                 TO CALC-REJ-REASON
006498             GO TO 2250-EXIT
006499     END-READ.
006500     IF RM-OP-REVERSAL
006501         SET CALC-TRAN-INVALID TO TRUE
006502         MOVE "REV ORIGINAL IS A REVERSAL" TO CALC-REJ-REASON
006503         GO TO 2250-EXIT
006504     END-IF.
006505     IF RM-REVERSED
006506         SET CALC-TRAN-INVALID TO TRUE
006507         MOVE "REV ORIGINAL ALREADY REVERSED" TO CALC-REJ-REASON
006508         GO TO 2250-EXIT
006509     END-IF.
006510     IF RM-SOURCE-ID NOT = CT-SOURCE-ID
006511         SET CALC-TRAN-INVALID TO TRUE
006512         MOVE "REV ORIGINAL OTHER SUBMITTER" TO CALC-REJ-REASON
006513         GO TO 2250-EXIT
006514     END-IF.
006515
006516     MOVE "N" TO CALC-REV-FOUND-SWITCH.
006517     PERFORM 2260-FIND-REVERSED THRU 2260-EXIT
006518         VARYING CALC-REV-SUB FROM 1 BY 1
006519         UNTIL CALC-REV-SUB > CALC-REV-USED
006520         OR CALC-REV-FOUND.
006521     IF CALC-REV-FOUND
006522         SET CALC-TRAN-INVALID TO TRUE
006523         MOVE "REV ORIGINAL REVERSED IN RUN" TO CALC-REJ-REASON
006524         GO TO 2250-EXIT
006525     END-IF.
006526     IF CALC-REV-USED NOT < CALC-REV-MAX
006527         SET CALC-TRAN-INVALID TO TRUE
006528         MOVE "REV LIMIT FOR ONE RUN REACHED" TO CALC-REJ-REASON
006529         GO TO 2250-EXIT
006530     END-IF.
006531     ADD 1 TO CALC-REV-USED.
006532     MOVE RM-KEY TO CALC-REV-T-KEY (CALC-REV-USED).
006533 2250-EXIT.
006534     EXIT.
006535
006536*      ---------------------------------------------------------
006537*      2260-FIND-REVERSED
006538*      ---------------------------------------------------------
006539 2260-FIND-REVERSED.
006540     IF CALC-REV-T-KEY (CALC-REV-SUB) = RM-KEY
006541         SET CALC-REV-FOUND TO TRUE
006542     END-IF.
006543 2260-EXIT.
006550     EXIT.
006560
006570*      ---------------------------------------------------------
006870     PERFORM 5000-LOG-CALL THRU 5000-EXIT.
006880     MOVE CALC-RETURN-CODE TO CO-INT-RC.
006890     MOVE CALC-INT-RESULT TO CO-INT-RESULT.
006891     IF CALC-RETURN-CODE NOT = ZERO
006892         SET CALC-CALL-FAILED TO TRUE
006893         PERFORM 2900-COUNT-CALL-FAILURE THRU 2900-EXIT
006894     END-IF.
006895 2400-EXIT.
006896     EXIT.
006897
006898*      ---------------------------------------------------------
006899*      2500-CALL-DECIMAL-PARAMS  --  SIGNED DECIMAL OPERAND PAIR.
006900*      ---------------------------------------------------------
006901 2500-CALL-DECIMAL-PARAMS.
006902     MOVE ZERO TO CALC-DECIMAL-RESULT.
006903     CALL "TwoDecimalParams" USING VAR5 VAR6
006904         CALC-DECIMAL-RESULT
006905         RETURNING CALC-RETURN-CODE
006906     END-CALL.
006907     MOVE "TwoDecimalParams" TO CALC-ENTRY-POINT.
006908     PERFORM 5000-LOG-CALL THRU 5000-EXIT.
006909     MOVE CALC-RETURN-CODE TO CO-DECIMAL-RC.
006910     MOVE CALC-DECIMAL-RESULT TO CO-DECIMAL-RESULT.
006911     IF CALC-RETURN-CODE NOT = ZERO
006912         SET CALC-CALL-FAILED TO TRUE
006913         PERFORM 2900-COUNT-CALL-FAILURE THRU 2900-EXIT
006914     END-IF.
006915 2500-EXIT.
006916     EXIT.
006917
006918*      ---------------------------------------------------------
006919*      2600-WRITE-REVERSAL  --  BUILD THE REVERSAL RESULT OFF THE
006920*                                ORIGINAL'S MASTER RECORD, LEFT
006921*                                IN THE RECORD AREA BY 2250.
006922*                                EACH SEGMENT THE ORIGINAL RAN
006923*                                KEEPS ITS OPERANDS, GETS ITS
006924*                                RESULT NEGATED AND ITS RETURN
006925*                                CODE SET TO ASTERISKS (NO CALL
006926*                                WAS MADE, SO RECONCILIATION
006927*                                LOOKS FOR NO AUDIT ENTRY); A
006928*                                SKIPPED SEGMENT STAYS ALL
006929*                                ASTERISKS.
006930*      ---------------------------------------------------------
006931 2600-WRITE-REVERSAL.
006932     MOVE SPACES          TO CALC-OUT-RECORD.
006933     MOVE CT-TRAN-KEY     TO CO-TRAN-KEY.
006934     MOVE CT-SOURCE-ID    TO CO-SOURCE-ID.
006935     MOVE CT-OP-CODE      TO CO-OP-CODE.
006936
006937     MOVE RM-STRING-SEG   TO CO-STRING-SEG-X.
006938     IF CO-STRING-SEG-X NOT = ALL "*"
006939         MOVE CO-STRING-RESULT TO CALC-REV-STRING-RES
006940         MOVE ALL "*" TO CO-R-STRING-RC
006941         COMPUTE CO-R-STRING-RESULT = ZERO - CALC-REV-STRING-RES
006942     END-IF.
006943
006944     MOVE RM-INT-SEG      TO CO-INT-SEG-X.
006945     IF CO-INT-SEG-X NOT = ALL "*"
006946         MOVE CO-INT-RESULT TO CALC-REV-INT-RES
006947         MOVE ALL "*" TO CO-R-INT-RC
006948         COMPUTE CO-R-INT-RESULT = ZERO - CALC-REV-INT-RES
006949     END-IF.
006950
006951     MOVE RM-DECIMAL-SEG  TO CO-DECIMAL-SEG-X.
006952     IF CO-DECIMAL-SEG-X NOT = ALL "*"
006953         COMPUTE CO-DECIMAL-RESULT = ZERO - CO-DECIMAL-RESULT
006954         MOVE ALL "*" TO CO-R-DECIMAL-RC
006955     END-IF.
006956
006957     MOVE CT-REV-RUN-DATE TO CO-REV-RUN-DATE.
006958     MOVE CT-REV-TRAN-KEY TO CO-REV-TRAN-KEY.
006959     MOVE CT-ARRIVE-DATE  TO CO-ARRIVE-DATE.
006960     MOVE CT-ARRIVE-TIME  TO CO-ARRIVE-TIME.
006961     MOVE CT-RECYCLE-COUNT TO CO-RECYCLE-COUNT.
006962     ACCEPT CO-DONE-DATE  FROM DATE YYYYMMDD.
006963     ACCEPT CO-DONE-TIME  FROM TIME.
006964     WRITE CALC-OUT-RECORD.
006965     ADD 1 TO CALC-OUT-COUNT.
006966     PERFORM 2700-WRITE-CHECKPOINT THRU 2700-EXIT.
006967 2600-EXIT.
006968     EXIT.
006969
006970*      ---------------------------------------------------------
006971*      2620-CHECK-LIMITS  --  HOLD EACH RESULT THAT CAME BACK
006972*                              RC 0 AGAINST THE LIMITS FOR ITS
006973*                              ENTRY POINT.  THE FIRST RESULT
006974*                              OUTSIDE ITS LIMITS SUSPENDS THE
006975*                              WHOLE TRANSACTION.  A FAILED CALL
006976*                              IS NOT CHECKED -- ITS RESULT IS
006977*                              ALREADY FLAGGED BY ITS RC.
006978*      ---------------------------------------------------------
006979 2620-CHECK-LIMITS.
006980     MOVE "N" TO CALC-SUSP-SWITCH.
006981     IF CALC-LIM-USED = ZERO
006982         GO TO 2620-EXIT
006983     END-IF.
006984
006985     IF (CT-OP-STRING OR CT-OP-ALL)
006986         AND CO-STRING-RC = ZERO
006987         MOVE "S"                TO CALC-LIM-OP
006988         MOVE CALC-STRING-RESULT TO CALC-LIM-RESULT
006989         MOVE VAR1               TO CALC-LIM-OPERAND
006990         MOVE VAR2               TO CALC-LIM-OPERAND-2
006991         PERFORM 2630-CHECK-ONE-RESULT THRU 2630-EXIT
006992         IF CALC-SUSPEND
006993             GO TO 2620-EXIT
006994         END-IF
006995     END-IF.
006996
006997     IF (CT-OP-INT OR CT-OP-ALL)
006998         AND CO-INT-RC = ZERO
006999         MOVE "I"                TO CALC-LIM-OP
007000         MOVE CALC-INT-RESULT    TO CALC-LIM-RESULT
007001         MOVE VAR3               TO CALC-LIM-OPERAND
007002         MOVE VAR4               TO CALC-LIM-OPERAND-2
007003         PERFORM 2630-CHECK-ONE-RESULT THRU 2630-EXIT
007004         IF CALC-SUSPEND
007005             GO TO 2620-EXIT
007006         END-IF
007007     END-IF.
007008
007009     IF (CT-OP-DECIMAL OR CT-OP-ALL)
007010         AND CO-DECIMAL-RC = ZERO
007011         MOVE "D"                 TO CALC-LIM-OP
007012         MOVE CALC-DECIMAL-RESULT TO CALC-LIM-RESULT
007013         MOVE VAR5                TO CALC-LIM-OPERAND
007014         MOVE VAR6                TO CALC-LIM-OPERAND-2
007015         PERFORM 2630-CHECK-ONE-RESULT THRU 2630-EXIT
007016     END-IF.
007017 2620-EXIT.
007018     EXIT.
007019
007020*      ---------------------------------------------------------
007021*      2630-CHECK-ONE-RESULT  --  CALC-LIM-RESULT AGAINST THE
007022*                                  LIMIT FOR CALC-LIM-OP.  THE
007023*                                  RATIO TEST USES THE LARGER
007024*                                  OF THE TWO OPERANDS BY SIZE
007025*                                  AND IS PASSED OVER WHEN BOTH
007026*                                  ARE ZERO.
007027*      ---------------------------------------------------------
007028 2630-CHECK-ONE-RESULT.
007029     PERFORM 2640-FIND-LIMIT THRU 2640-EXIT.
007030     IF NOT CALC-LIM-FOUND
007031         GO TO 2630-EXIT
007032     END-IF.
007033
007034     MOVE SPACES TO CALC-SUSP-REASON.
007035     IF CALC-LIM-RESULT < CALC-LIM-T-MIN (CALC-LIM-HIT)
007036         SET CALC-SUSPEND TO TRUE
007037         STRING CALC-LIM-OP " RESULT BELOW LIMIT MINIMUM"
007038             DELIMITED BY SIZE INTO CALC-SUSP-REASON
007039         END-STRING
007040         GO TO 2630-EXIT
007041     END-IF.
007042     IF CALC-LIM-RESULT > CALC-LIM-T-MAX (CALC-LIM-HIT)
007043         SET CALC-SUSPEND TO TRUE
007044         STRING CALC-LIM-OP " RESULT ABOVE LIMIT MAXIMUM"
007045             DELIMITED BY SIZE INTO CALC-SUSP-REASON
007046         END-STRING
007047         GO TO 2630-EXIT
007048     END-IF.
007049
007050     IF CALC-LIM-T-RATIO (CALC-LIM-HIT) = ZERO
007051         GO TO 2630-EXIT
007052     END-IF.
007053     IF CALC-LIM-RESULT < ZERO
007054         COMPUTE CALC-LIM-RESULT = ZERO - CALC-LIM-RESULT
007055     END-IF.
007056     IF CALC-LIM-OPERAND < ZERO
007057         COMPUTE CALC-LIM-OPERAND = ZERO - CALC-LIM-OPERAND
007058     END-IF.
007059     IF CALC-LIM-OPERAND-2 < ZERO
007060         COMPUTE CALC-LIM-OPERAND-2 = ZERO - CALC-LIM-OPERAND-2
007061     END-IF.
007062     IF CALC-LIM-OPERAND-2 > CALC-LIM-OPERAND
007063         MOVE CALC-LIM-OPERAND-2 TO CALC-LIM-OPERAND
007064     END-IF.
007065     IF CALC-LIM-OPERAND = ZERO
007066         GO TO 2630-EXIT
007067     END-IF.
007068     COMPUTE CALC-LIM-CEILING =
007069         CALC-LIM-T-RATIO (CALC-LIM-HIT) * CALC-LIM-OPERAND.
007070     IF CALC-LIM-RESULT > CALC-LIM-CEILING
007071         SET CALC-SUSPEND TO TRUE
007072         STRING CALC-LIM-OP " RESULT OVER LIMIT RATIO"
007073             DELIMITED BY SIZE INTO CALC-SUSP-REASON
007074         END-STRING
007075     END-IF.
007076 2630-EXIT.
007077     EXIT.
007078
007079*      ---------------------------------------------------------
007080*      2640-FIND-LIMIT  --  THE SUBMITTER'S OWN LINE FOR THE
007081*                            ENTRY POINT, ELSE THE "*" LINE.
007082*      ---------------------------------------------------------
007083 2640-FIND-LIMIT.
007084     MOVE "N" TO CALC-LIM-FOUND-SWITCH.
007085     MOVE CT-SOURCE-ID TO CALC-LIM-SOURCE.
007086     PERFORM 2645-MATCH-LIMIT THRU 2645-EXIT
007087         VARYING CALC-LIM-SUB FROM 1 BY 1
007088         UNTIL CALC-LIM-SUB > CALC-LIM-USED
007089         OR CALC-LIM-FOUND.
007090     IF CALC-LIM-FOUND
007091         GO TO 2640-EXIT
007092     END-IF.
007093     MOVE "*" TO CALC-LIM-SOURCE.
007094     PERFORM 2645-MATCH-LIMIT THRU 2645-EXIT
007095         VARYING CALC-LIM-SUB FROM 1 BY 1
007096         UNTIL CALC-LIM-SUB > CALC-LIM-USED
007097         OR CALC-LIM-FOUND.
007098 2640-EXIT.
007099     EXIT.
007100
007101*      ---------------------------------------------------------
007102*      2645-MATCH-LIMIT
007103*      ---------------------------------------------------------
007104 2645-MATCH-LIMIT.
007105     IF CALC-LIM-T-OP (CALC-LIM-SUB) = CALC-LIM-OP
007106         AND CALC-LIM-T-SOURCE (CALC-LIM-SUB) = CALC-LIM-SOURCE
007107         SET CALC-LIM-FOUND TO TRUE
007108         MOVE CALC-LIM-SUB TO CALC-LIM-HIT
007109     END-IF.
007110 2645-EXIT.
007111     EXIT.
007112
007113*      ---------------------------------------------------------
007114*      2660-WRITE-SUSPENSE  --  PUT THE FINISHED CALCOUT RECORD
007115*                                ON CALCSUSP, OPEN, UNDER THE
007116*                                RUN DATE.  A RERUN OF THE SAME
007117*                                NIGHT REPLACES ITS OWN RECORD
007118*                                WHILE IT IS STILL OPEN (2670).
007119*                                A RECORD THAT CANNOT BE WRITTEN
007120*                                AT ALL IS RETURN CODE 12 AND A
007121*                                CRITICAL ALERT -- THE RESULT IS
007122*                                IN NEITHER FILE.
007123*      ---------------------------------------------------------
007124 2660-WRITE-SUSPENSE.
007125     MOVE SPACES           TO CALC-SUSP-RECORD.
007126     MOVE CALC-RUN-DATE    TO SU-RUN-DATE.
007127     MOVE CT-TRAN-KEY      TO SU-TRAN-KEY.
007128     SET SU-OPEN           TO TRUE.
007129     MOVE CALC-SUSP-REASON TO SU-REASON.
007130     MOVE CALC-OUT-RECORD  TO SU-OUT-IMAGE.
007131     MOVE "N"              TO CALC-SUSP-DECIDED-SWITCH.
007132     WRITE CALC-SUSP-RECORD
007133         INVALID KEY
007134             PERFORM 2670-REPLACE-SUSPENSE THRU 2670-EXIT
007135     END-WRITE.
007136     IF CALC-SUSP-DECIDED
007137         DISPLAY "CALCULATOR - KEY " CT-TRAN-KEY
007138             " ALREADY DECIDED IN SUSPENSE - LEFT AS DECIDED"
007139         ADD 1 TO CALC-SKIP-COUNT
007140         GO TO 2660-EXIT
007141     END-IF.
007142     IF NOT CALC-SUSP-OK
007143         DISPLAY "CALCULATOR - CALCSUSP WRITE FAILED - KEY "
007144             CT-TRAN-KEY " STATUS " CALC-SUSP-STATUS
007145         IF CALC-FINAL-RC < 12
007146             MOVE 12 TO CALC-FINAL-RC
007147         END-IF
007148         MOVE "C"                 TO CALC-ALERT-SEV
007149         MOVE "2660-WRITE-SUSP"   TO CALC-ALERT-PARA
007150         MOVE CT-TRAN-KEY         TO CALC-ALERT-KEY
007151         MOVE "SUSPENSE WRITE FAILED - RESULT NOT ON CALCOUT"
007152             TO CALC-ALERT-TEXT
007153         PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
007154         GO TO 2660-EXIT
007155     END-IF.
007156     ADD 1 TO CALC-SUSP-COUNT.
007157     IF CALC-SUSP-COUNT = CALC-SUSP-ALERT-LIMIT
007158         MOVE "W"                 TO CALC-ALERT-SEV
007159         MOVE "2660-WRITE-SUSP"   TO CALC-ALERT-PARA
007160         MOVE CT-TRAN-KEY         TO CALC-ALERT-KEY
007161         MOVE "SUSPENDED RESULTS REACHED THRESHOLD - CHECK DLL"
007162             TO CALC-ALERT-TEXT
007163         PERFORM 6000-WRITE-ALERT THRU 6000-EXIT
007164     END-IF.
007165 2660-EXIT.
007166     EXIT.
007167
007168*      ---------------------------------------------------------
007169*      2670-REPLACE-SUSPENSE  --  THE KEY IS ALREADY ON CALCSUSP
007170*                                  FROM AN EARLIER RUN OF THE
007171*                                  NIGHT.  STILL OPEN, IT IS
007172*                                  REPLACED BY THIS RESULT.  A
007173*                                  SUPERVISOR'S RELEASE OR KILL
007174*                                  STANDS -- THE RECORD IS LEFT
007175*                                  ALONE.
007176*      ---------------------------------------------------------
007177 2670-REPLACE-SUSPENSE.
007178     READ CALC-SUSP-FILE
007179         INVALID KEY
007180             CONTINUE
007181     END-READ.
007182     IF NOT CALC-SUSP-OK
007183         GO TO 2670-EXIT
007184     END-IF.
007185     IF NOT SU-OPEN
007186         SET CALC-SUSP-DECIDED TO TRUE
007187         GO TO 2670-EXIT
007188     END-IF.
007189     MOVE CALC-SUSP-REASON TO SU-REASON.
007190     MOVE CALC-OUT-RECORD  TO SU-OUT-IMAGE.
007191     REWRITE CALC-SUSP-RECORD
007192         INVALID KEY
007193             CONTINUE
007194     END-REWRITE.
007195 2670-EXIT.
007196     EXIT.
007197
007198*      ---------------------------------------------------------
007199*      2700-WRITE-CHECKPOINT  --  RECORD THIS TRANSACTION KEY AS
007200*                                  THE LATEST SUCCESSFULLY
007201*                                  PROCESSED, FOR A FUTURE
007202*                                  RESTART.
007210*      ---------------------------------------------------------
007220 2700-WRITE-CHECKPOINT.
007230     MOVE CT-TRAN-KEY TO CK-LAST-TRAN-KEY.
008030     MOVE "CALCULATOR"     TO ALR-PROGRAM-ID.
008040     MOVE CALC-DLL-PATH    TO ALR-DLL-PATH.
008050     MOVE CALC-ENTRY-POINT TO ALR-ENTRY-POINT.
008060     MOVE CALC-RUN-DATE    TO ALR-RUN-DATE.
008070     ACCEPT ALR-RUN-TIME   FROM TIME.
008080     MOVE CALC-RETURN-CODE TO ALR-RETURN-CODE.
008090     IF CALC-RETURN-CODE = ZERO
008620*      =========================================================
008630 7500-WRITE-RUN-LEDGER.
008640     COMPUTE CALC-BALANCE-COUNT =
008646         CALC-OUT-COUNT + CALC-REJ-COUNT + CALC-SKIP-COUNT
008652             + CALC-SUSP-COUNT.
008660     IF CALC-BALANCE-COUNT NOT = CALC-READ-COUNT
008670         DISPLAY "CALCULATOR - RUN OUT OF BALANCE - READ "
008680             CALC-READ-COUNT " OUT " CALC-OUT-COUNT
008690             " REJ " CALC-REJ-COUNT " SKIP " CALC-SKIP-COUNT
008694             " SUSP " CALC-SUSP-COUNT
008698         IF CALC-FINAL-RC < 8
008702             MOVE 8 TO CALC-FINAL-RC
008706         END-IF
008710         MOVE "C"                 TO CALC-ALERT-SEV
008720         MOVE "7500-RUN-LEDGER"   TO CALC-ALERT-PARA
008730         MOVE ZERO                TO CALC-ALERT-KEY
008970     MOVE CALC-OUT-COUNT   TO RL-OUT-COUNT.
008980     MOVE CALC-REJ-COUNT   TO RL-REJ-COUNT.
008990     MOVE CALC-SKIP-COUNT  TO RL-SKIP-COUNT.
008995     MOVE CALC-SUSP-COUNT  TO RL-SUSP-COUNT.
009000     MOVE CALC-FINAL-RC    TO RL-RETURN-CODE.
009010     IF CALC-BALANCE-COUNT = CALC-READ-COUNT
009020         SET RL-IN-BALANCE TO TRUE
009180     CLOSE CALC-REJ-FILE.
009190     CLOSE AUDIT-LOG-FILE.
009200     CLOSE CALC-CKPT-FILE.
009202     IF CALC-MSTR-OPEN
009204         CLOSE CALC-MSTR-FILE
009206     END-IF.
009208     CLOSE CALC-SUSP-FILE.
009210 8000-EXIT.
009220     EXIT.
009230
