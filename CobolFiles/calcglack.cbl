000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCGLACK.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  GENERAL-LEDGER
000110*                      ACKNOWLEDGMENT RECONCILIATION.  MATCHES
000120*                      THE GLACK FILE THE LEDGER SYSTEM RETURNS
000130*                      AGAINST THE GLSENT LOG OF BATCHES CALCGLPST
000140*                      HAS CUT, BY BATCH NUMBER.  A BATCH THE
000150*                      LEDGER REJECTED, ONE THAT POSTED SHORT OF
000160*                      THE ENTRY COUNT OR CONTROL TOTAL SENT
000170*                      (WHATEVER STATUS THE LEDGER GAVE IT), AND
000180*                      ONE STILL UNACKNOWLEDGED MORE THAN
000190*                      GAK-GRACE-DAYS AFTER ITS RUN DATE ARE
000200*                      LISTED ON GLACKRPT AS EXCEPTIONS, AS IS AN
000210*                      ACKNOWLEDGMENT FOR NO BATCH WE SENT.  THE
000220*                      MORNING STATUS JOB COUNTS THOSE LINES.
000230*                      WHAT THE LEDGER SAID IS RECORDED ON GLSENT,
000240*                      WHICH IS REWRITTEN, SO AN ACKNOWLEDGMENT
000250*                      SEEN AGAIN IS NOTED AND IGNORED; A
000260*                      REJECTED OR PARTIAL BATCH IS REPORTED THE
000270*                      NIGHT ITS ACKNOWLEDGMENT ARRIVES, AN
000280*                      UNACKNOWLEDGED ONE EVERY NIGHT UNTIL IT
000290*                      IS.  ANSWERED BATCHES DROP OFF GLSENT
000300*                      GAK-KEEP-DAYS AFTER THEIR ANSWER.  THE RUN
000310*                      DATE COMES FROM THE COMMAND LINE
000320*                      (YYYYMMDD, DEFAULT TODAY).  RETURN CODE 4
000330*                      FLAGS ANY EXCEPTION.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT    DIVISION.
000360 CONFIGURATION  SECTION.
000370
000380 INPUT-OUTPUT   SECTION.
000390 FILE-CONTROL.
000400     SELECT GL-SENT-FILE    ASSIGN TO "GLSENT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS  IS GAK-SENT-STATUS.
000430
000440     SELECT GL-ACK-FILE     ASSIGN TO "GLACK"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS  IS GAK-ACK-STATUS.
000470
000480     SELECT GL-ACK-RPT-FILE ASSIGN TO "GLACKRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS GAK-RPT-STATUS.
000510
000520 DATA           DIVISION.
000530 FILE           SECTION.
000540
000550 FD  GL-SENT-FILE.
000560 COPY GLSENTRC.
000570
000580 FD  GL-ACK-FILE.
000590 COPY GLACKREC.
000600
000610 FD  GL-ACK-RPT-FILE.
000620 COPY GLAKRREC.
000630
000640 WORKING-STORAGE SECTION.
000650 77  GAK-SENT-STATUS         PIC X(02).
000660     88  GAK-SENT-OK              VALUE "00".
000670     88  GAK-SENT-NOT-FOUND       VALUE "35".
000680
000690 77  GAK-ACK-STATUS          PIC X(02).
000700     88  GAK-ACK-OK               VALUE "00".
000710
000720 77  GAK-RPT-STATUS          PIC X(02).
000730
000740 77  GAK-SENT-EOF-SWITCH     PIC X(01) VALUE "N".
000750     88  GAK-SENT-EOF             VALUE "Y".
000760
000770 77  GAK-ACK-EOF-SWITCH      PIC X(01) VALUE "N".
000780     88  GAK-ACK-EOF              VALUE "Y".
000790
000800 77  GAK-ACK-OPEN-SWITCH     PIC X(01) VALUE "N".
000810     88  GAK-ACK-OPEN             VALUE "Y".
000820
000830 77  GAK-RUN-DATE            PIC 9(08) VALUE ZERO.
000840 77  GAK-DATE-PARM           PIC X(08).
000850 77  GAK-ACK-DATE            PIC 9(08) VALUE ZERO.
000860
000870*    AN UNANSWERED BATCH IS OVERDUE WHEN ITS RUN DATE IS MORE
000880*    THAN GAK-GRACE-DAYS OLD -- ENOUGH TO CARRY A FRIDAY BATCH
000890*    OVER A WEEKEND.  AN ANSWERED ONE IS KEPT ON GLSENT FOR
000900*    GAK-KEEP-DAYS AFTER ITS ANSWER.
000910 77  GAK-GRACE-DAYS          PIC 9(03) VALUE 3.
000920 77  GAK-KEEP-DAYS           PIC 9(03) VALUE 90.
000930 77  GAK-RUN-DAYS            PIC S9(09) COMP-3 VALUE ZERO.
000940 77  GAK-THEN-DAYS           PIC S9(09) COMP-3 VALUE ZERO.
000950 77  GAK-AGE-DAYS            PIC S9(09) COMP-3 VALUE ZERO.
000960
000970 77  GAK-SENT-USED           PIC 9(04) COMP VALUE ZERO.
000980 77  GAK-SENT-MAX            PIC 9(04) COMP VALUE 1000.
000990 77  GAK-SUB                 PIC 9(04) COMP VALUE ZERO.
001000 77  GAK-HIT                 PIC 9(04) COMP VALUE ZERO.
001010
001020 77  GAK-SENT-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001030 77  GAK-ACK-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001040 77  GAK-POSTED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001050 77  GAK-REJECTED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001060 77  GAK-PARTIAL-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001070 77  GAK-NO-ACK-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001080 77  GAK-AWAITING-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001090 77  GAK-UNMATCHED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001100 77  GAK-REPEAT-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001110 77  GAK-DROPPED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001120 77  GAK-FINAL-RC            PIC 9(02) VALUE ZERO.
001130
001140 77  GAK-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001150 77  GAK-EDIT-COUNT2         PIC Z,ZZZ,ZZ9.
001160 77  GAK-EDIT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001170 77  GAK-EDIT-AMOUNT2        PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001180 77  GAK-EDIT-DAYS           PIC ZZZZ9.
001190 77  GAK-LINE                PIC X(100).
001200
001210*  EVERY BATCH ON GLSENT, HELD WHILE THE ACKNOWLEDGMENTS ARE
001220*  MATCHED AND WRITTEN BACK AFTER.  FIELDS AS ON GLSENTRC.
001230 01  GAK-SENT-TABLE.
001240     05  GAK-SENT-ENTRY      OCCURS 1000 TIMES.
001250         10  GAK-T-BATCH-NO      PIC 9(08).
001260         10  GAK-T-RUN-DATE      PIC 9(08).
001270         10  GAK-T-CUT-DATE      PIC 9(08).
001280         10  GAK-T-ENTRY-COUNT   PIC 9(05).
001290         10  GAK-T-CONTROL-TOTAL PIC 9(15)V99.
001300         10  GAK-T-ACK-STATUS    PIC X(01).
001310         10  GAK-T-ACK-DATE      PIC 9(08).
001320         10  GAK-T-POSTED-COUNT  PIC 9(05).
001330         10  GAK-T-POSTED-AMOUNT PIC 9(15)V99.
001340
001350 LINKAGE SECTION.
001360
001370 PROCEDURE DIVISION.
001380
001390*      =========================================================
001400*      0000-MAINLINE
001410*      =========================================================
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440
001450     PERFORM 2000-MATCH-ONE-ACK THRU 2000-EXIT
001460         UNTIL GAK-ACK-EOF.
001470
001480     PERFORM 3000-CHECK-UNANSWERED THRU 3000-EXIT.
001490     PERFORM 4000-REWRITE-SENT THRU 4000-EXIT.
001500
001510     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001530     IF (GAK-REJECTED-COUNT > ZERO
001540         OR GAK-PARTIAL-COUNT > ZERO
001550         OR GAK-NO-ACK-COUNT > ZERO
001560         OR GAK-UNMATCHED-COUNT > ZERO)
001570         AND GAK-FINAL-RC < 4
001580         MOVE 4 TO GAK-FINAL-RC
001590     END-IF.
001600     MOVE GAK-FINAL-RC TO RETURN-CODE.
001610     GO TO 9999-EXIT.
001620
001630*      =========================================================
001640*      1000-INITIALIZE  --  RESOLVE THE RUN DATE, OPEN THE
001650*                            REPORT, LOAD GLSENT AND PRIME THE
001660*                            ACKNOWLEDGMENT READ.  NO GLACK YET
001670*                            IS NOT AN ERROR -- THE OVERDUE
001680*                            CHECK STILL RUNS.
001690*      =========================================================
001700 1000-INITIALIZE.
001710     ACCEPT GAK-DATE-PARM FROM COMMAND-LINE.
001720     IF GAK-DATE-PARM = SPACES
001730         ACCEPT GAK-RUN-DATE FROM DATE YYYYMMDD
001740     ELSE
001750         IF GAK-DATE-PARM NUMERIC
001760             MOVE GAK-DATE-PARM TO GAK-RUN-DATE
001770         ELSE
001780             DISPLAY "CALCGLACK - RUN DATE PARM NOT YYYYMMDD: "
001790                 GAK-DATE-PARM
001800             MOVE 16 TO RETURN-CODE
001810             GO TO 9999-EXIT
001820         END-IF
001830     END-IF.
001840     COMPUTE GAK-RUN-DAYS =
001850         FUNCTION INTEGER-OF-DATE (GAK-RUN-DATE).
001860     IF GAK-RUN-DAYS = ZERO
001870         DISPLAY "CALCGLACK - RUN DATE IS NOT A CALENDAR DATE: "
001880             GAK-RUN-DATE
001890         MOVE 16 TO RETURN-CODE
001900         GO TO 9999-EXIT
001910     END-IF.
001920
001930     OPEN OUTPUT GL-ACK-RPT-FILE.
001940     IF GAK-RPT-STATUS NOT = "00"
001950         DISPLAY "CALCGLACK - GLACKRPT OPEN FAILED"
001960         MOVE 16 TO RETURN-CODE
001970         GO TO 9999-EXIT
001980     END-IF.
001990*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
002000*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
002010     MOVE SPACES TO GAK-LINE.
002020     STRING "GL ACKNOWLEDGMENT RECONCILIATION - RUN DATE "
002030         GAK-RUN-DATE
002040         DELIMITED BY SIZE INTO GAK-LINE
002050     END-STRING.
002060     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002070     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002080
002090     OPEN INPUT GL-SENT-FILE.
002100     IF GAK-SENT-NOT-FOUND
002110         MOVE "GLSENT: NO BATCHES HAVE BEEN SENT" TO GAK-LINE
002120         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002130     ELSE
002140         IF NOT GAK-SENT-OK
002150             DISPLAY "CALCGLACK - GLSENT OPEN FAILED - STATUS "
002160                 GAK-SENT-STATUS
002170             MOVE 16 TO RETURN-CODE
002180             CLOSE GL-ACK-RPT-FILE
002190             GO TO 9999-EXIT
002200         END-IF
002210         PERFORM 1100-LOAD-ONE-SENT THRU 1100-EXIT
002220             UNTIL GAK-SENT-EOF
002230         CLOSE GL-SENT-FILE
002240     END-IF.
002250
002260     OPEN INPUT GL-ACK-FILE.
002270     IF NOT GAK-ACK-OK
002280         MOVE "GLACK: NO ACKNOWLEDGMENT FILE RECEIVED" TO GAK-LINE
002290         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002300         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002310         SET GAK-ACK-EOF TO TRUE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     SET GAK-ACK-OPEN TO TRUE.
002350     PERFORM 2100-READ-ACK THRU 2100-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380
002390*      ---------------------------------------------------------
002400*      1100-LOAD-ONE-SENT  --  A GLSENT TOO BIG FOR THE TABLE
002410*                               ABENDS THE RUN:  THE FILE IS
002420*                               REWRITTEN FROM THE TABLE, AND
002430*                               A BATCH LEFT OUT WOULD VANISH.
002440*      ---------------------------------------------------------
002450 1100-LOAD-ONE-SENT.
002460     READ GL-SENT-FILE
002470         AT END
002480             SET GAK-SENT-EOF TO TRUE
002490             GO TO 1100-EXIT
002500     END-READ.
002510     IF GAK-SENT-USED NOT < GAK-SENT-MAX
002520         DISPLAY "CALCGLACK - GLSENT HOLDS MORE THAN "
002530             GAK-SENT-MAX " BATCHES - ABENDING"
002540         MOVE 16 TO RETURN-CODE
002550         CLOSE GL-SENT-FILE
002560         CLOSE GL-ACK-RPT-FILE
002570         GO TO 9999-EXIT
002580     END-IF.
002590     ADD 1 TO GAK-SENT-USED.
002600     ADD 1 TO GAK-SENT-COUNT.
002610     MOVE GS-BATCH-NO      TO GAK-T-BATCH-NO (GAK-SENT-USED).
002620     MOVE GS-RUN-DATE      TO GAK-T-RUN-DATE (GAK-SENT-USED).
002630     MOVE GS-CUT-DATE      TO GAK-T-CUT-DATE (GAK-SENT-USED).
002640     MOVE GS-ENTRY-COUNT   TO GAK-T-ENTRY-COUNT (GAK-SENT-USED).
002650     MOVE GS-CONTROL-TOTAL
002660         TO GAK-T-CONTROL-TOTAL (GAK-SENT-USED).
002670     MOVE GS-ACK-STATUS    TO GAK-T-ACK-STATUS (GAK-SENT-USED).
002680     MOVE GS-ACK-DATE      TO GAK-T-ACK-DATE (GAK-SENT-USED).
002690     MOVE GS-POSTED-COUNT  TO GAK-T-POSTED-COUNT (GAK-SENT-USED).
002700     MOVE GS-POSTED-AMOUNT
002710         TO GAK-T-POSTED-AMOUNT (GAK-SENT-USED).
002720 1100-EXIT.
002730     EXIT.
002740
002750*      =========================================================
002760*      2000-MATCH-ONE-ACK  --  FIND THE BATCH THE ACKNOWLEDGMENT
002770*                               NAMES AND JUDGE WHAT THE LEDGER
002780*                               DID WITH IT.
002790*      =========================================================
002800 2000-MATCH-ONE-ACK.
002810     ADD 1 TO GAK-ACK-COUNT.
002820     IF GA-BATCH-NO NOT NUMERIC
002830         STRING "GL UNMATCHED ACK - BATCH NUMBER <" GA-BATCH-NO
002840             "> NOT NUMERIC"
002850             DELIMITED BY SIZE INTO GAK-LINE
002860         END-STRING
002870         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002880         ADD 1 TO GAK-UNMATCHED-COUNT
002890         GO TO 2000-NEXT
002900     END-IF.
002910
002920     MOVE ZERO TO GAK-HIT.
002930     PERFORM 2200-FIND-BATCH THRU 2200-EXIT
002940         VARYING GAK-SUB FROM 1 BY 1
002950         UNTIL GAK-SUB > GAK-SENT-USED
002960         OR GAK-HIT > ZERO.
002970     IF GAK-HIT = ZERO
002980         STRING "GL UNMATCHED ACK FOR BATCH " GA-BATCH-NO
002990             " - NO SUCH BATCH ON GLSENT"
003000             DELIMITED BY SIZE INTO GAK-LINE
003010         END-STRING
003020         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003030         ADD 1 TO GAK-UNMATCHED-COUNT
003040         GO TO 2000-NEXT
003050     END-IF.
003060
003070     IF GAK-T-ACK-STATUS (GAK-HIT) NOT = "S"
003080         STRING "BATCH " GA-BATCH-NO
003090             " ALREADY ANSWERED ON " GAK-T-ACK-DATE (GAK-HIT)
003100             " (STATUS " GAK-T-ACK-STATUS (GAK-HIT)
003110             ") - ACKNOWLEDGMENT IGNORED"
003120             DELIMITED BY SIZE INTO GAK-LINE
003130         END-STRING
003140         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003150         ADD 1 TO GAK-REPEAT-COUNT
003160         GO TO 2000-NEXT
003170     END-IF.
003180
003190     IF NOT GA-ACCEPTED
003200         AND NOT GA-PART-POSTED
003210         AND NOT GA-REJECTED
003220         STRING "GL UNMATCHED ACK FOR BATCH " GA-BATCH-NO
003230             " - STATUS <" GA-STATUS "> NOT A, P OR R"
003240             DELIMITED BY SIZE INTO GAK-LINE
003250         END-STRING
003260         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003270         ADD 1 TO GAK-UNMATCHED-COUNT
003280         GO TO 2000-NEXT
003290     END-IF.
003300
003310     IF GA-ACK-DATE NUMERIC
003320         AND GA-ACK-DATE NOT = ZERO
003330         MOVE GA-ACK-DATE TO GAK-ACK-DATE
003340     ELSE
003350         MOVE GAK-RUN-DATE TO GAK-ACK-DATE
003360     END-IF.
003370
003380     IF GA-REJECTED
003390         PERFORM 2300-BATCH-REJECTED THRU 2300-EXIT
003400     ELSE
003410         PERFORM 2400-BATCH-POSTED THRU 2400-EXIT
003420     END-IF.
003430
003440 2000-NEXT.
003450     PERFORM 2100-READ-ACK THRU 2100-EXIT.
003460 2000-EXIT.
003470     EXIT.
003480
003490*      ---------------------------------------------------------
003500*      2100-READ-ACK
003510*      ---------------------------------------------------------
003520 2100-READ-ACK.
003530     READ GL-ACK-FILE
003540         AT END
003550             SET GAK-ACK-EOF TO TRUE
003560     END-READ.
003570 2100-EXIT.
003580     EXIT.
003590
003600*      ---------------------------------------------------------
003610*      2200-FIND-BATCH
003620*      ---------------------------------------------------------
003630 2200-FIND-BATCH.
003640     IF GAK-T-BATCH-NO (GAK-SUB) = GA-BATCH-NO
003650         MOVE GAK-SUB TO GAK-HIT
003660     END-IF.
003670 2200-EXIT.
003680     EXIT.
003690
003700*      ---------------------------------------------------------
003710*      2300-BATCH-REJECTED  --  NOTHING POSTED.
003720*      ---------------------------------------------------------
003730 2300-BATCH-REJECTED.
003740     MOVE "R"          TO GAK-T-ACK-STATUS (GAK-HIT).
003750     MOVE GAK-ACK-DATE TO GAK-T-ACK-DATE (GAK-HIT).
003760     MOVE ZERO         TO GAK-T-POSTED-COUNT (GAK-HIT).
003770     MOVE ZERO         TO GAK-T-POSTED-AMOUNT (GAK-HIT).
003780     ADD 1 TO GAK-REJECTED-COUNT.
003790     MOVE GAK-T-CONTROL-TOTAL (GAK-HIT) TO GAK-EDIT-AMOUNT.
003800     STRING "GL REJECTED  BATCH " GA-BATCH-NO
003810         " RUN DATE " GAK-T-RUN-DATE (GAK-HIT)
003820         " CONTROL TOTAL " GAK-EDIT-AMOUNT
003830         DELIMITED BY SIZE INTO GAK-LINE
003840     END-STRING.
003850     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003860     STRING "             REASON: " GA-REASON
003870         DELIMITED BY SIZE INTO GAK-LINE
003880     END-STRING.
003890     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003900 2300-EXIT.
003910     EXIT.
003920
003930*      ---------------------------------------------------------
003940*      2400-BATCH-POSTED  --  IN FULL ONLY IF THE LEDGER SAYS SO
003950*                              AND POSTED EVERY ENTRY AND THE
003960*                              WHOLE CONTROL TOTAL; OTHERWISE
003970*                              PARTIAL.  COUNTS THAT ARE NOT
003980*                              NUMBERS POSTED NOTHING WE CAN
003990*                              TRUST -- ALSO PARTIAL, AT ZERO.
004000*      ---------------------------------------------------------
004010 2400-BATCH-POSTED.
004020     MOVE GAK-ACK-DATE TO GAK-T-ACK-DATE (GAK-HIT).
004030     IF GA-ENTRIES-POSTED NUMERIC
004040         AND GA-AMOUNT-POSTED NUMERIC
004050         MOVE GA-ENTRIES-POSTED TO GAK-T-POSTED-COUNT (GAK-HIT)
004060         MOVE GA-AMOUNT-POSTED  TO GAK-T-POSTED-AMOUNT (GAK-HIT)
004070     ELSE
004080         MOVE ZERO TO GAK-T-POSTED-COUNT (GAK-HIT)
004090         MOVE ZERO TO GAK-T-POSTED-AMOUNT (GAK-HIT)
004100     END-IF.
004110
004120     IF GA-ACCEPTED
004130         AND GAK-T-POSTED-COUNT (GAK-HIT) =
004140             GAK-T-ENTRY-COUNT (GAK-HIT)
004150         AND GAK-T-POSTED-AMOUNT (GAK-HIT) =
004160             GAK-T-CONTROL-TOTAL (GAK-HIT)
004170         MOVE "P" TO GAK-T-ACK-STATUS (GAK-HIT)
004180         ADD 1 TO GAK-POSTED-COUNT
004190         MOVE GAK-T-ENTRY-COUNT (GAK-HIT) TO GAK-EDIT-COUNT
004200         MOVE GAK-T-CONTROL-TOTAL (GAK-HIT) TO GAK-EDIT-AMOUNT
004210         STRING "BATCH " GA-BATCH-NO
004220             " RUN DATE " GAK-T-RUN-DATE (GAK-HIT)
004230             " POSTED IN FULL - ENTRIES " GAK-EDIT-COUNT
004240             " TOTAL " GAK-EDIT-AMOUNT
004250             DELIMITED BY SIZE INTO GAK-LINE
004260         END-STRING
004270         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004280         GO TO 2400-EXIT
004290     END-IF.
004300
004310     MOVE "T" TO GAK-T-ACK-STATUS (GAK-HIT).
004320     ADD 1 TO GAK-PARTIAL-COUNT.
004330     MOVE GAK-T-POSTED-COUNT (GAK-HIT) TO GAK-EDIT-COUNT.
004340     MOVE GAK-T-ENTRY-COUNT (GAK-HIT)  TO GAK-EDIT-COUNT2.
004350     STRING "GL PARTIAL   BATCH " GA-BATCH-NO
004360         " RUN DATE " GAK-T-RUN-DATE (GAK-HIT)
004370         " STATUS " GA-STATUS
004380         " - ENTRIES POSTED " GAK-EDIT-COUNT
004390         " OF " GAK-EDIT-COUNT2
004400         DELIMITED BY SIZE INTO GAK-LINE
004410     END-STRING.
004420     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004430     MOVE GAK-T-POSTED-AMOUNT (GAK-HIT) TO GAK-EDIT-AMOUNT.
004440     MOVE GAK-T-CONTROL-TOTAL (GAK-HIT) TO GAK-EDIT-AMOUNT2.
004450     STRING "             AMOUNT POSTED " GAK-EDIT-AMOUNT
004460         " OF " GAK-EDIT-AMOUNT2
004470         DELIMITED BY SIZE INTO GAK-LINE
004480     END-STRING.
004490     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004500     IF GA-REASON NOT = SPACES
004510         STRING "             REASON: " GA-REASON
004520             DELIMITED BY SIZE INTO GAK-LINE
004530         END-STRING
004540         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004550     END-IF.
004560 2400-EXIT.
004570     EXIT.
004580
004590*      =========================================================
004600*      3000-CHECK-UNANSWERED  --  EVERY BATCH STILL WAITING IS
004610*                                  LISTED; PAST THE GRACE
004620*                                  PERIOD IT IS AN EXCEPTION.
004630*      =========================================================
004640 3000-CHECK-UNANSWERED.
004650     IF GAK-SENT-USED = ZERO
004660         GO TO 3000-EXIT
004670     END-IF.
004680     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004690     PERFORM 3100-CHECK-ONE-BATCH THRU 3100-EXIT
004700         VARYING GAK-SUB FROM 1 BY 1
004710         UNTIL GAK-SUB > GAK-SENT-USED.
004720 3000-EXIT.
004730     EXIT.
004740
004750*      ---------------------------------------------------------
004760*      3100-CHECK-ONE-BATCH  --  A RUN DATE THAT IS NOT A REAL
004770*                                 DATE CANNOT BE AGED; IT IS
004780*                                 TREATED AS OVERDUE.
004790*      ---------------------------------------------------------
004800 3100-CHECK-ONE-BATCH.
004810     IF GAK-T-ACK-STATUS (GAK-SUB) NOT = "S"
004820         GO TO 3100-EXIT
004830     END-IF.
004840     COMPUTE GAK-THEN-DAYS =
004850         FUNCTION INTEGER-OF-DATE (GAK-T-RUN-DATE (GAK-SUB)).
004860     IF GAK-THEN-DAYS = ZERO
004870         COMPUTE GAK-AGE-DAYS = GAK-GRACE-DAYS + 1
004880     ELSE
004890         COMPUTE GAK-AGE-DAYS = GAK-RUN-DAYS - GAK-THEN-DAYS
004900     END-IF.
004910     IF GAK-AGE-DAYS < ZERO
004920         MOVE ZERO TO GAK-AGE-DAYS
004930     END-IF.
004940     MOVE GAK-AGE-DAYS TO GAK-EDIT-DAYS.
004950
004960     IF GAK-AGE-DAYS > GAK-GRACE-DAYS
004970         ADD 1 TO GAK-NO-ACK-COUNT
004980         STRING "GL NO ACK    BATCH " GAK-T-BATCH-NO (GAK-SUB)
004990             " RUN DATE " GAK-T-RUN-DATE (GAK-SUB)
005000             " - NOT ACKNOWLEDGED AFTER " GAK-EDIT-DAYS " DAYS"
005010             DELIMITED BY SIZE INTO GAK-LINE
005020         END-STRING
005030     ELSE
005040         ADD 1 TO GAK-AWAITING-COUNT
005050         STRING "BATCH " GAK-T-BATCH-NO (GAK-SUB)
005060             " RUN DATE " GAK-T-RUN-DATE (GAK-SUB)
005070             " AWAITING ACKNOWLEDGMENT - " GAK-EDIT-DAYS
005080             " DAYS"
005090             DELIMITED BY SIZE INTO GAK-LINE
005100         END-STRING
005110     END-IF.
005120     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005130 3100-EXIT.
005140     EXIT.
005150
005160*      =========================================================
005170*      4000-REWRITE-SENT  --  WRITE GLSENT BACK FROM THE TABLE,
005180*                              LESS ANSWERED BATCHES PAST THEIR
005190*                              KEEP PERIOD.
005200*      =========================================================
005210 4000-REWRITE-SENT.
005220     IF GAK-SENT-USED = ZERO
005230         GO TO 4000-EXIT
005240     END-IF.
005250     OPEN OUTPUT GL-SENT-FILE.
005260     IF NOT GAK-SENT-OK
005270         DISPLAY "CALCGLACK - GLSENT REWRITE OPEN FAILED - "
005280             "STATUS " GAK-SENT-STATUS
005290         MOVE 12 TO GAK-FINAL-RC
005300         GO TO 4000-EXIT
005310     END-IF.
005320     PERFORM 4100-WRITE-ONE-SENT THRU 4100-EXIT
005330         VARYING GAK-SUB FROM 1 BY 1
005340         UNTIL GAK-SUB > GAK-SENT-USED.
005350     CLOSE GL-SENT-FILE.
005360 4000-EXIT.
005370     EXIT.
005380
005390*      ---------------------------------------------------------
005400*      4100-WRITE-ONE-SENT
005410*      ---------------------------------------------------------
005420 4100-WRITE-ONE-SENT.
005430     IF GAK-T-ACK-STATUS (GAK-SUB) NOT = "S"
005440         COMPUTE GAK-THEN-DAYS =
005450             FUNCTION INTEGER-OF-DATE (GAK-T-ACK-DATE (GAK-SUB))
005460         IF GAK-THEN-DAYS > ZERO
005470             AND GAK-RUN-DAYS - GAK-THEN-DAYS > GAK-KEEP-DAYS
005480             ADD 1 TO GAK-DROPPED-COUNT
005490             GO TO 4100-EXIT
005500         END-IF
005510     END-IF.
005520     MOVE SPACES TO GL-SENT-RECORD.
005530     MOVE GAK-T-BATCH-NO (GAK-SUB)      TO GS-BATCH-NO.
005540     MOVE GAK-T-RUN-DATE (GAK-SUB)      TO GS-RUN-DATE.
005550     MOVE GAK-T-CUT-DATE (GAK-SUB)      TO GS-CUT-DATE.
005560     MOVE GAK-T-ENTRY-COUNT (GAK-SUB)   TO GS-ENTRY-COUNT.
005570     MOVE GAK-T-CONTROL-TOTAL (GAK-SUB) TO GS-CONTROL-TOTAL.
005580     MOVE GAK-T-ACK-STATUS (GAK-SUB)    TO GS-ACK-STATUS.
005590     MOVE GAK-T-ACK-DATE (GAK-SUB)      TO GS-ACK-DATE.
005600     MOVE GAK-T-POSTED-COUNT (GAK-SUB)  TO GS-POSTED-COUNT.
005610     MOVE GAK-T-POSTED-AMOUNT (GAK-SUB) TO GS-POSTED-AMOUNT.
005620     WRITE GL-SENT-RECORD.
005630     IF NOT GAK-SENT-OK
005640         DISPLAY "CALCGLACK - GLSENT WRITE FAILED - STATUS "
005650             GAK-SENT-STATUS " - BATCH " GS-BATCH-NO
005660         MOVE 12 TO GAK-FINAL-RC
005670     END-IF.
005680 4100-EXIT.
005690     EXIT.
005700
005710*      =========================================================
005720*      7000-PRINT-SUMMARY
005730*      =========================================================
005740 7000-PRINT-SUMMARY.
005750     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005760     MOVE GAK-SENT-COUNT TO GAK-EDIT-COUNT.
005770     MOVE GAK-ACK-COUNT  TO GAK-EDIT-COUNT2.
005780     STRING "BATCHES ON GLSENT:    " GAK-EDIT-COUNT
005790         "   ACKNOWLEDGMENTS READ: " GAK-EDIT-COUNT2
005800         DELIMITED BY SIZE INTO GAK-LINE
005810     END-STRING.
005820     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005830     MOVE GAK-POSTED-COUNT TO GAK-EDIT-COUNT.
005840     STRING "POSTED IN FULL:       " GAK-EDIT-COUNT
005850         DELIMITED BY SIZE INTO GAK-LINE
005860     END-STRING.
005870     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005880     MOVE GAK-REJECTED-COUNT TO GAK-EDIT-COUNT.
005890     STRING "REJECTED:             " GAK-EDIT-COUNT
005900         DELIMITED BY SIZE INTO GAK-LINE
005910     END-STRING.
005920     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005930     MOVE GAK-PARTIAL-COUNT TO GAK-EDIT-COUNT.
005940     STRING "PARTIALLY POSTED:     " GAK-EDIT-COUNT
005950         DELIMITED BY SIZE INTO GAK-LINE
005960     END-STRING.
005970     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005980     MOVE GAK-NO-ACK-COUNT TO GAK-EDIT-COUNT.
005990     STRING "NOT ACKNOWLEDGED:     " GAK-EDIT-COUNT
006000         DELIMITED BY SIZE INTO GAK-LINE
006010     END-STRING.
006020     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006030     MOVE GAK-AWAITING-COUNT TO GAK-EDIT-COUNT.
006040     STRING "AWAITING (IN GRACE):  " GAK-EDIT-COUNT
006050         DELIMITED BY SIZE INTO GAK-LINE
006060     END-STRING.
006070     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006080     MOVE GAK-UNMATCHED-COUNT TO GAK-EDIT-COUNT.
006090     STRING "UNMATCHED ACKS:       " GAK-EDIT-COUNT
006100         DELIMITED BY SIZE INTO GAK-LINE
006110     END-STRING.
006120     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006130     MOVE GAK-REPEAT-COUNT TO GAK-EDIT-COUNT.
006140     STRING "REPEATED ACKS:        " GAK-EDIT-COUNT
006150         DELIMITED BY SIZE INTO GAK-LINE
006160     END-STRING.
006170     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006180     MOVE GAK-DROPPED-COUNT TO GAK-EDIT-COUNT.
006190     STRING "AGED OFF GLSENT:      " GAK-EDIT-COUNT
006200         DELIMITED BY SIZE INTO GAK-LINE
006210     END-STRING.
006220     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006230 7000-EXIT.
006240     EXIT.
006250
006260*      ---------------------------------------------------------
006270*      7900-WRITE-LINE  --  COMMON WRITE/DISPLAY FOR ONE REPORT
006280*                            LINE.
006290*      ---------------------------------------------------------
006300 7900-WRITE-LINE.
006310     WRITE GL-ACK-RPT-RECORD FROM GAK-LINE.
006320     DISPLAY GAK-LINE.
006330     MOVE SPACES TO GAK-LINE.
006340 7900-EXIT.
006350     EXIT.
006360
006370*      =========================================================
006380*      8000-TERMINATE
006390*      =========================================================
006400 8000-TERMINATE.
006410     IF GAK-ACK-OPEN
006420         CLOSE GL-ACK-FILE
006430     END-IF.
006440     CLOSE GL-ACK-RPT-FILE.
006450 8000-EXIT.
006460     EXIT.
006470
006480*      =========================================================
006490*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
006500*                      COMPLETION AND ABEND.
006510*      =========================================================
006520 9999-EXIT.
006530     STOP RUN.
