000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCGLPST.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  GENERAL-LEDGER POSTING
000110*                      CUT.  FINANCE RE-KEYED THE CALCSTMT
000120*                      TRAILER TOTALS INTO THE LEDGER BY HAND
000130*                      EVERY MORNING.  THIS STEP READS THE
000140*                      NIGHT'S CALCOUT AND WRITES ONE GLPOST
000150*                      BATCH:  A HEADER, ONE DEBIT OR CREDIT
000160*                      ENTRY PER SUBMITTER AND OP CODE NETTING
000170*                      THE CO-DECIMAL-RESULT AMOUNTS (SKIPPED
000180*                      SEGMENTS ADD NOTHING, REVERSALS ADD THEIR
000190*                      NEGATED AMOUNTS UNDER OP CODE R -- THE
000200*                      SAME FIGURES AS THE STATEMENT TRAILERS),
000210*                      AND A TRAILER WITH THE ENTRY COUNT, THE
000220*                      DEBIT AND CREDIT TOTALS AND THE CONTROL
000230*                      TOTAL.  THE BATCH NUMBER COMES OFF GLCTL
000240*                      AND IS WRITTEN BACK BEFORE THE FILE IS
000250*                      CUT, SO IT NEVER REPEATS.  EACH BATCH CUT
000260*                      IS APPENDED TO GLSENT FOR CALCGLACK TO
000270*                      MATCH THE LEDGER'S ACKNOWLEDGMENT AGAINST.
000280*                      THE RUN DATE COMES FROM THE COMMAND LINE
000290*                      (YYYYMMDD, DEFAULT TODAY).  A SECOND CUT
000300*                      FOR A RUN DATE ALREADY SENT IS REFUSED
000310*                      WITH RETURN CODE 4 AND THE FILE LEFT AS
000320*                      IT WAS, UNLESS THE WORD RECUT FOLLOWS THE
000330*                      DATE (A BATCH THE LEDGER REJECTED), WHICH
000340*                      CUTS IT AGAIN UNDER A NEW BATCH NUMBER.
000350*                      A RESULT WHOSE SOURCE ID IS NOT AN ACTIVE
000360*                      DEPARTMENT ON SUBMSTR IS LEFT OFF, SHOWN
000370*                      ON THE CONSOLE AND FLAGGED WITH RETURN
000380*                      CODE 4, AS ON THE STATEMENTS.
000381*    10/15/26   GM    A GLPOST FILE THAT COULD NOT BE WRITTEN OR
000382*                      CLOSED IS NO LONGER LOGGED ON GLSENT, AND
000383*                      GLCTL IS PUT BACK AS IT WAS SO THE BATCH
000384*                      NUMBER IS NOT SPENT ON A FILE THAT MUST
000385*                      NOT BE SENT.  ENTRY AMOUNTS NOW CARRY THE
000386*                      FULL WIDTH OF THE TRAILER TOTALS.
000387*    10/15/26   GM    GLCTL IS ALSO PUT BACK WHEN CALCOUT OR
000388*                      GLPOST WILL NOT OPEN, SO THE RERUN IS NOT
000389*                      REFUSED AS ALREADY CUT.
000390*----------------------------------------------------------------*
000400 ENVIRONMENT    DIVISION.
000410 CONFIGURATION  SECTION.
000420
000430 INPUT-OUTPUT   SECTION.
000440 FILE-CONTROL.
000450     SELECT CALC-OUT-FILE   ASSIGN TO "CALCOUT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS GLP-OUT-STATUS.
000480
000490     SELECT SUBM-MSTR-FILE  ASSIGN TO "SUBMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE  IS RANDOM
000520         RECORD KEY   IS SB-DEPT-CODE
000530         FILE STATUS  IS GLP-SUBM-STATUS.
000540
000550     SELECT GL-CTL-FILE     ASSIGN TO "GLCTL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS  IS GLP-CTL-STATUS.
000580
000590     SELECT GL-POST-FILE    ASSIGN TO "GLPOST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS  IS GLP-POST-STATUS.
000620
000630     SELECT GL-SENT-FILE    ASSIGN TO "GLSENT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS  IS GLP-SENT-STATUS.
000660
000670 DATA           DIVISION.
000680 FILE           SECTION.
000690
000700 FD  CALC-OUT-FILE.
000710 COPY CALCOUT.
000720
000730 FD  SUBM-MSTR-FILE.
000740 COPY SUBMREC.
000750
000760 FD  GL-CTL-FILE.
000770 COPY GLCTLREC.
000780
000790 FD  GL-POST-FILE.
000800 COPY GLPOSTRC.
000810
000820 FD  GL-SENT-FILE.
000830 COPY GLSENTRC.
000840
000850 WORKING-STORAGE SECTION.
000860 77  GLP-OUT-STATUS          PIC X(02).
000870     88  GLP-OUT-OK               VALUE "00".
000880     88  GLP-OUT-NOT-FOUND        VALUE "35".
000890
000900 77  GLP-SUBM-STATUS         PIC X(02).
000910     88  GLP-SUBM-OK              VALUE "00".
000920
000930 77  GLP-CTL-STATUS          PIC X(02).
000940     88  GLP-CTL-OK               VALUE "00".
000950
000960 77  GLP-POST-STATUS         PIC X(02).
000970     88  GLP-POST-OK              VALUE "00".
000980
000990 77  GLP-SENT-STATUS         PIC X(02).
001000     88  GLP-SENT-OK              VALUE "00".
001010
001020 77  GLP-OUT-EOF-SWITCH      PIC X(01) VALUE "N".
001030     88  GLP-OUT-EOF              VALUE "Y".
001040
001050 77  GLP-RECUT-SWITCH        PIC X(01) VALUE "N".
001060     88  GLP-RECUT                VALUE "Y".
001061
001062 77  GLP-POST-FAIL-SWITCH    PIC X(01) VALUE "N".
001063     88  GLP-POST-FAILED          VALUE "Y".
001064
001065 77  GLP-SAVED-CTL           PIC X(35).
001070
001080 77  GLP-PARM                PIC X(40).
001090 77  GLP-DATE-PARM           PIC X(08).
001100 77  GLP-OPTION              PIC X(08).
001110 77  GLP-RUN-DATE            PIC 9(08) VALUE ZERO.
001120 77  GLP-CUT-DATE            PIC 9(08) VALUE ZERO.
001130 77  GLP-CUT-TIME            PIC 9(08) VALUE ZERO.
001140 77  GLP-BATCH-NO            PIC 9(08) VALUE ZERO.
001150 77  GLP-PRIOR-BATCH-NO      PIC 9(08) VALUE ZERO.
001160
001170 77  GLP-DEPT-NO             PIC 9(02) VALUE ZERO.
001180 77  GLP-OP-NO               PIC 9(02) VALUE ZERO.
001190 77  GLP-SUB                 PIC 9(02) VALUE ZERO.
001200 77  GLP-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001210 77  GLP-UNKNOWN-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001220 77  GLP-ENTRY-COUNT         PIC 9(05) VALUE ZERO.
001230 77  GLP-NET-AMOUNT          PIC S9(15)V99 COMP-3 VALUE ZERO.
001240 77  GLP-DEBIT-TOTAL         PIC 9(15)V99 COMP-3 VALUE ZERO.
001250 77  GLP-CREDIT-TOTAL        PIC 9(15)V99 COMP-3 VALUE ZERO.
001260 77  GLP-CONTROL-TOTAL       PIC 9(15)V99 COMP-3 VALUE ZERO.
001270 77  GLP-FINAL-RC            PIC 9(02) VALUE ZERO.
001280
001290 77  GLP-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001300 77  GLP-EDIT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001310
001320*  THE OP CODES AN ENTRY IS SUMMARIZED BY, IN ENTRY ORDER.
001330 01  GLP-OP-CODES.
001340     05  FILLER              PIC X(05) VALUE "SIDAR".
001350 01  GLP-OP-CODE-TABLE       REDEFINES GLP-OP-CODES.
001360     05  GLP-OP-CODE         PIC X(01) OCCURS 5 TIMES.
001370
001380*  ONE ROW PER DEPARTMENT CODE 1-9, ONE CELL PER OP CODE:  THE
001390*  RESULTS SEEN, HOW MANY OF THEM CARRIED A DECIMAL AMOUNT, AND
001400*  THE NET OF THOSE AMOUNTS AT FULL PRECISION.
001410 01  GLP-DEPT-TABLE.
001420     05  GLP-DEPT-ENTRY      OCCURS 9 TIMES.
001430         10  GLP-SB-ACTIVE       PIC X(01).
001440         10  GLP-SB-NAME         PIC X(30).
001450         10  GLP-OP-ENTRY        OCCURS 5 TIMES.
001460             15  GLP-RESULT-CNT      PIC 9(07) COMP-3.
001470             15  GLP-AMOUNT-CNT      PIC 9(07) COMP-3.
001480             15  GLP-AMOUNT-TOTAL    PIC S9(15)V9(04) COMP-3.
001490
001500 LINKAGE SECTION.
001510
001520 PROCEDURE DIVISION.
001530
001540*      =========================================================
001550*      0000-MAINLINE
001560*      =========================================================
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590
001600     PERFORM 2000-ADD-ONE-RESULT THRU 2000-EXIT
001610         UNTIL GLP-OUT-EOF.
001620
001630     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
001640     PERFORM 4000-WRITE-ENTRIES THRU 4000-EXIT.
001650     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
001652     PERFORM 5500-CLOSE-POST THRU 5500-EXIT.
001654     IF GLP-POST-FAILED
001656         PERFORM 6500-RELEASE-BATCH-NO THRU 6500-EXIT
001658     ELSE
001660         PERFORM 6000-LOG-BATCH-SENT THRU 6000-EXIT
001662     END-IF.
001670
001680     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001690     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001700     IF GLP-UNKNOWN-COUNT > ZERO
001710         AND GLP-FINAL-RC < 4
001720         MOVE 4 TO GLP-FINAL-RC
001730     END-IF.
001740     MOVE GLP-FINAL-RC TO RETURN-CODE.
001750     GO TO 9999-EXIT.
001760
001770*      =========================================================
001780*      1000-INITIALIZE  --  RESOLVE THE RUN DATE, LOAD THE
001790*                            SUBMITTER MASTER, RESERVE THE NEXT
001800*                            BATCH NUMBER ON GLCTL, THEN OPEN THE
001810*                            NIGHT'S RESULTS AND THE POSTING
001820*                            FILE.  THE NUMBER IS RESERVED FIRST
001822*                            SO A REFUSED SECOND CUT LEAVES
001824*                            GLPOST AS IT WAS; A FILE THAT WILL
001826*                            NOT OPEN AFTERWARD GIVES THE NUMBER
001828*                            BACK (6500).
001840*      =========================================================
001850 1000-INITIALIZE.
001860     PERFORM 1100-CLEAR-ONE-DEPT THRU 1100-EXIT
001870         VARYING GLP-DEPT-NO FROM 1 BY 1
001880         UNTIL GLP-DEPT-NO > 9.
001890
001900     ACCEPT GLP-PARM FROM COMMAND-LINE.
001910     MOVE SPACES TO GLP-DATE-PARM.
001920     MOVE SPACES TO GLP-OPTION.
001930     UNSTRING GLP-PARM DELIMITED BY ALL SPACE
001940         INTO GLP-DATE-PARM GLP-OPTION
001950     END-UNSTRING.
001960     IF GLP-DATE-PARM = SPACES
001970         ACCEPT GLP-RUN-DATE FROM DATE YYYYMMDD
001980     ELSE
001990         IF GLP-DATE-PARM NUMERIC
002000             MOVE GLP-DATE-PARM TO GLP-RUN-DATE
002010         ELSE
002020             DISPLAY "CALCGLPST - RUN DATE PARM NOT YYYYMMDD: "
002030                 GLP-DATE-PARM
002040             MOVE 16 TO RETURN-CODE
002050             GO TO 9999-EXIT
002060         END-IF
002070     END-IF.
002080     IF GLP-OPTION = "RECUT"
002090         SET GLP-RECUT TO TRUE
002100     ELSE
002110         IF GLP-OPTION NOT = SPACES
002120             DISPLAY "CALCGLPST - UNKNOWN OPTION " GLP-OPTION
002130                 " - ONLY RECUT IS ALLOWED"
002140             MOVE 16 TO RETURN-CODE
002150             GO TO 9999-EXIT
002160         END-IF
002170     END-IF.
002180     ACCEPT GLP-CUT-DATE FROM DATE YYYYMMDD.
002190     ACCEPT GLP-CUT-TIME FROM TIME.
002200
002210     OPEN INPUT SUBM-MSTR-FILE.
002220     IF NOT GLP-SUBM-OK
002230         DISPLAY "CALCGLPST - SUBMSTR NOT AVAILABLE - STATUS "
002240             GLP-SUBM-STATUS " - ABENDING"
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 9999-EXIT
002270     END-IF.
002280     PERFORM 1300-LOAD-SUBMITTER THRU 1300-EXIT
002290         VARYING GLP-DEPT-NO FROM 1 BY 1
002300         UNTIL GLP-DEPT-NO > 9.
002310     CLOSE SUBM-MSTR-FILE.
002320
002330     PERFORM 1500-RESERVE-BATCH-NO THRU 1500-EXIT.
002340
002350     OPEN INPUT CALC-OUT-FILE.
002360     IF GLP-OUT-NOT-FOUND
002370         DISPLAY "CALCGLPST - NO CALCOUT ON FILE - "
002380             "BATCH CUT WITH NO ENTRIES"
002390         SET GLP-OUT-EOF TO TRUE
002400         MOVE 4 TO GLP-FINAL-RC
002410     ELSE
002420         IF NOT GLP-OUT-OK
002430             DISPLAY "CALCGLPST - CALCOUT OPEN FAILED - STATUS "
002440                 GLP-OUT-STATUS " - BATCH " GLP-BATCH-NO
002450                 " NOT CUT"
002455             PERFORM 6500-RELEASE-BATCH-NO THRU 6500-EXIT
002460             MOVE 16 TO RETURN-CODE
002470             GO TO 9999-EXIT
002480         END-IF
002490     END-IF.
002500
002510     OPEN OUTPUT GL-POST-FILE.
002520     IF NOT GLP-POST-OK
002530         DISPLAY "CALCGLPST - GLPOST OPEN FAILED - STATUS "
002540             GLP-POST-STATUS " - BATCH " GLP-BATCH-NO " NOT CUT"
002550         IF NOT GLP-OUT-NOT-FOUND
002560             CLOSE CALC-OUT-FILE
002570         END-IF
002575         PERFORM 6500-RELEASE-BATCH-NO THRU 6500-EXIT
002580         MOVE 16 TO RETURN-CODE
002590         GO TO 9999-EXIT
002600     END-IF.
002610
002620     IF NOT GLP-OUT-EOF
002630         PERFORM 2100-READ-OUT THRU 2100-EXIT
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.
002670
002680*      ---------------------------------------------------------
002690*      1100-CLEAR-ONE-DEPT
002700*      ---------------------------------------------------------
002710 1100-CLEAR-ONE-DEPT.
002720     MOVE "N"    TO GLP-SB-ACTIVE (GLP-DEPT-NO).
002730     MOVE SPACES TO GLP-SB-NAME (GLP-DEPT-NO).
002740     PERFORM 1110-CLEAR-ONE-CELL THRU 1110-EXIT
002750         VARYING GLP-OP-NO FROM 1 BY 1
002760         UNTIL GLP-OP-NO > 5.
002770 1100-EXIT.
002780     EXIT.
002790
002800*      ---------------------------------------------------------
002810*      1110-CLEAR-ONE-CELL
002820*      ---------------------------------------------------------
002830 1110-CLEAR-ONE-CELL.
002840     MOVE ZERO TO GLP-RESULT-CNT (GLP-DEPT-NO GLP-OP-NO).
002850     MOVE ZERO TO GLP-AMOUNT-CNT (GLP-DEPT-NO GLP-OP-NO).
002860     MOVE ZERO TO GLP-AMOUNT-TOTAL (GLP-DEPT-NO GLP-OP-NO).
002870 1110-EXIT.
002880     EXIT.
002890
002900*      ---------------------------------------------------------
002910*      1300-LOAD-SUBMITTER  --  NOTE WHAT THE MASTER SAYS ABOUT
002920*                                DEPARTMENT CODE GLP-DEPT-NO.
002930*      ---------------------------------------------------------
002940 1300-LOAD-SUBMITTER.
002950     MOVE GLP-DEPT-NO (2:1) TO SB-DEPT-CODE.
002960     READ SUBM-MSTR-FILE
002970         INVALID KEY
002980             GO TO 1300-EXIT
002990     END-READ.
003000     MOVE SB-ACTIVE-FLAG TO GLP-SB-ACTIVE (GLP-DEPT-NO).
003010     MOVE SB-DEPT-NAME   TO GLP-SB-NAME (GLP-DEPT-NO).
003020 1300-EXIT.
003030     EXIT.
003040
003050*      =========================================================
003060*      1500-RESERVE-BATCH-NO  --  TAKE THE NEXT NUMBER OFF GLCTL
003070*                                  AND WRITE IT BACK.  A MISSING
003080*                                  OR UNREADABLE GLCTL ABENDS --
003090*                                  STARTING THE NUMBERS OVER IS
003100*                                  EXACTLY WHAT MUST NOT HAPPEN.
003110*      =========================================================
003120 1500-RESERVE-BATCH-NO.
003130     OPEN INPUT GL-CTL-FILE.
003140     IF NOT GLP-CTL-OK
003150         DISPLAY "CALCGLPST - GLCTL NOT AVAILABLE - STATUS "
003160             GLP-CTL-STATUS " - ABENDING"
003170         MOVE 16 TO RETURN-CODE
003180         GO TO 9999-EXIT
003190     END-IF.
003200     READ GL-CTL-FILE
003210         AT END
003220             MOVE SPACES TO GL-CTL-RECORD
003230     END-READ.
003235     MOVE GL-CTL-RECORD TO GLP-SAVED-CTL.
003240     CLOSE GL-CTL-FILE.
003250     IF GC-LAST-BATCH-NO NOT NUMERIC
003260         OR GC-LAST-RUN-DATE NOT NUMERIC
003270         DISPLAY "CALCGLPST - GLCTL RECORD UNREADABLE: "
003280             GL-CTL-RECORD " - ABENDING"
003290         MOVE 16 TO RETURN-CODE
003300         GO TO 9999-EXIT
003310     END-IF.
003320
003330     IF GC-LAST-RUN-DATE = GLP-RUN-DATE
003340         AND NOT GLP-RECUT
003350         DISPLAY "CALCGLPST - BATCH " GC-LAST-BATCH-NO
003360             " WAS ALREADY CUT FOR RUN DATE " GLP-RUN-DATE
003370         DISPLAY "CALCGLPST - GLPOST LEFT AS IT WAS - "
003380             "RUN WITH RECUT TO SEND IT AGAIN"
003390         MOVE 4 TO RETURN-CODE
003400         GO TO 9999-EXIT
003410     END-IF.
003420     IF GLP-RECUT
003430         MOVE GC-LAST-BATCH-NO TO GLP-PRIOR-BATCH-NO
003440     END-IF.
003450
003460     COMPUTE GLP-BATCH-NO = GC-LAST-BATCH-NO + 1.
003470     MOVE SPACES        TO GL-CTL-RECORD.
003480     MOVE GLP-BATCH-NO  TO GC-LAST-BATCH-NO.
003490     MOVE GLP-RUN-DATE  TO GC-LAST-RUN-DATE.
003500     MOVE GLP-CUT-DATE  TO GC-LAST-CUT-DATE.
003510     MOVE GLP-CUT-TIME  TO GC-LAST-CUT-TIME.
003520     OPEN OUTPUT GL-CTL-FILE.
003530     IF GLP-CTL-OK
003540         WRITE GL-CTL-RECORD
003550     END-IF.
003560     IF NOT GLP-CTL-OK
003570         DISPLAY "CALCGLPST - GLCTL REWRITE FAILED - STATUS "
003580             GLP-CTL-STATUS " - NO BATCH CUT"
003590         MOVE 12 TO RETURN-CODE
003600         GO TO 9999-EXIT
003610     END-IF.
003620     CLOSE GL-CTL-FILE.
003630 1500-EXIT.
003640     EXIT.
003650
003660*      =========================================================
003670*      2000-ADD-ONE-RESULT  --  ADD ONE CALCOUT RECORD INTO ITS
003680*                                SUBMITTER AND OP CODE CELL.
003690*                                ONLY A DECIMAL SEGMENT THAT RAN
003700*                                (NOT ASTERISKS) CARRIES AN
003710*                                AMOUNT.
003720*      =========================================================
003730 2000-ADD-ONE-RESULT.
003740     ADD 1 TO GLP-READ-COUNT.
003750     MOVE ZERO TO GLP-DEPT-NO.
003760     IF CO-SOURCE-ID NUMERIC
003770         AND CO-SOURCE-ID NOT = "0"
003780         MOVE CO-SOURCE-ID TO GLP-DEPT-NO
003790         IF GLP-SB-ACTIVE (GLP-DEPT-NO) NOT = "Y"
003800             MOVE ZERO TO GLP-DEPT-NO
003810         END-IF
003820     END-IF.
003830     IF GLP-DEPT-NO = ZERO
003840         DISPLAY "CALCGLPST - RESULT KEY " CO-TRAN-KEY
003850             " SOURCE ID <" CO-SOURCE-ID "> NOT AN ACTIVE "
003860             "SUBMITTER - NOT POSTED"
003870         ADD 1 TO GLP-UNKNOWN-COUNT
003880         GO TO 2000-NEXT
003890     END-IF.
003900
003910     MOVE ZERO TO GLP-OP-NO.
003920     PERFORM 2200-FIND-OP-CODE THRU 2200-EXIT
003930         VARYING GLP-SUB FROM 1 BY 1
003940         UNTIL GLP-SUB > 5
003950         OR GLP-OP-NO > ZERO.
003960     IF GLP-OP-NO = ZERO
003970         DISPLAY "CALCGLPST - RESULT KEY " CO-TRAN-KEY
003980             " OP CODE <" CO-OP-CODE "> NOT KNOWN - NOT POSTED"
003990         ADD 1 TO GLP-UNKNOWN-COUNT
004000         GO TO 2000-NEXT
004010     END-IF.
004020
004030     ADD 1 TO GLP-RESULT-CNT (GLP-DEPT-NO GLP-OP-NO).
004040     IF CO-DECIMAL-SEG-X NOT = ALL "*"
004050         ADD 1 TO GLP-AMOUNT-CNT (GLP-DEPT-NO GLP-OP-NO)
004060         ADD CO-DECIMAL-RESULT
004070             TO GLP-AMOUNT-TOTAL (GLP-DEPT-NO GLP-OP-NO)
004080     END-IF.
004090
004100 2000-NEXT.
004110     PERFORM 2100-READ-OUT THRU 2100-EXIT.
004120 2000-EXIT.
004130     EXIT.
004140
004150*      ---------------------------------------------------------
004160*      2100-READ-OUT
004170*      ---------------------------------------------------------
004180 2100-READ-OUT.
004190     READ CALC-OUT-FILE
004200         AT END
004210             SET GLP-OUT-EOF TO TRUE
004220     END-READ.
004230 2100-EXIT.
004240     EXIT.
004250
004260*      ---------------------------------------------------------
004270*      2200-FIND-OP-CODE
004280*      ---------------------------------------------------------
004290 2200-FIND-OP-CODE.
004300     IF GLP-OP-CODE (GLP-SUB) = CO-OP-CODE
004310         MOVE GLP-SUB TO GLP-OP-NO
004320     END-IF.
004330 2200-EXIT.
004340     EXIT.
004350
004360*      =========================================================
004370*      3000-WRITE-HEADER
004380*      =========================================================
004390 3000-WRITE-HEADER.
004400     MOVE SPACES          TO GL-POST-RECORD.
004410     SET GP-HEADER        TO TRUE.
004420     MOVE GLP-BATCH-NO    TO GP-BATCH-NO.
004430     MOVE GLP-RUN-DATE    TO GPH-RUN-DATE.
004440     MOVE GLP-CUT-DATE    TO GPH-CUT-DATE.
004450     MOVE GLP-CUT-TIME (1:6) TO GPH-CUT-TIME.
004460     MOVE "CALCBAT"       TO GPH-SOURCE-SYSTEM.
004470     PERFORM 7900-WRITE-POST THRU 7900-EXIT.
004480 3000-EXIT.
004490     EXIT.
004500
004510*      =========================================================
004520*      4000-WRITE-ENTRIES  --  ONE ENTRY PER DEPARTMENT AND OP
004530*                               CODE THAT CARRIED ANY AMOUNT,
004540*                               DEPARTMENT ORDER THEN S/I/D/A/R.
004550*      =========================================================
004560 4000-WRITE-ENTRIES.
004570     PERFORM 4100-WRITE-DEPT-ENTRIES THRU 4100-EXIT
004580         VARYING GLP-DEPT-NO FROM 1 BY 1
004590         UNTIL GLP-DEPT-NO > 9.
004600 4000-EXIT.
004610     EXIT.
004620
004630*      ---------------------------------------------------------
004640*      4100-WRITE-DEPT-ENTRIES
004650*      ---------------------------------------------------------
004660 4100-WRITE-DEPT-ENTRIES.
004670     PERFORM 4200-WRITE-ONE-ENTRY THRU 4200-EXIT
004680         VARYING GLP-OP-NO FROM 1 BY 1
004690         UNTIL GLP-OP-NO > 5.
004700 4100-EXIT.
004710     EXIT.
004720
004730*      ---------------------------------------------------------
004740*      4200-WRITE-ONE-ENTRY  --  THE NET IS ROUNDED TO THE CENT
004750*                                 HERE, AND THE TRAILER TOTALS
004760*                                 ADD THE ROUNDED AMOUNTS, SO
004770*                                 THE FILE FOOTS TO ITSELF.
004780*      ---------------------------------------------------------
004790 4200-WRITE-ONE-ENTRY.
004800     IF GLP-AMOUNT-CNT (GLP-DEPT-NO GLP-OP-NO) = ZERO
004810         GO TO 4200-EXIT
004820     END-IF.
004830     COMPUTE GLP-NET-AMOUNT ROUNDED =
004840         GLP-AMOUNT-TOTAL (GLP-DEPT-NO GLP-OP-NO).
004850     ADD 1 TO GLP-ENTRY-COUNT.
004860
004870     MOVE SPACES           TO GL-POST-RECORD.
004880     SET GP-ENTRY          TO TRUE.
004890     MOVE GLP-BATCH-NO     TO GP-BATCH-NO.
004900     MOVE GLP-ENTRY-COUNT  TO GPE-ENTRY-SEQ.
004910     MOVE GLP-DEPT-NO (2:1) TO GPE-DEPT-CODE.
004920     MOVE GLP-OP-CODE (GLP-OP-NO) TO GPE-OP-CODE.
004930     MOVE GLP-AMOUNT-CNT (GLP-DEPT-NO GLP-OP-NO)
004940         TO GPE-RESULT-COUNT.
004950     MOVE GLP-SB-NAME (GLP-DEPT-NO) TO GPE-DEPT-NAME.
004960     IF GLP-NET-AMOUNT < ZERO
004970         SET GPE-CREDIT TO TRUE
004980         COMPUTE GPE-AMOUNT = ZERO - GLP-NET-AMOUNT
004990         ADD GPE-AMOUNT TO GLP-CREDIT-TOTAL
005000     ELSE
005010         SET GPE-DEBIT TO TRUE
005020         MOVE GLP-NET-AMOUNT TO GPE-AMOUNT
005030         ADD GPE-AMOUNT TO GLP-DEBIT-TOTAL
005040     END-IF.
005050     MOVE GPE-AMOUNT TO GLP-EDIT-AMOUNT.
005060     DISPLAY "CALCGLPST - ENTRY " GPE-ENTRY-SEQ
005070         " DEPT " GPE-DEPT-CODE " OP " GPE-OP-CODE
005080         " " GPE-DR-CR " " GLP-EDIT-AMOUNT.
005090     PERFORM 7900-WRITE-POST THRU 7900-EXIT.
005100 4200-EXIT.
005110     EXIT.
005120
005130*      =========================================================
005140*      5000-WRITE-TRAILER
005150*      =========================================================
005160 5000-WRITE-TRAILER.
005170     COMPUTE GLP-CONTROL-TOTAL =
005180         GLP-DEBIT-TOTAL + GLP-CREDIT-TOTAL.
005190     MOVE SPACES            TO GL-POST-RECORD.
005200     SET GP-TRAILER         TO TRUE.
005210     MOVE GLP-BATCH-NO      TO GP-BATCH-NO.
005220     MOVE GLP-ENTRY-COUNT   TO GPT-ENTRY-COUNT.
005230     MOVE GLP-DEBIT-TOTAL   TO GPT-DEBIT-TOTAL.
005240     MOVE GLP-CREDIT-TOTAL  TO GPT-CREDIT-TOTAL.
005250     MOVE GLP-CONTROL-TOTAL TO GPT-CONTROL-TOTAL.
005260     PERFORM 7900-WRITE-POST THRU 7900-EXIT.
005270 5000-EXIT.
005280     EXIT.
005290
005291*      ---------------------------------------------------------
005292*      5500-CLOSE-POST  --  THE BATCH IS CUT ONLY ONCE GLPOST
005293*                            HAS CLOSED CLEAN.
005294*      ---------------------------------------------------------
005295 5500-CLOSE-POST.
005296     CLOSE GL-POST-FILE.
005297     IF NOT GLP-POST-OK
005298         DISPLAY "CALCGLPST - GLPOST CLOSE FAILED - STATUS "
005299             GLP-POST-STATUS
005300         MOVE 12 TO GLP-FINAL-RC
005301         SET GLP-POST-FAILED TO TRUE
005302     END-IF.
005303 5500-EXIT.
005304     EXIT.
005305
005306*      =========================================================
005310*      6000-LOG-BATCH-SENT  --  APPEND THE BATCH TO GLSENT,
005320*                                AWAITING ITS ACKNOWLEDGMENT.
005330*      =========================================================
005340 6000-LOG-BATCH-SENT.
005350     OPEN EXTEND GL-SENT-FILE.
005360     IF NOT GLP-SENT-OK
005370         OPEN OUTPUT GL-SENT-FILE
005380     END-IF.
005390     IF NOT GLP-SENT-OK
005400         DISPLAY "CALCGLPST - GLSENT OPEN FAILED - STATUS "
005410             GLP-SENT-STATUS " - BATCH " GLP-BATCH-NO
005420             " NOT LOGGED FOR ACKNOWLEDGMENT"
005430         MOVE 12 TO GLP-FINAL-RC
005440         GO TO 6000-EXIT
005450     END-IF.
005460     MOVE SPACES            TO GL-SENT-RECORD.
005470     MOVE GLP-BATCH-NO      TO GS-BATCH-NO.
005480     MOVE GLP-RUN-DATE      TO GS-RUN-DATE.
005490     MOVE GLP-CUT-DATE      TO GS-CUT-DATE.
005500     MOVE GLP-ENTRY-COUNT   TO GS-ENTRY-COUNT.
005510     MOVE GLP-CONTROL-TOTAL TO GS-CONTROL-TOTAL.
005520     SET GS-AWAITING        TO TRUE.
005530     MOVE ZERO              TO GS-ACK-DATE.
005540     MOVE ZERO              TO GS-POSTED-COUNT.
005550     MOVE ZERO              TO GS-POSTED-AMOUNT.
005560     WRITE GL-SENT-RECORD.
005570     IF NOT GLP-SENT-OK
005580         DISPLAY "CALCGLPST - GLSENT WRITE FAILED - STATUS "
005590             GLP-SENT-STATUS " - BATCH " GLP-BATCH-NO
005600             " NOT LOGGED FOR ACKNOWLEDGMENT"
005610         MOVE 12 TO GLP-FINAL-RC
005620     END-IF.
005630     CLOSE GL-SENT-FILE.
005640 6000-EXIT.
005650     EXIT.
005660
005661*      =========================================================
005662*      6500-RELEASE-BATCH-NO  --  GLPOST WAS NOT CUT IN FULL
005663*                                  AND MUST NOT BE SENT.  IT IS
005664*                                  NOT LOGGED ON GLSENT AND
005665*                                  GLCTL GOES BACK TO THE
005666*                                  RECORD 1500 READ, SO THE
005667*                                  RERUN CUTS THE SAME NUMBER.
005668*      =========================================================
005669 6500-RELEASE-BATCH-NO.
005670     DISPLAY "CALCGLPST - GLPOST NOT CUT IN FULL - BATCH "
005671         GLP-BATCH-NO " NOT SENT AND NOT LOGGED ON GLSENT".
005672     MOVE GLP-SAVED-CTL TO GL-CTL-RECORD.
005673     OPEN OUTPUT GL-CTL-FILE.
005674     IF GLP-CTL-OK
005675         WRITE GL-CTL-RECORD
005676     END-IF.
005677     IF NOT GLP-CTL-OK
005678         DISPLAY "CALCGLPST - GLCTL NOT PUT BACK - STATUS "
005679             GLP-CTL-STATUS " - BATCH " GLP-BATCH-NO
005680             " IS SPENT"
005681         GO TO 6500-EXIT
005682     END-IF.
005683     CLOSE GL-CTL-FILE.
005684     DISPLAY "CALCGLPST - GLCTL PUT BACK TO BATCH "
005685         GC-LAST-BATCH-NO.
005686 6500-EXIT.
005687     EXIT.
005688
005689*      =========================================================
005690*      7000-PRINT-SUMMARY
005691*      =========================================================
005700 7000-PRINT-SUMMARY.
005710     DISPLAY "CALCGLPST - BATCH " GLP-BATCH-NO
005720         " RUN DATE " GLP-RUN-DATE.
005730     IF GLP-RECUT
005740         DISPLAY "CALCGLPST - RECUT - SUPERSEDES BATCH "
005750             GLP-PRIOR-BATCH-NO
005760     END-IF.
005770     MOVE GLP-READ-COUNT TO GLP-EDIT-COUNT.
005780     DISPLAY "CALCGLPST - RESULTS READ:     " GLP-EDIT-COUNT.
005790     MOVE GLP-UNKNOWN-COUNT TO GLP-EDIT-COUNT.
005800     DISPLAY "CALCGLPST - NOT POSTED:       " GLP-EDIT-COUNT.
005810     MOVE GLP-ENTRY-COUNT TO GLP-EDIT-COUNT.
005820     DISPLAY "CALCGLPST - ENTRIES WRITTEN:  " GLP-EDIT-COUNT.
005830     MOVE GLP-DEBIT-TOTAL TO GLP-EDIT-AMOUNT.
005840     DISPLAY "CALCGLPST - DEBIT TOTAL:  " GLP-EDIT-AMOUNT.
005850     MOVE GLP-CREDIT-TOTAL TO GLP-EDIT-AMOUNT.
005860     DISPLAY "CALCGLPST - CREDIT TOTAL: " GLP-EDIT-AMOUNT.
005870     MOVE GLP-CONTROL-TOTAL TO GLP-EDIT-AMOUNT.
005880     DISPLAY "CALCGLPST - CONTROL TOTAL:" GLP-EDIT-AMOUNT.
005890 7000-EXIT.
005900     EXIT.
005910
005920*      ---------------------------------------------------------
005930*      7900-WRITE-POST  --  COMMON WRITE FOR ONE GLPOST RECORD.
005940*                            A FAILED WRITE IS RETURN CODE 12;
005950*                            THE LEDGER WILL REFUSE A BATCH THAT
005960*                            DOES NOT FOOT TO ITS TRAILER.
005970*      ---------------------------------------------------------
005980 7900-WRITE-POST.
005990     WRITE GL-POST-RECORD.
006000     IF NOT GLP-POST-OK
006010         DISPLAY "CALCGLPST - GLPOST WRITE FAILED - STATUS "
006020             GLP-POST-STATUS " - RECORD TYPE " GP-REC-TYPE
006030         MOVE 12 TO GLP-FINAL-RC
006035         SET GLP-POST-FAILED TO TRUE
006040     END-IF.
006050 7900-EXIT.
006060     EXIT.
006070
006080*      =========================================================
006090*      8000-TERMINATE
006100*      =========================================================
006110 8000-TERMINATE.
006120     IF NOT GLP-OUT-NOT-FOUND
006130         CLOSE CALC-OUT-FILE
006140     END-IF.
006160 8000-EXIT.
006170     EXIT.
006180
006190*      =========================================================
006200*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
006210*                      COMPLETION AND ABEND.
006220*      =========================================================
006230 9999-EXIT.
006240     STOP RUN.
