000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCCORR.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  OPERATOR CONSOLE FOR
000110*                      KEYING THE CORRIN CORRECTIONS FILE THE
000120*                      REJECT-RECYCLE JOB (CALCRECYC) READS,
000130*                      REPLACING THE HAND-EDITED FILE BUILT
000140*                      FROM A CALCREJ PRINTOUT.  EACH REJECT
000150*                      NOT ALREADY ON CORRIN IS SHOWN IN TURN --
000160*                      OP CODE, OPERANDS, REASON AND RECYCLE
000170*                      COUNT -- AND THE OPERATOR CORRECTS IT,
000180*                      RETURNS IT TO THE SUBMITTER, CANCELS IT,
000190*                      SKIPS IT OR ENDS THE SESSION.  A
000200*                      CORRECTION IS ASKED FOR ONLY THE FIELD
000210*                      CR-REASON NAMES, AND THE NEW VALUE IS PUT
000220*                      THROUGH THE SAME EDITS CALCULATOR'S
000230*                      2200-VALIDATE-INPUT APPLIES BEFORE IT IS
000240*                      WRITTEN, SO A MIS-KEYED VALUE NO LONGER
000250*                      BURNS A RECYCLE STRIKE.  RETURN AND
000260*                      CANCEL ARE WRITTEN TO CORRIN AS FIELD
000270*                      "RTRN" OR "CANC" WITH THE OPERATOR'S
000280*                      REASON, AND CALCRECYC TAKES THE REJECT
000290*                      OUT OF THE LOOP ON SIGHT OF EITHER.
000300*                      EVERY ACTION AND THE SESSION TOTALS GO
000310*                      TO THE CORRRPT SHIFT LOG.  RUN ON DEMAND,
000320*                      BETWEEN CALCULATOR AND CALCRECYC.
000330*----------------------------------------------------------------*
000340 ENVIRONMENT    DIVISION.
000350 CONFIGURATION  SECTION.
000360
000370 INPUT-OUTPUT   SECTION.
000380 FILE-CONTROL.
000390     SELECT CALC-REJ-FILE   ASSIGN TO "CALCREJ"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS  IS CRC-REJ-STATUS.
000420
000430     SELECT CORR-IN-FILE    ASSIGN TO "CORRIN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS  IS CRC-CORR-STATUS.
000460
000470     SELECT CORR-RPT-FILE   ASSIGN TO "CORRRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS CRC-RPT-STATUS.
000500
000510 DATA           DIVISION.
000520 FILE           SECTION.
000530
000540 FD  CALC-REJ-FILE.
000550 COPY CALCREJ.
000560
000570 FD  CORR-IN-FILE.
000580 COPY CORRREC.
000590
000600 FD  CORR-RPT-FILE.
000610 COPY CORRRREC.
000620
000630 WORKING-STORAGE SECTION.
000640 77  CRC-REJ-STATUS          PIC X(02).
000650     88  CRC-REJ-OK               VALUE "00".
000660
000670 77  CRC-CORR-STATUS         PIC X(02).
000680     88  CRC-CORR-OK              VALUE "00".
000690
000700 77  CRC-RPT-STATUS          PIC X(02).
000710     88  CRC-RPT-OK               VALUE "00".
000720
000730 77  CRC-REJ-EOF-SWITCH      PIC X(01) VALUE "N".
000740     88  CRC-REJ-EOF              VALUE "Y".
000750
000760 77  CRC-CORR-EOF-SWITCH     PIC X(01) VALUE "N".
000770     88  CRC-CORR-EOF             VALUE "Y".
000780
000790 77  CRC-QUIT-SWITCH         PIC X(01) VALUE "N".
000800     88  CRC-QUIT                 VALUE "Y".
000810
000820 77  CRC-FRESH-SWITCH        PIC X(01) VALUE "N".
000830     88  CRC-START-FRESH          VALUE "Y".
000840
000850 77  CRC-DONE-SWITCH         PIC X(01) VALUE "N".
000860     88  CRC-REJ-DONE             VALUE "Y".
000870
000880 77  CRC-VALUE-SWITCH        PIC X(01) VALUE "N".
000890     88  CRC-VALUE-DONE           VALUE "Y".
000900
000910 77  CRC-ACCEPT-SWITCH       PIC X(01) VALUE "N".
000920     88  CRC-VALUE-ACCEPTED       VALUE "Y".
000930
000940 77  CRC-FIX-SWITCH          PIC X(01) VALUE "N".
000950     88  CRC-CAN-CORRECT          VALUE "Y".
000960
000970 77  CRC-WRITE-SWITCH        PIC X(01) VALUE "N".
000980     88  CRC-WRITE-FAILED         VALUE "Y".
000990
001000 77  CRC-RUN-DATE            PIC X(08).
001010 77  CRC-RUN-TIME            PIC X(08).
001020 77  CRC-OPERATOR            PIC X(08) VALUE SPACES.
001030 77  CRC-ANSWER              PIC X(10).
001040 77  CRC-VALUE-ANSWER        PIC X(10).
001050 77  CRC-REASON-ANSWER       PIC X(10).
001060 77  CRC-DISPOSITION         PIC X(04).
001070 77  CRC-FAIL-FIELD          PIC X(04).
001080 77  CRC-EDIT-FIELD          PIC X(04).
001090 77  CRC-OLD-VALUE           PIC X(10).
001100 77  CRC-FIELD-HELP          PIC X(40).
001110 77  CRC-EDIT-REASON         PIC X(30).
001120
001130 77  CRC-CYCLE-COUNT         PIC 9(01) VALUE ZERO.
001140 77  CRC-MAX-CYCLES          PIC 9(01) VALUE 3.
001150
001160 77  CRC-KEYS-LOADED         PIC 9(04) COMP VALUE ZERO.
001170 77  CRC-KEYS-MAX            PIC 9(04) COMP VALUE 500.
001180 77  CRC-SUB                 PIC 9(04) COMP VALUE ZERO.
001190 77  CRC-FOUND-SUB           PIC 9(04) COMP VALUE ZERO.
001200
001210 77  CRC-KEPT-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001220 77  CRC-REJ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001230 77  CRC-ON-FILE-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001240 77  CRC-CORRECTED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001250 77  CRC-RETURNED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001260 77  CRC-CANCELLED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001270 77  CRC-SKIPPED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001280 77  CRC-UNSEEN-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001290 77  CRC-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001300
001310*  KEYS ALREADY ON CORRIN, AS CALCRECYC WILL SEE THEM.  IT
001320*  HOLDS NO MORE THAN 500 CORRECTIONS, SO NEITHER DOES THIS.
001330 01  CRC-KEY-TABLE.
001340     05  CRC-KEY-ENTRY       OCCURS 500 TIMES.
001350         10  CRC-TBL-KEY         PIC 9(06).
001360
001370*  THE REJECT REBUILT INTO CALCIN SHAPE WITH THE NEW VALUE IN
001380*  PLACE, EXACTLY AS CALCRECYC WILL HAND IT TO CALCULATOR.
001390 COPY CALCTRAN.
001400
001410 LINKAGE SECTION.
001420
001430 PROCEDURE DIVISION.
001440
001450*      =========================================================
001460*      0000-MAINLINE
001470*      =========================================================
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500
001510     PERFORM 2000-ONE-REJECT THRU 2000-EXIT
001520         UNTIL CRC-REJ-EOF.
001530
001540     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001550     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001560     IF CRC-WRITE-FAILED
001570         MOVE 12 TO RETURN-CODE
001580     ELSE
001590         MOVE ZERO TO RETURN-CODE
001600     END-IF.
001610     GO TO 9999-EXIT.
001620
001630*      =========================================================
001640*      1000-INITIALIZE  --  OPEN CALCREJ, IDENTIFY THE OPERATOR,
001650*                            NOTE WHAT IS ALREADY ON CORRIN AND
001660*                            OPEN IT AND THE SHIFT LOG FOR
001670*                            WRITING.
001680*      =========================================================
001690 1000-INITIALIZE.
001700     ACCEPT CRC-RUN-DATE FROM DATE YYYYMMDD.
001710     ACCEPT CRC-RUN-TIME FROM TIME.
001720
001730     OPEN INPUT CALC-REJ-FILE.
001740     IF NOT CRC-REJ-OK
001750         DISPLAY "CALCCORR - CALCREJ NOT AVAILABLE - "
001760             "NOTHING TO CORRECT"
001770         MOVE 16 TO RETURN-CODE
001780         GO TO 9999-EXIT
001790     END-IF.
001800     DISPLAY "CALCCORR - REJECT CORRECTION ENTRY".
001810
001820     PERFORM 1100-GET-OPERATOR THRU 1100-EXIT
001830         UNTIL CRC-OPERATOR NOT = SPACES.
001840
001850     PERFORM 1200-LOAD-CORRIN THRU 1200-EXIT.
001860
001870     IF CRC-START-FRESH
001880         OPEN OUTPUT CORR-IN-FILE
001890     ELSE
001900         OPEN EXTEND CORR-IN-FILE
001910         IF NOT CRC-CORR-OK
001920             OPEN OUTPUT CORR-IN-FILE
001930         END-IF
001940     END-IF.
001950     IF NOT CRC-CORR-OK
001960         DISPLAY "CALCCORR - CORRIN OPEN FAILED - STATUS "
001970             CRC-CORR-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         CLOSE CALC-REJ-FILE
002000         GO TO 9999-EXIT
002010     END-IF.
002020
002030*    THE SHIFT LOG ACCUMULATES ACROSS SESSIONS UNTIL PRINTED.
002040     OPEN EXTEND CORR-RPT-FILE.
002050     IF NOT CRC-RPT-OK
002060         OPEN OUTPUT CORR-RPT-FILE
002070     END-IF.
002080     IF NOT CRC-RPT-OK
002090         DISPLAY "CALCCORR - CORRRPT OPEN FAILED - STATUS "
002100             CRC-RPT-STATUS
002110         MOVE 16 TO RETURN-CODE
002120         CLOSE CALC-REJ-FILE
002130         CLOSE CORR-IN-FILE
002140         GO TO 9999-EXIT
002150     END-IF.
002160*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
002170*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
002180     MOVE SPACES TO CRR-LINE.
002190
002200     STRING "REJECT CORRECTION SESSION - DATE " CRC-RUN-DATE
002210         " TIME " CRC-RUN-TIME (1:6)
002220         " OPERATOR " CRC-OPERATOR
002230         DELIMITED BY SIZE INTO CRR-LINE
002240     END-STRING.
002250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002260     IF CRC-KEPT-COUNT > ZERO
002270         MOVE CRC-KEPT-COUNT TO CRC-EDIT-COUNT
002280         STRING "CORRIN ENTRIES KEPT FROM EARLIER: "
002290             CRC-EDIT-COUNT
002300             DELIMITED BY SIZE INTO CRR-LINE
002310         END-STRING
002320         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002330     END-IF.
002340     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002350
002360     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
002370 1000-EXIT.
002380     EXIT.
002390
002400*      ---------------------------------------------------------
002410*      1100-GET-OPERATOR  --  THE SHIFT LOG NAMES WHO KEYED IT.
002420*      ---------------------------------------------------------
002430 1100-GET-OPERATOR.
002440     DISPLAY "ENTER OPERATOR ID:".
002450     ACCEPT CRC-OPERATOR.
002460 1100-EXIT.
002470     EXIT.
002480
002490*      ---------------------------------------------------------
002500*      1200-LOAD-CORRIN  --  A REJECT ALREADY ON CORRIN IS NOT
002510*                             OPEN.  CORRIN LEFT OVER FROM AN
002520*                             EARLIER REPAIR CYCLE CAN BE KEPT
002530*                             (A SECOND SESSION THE SAME SHIFT)
002540*                             OR STARTED FRESH.  A MISSING FILE
002550*                             JUST MEANS A FRESH START.
002560*      ---------------------------------------------------------
002570 1200-LOAD-CORRIN.
002580     OPEN INPUT CORR-IN-FILE.
002590     IF NOT CRC-CORR-OK
002600         SET CRC-START-FRESH TO TRUE
002610         GO TO 1200-EXIT
002620     END-IF.
002630     PERFORM 1300-LOAD-ONE-KEY THRU 1300-EXIT
002640         UNTIL CRC-CORR-EOF.
002650     CLOSE CORR-IN-FILE.
002660     IF CRC-KEPT-COUNT = ZERO
002670         GO TO 1200-EXIT
002680     END-IF.
002690
002700     MOVE CRC-KEPT-COUNT TO CRC-EDIT-COUNT.
002710     DISPLAY "CORRIN ALREADY HOLDS " CRC-EDIT-COUNT " ENTRIES".
002720     MOVE SPACES TO CRC-ANSWER.
002730     PERFORM 1250-ASK-KEEP THRU 1250-EXIT
002740         UNTIL CRC-ANSWER = "Y" OR CRC-ANSWER = "N".
002750     IF CRC-ANSWER = "N"
002760         SET CRC-START-FRESH TO TRUE
002770         MOVE ZERO TO CRC-KEYS-LOADED
002780         MOVE ZERO TO CRC-KEPT-COUNT
002790     END-IF.
002800 1200-EXIT.
002810     EXIT.
002820
002830*      ---------------------------------------------------------
002840*      1250-ASK-KEEP
002850*      ---------------------------------------------------------
002860 1250-ASK-KEEP.
002870     DISPLAY "KEEP THEM (Y) OR START CORRIN FRESH (N):".
002880     ACCEPT CRC-ANSWER.
002890 1250-EXIT.
002900     EXIT.
002910
002920*      ---------------------------------------------------------
002930*      1300-LOAD-ONE-KEY
002940*      ---------------------------------------------------------
002950 1300-LOAD-ONE-KEY.
002960     READ CORR-IN-FILE
002970         AT END
002980             SET CRC-CORR-EOF TO TRUE
002990         NOT AT END
003000             ADD 1 TO CRC-KEPT-COUNT
003010             IF CRC-KEYS-LOADED < CRC-KEYS-MAX
003020                 ADD 1 TO CRC-KEYS-LOADED
003030                 MOVE CX-TRAN-KEY
003040                     TO CRC-TBL-KEY (CRC-KEYS-LOADED)
003050             END-IF
003060     END-READ.
003070 1300-EXIT.
003080     EXIT.
003090
003100*      =========================================================
003110*      2000-ONE-REJECT  --  SHOW ONE OPEN REJECT AND TAKE THE
003120*                            OPERATOR'S ACTION ON IT.  ONCE THE
003130*                            SESSION IS ENDED THE REST ARE ONLY
003140*                            COUNTED FOR THE SHIFT LOG.
003150*      =========================================================
003160 2000-ONE-REJECT.
003170     ADD 1 TO CRC-REJ-COUNT.
003180
003190     IF CRC-QUIT
003200         ADD 1 TO CRC-UNSEEN-COUNT
003210         GO TO 2000-NEXT
003220     END-IF.
003230
003240     MOVE ZERO TO CRC-FOUND-SUB.
003250     PERFORM 2300-FIND-KEY THRU 2300-EXIT
003260         VARYING CRC-SUB FROM 1 BY 1
003270         UNTIL CRC-SUB > CRC-KEYS-LOADED
003280         OR CRC-FOUND-SUB > ZERO.
003290     IF CRC-FOUND-SUB > ZERO
003300         ADD 1 TO CRC-ON-FILE-COUNT
003310         GO TO 2000-NEXT
003320     END-IF.
003330
003340     IF CRC-KEYS-LOADED NOT < CRC-KEYS-MAX
003350         DISPLAY "CORRIN HOLDS 500 ENTRIES - CALCRECYC TAKES "
003360             "NO MORE - SESSION ENDED"
003370         SET CRC-QUIT TO TRUE
003380         ADD 1 TO CRC-UNSEEN-COUNT
003390         GO TO 2000-NEXT
003400     END-IF.
003410
003420     IF CR-RECYCLE-COUNT NUMERIC
003430         MOVE CR-RECYCLE-COUNT TO CRC-CYCLE-COUNT
003440     ELSE
003450         MOVE ZERO TO CRC-CYCLE-COUNT
003460     END-IF.
003470     MOVE CR-REASON TO CRC-EDIT-REASON.
003480     PERFORM 3600-NAME-FAILING-FIELD THRU 3600-EXIT.
003490     MOVE CRC-EDIT-FIELD TO CRC-FAIL-FIELD.
003500     PERFORM 2400-DESCRIBE-FIELD THRU 2400-EXIT.
003510
003520     PERFORM 2200-SHOW-REJECT THRU 2200-EXIT.
003530     MOVE "N" TO CRC-DONE-SWITCH.
003540     PERFORM 3000-GET-ACTION THRU 3000-EXIT
003550         UNTIL CRC-REJ-DONE.
003560
003570 2000-NEXT.
003580     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
003590 2000-EXIT.
003600     EXIT.
003610
003620*      ---------------------------------------------------------
003630*      2100-READ-REJECT
003640*      ---------------------------------------------------------
003650 2100-READ-REJECT.
003660     READ CALC-REJ-FILE
003670         AT END
003680             SET CRC-REJ-EOF TO TRUE
003690     END-READ.
003700 2100-EXIT.
003710     EXIT.
003720
003730*      ---------------------------------------------------------
003740*      2200-SHOW-REJECT
003750*      ---------------------------------------------------------
003760 2200-SHOW-REJECT.
003770     DISPLAY " ".
003780     DISPLAY "REJECT KEY: " CR-TRAN-KEY
003790         "   SOURCE: " CR-SOURCE-ID
003800         "   RECYCLED: " CRC-CYCLE-COUNT
003810         " OF " CRC-MAX-CYCLES.
003820     DISPLAY "OP CODE:    " CR-OP-CODE.
003830     DISPLAY "VAR1: <" CR-VAR1 ">   VAR2: <" CR-VAR2 ">".
003840     DISPLAY "VAR3: <" CR-VAR3 ">   VAR4: <" CR-VAR4 ">".
003850     DISPLAY "VAR5: <" CR-VAR5 ">   VAR6: <" CR-VAR6 ">".
003860     DISPLAY "REASON:     " CR-REASON.
003870     IF NOT CRC-CAN-CORRECT
003880         IF CRC-CYCLE-COUNT NOT < CRC-MAX-CYCLES
003890             DISPLAY "RECYCLE LIMIT REACHED - RETURN, CANCEL "
003900                 "OR SKIP ONLY"
003910         ELSE
003920             DISPLAY "NOT A FIELD CORRECTION - RETURN, CANCEL "
003930                 "OR SKIP ONLY"
003940         END-IF
003950     END-IF.
003960 2200-EXIT.
003970     EXIT.
003980
003990*      ---------------------------------------------------------
004000*      2300-FIND-KEY  --  LINEAR LOOKUP BY TRANSACTION KEY.
004010*      ---------------------------------------------------------
004020 2300-FIND-KEY.
004030     IF CRC-TBL-KEY (CRC-SUB) = CR-TRAN-KEY
004040         MOVE CRC-SUB TO CRC-FOUND-SUB
004050     END-IF.
004060 2300-EXIT.
004070     EXIT.
004080
004090*      ---------------------------------------------------------
004100*      2400-DESCRIBE-FIELD  --  THE PROMPT TEXT AND CURRENT RAW
004110*                                VALUE OF THE FAILING FIELD.  A
004120*                                REVERSAL FAILURE, OR A REJECT
004130*                                THAT WILL GO TO HARDREJ ON ITS
004140*                                NEXT PASS ANYWAY, CANNOT BE
004150*                                FIXED BY A FIELD CORRECTION.
004160*      ---------------------------------------------------------
004170 2400-DESCRIBE-FIELD.
004180     MOVE "N" TO CRC-FIX-SWITCH.
004190     MOVE SPACES TO CRC-OLD-VALUE.
004200     MOVE SPACES TO CRC-FIELD-HELP.
004210     IF CRC-FAIL-FIELD = "OP"
004220         MOVE CR-OP-CODE TO CRC-OLD-VALUE
004230         MOVE "(S, I, D OR A)" TO CRC-FIELD-HELP
004240         SET CRC-CAN-CORRECT TO TRUE
004250     END-IF.
004260     IF CRC-FAIL-FIELD = "VAR1"
004270         MOVE CR-VAR1 TO CRC-OLD-VALUE
004280         MOVE "(3 DIGITS, E.G. 007)" TO CRC-FIELD-HELP
004290         SET CRC-CAN-CORRECT TO TRUE
004300     END-IF.
004310     IF CRC-FAIL-FIELD = "VAR2"
004320         MOVE CR-VAR2 TO CRC-OLD-VALUE
004330         MOVE "(3 DIGITS, E.G. 007)" TO CRC-FIELD-HELP
004340         SET CRC-CAN-CORRECT TO TRUE
004350     END-IF.
004360     IF CRC-FAIL-FIELD = "VAR3"
004370         MOVE CR-VAR3 TO CRC-OLD-VALUE
004380         MOVE "(4 DIGITS, E.G. 0042)" TO CRC-FIELD-HELP
004390         SET CRC-CAN-CORRECT TO TRUE
004400     END-IF.
004410     IF CRC-FAIL-FIELD = "VAR4"
004420         MOVE CR-VAR4 TO CRC-OLD-VALUE
004430         MOVE "(4 DIGITS, E.G. 0042)" TO CRC-FIELD-HELP
004440         SET CRC-CAN-CORRECT TO TRUE
004450     END-IF.
004460     IF CRC-FAIL-FIELD = "VAR5"
004470         MOVE CR-VAR5 TO CRC-OLD-VALUE
004480         MOVE "(SIGN + 9 DIGITS, +000012345 = 123.45)"
004490             TO CRC-FIELD-HELP
004500         SET CRC-CAN-CORRECT TO TRUE
004510     END-IF.
004520     IF CRC-FAIL-FIELD = "VAR6"
004530         MOVE CR-VAR6 TO CRC-OLD-VALUE
004540         MOVE "(SIGN + 9 DIGITS, +000012345 = 123.45)"
004550             TO CRC-FIELD-HELP
004560         SET CRC-CAN-CORRECT TO TRUE
004570     END-IF.
004580     IF CRC-CYCLE-COUNT NOT < CRC-MAX-CYCLES
004590         MOVE "N" TO CRC-FIX-SWITCH
004600     END-IF.
004610 2400-EXIT.
004620     EXIT.
004630
004640*      =========================================================
004650*      3000-GET-ACTION  --  ONE ANSWER AT THE ACTION PROMPT.
004660*                            ANYTHING NOT ON OFFER IS ASKED
004670*                            AGAIN.
004680*      =========================================================
004690 3000-GET-ACTION.
004700     MOVE SPACES TO CRC-ANSWER.
004710     IF CRC-CAN-CORRECT
004720         DISPLAY "ACTION - C=CORRECT R=RETURN X=CANCEL "
004730             "S=SKIP Q=QUIT:"
004740     ELSE
004750         DISPLAY "ACTION - R=RETURN X=CANCEL S=SKIP Q=QUIT:"
004760     END-IF.
004770     ACCEPT CRC-ANSWER.
004780
004790     IF CRC-ANSWER = "C" AND CRC-CAN-CORRECT
004800         PERFORM 3100-CORRECT-FIELD THRU 3100-EXIT
004810         GO TO 3000-EXIT
004820     END-IF.
004830     IF CRC-ANSWER = "R"
004840         MOVE "RTRN" TO CRC-DISPOSITION
004850         PERFORM 3300-RETURN-OR-CANCEL THRU 3300-EXIT
004860         GO TO 3000-EXIT
004870     END-IF.
004880     IF CRC-ANSWER = "X"
004890         MOVE "CANC" TO CRC-DISPOSITION
004900         PERFORM 3300-RETURN-OR-CANCEL THRU 3300-EXIT
004910         GO TO 3000-EXIT
004920     END-IF.
004930     IF CRC-ANSWER = "S"
004940         STRING "SKIPPED    KEY " CR-TRAN-KEY
004950             "  - " CR-REASON
004960             DELIMITED BY SIZE INTO CRR-LINE
004970         END-STRING
004980         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004990         ADD 1 TO CRC-SKIPPED-COUNT
005000         SET CRC-REJ-DONE TO TRUE
005010         GO TO 3000-EXIT
005020     END-IF.
005030     IF CRC-ANSWER = "Q"
005040         SET CRC-QUIT TO TRUE
005050         SET CRC-REJ-DONE TO TRUE
005060         ADD 1 TO CRC-UNSEEN-COUNT
005070         GO TO 3000-EXIT
005080     END-IF.
005090
005100     IF CRC-CAN-CORRECT
005110         DISPLAY "ANSWER C, R, X, S OR Q"
005120     ELSE
005130         DISPLAY "ANSWER R, X, S OR Q"
005140     END-IF.
005150 3000-EXIT.
005160     EXIT.
005170
005180*      =========================================================
005190*      3100-CORRECT-FIELD  --  ASK FOR THE FAILING FIELD UNTIL A
005200*                               VALUE PASSES ITS EDIT OR THE
005210*                               OPERATOR BACKS OUT WITH A BLANK.
005220*      =========================================================
005230 3100-CORRECT-FIELD.
005240     MOVE "N" TO CRC-VALUE-SWITCH.
005250     MOVE "N" TO CRC-ACCEPT-SWITCH.
005260     PERFORM 3150-GET-VALUE THRU 3150-EXIT
005270         UNTIL CRC-VALUE-DONE.
005280     IF NOT CRC-VALUE-ACCEPTED
005290         GO TO 3100-EXIT
005300     END-IF.
005310
005315     MOVE SPACES           TO CORRECTION-RECORD.
005320     MOVE CR-TRAN-KEY      TO CX-TRAN-KEY.
005330     MOVE CRC-FAIL-FIELD   TO CX-FIELD.
005340     MOVE CRC-VALUE-ANSWER TO CX-NEW-VALUE.
005350     PERFORM 3500-WRITE-CORRIN THRU 3500-EXIT.
005360     IF CRC-WRITE-FAILED
005370         GO TO 3100-EXIT
005380     END-IF.
005390
005400     STRING "CORRECTED  KEY " CR-TRAN-KEY
005410         "  " CRC-FAIL-FIELD
005420         "  WAS <" CRC-OLD-VALUE
005430         "> NOW <" CRC-VALUE-ANSWER ">"
005440         DELIMITED BY SIZE INTO CRR-LINE
005450     END-STRING.
005460     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005470     IF CRC-EDIT-REASON NOT = SPACES
005480         STRING "           WILL REJECT AGAIN - "
005490             CRC-EDIT-REASON
005500             DELIMITED BY SIZE INTO CRR-LINE
005510         END-STRING
005520         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005530     END-IF.
005540     ADD 1 TO CRC-CORRECTED-COUNT.
005550 3100-EXIT.
005560     EXIT.
005570
005580*      ---------------------------------------------------------
005590*      3150-GET-VALUE  --  A VALUE IS REFUSED ONLY WHEN THE
005600*                           FIELD BEING CORRECTED STILL FAILS.
005610*                           A VALUE THAT FIXES IT BUT LEAVES A
005620*                           LATER FIELD FAILING IS TAKEN WITH A
005630*                           WARNING -- CORRIN CARRIES ONE
005640*                           CORRECTION PER KEY, SO THE NEXT
005650*                           FIELD IS FIXED ON THE NEXT PASS.
005660*      ---------------------------------------------------------
005670 3150-GET-VALUE.
005680     MOVE SPACES TO CRC-VALUE-ANSWER.
005690     DISPLAY "ENTER NEW " CRC-FAIL-FIELD " " CRC-FIELD-HELP.
005700     DISPLAY "   (BLANK TO GO BACK):".
005710     ACCEPT CRC-VALUE-ANSWER.
005720     IF CRC-VALUE-ANSWER = SPACES
005730         SET CRC-VALUE-DONE TO TRUE
005740         GO TO 3150-EXIT
005750     END-IF.
005760
005770     PERFORM 3200-BUILD-TRAN-RECORD THRU 3200-EXIT.
005780     PERFORM 4000-EDIT-TRANSACTION THRU 4000-EXIT.
005790     IF CRC-EDIT-REASON = SPACES
005800         SET CRC-VALUE-ACCEPTED TO TRUE
005810         SET CRC-VALUE-DONE TO TRUE
005820         GO TO 3150-EXIT
005830     END-IF.
005840
005850     PERFORM 3600-NAME-FAILING-FIELD THRU 3600-EXIT.
005860     IF CRC-EDIT-FIELD = CRC-FAIL-FIELD
005870         DISPLAY "NOT ACCEPTED - " CRC-EDIT-REASON
005880         GO TO 3150-EXIT
005890     END-IF.
005900
005910     DISPLAY "ACCEPTED, BUT THE TRANSACTION WILL REJECT AGAIN - "
005920         CRC-EDIT-REASON.
005930     SET CRC-VALUE-ACCEPTED TO TRUE.
005940     SET CRC-VALUE-DONE TO TRUE.
005950 3150-EXIT.
005960     EXIT.
005970
005980*      ---------------------------------------------------------
005990*      3200-BUILD-TRAN-RECORD  --  THE REJECT'S RAW BYTES BACK
006000*                                   IN CALCIN SHAPE WITH THE NEW
006010*                                   VALUE LAID IN, BYTE FOR BYTE
006020*                                   THE WAY CALCRECYC DOES IT.
006030*      ---------------------------------------------------------
006040 3200-BUILD-TRAN-RECORD.
006050     MOVE SPACES          TO CALC-TRAN-RECORD.
006060     MOVE CR-TRAN-KEY     TO CT-TRAN-KEY.
006070     MOVE CR-OP-CODE      TO CT-OP-CODE.
006080     MOVE CR-VAR1         TO CT-VAR1.
006090     MOVE CR-VAR2         TO CT-VAR2.
006100     MOVE CR-VAR3         TO CT-VAR3 (1:4).
006110     MOVE CR-VAR4         TO CT-VAR4 (1:4).
006120     MOVE CR-VAR5         TO CT-VAR5 (1:10).
006130     MOVE CR-VAR6         TO CT-VAR6 (1:10).
006140
006150     IF CRC-FAIL-FIELD = "OP"
006160         MOVE CRC-VALUE-ANSWER (1:1) TO CT-OP-CODE
006170     END-IF.
006180     IF CRC-FAIL-FIELD = "VAR1"
006190         MOVE CRC-VALUE-ANSWER (1:3) TO CT-VAR1
006200     END-IF.
006210     IF CRC-FAIL-FIELD = "VAR2"
006220         MOVE CRC-VALUE-ANSWER (1:3) TO CT-VAR2
006230     END-IF.
006240     IF CRC-FAIL-FIELD = "VAR3"
006250         MOVE CRC-VALUE-ANSWER (1:4) TO CT-VAR3 (1:4)
006260     END-IF.
006270     IF CRC-FAIL-FIELD = "VAR4"
006280         MOVE CRC-VALUE-ANSWER (1:4) TO CT-VAR4 (1:4)
006290     END-IF.
006300     IF CRC-FAIL-FIELD = "VAR5"
006310         MOVE CRC-VALUE-ANSWER (1:10) TO CT-VAR5 (1:10)
006320     END-IF.
006330     IF CRC-FAIL-FIELD = "VAR6"
006340         MOVE CRC-VALUE-ANSWER (1:10) TO CT-VAR6 (1:10)
006350     END-IF.
006360 3200-EXIT.
006370     EXIT.
006380
006390*      =========================================================
006400*      3300-RETURN-OR-CANCEL  --  TAKE THE REJECT OUT OF THE
006410*                                  RECYCLE LOOP ON PURPOSE.  THE
006420*                                  REASON RIDES IN CX-NEW-VALUE
006430*                                  AND IS REQUIRED.
006440*      =========================================================
006450 3300-RETURN-OR-CANCEL.
006460     MOVE SPACES TO CRC-REASON-ANSWER.
006470     DISPLAY "ENTER REASON, UP TO 10 CHARACTERS "
006480         "(BLANK TO GO BACK):".
006490     ACCEPT CRC-REASON-ANSWER.
006500     IF CRC-REASON-ANSWER = SPACES
006510         GO TO 3300-EXIT
006520     END-IF.
006530
006535     MOVE SPACES            TO CORRECTION-RECORD.
006540     MOVE CR-TRAN-KEY       TO CX-TRAN-KEY.
006550     MOVE CRC-DISPOSITION   TO CX-FIELD.
006560     MOVE CRC-REASON-ANSWER TO CX-NEW-VALUE.
006570     PERFORM 3500-WRITE-CORRIN THRU 3500-EXIT.
006580     IF CRC-WRITE-FAILED
006590         GO TO 3300-EXIT
006600     END-IF.
006610
006620     IF CRC-DISPOSITION = "RTRN"
006630         STRING "RETURNED   KEY " CR-TRAN-KEY
006640             "  <" CRC-REASON-ANSWER "> - " CR-REASON
006650             DELIMITED BY SIZE INTO CRR-LINE
006660         END-STRING
006670         ADD 1 TO CRC-RETURNED-COUNT
006680     ELSE
006690         STRING "CANCELLED  KEY " CR-TRAN-KEY
006700             "  <" CRC-REASON-ANSWER "> - " CR-REASON
006710             DELIMITED BY SIZE INTO CRR-LINE
006720         END-STRING
006730         ADD 1 TO CRC-CANCELLED-COUNT
006740     END-IF.
006750     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
006760 3300-EXIT.
006770     EXIT.
006780
006790*      ---------------------------------------------------------
006800*      3500-WRITE-CORRIN  --  A FAILED WRITE ENDS THE SESSION;
006810*                              WHAT WAS WRITTEN BEFORE IT STANDS.
006820*      ---------------------------------------------------------
006830 3500-WRITE-CORRIN.
006840     WRITE CORRECTION-RECORD.
006850     IF NOT CRC-CORR-OK
006860         DISPLAY "CALCCORR - CORRIN WRITE FAILED - STATUS "
006870             CRC-CORR-STATUS " - SESSION ENDED"
006880         SET CRC-WRITE-FAILED TO TRUE
006890         SET CRC-QUIT TO TRUE
006900         SET CRC-REJ-DONE TO TRUE
006910         ADD 1 TO CRC-UNSEEN-COUNT
006920         GO TO 3500-EXIT
006930     END-IF.
006940     ADD 1 TO CRC-KEYS-LOADED.
006950     MOVE CX-TRAN-KEY TO CRC-TBL-KEY (CRC-KEYS-LOADED).
006960     SET CRC-REJ-DONE TO TRUE.
006970 3500-EXIT.
006980     EXIT.
006990
007000*      ---------------------------------------------------------
007010*      3600-NAME-FAILING-FIELD  --  A REASON BEGINS WITH THE
007020*                                    NAME OF THE FIELD THAT
007030*                                    FAILED, READ THE SAME WAY
007040*                                    CALCRECYC READS CR-REASON.
007050*      ---------------------------------------------------------
007060 3600-NAME-FAILING-FIELD.
007070     IF CRC-EDIT-REASON (1:7) = "OP CODE"
007080         MOVE "OP" TO CRC-EDIT-FIELD
007090     ELSE
007100         MOVE CRC-EDIT-REASON (1:4) TO CRC-EDIT-FIELD
007110     END-IF.
007120 3600-EXIT.
007130     EXIT.
007140
007150*      =========================================================
007160*      4000-EDIT-TRANSACTION  --  CALCULATOR'S 2200-VALIDATE-
007170*                                  INPUT EDITS, IN ITS ORDER AND
007180*                                  WITH ITS REASON TEXTS.  A
007190*                                  REVERSAL IS CHECKED AGAINST
007200*                                  THE RESULTS MASTER THERE, SO
007210*                                  OP CODE R IS NOT TAKEN AS A
007220*                                  CORRECTION HERE -- A REVERSAL
007230*                                  IS RESUBMITTED, NOT REPAIRED.
007240*      =========================================================
007250 4000-EDIT-TRANSACTION.
007260     MOVE SPACES TO CRC-EDIT-REASON.
007270
007280     IF CT-OP-CODE = SPACE
007290         MOVE "A" TO CT-OP-CODE
007300     END-IF.
007310     IF NOT CT-OP-VALID
007320         MOVE "OP CODE NOT S/I/D/A/R" TO CRC-EDIT-REASON
007330         GO TO 4000-EXIT
007340     END-IF.
007350     IF CT-OP-REVERSAL
007360         MOVE "OP CODE R IS NOT A CORRECTION" TO CRC-EDIT-REASON
007370         GO TO 4000-EXIT
007380     END-IF.
007390
007400     IF CT-OP-STRING OR CT-OP-ALL
007410         IF CT-VAR1 NOT NUMERIC
007420             MOVE "VAR1 NOT NUMERIC" TO CRC-EDIT-REASON
007430             GO TO 4000-EXIT
007440         END-IF
007450         IF CT-VAR2 NOT NUMERIC
007460             MOVE "VAR2 NOT NUMERIC" TO CRC-EDIT-REASON
007470             GO TO 4000-EXIT
007480         END-IF
007490     END-IF.
007500
007510     IF CT-OP-INT OR CT-OP-ALL
007520         IF CT-VAR3 NOT NUMERIC
007530             MOVE "VAR3 NOT NUMERIC" TO CRC-EDIT-REASON
007540             GO TO 4000-EXIT
007550         END-IF
007560         IF CT-VAR4 NOT NUMERIC
007570             MOVE "VAR4 NOT NUMERIC" TO CRC-EDIT-REASON
007580             GO TO 4000-EXIT
007590         END-IF
007600     END-IF.
007610
007620     IF CT-OP-DECIMAL OR CT-OP-ALL
007630         IF CT-VAR5 NOT NUMERIC
007640             MOVE "VAR5 NOT NUMERIC" TO CRC-EDIT-REASON
007650             GO TO 4000-EXIT
007660         END-IF
007670         IF CT-VAR6 NOT NUMERIC
007680             MOVE "VAR6 NOT NUMERIC" TO CRC-EDIT-REASON
007690             GO TO 4000-EXIT
007700         END-IF
007710     END-IF.
007720 4000-EXIT.
007730     EXIT.
007740
007750*      =========================================================
007760*      7000-PRINT-SUMMARY  --  SESSION TOTALS FOR THE SHIFT LOG.
007770*      =========================================================
007780 7000-PRINT-SUMMARY.
007790     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007800     MOVE CRC-REJ-COUNT TO CRC-EDIT-COUNT.
007810     STRING "REJECTS ON CALCREJ:            " CRC-EDIT-COUNT
007820         DELIMITED BY SIZE INTO CRR-LINE
007830     END-STRING.
007840     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007850     MOVE CRC-ON-FILE-COUNT TO CRC-EDIT-COUNT.
007860     STRING "ALREADY ON CORRIN:             " CRC-EDIT-COUNT
007870         DELIMITED BY SIZE INTO CRR-LINE
007880     END-STRING.
007890     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007900     MOVE CRC-CORRECTED-COUNT TO CRC-EDIT-COUNT.
007910     STRING "CORRECTED:                     " CRC-EDIT-COUNT
007920         DELIMITED BY SIZE INTO CRR-LINE
007930     END-STRING.
007940     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007950     MOVE CRC-RETURNED-COUNT TO CRC-EDIT-COUNT.
007960     STRING "RETURNED TO SUBMITTER:         " CRC-EDIT-COUNT
007970         DELIMITED BY SIZE INTO CRR-LINE
007980     END-STRING.
007990     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008000     MOVE CRC-CANCELLED-COUNT TO CRC-EDIT-COUNT.
008010     STRING "CANCELLED:                     " CRC-EDIT-COUNT
008020         DELIMITED BY SIZE INTO CRR-LINE
008030     END-STRING.
008040     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008050     MOVE CRC-SKIPPED-COUNT TO CRC-EDIT-COUNT.
008060     STRING "SKIPPED:                       " CRC-EDIT-COUNT
008070         DELIMITED BY SIZE INTO CRR-LINE
008080     END-STRING.
008090     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008100     MOVE CRC-UNSEEN-COUNT TO CRC-EDIT-COUNT.
008110     STRING "NOT REVIEWED (SESSION ENDED):  " CRC-EDIT-COUNT
008120         DELIMITED BY SIZE INTO CRR-LINE
008130     END-STRING.
008140     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008150     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008160 7000-EXIT.
008170     EXIT.
008180
008190*      ---------------------------------------------------------
008200*      7900-WRITE-LINE
008210*      ---------------------------------------------------------
008220 7900-WRITE-LINE.
008230     WRITE CORR-RPT-RECORD.
008240     DISPLAY CRR-LINE.
008250     MOVE SPACES TO CRR-LINE.
008260 7900-EXIT.
008270     EXIT.
008280
008290*      =========================================================
008300*      8000-TERMINATE
008310*      =========================================================
008320 8000-TERMINATE.
008330     CLOSE CALC-REJ-FILE.
008340     CLOSE CORR-IN-FILE.
008350     CLOSE CORR-RPT-FILE.
008360 8000-EXIT.
008370     EXIT.
008380
008390*      =========================================================
008400*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
008410*                      COMPLETION AND ABEND.
008420*      =========================================================
008430 9999-EXIT.
008440     STOP RUN.
