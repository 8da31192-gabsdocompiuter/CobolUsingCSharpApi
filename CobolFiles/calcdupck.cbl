000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCDUPCK.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  DUPLICATE-SUSPECT CHECK
000110*                      RUN AHEAD OF CALCULATOR.  CALCMERGE ONLY
000120*                      CATCHES A REPEATED CT-TRAN-KEY, SO A
000130*                      DEPARTMENT THAT RE-SENT THE SAME WORK
000140*                      UNDER NEW KEYS, SOMETIMES DAYS LATER, HAD
000150*                      IT RUN TWICE AND BILLED, STATED AND POSTED
000160*                      TWICE.  EVERY TRANSACTION ON TONIGHT'S
000170*                      CALCIN IS COMPARED -- SUBMITTER, OP CODE
000180*                      AND THE OPERANDS OF THE ENTRY POINTS THAT
000190*                      OP CODE RUNS -- AGAINST THE RESULTS ON
000200*                      CALCMSTR FOR THE DC-LOOKBACK-DAYS DAYS
000210*                      BEFORE THE RUN DATE (DUPCTL CONTROL CARD,
000220*                      DEFAULT FIVE) AND AGAINST THE TRANSACTIONS
000230*                      AHEAD OF IT IN TONIGHT'S BATCH.  A MATCH
000240*                      IS HELD ON THE DUPREVW REVIEW FILE WITH
000250*                      THE RUN DATE AND KEY IT MATCHED AND IS
000260*                      TAKEN OUT OF CALCIN, SO IT DOES NOT RUN.
000270*                      A REVERSAL IS NEVER A SUSPECT, AND A
000280*                      RESULT THAT HAS SINCE BEEN REVERSED IS NOT
000290*                      MATCHED -- SENDING BACKED-OUT WORK AGAIN IS
000300*                      WHAT A REVERSAL IS FOR.  WORK THE
000310*                      DEPARTMENT HAS CONFIRMED THROUGH CALCDREL
000320*                      IS PUT BACK INTO CALCIN HERE, IN KEY
000330*                      SEQUENCE, THE NEXT NIGHT, WITHOUT BEING
000340*                      CHECKED AGAIN; IF ITS KEY IS ALREADY IN
000350*                      USE TONIGHT IT WAITS ANOTHER NIGHT.  DUPRPT
000360*                      LISTS EVERY SUSPECT HELD AND EVERY RELEASE.
000370*                      RETURN CODE 4 FLAGS A NIGHT WITH ANYTHING
000380*                      HELD OR WAITING.  THE PARM IS THE RUN DATE
000390*                      (YYYYMMDD), DEFAULT TODAY.
000391*    10/15/26   GM    TWO RELEASES OF THE SAME CT-TRAN-KEY NO
000392*                      LONGER GO BACK INTO CALCIN THE SAME NIGHT.
000393*                      THE FIRST OFF DUPREVW RUNS; A LATER ONE
000394*                      WAITS A NIGHT, AS FOR A KEY ALREADY ON
000395*                      TONIGHT'S CALCIN.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT    DIVISION.
000420 CONFIGURATION  SECTION.
000430
000440 INPUT-OUTPUT   SECTION.
000450 FILE-CONTROL.
000460     SELECT DUP-CTL-FILE    ASSIGN TO "DUPCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS DCK-CTL-STATUS.
000490
000500*    READ IN FULL, THEN WRITTEN AGAIN WITHOUT THE SUSPECTS.
000510     SELECT CALC-TRAN-FILE  ASSIGN TO "CALCIN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS  IS DCK-TRAN-STATUS.
000540
000550     SELECT CALC-MSTR-FILE  ASSIGN TO "CALCMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE  IS DYNAMIC
000580         RECORD KEY   IS RM-KEY
000590         FILE STATUS  IS DCK-MSTR-STATUS.
000600
000610     SELECT CALC-DUPR-FILE  ASSIGN TO "DUPREVW"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE  IS DYNAMIC
000640         RECORD KEY   IS DR-KEY
000650         FILE STATUS  IS DCK-DUPR-STATUS.
000660
000670     SELECT DUP-RPT-FILE    ASSIGN TO "DUPRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS  IS DCK-RPT-STATUS.
000700
000710 DATA           DIVISION.
000720 FILE           SECTION.
000730
000740 FD  DUP-CTL-FILE.
000750 COPY DUPCTL.
000760
000770 FD  CALC-TRAN-FILE.
000780 COPY CALCTRAN.
000790
000800 FD  CALC-MSTR-FILE.
000810 COPY CALCMREC.
000820
000830 FD  CALC-DUPR-FILE.
000840 COPY CALCDUPR.
000850
000860 FD  DUP-RPT-FILE.
000870 COPY DUPRREC.
000880
000890 WORKING-STORAGE SECTION.
000900 77  DCK-CTL-STATUS          PIC X(02).
000910     88  DCK-CTL-OK               VALUE "00".
000920
000930 77  DCK-TRAN-STATUS         PIC X(02).
000940     88  DCK-TRAN-OK              VALUE "00".
000950
000960 77  DCK-MSTR-STATUS         PIC X(02).
000970     88  DCK-MSTR-OK              VALUE "00".
000980
000990 77  DCK-DUPR-STATUS         PIC X(02).
001000     88  DCK-DUPR-OK              VALUE "00".
001010     88  DCK-DUPR-DUPLICATE       VALUE "22".
001020     88  DCK-DUPR-NOT-FOUND       VALUE "35".
001030
001040 77  DCK-RPT-STATUS          PIC X(02).
001050
001060 77  DCK-EOF-SWITCH          PIC X(01) VALUE "N".
001070     88  DCK-FILE-EOF             VALUE "Y".
001080
001090 77  DCK-COMPARE-SWITCH      PIC X(01) VALUE "N".
001100     88  DCK-COMPARABLE           VALUE "Y".
001110
001120 77  DCK-ABEND-SWITCH        PIC X(01) VALUE "N".
001130     88  DCK-ABENDED              VALUE "Y".
001140
001150 77  DCK-DATE-PARM           PIC X(08).
001160 77  DCK-FROM-DATE           PIC 9(08) VALUE ZERO.
001170 77  DCK-LOOKBACK            PIC 9(03) VALUE 5.
001180 77  DCK-DAY-NUMBER          PIC S9(09) COMP-3 VALUE ZERO.
001190 77  DCK-FINAL-RC            PIC 9(02) VALUE ZERO.
001200
001210*  THE RUN DATE, ALSO SEEN AS TEXT TO SET AND TEST THE RERUN
001220*  DATE ON THE REVIEW RECORD.
001230 01  DCK-RUN-DATE            PIC 9(08) VALUE ZERO.
001240 01  DCK-RUN-DATE-X          REDEFINES DCK-RUN-DATE
001250                             PIC X(08).
001260
001270 77  DCK-SUB                 PIC 9(04) COMP VALUE ZERO.
001280 77  DCK-SUB2                PIC 9(04) COMP VALUE ZERO.
001290 77  DCK-HIT                 PIC 9(04) COMP VALUE ZERO.
001300 77  DCK-TRAN-USED           PIC 9(04) COMP VALUE ZERO.
001310 77  DCK-TRAN-MAX            PIC 9(04) COMP VALUE 5000.
001320 77  DCK-REL-SUB             PIC 9(04) COMP VALUE ZERO.
001330 77  DCK-REL-SUB2            PIC 9(04) COMP VALUE ZERO.
001340 77  DCK-REL-USED            PIC 9(04) COMP VALUE ZERO.
001350 77  DCK-REL-MAX             PIC 9(04) COMP VALUE 500.
001360
001370 77  DCK-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001380 77  DCK-MSTR-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001390 77  DCK-HELD-MSTR-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001400 77  DCK-HELD-BATCH-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
001410 77  DCK-REHELD-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001420 77  DCK-UNCHECKED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001430 77  DCK-WRITE-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001440 77  DCK-REL-IN-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001450 77  DCK-REL-WAIT-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001460 77  DCK-REL-OVER-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001470 77  DCK-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001480 77  DCK-EDIT-DAYS           PIC ZZ9.
001490
001500*  WHAT A TRANSACTION ASKS TO HAVE RUN, BUILT THE SAME WAY FROM
001510*  A CALCIN RECORD AND FROM A CALCMSTR RESULT SO THE TWO CAN BE
001520*  COMPARED AS ONE FIELD.  OPERANDS OF AN ENTRY POINT THE OP
001530*  CODE DOES NOT RUN STAY ZERO.
001540 01  DCK-CONTENT.
001550     05  DCK-C-SOURCE        PIC X(01).
001560     05  DCK-C-OP-CODE       PIC X(01).
001570     05  DCK-C-VAR1          PIC 9(03).
001580     05  DCK-C-VAR2          PIC 9(03).
001590     05  DCK-C-VAR3          PIC 9(04).
001600     05  DCK-C-VAR4          PIC 9(04).
001610     05  DCK-C-VAR5          PIC S9(07)V99.
001620     05  DCK-C-VAR6          PIC S9(07)V99.
001630
001640*  TONIGHT'S CALCIN, IN ITS KEY SEQUENCE.  DCK-T-STATE IS
001650*  SPACE TO RUN, S FOR A SUSPECT HELD, R FOR RELEASED WORK
001660*  ALREADY BACK IN CALCIN (A RERUN OF THE STEP) THAT IS NOT
001670*  CHECKED AGAIN.
001680 01  DCK-TRAN-TABLE.
001690     05  DCK-TRAN-ENTRY      OCCURS 5000 TIMES.
001700         10  DCK-T-IMAGE         PIC X(79).
001710         10  DCK-T-KEY           PIC 9(06).
001720         10  DCK-T-CONTENT       PIC X(34).
001730         10  DCK-T-COMPARABLE    PIC X(01).
001740         10  DCK-T-STATE         PIC X(01).
001750         10  DCK-T-MATCH-SOURCE  PIC X(01).
001760         10  DCK-T-MATCH-DATE    PIC 9(08).
001770         10  DCK-T-MATCH-KEY     PIC 9(06).
001780
001790*  RELEASED WORK OFF DUPREVW.  DCK-R-STATE IS A TO ADD TO
001800*  CALCIN TONIGHT, P IF IT IS ALREADY THERE, W IF ITS KEY IS
001810*  TAKEN TONIGHT AND IT WAITS.
001820 01  DCK-REL-TABLE.
001830     05  DCK-REL-ENTRY       OCCURS 500 TIMES.
001840         10  DCK-R-KEY           PIC 9(06).
001850         10  DCK-R-REVW-KEY      PIC X(14).
001860         10  DCK-R-IMAGE         PIC X(79).
001870         10  DCK-R-STATE         PIC X(01).
001880
001890 01  DCK-REL-HOLD.
001900     05  DCK-H-KEY               PIC 9(06).
001910     05  DCK-H-REVW-KEY          PIC X(14).
001920     05  DCK-H-IMAGE             PIC X(79).
001930     05  DCK-H-STATE             PIC X(01).
001940
001950*  A RESULT OFF THE MASTER, ITS SEGMENTS MOVED INTO THE CALCOUT
001960*  LAYOUT TO REACH THE OPERANDS.
001970 COPY CALCOUT.
001980
001990 LINKAGE SECTION.
002000
002010 PROCEDURE DIVISION.
002020
002030*      =========================================================
002040*      0000-MAINLINE  --  NOTHING IS WRITTEN BACK TO CALCIN
002050*                          UNTIL EVERY SUSPECT IS SAFELY ON
002060*                          DUPREVW.
002070*      =========================================================
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100
002110     PERFORM 2000-LOAD-TONIGHT THRU 2000-EXIT.
002120     PERFORM 2500-LOAD-RELEASED THRU 2500-EXIT.
002130     PERFORM 3000-CHECK-MASTER THRU 3000-EXIT.
002140     PERFORM 3500-CHECK-BATCH THRU 3500-EXIT
002150         VARYING DCK-SUB FROM 2 BY 1
002160         UNTIL DCK-SUB > DCK-TRAN-USED.
002170
002180     MOVE "SUSPECTED DUPLICATES HELD FOR DEPARTMENT REVIEW"
002190         TO DPR-LINE.
002200     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002210     PERFORM 4000-HOLD-ONE-SUSPECT THRU 4000-EXIT
002220         VARYING DCK-SUB FROM 1 BY 1
002230         UNTIL DCK-SUB > DCK-TRAN-USED
002240            OR DCK-ABENDED.
002250     IF DCK-ABENDED
002260         CLOSE CALC-DUPR-FILE
002270         CLOSE DUP-RPT-FILE
002280         MOVE 16 TO RETURN-CODE
002290         GO TO 9999-EXIT
002300     END-IF.
002310     IF DCK-HELD-MSTR-COUNT = ZERO
002320         AND DCK-HELD-BATCH-COUNT = ZERO
002330         MOVE "NONE" TO DPR-LINE
002340         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002350     END-IF.
002360
002370     PERFORM 5000-REWRITE-CALCIN THRU 5000-EXIT.
002380     IF DCK-ABENDED
002390         CLOSE CALC-DUPR-FILE
002400         CLOSE DUP-RPT-FILE
002410         MOVE 16 TO RETURN-CODE
002420         GO TO 9999-EXIT
002430     END-IF.
002440
002450     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002460     MOVE "CONFIRMED WORK RELEASED FROM DUPLICATE REVIEW"
002470         TO DPR-LINE.
002480     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002490     PERFORM 5500-MARK-ONE-RELEASE THRU 5500-EXIT
002500         VARYING DCK-REL-SUB FROM 1 BY 1
002510         UNTIL DCK-REL-SUB > DCK-REL-USED.
002520     IF DCK-REL-USED = ZERO
002530         MOVE "NONE" TO DPR-LINE
002540         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002550     END-IF.
002560
002570     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002580     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002590     IF (DCK-HELD-MSTR-COUNT > ZERO
002600         OR DCK-HELD-BATCH-COUNT > ZERO
002610         OR DCK-REL-WAIT-COUNT > ZERO
002620         OR DCK-REL-OVER-COUNT > ZERO)
002630         AND DCK-FINAL-RC < 4
002640         MOVE 4 TO DCK-FINAL-RC
002650     END-IF.
002660     MOVE DCK-FINAL-RC TO RETURN-CODE.
002670     GO TO 9999-EXIT.
002680
002690*      =========================================================
002700*      1000-INITIALIZE  --  RESOLVE THE RUN DATE AND THE
002710*                            LOOKBACK WINDOW, OPEN THE REPORT.
002720*      =========================================================
002730 1000-INITIALIZE.
002740     ACCEPT DCK-DATE-PARM FROM COMMAND-LINE.
002750     IF DCK-DATE-PARM = SPACES
002760         ACCEPT DCK-RUN-DATE FROM DATE YYYYMMDD
002770     ELSE
002780         IF DCK-DATE-PARM NUMERIC
002790             MOVE DCK-DATE-PARM TO DCK-RUN-DATE
002800         ELSE
002810             DISPLAY "CALCDUPCK - RUN DATE PARM NOT YYYYMMDD: "
002820                 DCK-DATE-PARM
002830             MOVE 16 TO RETURN-CODE
002840             GO TO 9999-EXIT
002850         END-IF
002860     END-IF.
002870     IF FUNCTION INTEGER-OF-DATE (DCK-RUN-DATE) = ZERO
002880         DISPLAY "CALCDUPCK - RUN DATE IS NOT A CALENDAR DATE: "
002890             DCK-RUN-DATE
002900         MOVE 16 TO RETURN-CODE
002910         GO TO 9999-EXIT
002920     END-IF.
002930
002940     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002950     COMPUTE DCK-DAY-NUMBER =
002960         FUNCTION INTEGER-OF-DATE (DCK-RUN-DATE) - DCK-LOOKBACK.
002970     COMPUTE DCK-FROM-DATE =
002980         FUNCTION DATE-OF-INTEGER (DCK-DAY-NUMBER).
002990
003000     OPEN OUTPUT DUP-RPT-FILE.
003010     IF DCK-RPT-STATUS NOT = "00"
003020         DISPLAY "CALCDUPCK - DUPRPT OPEN FAILED"
003030         MOVE 16 TO RETURN-CODE
003040         GO TO 9999-EXIT
003050     END-IF.
003060*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
003070*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
003080     MOVE SPACES TO DPR-LINE.
003090
003100     STRING "DUPLICATE-SUSPECT CHECK - RUN DATE " DCK-RUN-DATE
003110         DELIMITED BY SIZE INTO DPR-LINE
003120     END-STRING.
003130     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003140     MOVE DCK-LOOKBACK TO DCK-EDIT-DAYS.
003150     IF DCK-LOOKBACK = ZERO
003160         MOVE "LOOKBACK 0 DAYS - TONIGHT'S BATCH ONLY"
003170             TO DPR-LINE
003180     ELSE
003190         STRING "LOOKBACK " DCK-EDIT-DAYS
003200             " DAYS - CALCMSTR RUN DATES " DCK-FROM-DATE
003210             " THRU THE NIGHT BEFORE"
003220             DELIMITED BY SIZE INTO DPR-LINE
003230         END-STRING
003240     END-IF.
003250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003260     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003270 1000-EXIT.
003280     EXIT.
003290
003300*      ---------------------------------------------------------
003310*      1100-READ-CONTROL  --  NO CARD MEANS THE DEFAULT; A CARD
003320*                              THAT CANNOT BE READ ABENDS THE
003330*                              RUN RATHER THAN CHECK THE WRONG
003340*                              WINDOW.
003350*      ---------------------------------------------------------
003360 1100-READ-CONTROL.
003370     OPEN INPUT DUP-CTL-FILE.
003380     IF NOT DCK-CTL-OK
003390         DISPLAY "CALCDUPCK - NO DUPCTL CARD - LOOKBACK "
003400             DCK-LOOKBACK " DAYS"
003410         GO TO 1100-EXIT
003420     END-IF.
003430     READ DUP-CTL-FILE
003440         AT END
003450             MOVE SPACES TO DUP-CONTROL-RECORD
003460     END-READ.
003470     CLOSE DUP-CTL-FILE.
003480     IF DC-LOOKBACK-DAYS NOT NUMERIC
003490         DISPLAY "CALCDUPCK - DUPCTL LOOKBACK DAYS NOT 000-365: "
003500             DC-LOOKBACK-DAYS
003510         MOVE 16 TO RETURN-CODE
003520         GO TO 9999-EXIT
003530     END-IF.
003540     MOVE DC-LOOKBACK-DAYS TO DCK-LOOKBACK.
003550     IF DCK-LOOKBACK > 365
003560         DISPLAY "CALCDUPCK - DUPCTL LOOKBACK DAYS NOT 000-365: "
003570             DC-LOOKBACK-DAYS
003580         MOVE 16 TO RETURN-CODE
003590         GO TO 9999-EXIT
003600     END-IF.
003610 1100-EXIT.
003620     EXIT.
003630
003640*      =========================================================
003650*      2000-LOAD-TONIGHT  --  ALL OF CALCIN INTO THE TABLE.  A
003660*                              BATCH TOO BIG FOR THE TABLE ABENDS
003670*                              WITH CALCIN UNTOUCHED.
003680*      =========================================================
003690 2000-LOAD-TONIGHT.
003700     OPEN INPUT CALC-TRAN-FILE.
003710     IF NOT DCK-TRAN-OK
003720         DISPLAY "CALCDUPCK - CALCIN OPEN FAILED - STATUS "
003730             DCK-TRAN-STATUS
003740         CLOSE DUP-RPT-FILE
003750         MOVE 16 TO RETURN-CODE
003760         GO TO 9999-EXIT
003770     END-IF.
003780     MOVE "N" TO DCK-EOF-SWITCH.
003790     PERFORM 2100-READ-ONE-TRAN THRU 2100-EXIT
003800         UNTIL DCK-FILE-EOF.
003810     CLOSE CALC-TRAN-FILE.
003820 2000-EXIT.
003830     EXIT.
003840
003850*      ---------------------------------------------------------
003860*      2100-READ-ONE-TRAN
003870*      ---------------------------------------------------------
003880 2100-READ-ONE-TRAN.
003890     READ CALC-TRAN-FILE
003900         AT END
003910             SET DCK-FILE-EOF TO TRUE
003920             GO TO 2100-EXIT
003930     END-READ.
003940     ADD 1 TO DCK-READ-COUNT.
003950     IF DCK-TRAN-USED NOT < DCK-TRAN-MAX
003960         DISPLAY "CALCDUPCK - MORE THAN " DCK-TRAN-MAX
003970             " TRANSACTIONS ON CALCIN - ABENDING, CALCIN "
003980             "LEFT AS MERGED"
003990         CLOSE CALC-TRAN-FILE
004000         CLOSE DUP-RPT-FILE
004010         MOVE 16 TO RETURN-CODE
004020         GO TO 9999-EXIT
004030     END-IF.
004040     ADD 1 TO DCK-TRAN-USED.
004050     MOVE DCK-TRAN-USED    TO DCK-SUB.
004060     MOVE CALC-TRAN-RECORD TO DCK-T-IMAGE (DCK-SUB).
004070     MOVE CT-TRAN-KEY      TO DCK-T-KEY (DCK-SUB).
004080     MOVE SPACE            TO DCK-T-STATE (DCK-SUB).
004090     MOVE SPACE            TO DCK-T-MATCH-SOURCE (DCK-SUB).
004100     MOVE ZERO             TO DCK-T-MATCH-DATE (DCK-SUB).
004110     MOVE ZERO             TO DCK-T-MATCH-KEY (DCK-SUB).
004120     PERFORM 2150-BUILD-TRAN-CONTENT THRU 2150-EXIT.
004130     IF DCK-COMPARABLE
004140         MOVE "Y"         TO DCK-T-COMPARABLE (DCK-SUB)
004150         MOVE DCK-CONTENT TO DCK-T-CONTENT (DCK-SUB)
004160     ELSE
004170         MOVE "N"         TO DCK-T-COMPARABLE (DCK-SUB)
004180         MOVE SPACES      TO DCK-T-CONTENT (DCK-SUB)
004190         ADD 1 TO DCK-UNCHECKED-COUNT
004200     END-IF.
004210 2100-EXIT.
004220     EXIT.
004230
004240*      ---------------------------------------------------------
004250*      2150-BUILD-TRAN-CONTENT  --  A REVERSAL, AN OP CODE
004260*                                    CALCULATOR WILL REJECT, OR
004270*                                    AN OPERAND IT WILL REJECT
004280*                                    AS NOT NUMERIC LEAVES THE
004290*                                    RECORD UNCHECKED -- IT
004300*                                    CANNOT PRODUCE A RESULT.
004310*      ---------------------------------------------------------
004320 2150-BUILD-TRAN-CONTENT.
004330     MOVE "N" TO DCK-COMPARE-SWITCH.
004332     MOVE ZERO TO DCK-C-VAR1.
004334     MOVE ZERO TO DCK-C-VAR2.
004336     MOVE ZERO TO DCK-C-VAR3.
004338     MOVE ZERO TO DCK-C-VAR4.
004340     MOVE ZERO TO DCK-C-VAR5.
004342     MOVE ZERO TO DCK-C-VAR6.
004350     MOVE CT-SOURCE-ID TO DCK-C-SOURCE.
004360     MOVE CT-OP-CODE   TO DCK-C-OP-CODE.
004370     IF DCK-C-OP-CODE = SPACE
004380         MOVE "A" TO DCK-C-OP-CODE
004390     END-IF.
004400     IF DCK-C-OP-CODE NOT = "S"
004410         AND DCK-C-OP-CODE NOT = "I"
004420         AND DCK-C-OP-CODE NOT = "D"
004430         AND DCK-C-OP-CODE NOT = "A"
004440         GO TO 2150-EXIT
004450     END-IF.
004460
004470     IF DCK-C-OP-CODE = "S" OR "A"
004480         IF CT-VAR1 NOT NUMERIC
004490             OR CT-VAR2 NOT NUMERIC
004500             GO TO 2150-EXIT
004510         END-IF
004520         MOVE CT-VAR1 TO DCK-C-VAR1
004530         MOVE CT-VAR2 TO DCK-C-VAR2
004540     END-IF.
004550     IF DCK-C-OP-CODE = "I" OR "A"
004560         IF CT-VAR3 NOT NUMERIC
004570             OR CT-VAR4 NOT NUMERIC
004580             GO TO 2150-EXIT
004590         END-IF
004600         MOVE CT-VAR3 TO DCK-C-VAR3
004610         MOVE CT-VAR4 TO DCK-C-VAR4
004620     END-IF.
004630     IF DCK-C-OP-CODE = "D" OR "A"
004640         IF CT-VAR5 NOT NUMERIC
004650             OR CT-VAR6 NOT NUMERIC
004660             GO TO 2150-EXIT
004670         END-IF
004680         MOVE CT-VAR5 TO DCK-C-VAR5
004690         MOVE CT-VAR6 TO DCK-C-VAR6
004700     END-IF.
004710     SET DCK-COMPARABLE TO TRUE.
004720 2150-EXIT.
004730     EXIT.
004740
004750*      =========================================================
004760*      2500-LOAD-RELEASED  --  OPEN THE REVIEW FILE (CREATED
004770*                               EMPTY THE FIRST NIGHT) AND PICK
004780*                               UP THE WORK CONFIRMED SINCE THE
004790*                               LAST RUN, PLUS ANY ALREADY PUT
004800*                               BACK TONIGHT BY AN EARLIER PASS
004810*                               OF THIS STEP.
004820*      =========================================================
004830 2500-LOAD-RELEASED.
004840     OPEN I-O CALC-DUPR-FILE.
004850     IF DCK-DUPR-NOT-FOUND
004860         OPEN OUTPUT CALC-DUPR-FILE
004870         CLOSE CALC-DUPR-FILE
004880         OPEN I-O CALC-DUPR-FILE
004890     END-IF.
004900     IF NOT DCK-DUPR-OK
004910         DISPLAY "CALCDUPCK - DUPREVW OPEN FAILED - STATUS "
004920             DCK-DUPR-STATUS " - NOTHING CAN BE HELD"
004930         CLOSE DUP-RPT-FILE
004940         MOVE 16 TO RETURN-CODE
004950         GO TO 9999-EXIT
004960     END-IF.
004970
004980     MOVE "N" TO DCK-EOF-SWITCH.
004990     MOVE ZEROS TO DR-KEY.
005000     START CALC-DUPR-FILE KEY IS NOT < DR-KEY
005010         INVALID KEY
005020             SET DCK-FILE-EOF TO TRUE
005030     END-START.
005040     PERFORM 2510-READ-ONE-REVIEW THRU 2510-EXIT
005050         UNTIL DCK-FILE-EOF.
005060 2500-EXIT.
005070     EXIT.
005080
005090*      ---------------------------------------------------------
005092*      2510-READ-ONE-REVIEW  --  A RELEASE WHOSE KEY IS ON
005094*                                 TONIGHT'S CALCIN, OR IS TAKEN
005096*                                 BY A RELEASE AHEAD OF IT,
005098*                                 WAITS (W).
005110*      ---------------------------------------------------------
005120 2510-READ-ONE-REVIEW.
005130     READ CALC-DUPR-FILE NEXT RECORD
005140         AT END
005150             SET DCK-FILE-EOF TO TRUE
005160             GO TO 2510-EXIT
005170     END-READ.
005180     IF NOT DR-RELEASED
005190         AND NOT (DR-COMPLETED
005200             AND DR-RERUN-DATE = DCK-RUN-DATE-X)
005210         GO TO 2510-EXIT
005220     END-IF.
005230     IF DCK-REL-USED NOT < DCK-REL-MAX
005240         ADD 1 TO DCK-REL-OVER-COUNT
005250         GO TO 2510-EXIT
005260     END-IF.
005270
005280     ADD 1 TO DCK-REL-USED.
005290     MOVE DCK-REL-USED  TO DCK-REL-SUB.
005300     MOVE DR-TRAN-KEY   TO DCK-R-KEY (DCK-REL-SUB).
005310     MOVE DR-KEY        TO DCK-R-REVW-KEY (DCK-REL-SUB).
005320     MOVE DR-TRAN-IMAGE TO DCK-R-IMAGE (DCK-REL-SUB).
005330     MOVE ZERO TO DCK-HIT.
005340     PERFORM 2520-FIND-TONIGHT-KEY THRU 2520-EXIT
005350         VARYING DCK-SUB FROM 1 BY 1
005360         UNTIL DCK-SUB > DCK-TRAN-USED
005370            OR DCK-HIT > ZERO.
005380     IF DCK-HIT > ZERO
005410         IF DCK-T-IMAGE (DCK-HIT) = DR-TRAN-IMAGE
005415             AND DCK-T-STATE (DCK-HIT) NOT = "R"
005420             MOVE "P" TO DCK-R-STATE (DCK-REL-SUB)
005430             MOVE "R" TO DCK-T-STATE (DCK-HIT)
005440         ELSE
005450             MOVE "W" TO DCK-R-STATE (DCK-REL-SUB)
005460         END-IF
005465         GO TO 2510-EXIT
005470     END-IF.
005471     PERFORM 2530-FIND-RELEASED-KEY THRU 2530-EXIT
005472         VARYING DCK-REL-SUB2 FROM 1 BY 1
005473         UNTIL DCK-REL-SUB2 NOT < DCK-REL-SUB
005474            OR DCK-HIT > ZERO.
005475     IF DCK-HIT = ZERO
005476         MOVE "A" TO DCK-R-STATE (DCK-REL-SUB)
005477     ELSE
005478         MOVE "W" TO DCK-R-STATE (DCK-REL-SUB)
005479     END-IF.
005480 2510-EXIT.
005490     EXIT.
005500
005510*      ---------------------------------------------------------
005520*      2520-FIND-TONIGHT-KEY
005530*      ---------------------------------------------------------
005540 2520-FIND-TONIGHT-KEY.
005550     IF DCK-T-KEY (DCK-SUB) = DR-TRAN-KEY
005560         MOVE DCK-SUB TO DCK-HIT
005570     END-IF.
005580 2520-EXIT.
005590     EXIT.
005591
005592*      ---------------------------------------------------------
005593*      2530-FIND-RELEASED-KEY  --  AN EARLIER RELEASE GOING
005594*                                   INTO CALCIN TONIGHT UNDER
005595*                                   THE SAME KEY.
005596*      ---------------------------------------------------------
005597 2530-FIND-RELEASED-KEY.
005598     IF DCK-R-KEY (DCK-REL-SUB2) = DR-TRAN-KEY
005599         AND (DCK-R-STATE (DCK-REL-SUB2) = "A"
005600           OR DCK-R-STATE (DCK-REL-SUB2) = "P")
005601         MOVE DCK-REL-SUB2 TO DCK-HIT
005602     END-IF.
005603 2530-EXIT.
005604     EXIT.
005605
005610*      =========================================================
005620*      3000-CHECK-MASTER  --  EVERY RESULT IN THE LOOKBACK
005630*                              WINDOW AGAINST EVERY CHECKED
005640*                              TRANSACTION.  THE MASTER IS READ
005650*                              OLDEST FIRST, SO A TRANSACTION
005660*                              MATCHING SEVERAL RESULTS IS HELD
005670*                              AGAINST THE MOST RECENT.
005680*      =========================================================
005690 3000-CHECK-MASTER.
005700     IF DCK-LOOKBACK = ZERO
005710         GO TO 3000-EXIT
005720     END-IF.
005730     OPEN INPUT CALC-MSTR-FILE.
005740     IF NOT DCK-MSTR-OK
005750         STRING "CALCMSTR NOT AVAILABLE - STATUS "
005760             DCK-MSTR-STATUS
005770             " - CHECKED AGAINST TONIGHT'S BATCH ONLY"
005780             DELIMITED BY SIZE INTO DPR-LINE
005790         END-STRING
005800         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005810         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005820         MOVE 4 TO DCK-FINAL-RC
005830         GO TO 3000-EXIT
005840     END-IF.
005850
005860     MOVE "N" TO DCK-EOF-SWITCH.
005870     MOVE DCK-FROM-DATE TO RM-RUN-DATE.
005880     MOVE ZERO          TO RM-TRAN-KEY.
005890     START CALC-MSTR-FILE KEY IS NOT < RM-KEY
005900         INVALID KEY
005910             SET DCK-FILE-EOF TO TRUE
005920     END-START.
005930     PERFORM 3100-READ-ONE-MASTER THRU 3100-EXIT
005940         UNTIL DCK-FILE-EOF.
005950     CLOSE CALC-MSTR-FILE.
005960 3000-EXIT.
005970     EXIT.
005980
005990*      ---------------------------------------------------------
006000*      3100-READ-ONE-MASTER  --  TONIGHT'S OWN RUN DATE IS NOT
006010*                                 PART OF THE WINDOW -- A RERUN
006020*                                 AFTER THE LOAD WOULD MATCH
006030*                                 EVERY TRANSACTION TO ITSELF.
006040*      ---------------------------------------------------------
006050 3100-READ-ONE-MASTER.
006060     READ CALC-MSTR-FILE NEXT RECORD
006070         AT END
006080             SET DCK-FILE-EOF TO TRUE
006090             GO TO 3100-EXIT
006100     END-READ.
006110     IF RM-RUN-DATE NOT < DCK-RUN-DATE
006120         SET DCK-FILE-EOF TO TRUE
006130         GO TO 3100-EXIT
006140     END-IF.
006150     ADD 1 TO DCK-MSTR-COUNT.
006160     PERFORM 3150-BUILD-MASTER-CONTENT THRU 3150-EXIT.
006170     IF DCK-COMPARABLE
006180         PERFORM 3200-MATCH-ONE-ENTRY THRU 3200-EXIT
006190             VARYING DCK-SUB FROM 1 BY 1
006200             UNTIL DCK-SUB > DCK-TRAN-USED
006210     END-IF.
006220 3100-EXIT.
006230     EXIT.
006240
006250*      ---------------------------------------------------------
006260*      3150-BUILD-MASTER-CONTENT  --  THE OPERANDS OF THE
006270*                                      SEGMENTS THE OP CODE RAN,
006280*                                      OFF THE SEGMENT IMAGES.
006290*                                      REVERSALS AND REVERSED
006300*                                      RESULTS ARE NOT MATCHED.
006310*      ---------------------------------------------------------
006320 3150-BUILD-MASTER-CONTENT.
006330     MOVE "N" TO DCK-COMPARE-SWITCH.
006340     IF RM-OP-REVERSAL
006350         OR RM-REVERSED
006360         GO TO 3150-EXIT
006370     END-IF.
006372     MOVE ZERO TO DCK-C-VAR1.
006374     MOVE ZERO TO DCK-C-VAR2.
006376     MOVE ZERO TO DCK-C-VAR3.
006378     MOVE ZERO TO DCK-C-VAR4.
006380     MOVE ZERO TO DCK-C-VAR5.
006382     MOVE ZERO TO DCK-C-VAR6.
006390     MOVE RM-SOURCE-ID   TO DCK-C-SOURCE.
006400     MOVE RM-OP-CODE     TO DCK-C-OP-CODE.
006410     MOVE RM-STRING-SEG  TO CO-STRING-SEG-X.
006420     MOVE RM-INT-SEG     TO CO-INT-SEG-X.
006430     MOVE RM-DECIMAL-SEG TO CO-DECIMAL-SEG-X.
006440
006450     IF DCK-C-OP-CODE = "S" OR "A"
006460         IF CO-VAR1 NOT NUMERIC
006470             OR CO-VAR2 NOT NUMERIC
006480             GO TO 3150-EXIT
006490         END-IF
006500         MOVE CO-VAR1 TO DCK-C-VAR1
006510         MOVE CO-VAR2 TO DCK-C-VAR2
006520     END-IF.
006530     IF DCK-C-OP-CODE = "I" OR "A"
006540         IF CO-VAR3 NOT NUMERIC
006550             OR CO-VAR4 NOT NUMERIC
006560             GO TO 3150-EXIT
006570         END-IF
006580         MOVE CO-VAR3 TO DCK-C-VAR3
006590         MOVE CO-VAR4 TO DCK-C-VAR4
006600     END-IF.
006610     IF DCK-C-OP-CODE = "D" OR "A"
006620         IF CO-VAR5 NOT NUMERIC
006630             OR CO-VAR6 NOT NUMERIC
006640             GO TO 3150-EXIT
006650         END-IF
006660         MOVE CO-VAR5 TO DCK-C-VAR5
006670         MOVE CO-VAR6 TO DCK-C-VAR6
006680     END-IF.
006690     IF DCK-C-OP-CODE NOT = "S"
006700         AND DCK-C-OP-CODE NOT = "I"
006710         AND DCK-C-OP-CODE NOT = "D"
006720         AND DCK-C-OP-CODE NOT = "A"
006730         GO TO 3150-EXIT
006740     END-IF.
006750     SET DCK-COMPARABLE TO TRUE.
006760 3150-EXIT.
006770     EXIT.
006780
006790*      ---------------------------------------------------------
006800*      3200-MATCH-ONE-ENTRY
006810*      ---------------------------------------------------------
006820 3200-MATCH-ONE-ENTRY.
006830     IF DCK-T-COMPARABLE (DCK-SUB) = "Y"
006840         AND DCK-T-STATE (DCK-SUB) NOT = "R"
006850         AND DCK-T-CONTENT (DCK-SUB) = DCK-CONTENT
006860         MOVE "S"         TO DCK-T-STATE (DCK-SUB)
006870         MOVE "M"         TO DCK-T-MATCH-SOURCE (DCK-SUB)
006880         MOVE RM-RUN-DATE TO DCK-T-MATCH-DATE (DCK-SUB)
006890         MOVE RM-TRAN-KEY TO DCK-T-MATCH-KEY (DCK-SUB)
006900     END-IF.
006910 3200-EXIT.
006920     EXIT.
006930
006940*      =========================================================
006950*      3500-CHECK-BATCH  --  A TRANSACTION NOT ALREADY HELD
006960*                             AGAINST THE MASTER IS HELD IF AN
006970*                             EARLIER ONE TONIGHT THAT DOES RUN
006980*                             ASKS FOR THE SAME THING.  THE
006990*                             FIRST OF THE PAIR RUNS.
007000*      =========================================================
007010 3500-CHECK-BATCH.
007020     IF DCK-T-COMPARABLE (DCK-SUB) NOT = "Y"
007030         OR DCK-T-STATE (DCK-SUB) NOT = SPACE
007040         GO TO 3500-EXIT
007050     END-IF.
007060     MOVE ZERO TO DCK-HIT.
007070     PERFORM 3520-FIND-EARLIER THRU 3520-EXIT
007080         VARYING DCK-SUB2 FROM 1 BY 1
007090         UNTIL DCK-SUB2 NOT < DCK-SUB
007100            OR DCK-HIT > ZERO.
007110     IF DCK-HIT > ZERO
007120         MOVE "S"          TO DCK-T-STATE (DCK-SUB)
007130         MOVE "B"          TO DCK-T-MATCH-SOURCE (DCK-SUB)
007140         MOVE DCK-RUN-DATE TO DCK-T-MATCH-DATE (DCK-SUB)
007150         MOVE DCK-T-KEY (DCK-HIT)
007160                           TO DCK-T-MATCH-KEY (DCK-SUB)
007170     END-IF.
007180 3500-EXIT.
007190     EXIT.
007200
007210*      ---------------------------------------------------------
007220*      3520-FIND-EARLIER
007230*      ---------------------------------------------------------
007240 3520-FIND-EARLIER.
007250     IF DCK-T-COMPARABLE (DCK-SUB2) = "Y"
007260         AND DCK-T-STATE (DCK-SUB2) = SPACE
007270         AND DCK-T-CONTENT (DCK-SUB2) = DCK-T-CONTENT (DCK-SUB)
007280         MOVE DCK-SUB2 TO DCK-HIT
007290     END-IF.
007300 3520-EXIT.
007310     EXIT.
007320
007330*      =========================================================
007340*      4000-HOLD-ONE-SUSPECT  --  A SUSPECT ALREADY ON DUPREVW
007350*                                  FOR TONIGHT (A RERUN OF THE
007360*                                  STEP) IS LEFT AS IT IS.  ANY
007370*                                  OTHER WRITE FAILURE STOPS
007380*                                  THE RUN BEFORE CALCIN IS
007390*                                  TOUCHED, SO A SUSPECT IS
007400*                                  NEVER DROPPED UNRECORDED.
007410*      =========================================================
007420 4000-HOLD-ONE-SUSPECT.
007430     IF DCK-T-STATE (DCK-SUB) NOT = "S"
007440         GO TO 4000-EXIT
007450     END-IF.
007460     MOVE SPACES TO CALC-DUPR-RECORD.
007470     MOVE DCK-RUN-DATE             TO DR-RUN-DATE.
007480     MOVE DCK-T-KEY (DCK-SUB)      TO DR-TRAN-KEY.
007490     SET DR-OPEN TO TRUE.
007500     MOVE DCK-T-MATCH-SOURCE (DCK-SUB) TO DR-MATCH-SOURCE.
007510     MOVE DCK-T-MATCH-DATE (DCK-SUB)   TO DR-MATCH-RUN-DATE.
007520     MOVE DCK-T-MATCH-KEY (DCK-SUB)    TO DR-MATCH-TRAN-KEY.
007530     MOVE DCK-T-IMAGE (DCK-SUB)        TO DR-TRAN-IMAGE.
007540     WRITE CALC-DUPR-RECORD
007550         INVALID KEY
007560             CONTINUE
007570     END-WRITE.
007580     IF DCK-DUPR-DUPLICATE
007590         ADD 1 TO DCK-REHELD-COUNT
007600     ELSE
007610         IF NOT DCK-DUPR-OK
007620             DISPLAY "CALCDUPCK - DUPREVW WRITE FAILED - KEY "
007630                 DCK-T-KEY (DCK-SUB) " STATUS "
007640                 DCK-DUPR-STATUS " - CALCIN LEFT AS MERGED"
007650             SET DCK-ABENDED TO TRUE
007660             GO TO 4000-EXIT
007670         END-IF
007680     END-IF.
007690     IF DCK-T-MATCH-SOURCE (DCK-SUB) = "M"
007700         ADD 1 TO DCK-HELD-MSTR-COUNT
007710     ELSE
007720         ADD 1 TO DCK-HELD-BATCH-COUNT
007730     END-IF.
007740
007750     MOVE DCK-T-IMAGE (DCK-SUB) TO CALC-TRAN-RECORD.
007760     IF DCK-T-MATCH-SOURCE (DCK-SUB) = "M"
007770         STRING "  KEY " CT-TRAN-KEY
007780             "  DEPT " CT-SOURCE-ID
007790             "  OP " CT-OP-CODE
007800             "  MATCHES CALCMSTR RUN DATE "
007810             DR-MATCH-RUN-DATE
007820             " KEY " DR-MATCH-TRAN-KEY
007830             DELIMITED BY SIZE INTO DPR-LINE
007840         END-STRING
007850     ELSE
007860         STRING "  KEY " CT-TRAN-KEY
007870             "  DEPT " CT-SOURCE-ID
007880             "  OP " CT-OP-CODE
007890             "  MATCHES TONIGHT'S BATCH KEY "
007900             DR-MATCH-TRAN-KEY
007910             DELIMITED BY SIZE INTO DPR-LINE
007920         END-STRING
007930     END-IF.
007940     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007950     STRING "        OPERANDS " CT-OPERAND-AREA
007960         DELIMITED BY SIZE INTO DPR-LINE
007970     END-STRING.
007980     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
007990 4000-EXIT.
008000     EXIT.
008010
008020*      =========================================================
008030*      5000-REWRITE-CALCIN  --  TONIGHT'S TRANSACTIONS LESS THE
008040*                                SUSPECTS, MERGED IN KEY
008050*                                SEQUENCE WITH THE RELEASED WORK
008060*                                TO BE ADDED -- CALCULATOR'S
008070*                                RESTART ASSUMES ASCENDING KEYS.
008080*      =========================================================
008090 5000-REWRITE-CALCIN.
008100     PERFORM 5100-SORT-PASS THRU 5100-EXIT
008110         VARYING DCK-REL-SUB FROM 1 BY 1
008120         UNTIL DCK-REL-SUB NOT < DCK-REL-USED.
008130
008140     OPEN OUTPUT CALC-TRAN-FILE.
008150     IF NOT DCK-TRAN-OK
008160         DISPLAY "CALCDUPCK - CALCIN REOPEN FAILED - STATUS "
008170             DCK-TRAN-STATUS
008180         SET DCK-ABENDED TO TRUE
008190         GO TO 5000-EXIT
008200     END-IF.
008210     MOVE 1 TO DCK-SUB.
008220     MOVE 1 TO DCK-REL-SUB.
008230     PERFORM 5200-WRITE-NEXT THRU 5200-EXIT
008240         UNTIL (DCK-SUB > DCK-TRAN-USED
008250            AND DCK-REL-SUB > DCK-REL-USED)
008260            OR DCK-ABENDED.
008270     CLOSE CALC-TRAN-FILE.
008280 5000-EXIT.
008290     EXIT.
008300
008310*      ---------------------------------------------------------
008320*      5100-SORT-PASS  --  THE RELEASED WORK COMES OFF DUPREVW
008330*                           IN HELD-DATE ORDER; PUT IT IN KEY
008340*                           ORDER.  THE LIST IS SHORT.
008350*      ---------------------------------------------------------
008360 5100-SORT-PASS.
008370     PERFORM 5110-ORDER-ONE-PAIR THRU 5110-EXIT
008380         VARYING DCK-REL-SUB2 FROM DCK-REL-SUB BY 1
008390         UNTIL DCK-REL-SUB2 > DCK-REL-USED.
008400 5100-EXIT.
008410     EXIT.
008420
008430*      ---------------------------------------------------------
008440*      5110-ORDER-ONE-PAIR
008450*      ---------------------------------------------------------
008460 5110-ORDER-ONE-PAIR.
008470     IF DCK-R-KEY (DCK-REL-SUB2) < DCK-R-KEY (DCK-REL-SUB)
008480         MOVE DCK-REL-ENTRY (DCK-REL-SUB)  TO DCK-REL-HOLD
008490         MOVE DCK-REL-ENTRY (DCK-REL-SUB2)
008500             TO DCK-REL-ENTRY (DCK-REL-SUB)
008510         MOVE DCK-REL-HOLD TO DCK-REL-ENTRY (DCK-REL-SUB2)
008520     END-IF.
008530 5110-EXIT.
008540     EXIT.
008550
008560*      ---------------------------------------------------------
008570*      5200-WRITE-NEXT  --  ONE STEP OF THE MERGE:  PASS OVER A
008580*                            RELEASE THAT IS NOT BEING ADDED,
008590*                            OTHERWISE WRITE THE LOWER KEY.
008600*      ---------------------------------------------------------
008610 5200-WRITE-NEXT.
008620     IF DCK-REL-SUB NOT > DCK-REL-USED
008630         IF DCK-R-STATE (DCK-REL-SUB) NOT = "A"
008640             ADD 1 TO DCK-REL-SUB
008650             GO TO 5200-EXIT
008660         END-IF
008670     END-IF.
008680     IF DCK-REL-SUB > DCK-REL-USED
008690         GO TO 5200-WRITE-TONIGHT
008700     END-IF.
008710     IF DCK-SUB > DCK-TRAN-USED
008720         GO TO 5200-WRITE-RELEASE
008730     END-IF.
008740     IF DCK-R-KEY (DCK-REL-SUB) < DCK-T-KEY (DCK-SUB)
008750         GO TO 5200-WRITE-RELEASE
008760     END-IF.
008770
008780 5200-WRITE-TONIGHT.
008790     IF DCK-T-STATE (DCK-SUB) NOT = "S"
008800         WRITE CALC-TRAN-RECORD FROM DCK-T-IMAGE (DCK-SUB)
008810         PERFORM 5250-CHECK-WRITE THRU 5250-EXIT
008820     END-IF.
008830     ADD 1 TO DCK-SUB.
008840     GO TO 5200-EXIT.
008850
008860 5200-WRITE-RELEASE.
008870     WRITE CALC-TRAN-RECORD FROM DCK-R-IMAGE (DCK-REL-SUB).
008880     PERFORM 5250-CHECK-WRITE THRU 5250-EXIT.
008890     ADD 1 TO DCK-REL-IN-COUNT.
008900     ADD 1 TO DCK-REL-SUB.
008910 5200-EXIT.
008920     EXIT.
008930
008940*      ---------------------------------------------------------
008950*      5250-CHECK-WRITE
008960*      ---------------------------------------------------------
008970 5250-CHECK-WRITE.
008980     IF DCK-TRAN-OK
008990         ADD 1 TO DCK-WRITE-COUNT
009000     ELSE
009010         DISPLAY "CALCDUPCK - CALCIN WRITE FAILED - STATUS "
009020             DCK-TRAN-STATUS " - CALCIN INCOMPLETE, RERUN "
009030             "FROM CALCMERGE"
009040         SET DCK-ABENDED TO TRUE
009050     END-IF.
009060 5250-EXIT.
009070     EXIT.
009080
009090*      =========================================================
009100*      5500-MARK-ONE-RELEASE  --  ONLY ONCE CALCIN IS WRITTEN
009110*                                  IS RELEASED WORK MARKED AS
009120*                                  RUN TONIGHT.
009130*      =========================================================
009140 5500-MARK-ONE-RELEASE.
009150     MOVE DCK-R-REVW-KEY (DCK-REL-SUB) TO DR-KEY.
009160     IF DCK-R-STATE (DCK-REL-SUB) = "W"
009170         STRING "  HELD " DR-RUN-DATE
009180             "  KEY " DR-TRAN-KEY
009190             "  KEY ALREADY IN USE TONIGHT - WAITS FOR THE "
009200             "NEXT RUN"
009210             DELIMITED BY SIZE INTO DPR-LINE
009220         END-STRING
009230         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009240         ADD 1 TO DCK-REL-WAIT-COUNT
009250         GO TO 5500-EXIT
009260     END-IF.
009270
009280     READ CALC-DUPR-FILE
009290         INVALID KEY
009300             CONTINUE
009310     END-READ.
009320     IF DCK-DUPR-OK
009330         SET DR-COMPLETED TO TRUE
009340         MOVE DCK-RUN-DATE-X TO DR-RERUN-DATE
009350         REWRITE CALC-DUPR-RECORD
009360             INVALID KEY
009370                 CONTINUE
009380         END-REWRITE
009390     END-IF.
009400     IF NOT DCK-DUPR-OK
009410         DISPLAY "CALCDUPCK - DUPREVW NOT MARKED RUN - KEY "
009420             DR-RUN-DATE " " DR-TRAN-KEY " STATUS "
009430             DCK-DUPR-STATUS
009440         MOVE 8 TO DCK-FINAL-RC
009450     END-IF.
009460     STRING "  HELD " DR-RUN-DATE
009470         "  KEY " DR-TRAN-KEY
009480         "  RUNS TONIGHT - CONFIRMED BY " DR-DECIDED-BY
009490         " ON " DR-DECIDED-DATE
009500         DELIMITED BY SIZE INTO DPR-LINE
009510     END-STRING.
009520     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009530 5500-EXIT.
009540     EXIT.
009550
009560*      =========================================================
009570*      7000-PRINT-SUMMARY
009580*      =========================================================
009590 7000-PRINT-SUMMARY.
009600     IF DCK-REL-OVER-COUNT > ZERO
009610         MOVE DCK-REL-OVER-COUNT TO DCK-EDIT-COUNT
009620         STRING "MORE RELEASED WORK THAN ONE NIGHT TAKES - "
009630             DCK-EDIT-COUNT " LEFT FOR THE NEXT RUN"
009640             DELIMITED BY SIZE INTO DPR-LINE
009650         END-STRING
009660         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009670     END-IF.
009680     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009690     MOVE DCK-READ-COUNT TO DCK-EDIT-COUNT.
009700     STRING "CALCIN RECORDS READ:       " DCK-EDIT-COUNT
009710         DELIMITED BY SIZE INTO DPR-LINE
009720     END-STRING.
009730     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009740     MOVE DCK-UNCHECKED-COUNT TO DCK-EDIT-COUNT.
009750     STRING "  NOT CHECKABLE:           " DCK-EDIT-COUNT
009760         "  (REVERSALS, AND RECORDS CALCULATOR WILL REJECT)"
009770         DELIMITED BY SIZE INTO DPR-LINE
009780     END-STRING.
009790     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009800     MOVE DCK-MSTR-COUNT TO DCK-EDIT-COUNT.
009810     STRING "CALCMSTR RESULTS COMPARED: " DCK-EDIT-COUNT
009820         DELIMITED BY SIZE INTO DPR-LINE
009830     END-STRING.
009840     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009850     MOVE DCK-HELD-MSTR-COUNT TO DCK-EDIT-COUNT.
009860     STRING "HELD - MATCH ON CALCMSTR:  " DCK-EDIT-COUNT
009870         DELIMITED BY SIZE INTO DPR-LINE
009880     END-STRING.
009890     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009900     MOVE DCK-HELD-BATCH-COUNT TO DCK-EDIT-COUNT.
009910     STRING "HELD - MATCH IN BATCH:     " DCK-EDIT-COUNT
009920         DELIMITED BY SIZE INTO DPR-LINE
009930     END-STRING.
009940     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009950     IF DCK-REHELD-COUNT > ZERO
009960         MOVE DCK-REHELD-COUNT TO DCK-EDIT-COUNT
009970         STRING "  ALREADY ON DUPREVW:      " DCK-EDIT-COUNT
009980             "  (STEP RERUN FOR THIS RUN DATE)"
009990             DELIMITED BY SIZE INTO DPR-LINE
010000         END-STRING
010010         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010020     END-IF.
010030     MOVE DCK-REL-IN-COUNT TO DCK-EDIT-COUNT.
010040     STRING "RELEASED WORK ADDED:       " DCK-EDIT-COUNT
010050         DELIMITED BY SIZE INTO DPR-LINE
010060     END-STRING.
010070     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010080     MOVE DCK-REL-WAIT-COUNT TO DCK-EDIT-COUNT.
010090     STRING "RELEASED WORK WAITING:     " DCK-EDIT-COUNT
010100         DELIMITED BY SIZE INTO DPR-LINE
010110     END-STRING.
010120     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010130     MOVE DCK-WRITE-COUNT TO DCK-EDIT-COUNT.
010140     STRING "CALCIN RECORDS WRITTEN:    " DCK-EDIT-COUNT
010150         DELIMITED BY SIZE INTO DPR-LINE
010160     END-STRING.
010170     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010180 7000-EXIT.
010190     EXIT.
010200
010210*      ---------------------------------------------------------
010220*      7900-WRITE-LINE
010230*      ---------------------------------------------------------
010240 7900-WRITE-LINE.
010250     WRITE DUP-RPT-RECORD.
010260     DISPLAY DPR-LINE.
010270     MOVE SPACES TO DPR-LINE.
010280 7900-EXIT.
010290     EXIT.
010300
010310*      =========================================================
010320*      8000-TERMINATE
010330*      =========================================================
010340 8000-TERMINATE.
010350     CLOSE CALC-DUPR-FILE.
010360     CLOSE DUP-RPT-FILE.
010370 8000-EXIT.
010380     EXIT.
010390
010400*      =========================================================
010410*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
010420*                      COMPLETION AND ABEND.
010430*      =========================================================
010440 9999-EXIT.
010450     STOP RUN.
