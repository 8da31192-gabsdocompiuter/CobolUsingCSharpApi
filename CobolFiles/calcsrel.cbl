000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCSREL.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  SUPERVISOR RELEASE/KILL
000110*                      OF RESULTS CALCULATOR PUT IN THE CALCSUSP
000120*                      SUSPENSE FILE FOR FAILING THEIR
000130*                      PLAUSIBILITY LIMITS.  READS THE SUSPDEC
000140*                      FILE OF DECISIONS -- RUN DATE, KEY, R TO
000150*                      RELEASE OR K TO KILL, SUPERVISOR, REASON
000160*                      (REQUIRED TO KILL) -- AND APPLIES EACH ONE
000170*                      TO AN OPEN SUSPENSE RECORD.  A RELEASED
000180*                      RESULT IS APPENDED TO CALCRLSE, WHICH THE
000190*                      NEXT CALCMLOAD LOADS TO THE RESULTS
000200*                      MASTER; A KILLED ONE GOES NOWHERE.  THE
000210*                      SUSPENSE RECORD STAYS ON FILE EITHER WAY,
000220*                      MARKED WITH THE DECISION, WHO MADE IT AND
000230*                      WHEN.  EVERY DECISION READ, APPLIED OR
000240*                      REFUSED, IS APPENDED TO THE SUSPAUD AUDIT
000250*                      FILE.  SUSPRPT LISTS EACH DECISION AND
000260*                      THEN EVERY RESULT STILL OPEN.  WITH NO
000270*                      SUSPDEC THE RUN ONLY LISTS.  RUN ON
000280*                      DEMAND, NOT IN THE NIGHTLY CHAIN.  RETURN
000290*                      CODE 4 FLAGS A REFUSED DECISION.
000292*    10/15/26   GM    CALCRLSE RECORD WIDENED TO 292 TO FOLLOW
000294*                      THE WIDER CALCSUSP IMAGE, SO THE RECYCLE
000296*                      COUNT IS NO LONGER CUT OFF.  SUSPDEC IS
000298*                      CLOSED ONLY IF IT WAS OPENED.
000300*----------------------------------------------------------------*
000310 ENVIRONMENT    DIVISION.
000320 CONFIGURATION  SECTION.
000330
000340 INPUT-OUTPUT   SECTION.
000350 FILE-CONTROL.
000360     SELECT SUSP-DEC-FILE   ASSIGN TO "SUSPDEC"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS  IS SRL-DEC-STATUS.
000390
000400     SELECT CALC-SUSP-FILE  ASSIGN TO "CALCSUSP"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS DYNAMIC
000430         RECORD KEY   IS SU-KEY
000440         FILE STATUS  IS SRL-SUSP-STATUS.
000450
000460     SELECT CALC-RLSE-FILE  ASSIGN TO "CALCRLSE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS SRL-RLSE-STATUS.
000490
000500     SELECT SUSP-AUD-FILE   ASSIGN TO "SUSPAUD"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS  IS SRL-AUD-STATUS.
000530
000540     SELECT SUSP-RPT-FILE   ASSIGN TO "SUSPRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS  IS SRL-RPT-STATUS.
000570
000580 DATA           DIVISION.
000590 FILE           SECTION.
000600
000610 FD  SUSP-DEC-FILE.
000620 COPY SUSPDEC.
000630
000640 FD  CALC-SUSP-FILE.
000650 COPY CALCSUSP.
000660
000670*  CALCRLSE IS IN THE CALCSUSP LAYOUT, WHICH IS ALREADY COPIED
000680*  FOR THE SUSPENSE FILE -- A PLAIN BUFFER, WRITTEN FROM IT.
000690 FD  CALC-RLSE-FILE.
000700 01  CALC-RLSE-RECORD            PIC X(292).
000710
000720 FD  SUSP-AUD-FILE.
000730 COPY SUSPAUD.
000740
000750 FD  SUSP-RPT-FILE.
000760 COPY SUSPRREC.
000770
000780 WORKING-STORAGE SECTION.
000790 77  SRL-DEC-STATUS          PIC X(02).
000800     88  SRL-DEC-OK               VALUE "00".
000810
000820 77  SRL-SUSP-STATUS         PIC X(02).
000830     88  SRL-SUSP-OK              VALUE "00".
000840     88  SRL-SUSP-NOT-FOUND       VALUE "35".
000850
000860 77  SRL-RLSE-STATUS         PIC X(02).
000870     88  SRL-RLSE-OK              VALUE "00".
000880
000890 77  SRL-AUD-STATUS          PIC X(02).
000900     88  SRL-AUD-OK               VALUE "00".
000910
000920 77  SRL-RPT-STATUS          PIC X(02).
000930
000940 77  SRL-DEC-EOF-SWITCH      PIC X(01) VALUE "N".
000950     88  SRL-DEC-EOF              VALUE "Y".
000952
000954 77  SRL-DEC-OPEN-SWITCH     PIC X(01) VALUE "N".
000956     88  SRL-DEC-OPEN             VALUE "Y".
000960
000970 77  SRL-SUSP-EOF-SWITCH     PIC X(01) VALUE "N".
000980     88  SRL-SUSP-EOF             VALUE "Y".
000990
001000 77  SRL-RUN-DATE            PIC 9(08) VALUE ZERO.
001010 77  SRL-RUN-TIME            PIC 9(08) VALUE ZERO.
001020 77  SRL-REASON              PIC X(40).
001030 77  SRL-RESULT              PIC X(60).
001040
001050 77  SRL-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001060 77  SRL-RELEASED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001070 77  SRL-KILLED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001080 77  SRL-REFUSED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001090 77  SRL-OPEN-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001100 77  SRL-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001110
001120*  THE SUSPENDED RESULT, MOVED OUT OF SU-OUT-IMAGE FOR LISTING.
001130 COPY CALCOUT.
001140
001150 LINKAGE SECTION.
001160
001170 PROCEDURE DIVISION.
001180
001190*      =========================================================
001200*      0000-MAINLINE
001210*      =========================================================
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240
001250     PERFORM 2000-APPLY-ONE-DECISION THRU 2000-EXIT
001260         UNTIL SRL-DEC-EOF.
001270
001280     PERFORM 6000-LIST-OPEN THRU 6000-EXIT.
001290     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001310     IF SRL-REFUSED-COUNT = ZERO
001320         MOVE ZERO TO RETURN-CODE
001330     ELSE
001340         MOVE 4 TO RETURN-CODE
001350     END-IF.
001360     GO TO 9999-EXIT.
001370
001380*      =========================================================
001390*      1000-INITIALIZE  --  OPEN THE REPORT, THE SUSPENSE FILE
001400*                            (CREATED EMPTY IF CALCULATOR HAS
001410*                            NEVER SUSPENDED ANYTHING), THE
001420*                            RELEASE AND AUDIT FILES FOR APPEND,
001430*                            AND PRIME THE DECISION READ.  NO
001440*                            DECISION IS APPLIED UNLESS IT CAN
001450*                            BE AUDITED.
001460*      =========================================================
001470 1000-INITIALIZE.
001480     ACCEPT SRL-RUN-DATE FROM DATE YYYYMMDD.
001490     ACCEPT SRL-RUN-TIME FROM TIME.
001500
001510     OPEN OUTPUT SUSP-RPT-FILE.
001520     IF SRL-RPT-STATUS NOT = "00"
001530         DISPLAY "CALCSREL - SUSPRPT OPEN FAILED"
001540         MOVE 16 TO RETURN-CODE
001550         GO TO 9999-EXIT
001560     END-IF.
001570*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001580*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
001590     MOVE SPACES TO SPR-LINE.
001600
001610     OPEN I-O CALC-SUSP-FILE.
001620     IF SRL-SUSP-NOT-FOUND
001630         OPEN OUTPUT CALC-SUSP-FILE
001640         CLOSE CALC-SUSP-FILE
001650         OPEN I-O CALC-SUSP-FILE
001660     END-IF.
001670     IF NOT SRL-SUSP-OK
001680         DISPLAY "CALCSREL - CALCSUSP OPEN FAILED - STATUS "
001690             SRL-SUSP-STATUS
001700         MOVE 16 TO RETURN-CODE
001710         CLOSE SUSP-RPT-FILE
001720         GO TO 9999-EXIT
001730     END-IF.
001740
001750     OPEN EXTEND SUSP-AUD-FILE.
001760     IF NOT SRL-AUD-OK
001770         OPEN OUTPUT SUSP-AUD-FILE
001780     END-IF.
001790     IF NOT SRL-AUD-OK
001800         DISPLAY "CALCSREL - SUSPAUD OPEN FAILED - NO DECISION "
001810             "APPLIED"
001820         MOVE 16 TO RETURN-CODE
001830         CLOSE CALC-SUSP-FILE
001840         CLOSE SUSP-RPT-FILE
001850         GO TO 9999-EXIT
001860     END-IF.
001870
001880     OPEN EXTEND CALC-RLSE-FILE.
001890     IF NOT SRL-RLSE-OK
001900         OPEN OUTPUT CALC-RLSE-FILE
001910     END-IF.
001920     IF NOT SRL-RLSE-OK
001930         DISPLAY "CALCSREL - CALCRLSE OPEN FAILED - NO DECISION "
001940             "APPLIED"
001950         MOVE 16 TO RETURN-CODE
001960         CLOSE SUSP-AUD-FILE
001970         CLOSE CALC-SUSP-FILE
001980         CLOSE SUSP-RPT-FILE
001990         GO TO 9999-EXIT
002000     END-IF.
002010
002020     MOVE "SUSPENDED RESULTS - SUPERVISOR RELEASE/KILL"
002030         TO SPR-LINE.
002040     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002050     STRING "RUN DATE: " SRL-RUN-DATE
002060         DELIMITED BY SIZE INTO SPR-LINE
002070     END-STRING.
002080     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002090     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002100
002110     OPEN INPUT SUSP-DEC-FILE.
002120     IF NOT SRL-DEC-OK
002130         DISPLAY "CALCSREL - SUSPDEC NOT PRESENT - "
002140             "LISTING OPEN ITEMS ONLY"
002150         MOVE "NO DECISIONS THIS RUN" TO SPR-LINE
002160         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002170         SET SRL-DEC-EOF TO TRUE
002180         GO TO 1000-EXIT
002190     END-IF.
002195     SET SRL-DEC-OPEN TO TRUE.
002200
002210     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
002220 1000-EXIT.
002230     EXIT.
002240
002250*      =========================================================
002260*      2000-APPLY-ONE-DECISION  --  EDIT ONE DECISION, APPLY IT
002270*                                    IF IT IS CLEAN, REPORT AND
002280*                                    AUDIT WHAT HAPPENED.
002290*      =========================================================
002300 2000-APPLY-ONE-DECISION.
002310     ADD 1 TO SRL-READ-COUNT.
002320     MOVE SPACES TO SRL-REASON.
002330     MOVE SPACES TO SRL-RESULT.
002340
002350     IF SD-RUN-DATE NOT NUMERIC
002360         OR SD-TRAN-KEY NOT NUMERIC
002370         MOVE "RUN DATE AND KEY MUST BE NUMERIC" TO SRL-REASON
002380         GO TO 2000-REPORT
002390     END-IF.
002400     IF NOT SD-RELEASE
002410         AND NOT SD-KILL
002420         MOVE "ACTION NOT R (RELEASE) OR K (KILL)"
002430             TO SRL-REASON
002440         GO TO 2000-REPORT
002450     END-IF.
002460     IF SD-SUPERVISOR = SPACES
002470         MOVE "SUPERVISOR ID REQUIRED" TO SRL-REASON
002480         GO TO 2000-REPORT
002490     END-IF.
002500     IF SD-KILL
002510         AND SD-REASON = SPACES
002520         MOVE "A REASON IS REQUIRED TO KILL" TO SRL-REASON
002530         GO TO 2000-REPORT
002540     END-IF.
002550
002560     MOVE SD-RUN-DATE TO SU-RUN-DATE.
002570     MOVE SD-TRAN-KEY TO SU-TRAN-KEY.
002580     READ CALC-SUSP-FILE
002590         INVALID KEY
002600             MOVE "NOT IN SUSPENSE" TO SRL-REASON
002610     END-READ.
002620     IF SRL-REASON NOT = SPACES
002630         GO TO 2000-REPORT
002640     END-IF.
002650     IF SU-RELEASED
002660         STRING "ALREADY RELEASED BY " SU-DECIDED-BY
002670             " ON " SU-DECIDED-DATE
002680             DELIMITED BY SIZE INTO SRL-REASON
002690         END-STRING
002700         GO TO 2000-REPORT
002710     END-IF.
002720     IF SU-KILLED
002730         STRING "ALREADY KILLED BY " SU-DECIDED-BY
002740             " ON " SU-DECIDED-DATE
002750             DELIMITED BY SIZE INTO SRL-REASON
002760         END-STRING
002770         GO TO 2000-REPORT
002780     END-IF.
002790
002800     MOVE SRL-RUN-DATE  TO SU-DECIDED-DATE.
002810     MOVE SRL-RUN-TIME  TO SU-DECIDED-TIME.
002820     MOVE SD-SUPERVISOR TO SU-DECIDED-BY.
002830     MOVE SD-REASON     TO SU-DECISION-REASON.
002840     IF SD-RELEASE
002850         PERFORM 2200-RELEASE-RESULT THRU 2200-EXIT
002860     ELSE
002870         PERFORM 2300-KILL-RESULT THRU 2300-EXIT
002880     END-IF.
002890
002900 2000-REPORT.
002910     IF SRL-REASON NOT = SPACES
002920         ADD 1 TO SRL-REFUSED-COUNT
002930         STRING "REFUSED - " SRL-REASON
002940             DELIMITED BY SIZE INTO SRL-RESULT
002950         END-STRING
002960     END-IF.
002970     STRING "RUN DATE " SD-RUN-DATE
002980         "  KEY " SD-TRAN-KEY
002990         "  ACTION " SD-ACTION
003000         "  BY " SD-SUPERVISOR
003010         "  " SRL-RESULT
003020         DELIMITED BY SIZE INTO SPR-LINE
003030     END-STRING.
003040     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003050     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003060
003070     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
003080 2000-EXIT.
003090     EXIT.
003100
003110*      ---------------------------------------------------------
003120*      2100-READ-DECISION
003130*      ---------------------------------------------------------
003140 2100-READ-DECISION.
003150     READ SUSP-DEC-FILE
003160         AT END
003170             SET SRL-DEC-EOF TO TRUE
003180     END-READ.
003190 2100-EXIT.
003200     EXIT.
003210
003220*      ---------------------------------------------------------
003230*      2200-RELEASE-RESULT  --  THE RESULT GOES ON CALCRLSE
003240*                                BEFORE THE SUSPENSE RECORD IS
003250*                                MARKED, SO A FAILURE IN BETWEEN
003260*                                CAN ONLY LEAVE IT OPEN AND ON
003270*                                CALCRLSE (A SECOND RELEASE LOADS
003280*                                OVER THE FIRST), NEVER MARKED
003290*                                RELEASED BUT NOT RELEASED.
003300*      ---------------------------------------------------------
003310 2200-RELEASE-RESULT.
003320     SET SU-RELEASED TO TRUE.
003330     WRITE CALC-RLSE-RECORD FROM CALC-SUSP-RECORD.
003340     IF NOT SRL-RLSE-OK
003350         STRING "CALCRLSE WRITE FAILED - STATUS " SRL-RLSE-STATUS
003360             DELIMITED BY SIZE INTO SRL-REASON
003370         END-STRING
003380         GO TO 2200-EXIT
003390     END-IF.
003400     REWRITE CALC-SUSP-RECORD.
003410     IF NOT SRL-SUSP-OK
003420         STRING "SUSPENSE REWRITE FAILED - STATUS "
003430             SRL-SUSP-STATUS
003440             DELIMITED BY SIZE INTO SRL-REASON
003450         END-STRING
003460         GO TO 2200-EXIT
003470     END-IF.
003480     ADD 1 TO SRL-RELEASED-COUNT.
003490     MOVE "RELEASED TO NEXT LOAD" TO SRL-RESULT.
003500 2200-EXIT.
003510     EXIT.
003520
003530*      ---------------------------------------------------------
003540*      2300-KILL-RESULT
003550*      ---------------------------------------------------------
003560 2300-KILL-RESULT.
003570     SET SU-KILLED TO TRUE.
003580     REWRITE CALC-SUSP-RECORD.
003590     IF NOT SRL-SUSP-OK
003600         STRING "SUSPENSE REWRITE FAILED - STATUS "
003610             SRL-SUSP-STATUS
003620             DELIMITED BY SIZE INTO SRL-REASON
003630         END-STRING
003640         GO TO 2300-EXIT
003650     END-IF.
003660     ADD 1 TO SRL-KILLED-COUNT.
003670     STRING "KILLED - " SD-REASON
003680         DELIMITED BY SIZE INTO SRL-RESULT
003690     END-STRING.
003700 2300-EXIT.
003710     EXIT.
003720
003730*      ---------------------------------------------------------
003740*      2500-WRITE-AUDIT  --  ONE AUDIT RECORD PER DECISION READ.
003750*      ---------------------------------------------------------
003760 2500-WRITE-AUDIT.
003770     MOVE SPACES        TO SUSP-AUDIT-RECORD.
003780     MOVE SRL-RUN-DATE  TO SA-DECISION-DATE.
003790     MOVE SRL-RUN-TIME  TO SA-DECISION-TIME.
003800     MOVE SD-SUPERVISOR TO SA-SUPERVISOR.
003810     MOVE SD-RUN-DATE   TO SA-RUN-DATE.
003820     MOVE SD-TRAN-KEY   TO SA-TRAN-KEY.
003830     MOVE SD-ACTION     TO SA-ACTION.
003840     IF SRL-REASON = SPACES
003850         SET SA-APPLIED TO TRUE
003860         MOVE SD-REASON  TO SA-NOTE
003870     ELSE
003880         SET SA-REFUSED TO TRUE
003890         MOVE SRL-REASON TO SA-NOTE
003900     END-IF.
003910     WRITE SUSP-AUDIT-RECORD.
003920     IF NOT SRL-AUD-OK
003930         DISPLAY "CALCSREL - SUSPAUD WRITE FAILED - KEY "
003940             SD-RUN-DATE " " SD-TRAN-KEY
003950             " STATUS " SRL-AUD-STATUS
003960     END-IF.
003970 2500-EXIT.
003980     EXIT.
003990
004000*      =========================================================
004010*      6000-LIST-OPEN  --  EVERY RESULT STILL WAITING ON A
004020*                           DECISION, OLDEST RUN DATE FIRST.
004030*      =========================================================
004040 6000-LIST-OPEN.
004050     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004060     MOVE "RESULTS STILL OPEN IN SUSPENSE" TO SPR-LINE.
004070     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004080
004090     MOVE ZEROS TO SU-KEY.
004100     START CALC-SUSP-FILE KEY IS NOT < SU-KEY
004110         INVALID KEY
004120             SET SRL-SUSP-EOF TO TRUE
004130     END-START.
004140     PERFORM 6100-LIST-ONE-RESULT THRU 6100-EXIT
004150         UNTIL SRL-SUSP-EOF.
004160
004170     IF SRL-OPEN-COUNT = ZERO
004180         MOVE "NONE - SUSPENSE IS CLEAR" TO SPR-LINE
004190         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
004200     END-IF.
004210 6000-EXIT.
004220     EXIT.
004230
004240*      ---------------------------------------------------------
004250*      6100-LIST-ONE-RESULT  --  THE SEGMENTS ARE THE RAW IMAGES
004260*                                 OFF THE CALCOUT RECORD,
004270*                                 ASTERISKS WHERE THE OP WAS NOT
004280*                                 RUN.
004290*      ---------------------------------------------------------
004300 6100-LIST-ONE-RESULT.
004310     READ CALC-SUSP-FILE NEXT RECORD
004320         AT END
004330             SET SRL-SUSP-EOF TO TRUE
004340             GO TO 6100-EXIT
004350     END-READ.
004360     IF NOT SU-OPEN
004370         GO TO 6100-EXIT
004380     END-IF.
004390
004400     ADD 1 TO SRL-OPEN-COUNT.
004410     MOVE SU-OUT-IMAGE TO CALC-OUT-RECORD.
004420     STRING "  RUN DATE " SU-RUN-DATE
004430         "  KEY " SU-TRAN-KEY
004440         "  OP " CO-OP-CODE
004450         "  DEPT " CO-SOURCE-ID
004460         "  " SU-REASON
004470         DELIMITED BY SIZE INTO SPR-LINE
004480     END-STRING.
004490     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004500     STRING "      STRING  " CO-STRING-SEG-X
004510         "  INT  " CO-INT-SEG-X
004520         DELIMITED BY SIZE INTO SPR-LINE
004530     END-STRING.
004540     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004550     STRING "      DECIMAL " CO-DECIMAL-SEG-X
004560         DELIMITED BY SIZE INTO SPR-LINE
004570     END-STRING.
004580     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004590 6100-EXIT.
004600     EXIT.
004610
004620*      =========================================================
004630*      7000-PRINT-SUMMARY
004640*      =========================================================
004650 7000-PRINT-SUMMARY.
004660     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004670     MOVE SRL-READ-COUNT TO SRL-EDIT-COUNT.
004680     STRING "DECISIONS READ:        " SRL-EDIT-COUNT
004690         DELIMITED BY SIZE INTO SPR-LINE
004700     END-STRING.
004710     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004720     MOVE SRL-RELEASED-COUNT TO SRL-EDIT-COUNT.
004730     STRING "RESULTS RELEASED:      " SRL-EDIT-COUNT
004740         DELIMITED BY SIZE INTO SPR-LINE
004750     END-STRING.
004760     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004770     MOVE SRL-KILLED-COUNT TO SRL-EDIT-COUNT.
004780     STRING "RESULTS KILLED:        " SRL-EDIT-COUNT
004790         DELIMITED BY SIZE INTO SPR-LINE
004800     END-STRING.
004810     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004820     MOVE SRL-REFUSED-COUNT TO SRL-EDIT-COUNT.
004830     STRING "DECISIONS REFUSED:     " SRL-EDIT-COUNT
004840         DELIMITED BY SIZE INTO SPR-LINE
004850     END-STRING.
004860     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004870     MOVE SRL-OPEN-COUNT TO SRL-EDIT-COUNT.
004880     STRING "STILL OPEN:            " SRL-EDIT-COUNT
004890         DELIMITED BY SIZE INTO SPR-LINE
004900     END-STRING.
004910     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004920 7000-EXIT.
004930     EXIT.
004940
004950*      ---------------------------------------------------------
004960*      7900-WRITE-LINE
004970*      ---------------------------------------------------------
004980 7900-WRITE-LINE.
004990     WRITE SUSP-RPT-RECORD.
005000     DISPLAY SPR-LINE.
005010     MOVE SPACES TO SPR-LINE.
005020 7900-EXIT.
005030     EXIT.
005040
005050*      =========================================================
005060*      8000-TERMINATE
005070*      =========================================================
005080 8000-TERMINATE.
005090     IF SRL-DEC-OPEN
005100         CLOSE SUSP-DEC-FILE
005110     END-IF.
005120     CLOSE CALC-SUSP-FILE.
005130     CLOSE CALC-RLSE-FILE.
005140     CLOSE SUSP-AUD-FILE.
005150     CLOSE SUSP-RPT-FILE.
005160 8000-EXIT.
005170     EXIT.
005180
005190*      =========================================================
005200*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
005210*                      COMPLETION AND ABEND.
005220*      =========================================================
005230 9999-EXIT.
005240     STOP RUN.
