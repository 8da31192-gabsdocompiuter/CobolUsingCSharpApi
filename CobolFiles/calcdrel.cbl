000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCDREL.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  DEPARTMENT RELEASE/KILL
000110*                      OF TRANSACTIONS CALCDUPCK HELD ON THE
000120*                      DUPREVW REVIEW FILE AS SUSPECTED
000130*                      DUPLICATES.  READS THE DUPDEC FILE OF
000140*                      DECISIONS -- RUN DATE, KEY, R TO RELEASE
000150*                      (THE WORK WAS INTENDED) OR K TO KILL (IT
000160*                      WAS A DUPLICATE), DEPARTMENT, WHO
000170*                      CONFIRMED IT, REASON (REQUIRED TO KILL) --
000180*                      AND APPLIES EACH ONE TO AN OPEN SUSPECT
000190*                      OF THAT DEPARTMENT'S.  A RELEASED
000200*                      TRANSACTION IS PUT BACK INTO CALCIN BY THE
000210*                      NEXT NIGHT'S CALCDUPCK AND RUNS THEN; A
000220*                      KILLED ONE NEVER RUNS.  THE REVIEW RECORD
000230*                      STAYS ON FILE EITHER WAY, MARKED WITH THE
000240*                      DECISION, WHO MADE IT AND WHEN.  EVERY
000250*                      DECISION READ, APPLIED OR REFUSED, IS
000260*                      APPENDED TO THE DUPAUD AUDIT FILE.
000270*                      DUPRLRPT LISTS EACH DECISION AND THEN EVERY
000280*                      SUSPECT STILL OPEN.  WITH NO DUPDEC THE RUN
000290*                      ONLY LISTS.  RUN ON DEMAND, NOT IN THE
000300*                      NIGHTLY CHAIN.  RETURN CODE 4 FLAGS A
000310*                      REFUSED DECISION.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000350
000360 INPUT-OUTPUT   SECTION.
000370 FILE-CONTROL.
000380     SELECT DUP-DEC-FILE    ASSIGN TO "DUPDEC"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS DRL-DEC-STATUS.
000410
000420     SELECT CALC-DUPR-FILE  ASSIGN TO "DUPREVW"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS DYNAMIC
000450         RECORD KEY   IS DR-KEY
000460         FILE STATUS  IS DRL-DUPR-STATUS.
000470
000480     SELECT DUP-AUD-FILE    ASSIGN TO "DUPAUD"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS  IS DRL-AUD-STATUS.
000510
000520     SELECT DUP-RPT-FILE    ASSIGN TO "DUPRLRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS  IS DRL-RPT-STATUS.
000550
000560 DATA           DIVISION.
000570 FILE           SECTION.
000580
000590 FD  DUP-DEC-FILE.
000600 COPY DUPDEC.
000610
000620 FD  CALC-DUPR-FILE.
000630 COPY CALCDUPR.
000640
000650*  DUPAUD IS IN THE SUSPAUD LAYOUT -- THE SAME FACTS ABOUT A
000660*  DECISION, SA-SUPERVISOR CARRYING WHO CONFIRMED IT.
000670 FD  DUP-AUD-FILE.
000680 COPY SUSPAUD.
000690
000700 FD  DUP-RPT-FILE.
000710 COPY DUPRREC.
000720
000730 WORKING-STORAGE SECTION.
000740 77  DRL-DEC-STATUS          PIC X(02).
000750     88  DRL-DEC-OK               VALUE "00".
000760
000770 77  DRL-DUPR-STATUS         PIC X(02).
000780     88  DRL-DUPR-OK              VALUE "00".
000790     88  DRL-DUPR-NOT-FOUND       VALUE "35".
000800
000810 77  DRL-AUD-STATUS          PIC X(02).
000820     88  DRL-AUD-OK               VALUE "00".
000830
000840 77  DRL-RPT-STATUS          PIC X(02).
000850
000860 77  DRL-DEC-EOF-SWITCH      PIC X(01) VALUE "N".
000870     88  DRL-DEC-EOF              VALUE "Y".
000872
000874 77  DRL-DEC-OPEN-SWITCH     PIC X(01) VALUE "N".
000876     88  DRL-DEC-OPEN             VALUE "Y".
000880
000890 77  DRL-DUPR-EOF-SWITCH     PIC X(01) VALUE "N".
000900     88  DRL-DUPR-EOF             VALUE "Y".
000910
000920 77  DRL-RUN-DATE            PIC 9(08) VALUE ZERO.
000930 77  DRL-RUN-TIME            PIC 9(08) VALUE ZERO.
000940 77  DRL-REASON              PIC X(40).
000950 77  DRL-RESULT              PIC X(60).
000960
000970 77  DRL-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000980 77  DRL-RELEASED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
000990 77  DRL-KILLED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001000 77  DRL-REFUSED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001010 77  DRL-OPEN-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001020 77  DRL-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001030
001040*  THE HELD TRANSACTION, MOVED OUT OF DR-TRAN-IMAGE TO CHECK ITS
001050*  DEPARTMENT AND FOR LISTING.
001060 COPY CALCTRAN.
001070
001080 LINKAGE SECTION.
001090
001100 PROCEDURE DIVISION.
001110
001120*      =========================================================
001130*      0000-MAINLINE
001140*      =========================================================
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170
001180     PERFORM 2000-APPLY-ONE-DECISION THRU 2000-EXIT
001190         UNTIL DRL-DEC-EOF.
001200
001210     PERFORM 6000-LIST-OPEN THRU 6000-EXIT.
001220     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001230     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001240     IF DRL-REFUSED-COUNT = ZERO
001250         MOVE ZERO TO RETURN-CODE
001260     ELSE
001270         MOVE 4 TO RETURN-CODE
001280     END-IF.
001290     GO TO 9999-EXIT.
001300
001310*      =========================================================
001320*      1000-INITIALIZE  --  OPEN THE REPORT, THE REVIEW FILE
001330*                            (CREATED EMPTY IF CALCDUPCK HAS
001340*                            NEVER HELD ANYTHING), THE AUDIT
001350*                            FILE FOR APPEND, AND PRIME THE
001360*                            DECISION READ.  NO DECISION IS
001370*                            APPLIED UNLESS IT CAN BE AUDITED.
001380*      =========================================================
001390 1000-INITIALIZE.
001400     ACCEPT DRL-RUN-DATE FROM DATE YYYYMMDD.
001410     ACCEPT DRL-RUN-TIME FROM TIME.
001420
001430     OPEN OUTPUT DUP-RPT-FILE.
001440     IF DRL-RPT-STATUS NOT = "00"
001450         DISPLAY "CALCDREL - DUPRLRPT OPEN FAILED"
001460         MOVE 16 TO RETURN-CODE
001470         GO TO 9999-EXIT
001480     END-IF.
001490*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001500*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
001510     MOVE SPACES TO DPR-LINE.
001520
001530     OPEN I-O CALC-DUPR-FILE.
001540     IF DRL-DUPR-NOT-FOUND
001550         OPEN OUTPUT CALC-DUPR-FILE
001560         CLOSE CALC-DUPR-FILE
001570         OPEN I-O CALC-DUPR-FILE
001580     END-IF.
001590     IF NOT DRL-DUPR-OK
001600         DISPLAY "CALCDREL - DUPREVW OPEN FAILED - STATUS "
001610             DRL-DUPR-STATUS
001620         MOVE 16 TO RETURN-CODE
001630         CLOSE DUP-RPT-FILE
001640         GO TO 9999-EXIT
001650     END-IF.
001660
001670     OPEN EXTEND DUP-AUD-FILE.
001680     IF NOT DRL-AUD-OK
001690         OPEN OUTPUT DUP-AUD-FILE
001700     END-IF.
001710     IF NOT DRL-AUD-OK
001720         DISPLAY "CALCDREL - DUPAUD OPEN FAILED - NO DECISION "
001730             "APPLIED"
001740         MOVE 16 TO RETURN-CODE
001750         CLOSE CALC-DUPR-FILE
001760         CLOSE DUP-RPT-FILE
001770         GO TO 9999-EXIT
001780     END-IF.
001790
001800     MOVE "SUSPECTED DUPLICATES - DEPARTMENT RELEASE/KILL"
001810         TO DPR-LINE.
001820     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001830     STRING "RUN DATE: " DRL-RUN-DATE
001840         DELIMITED BY SIZE INTO DPR-LINE
001850     END-STRING.
001860     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001870     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001880
001890     OPEN INPUT DUP-DEC-FILE.
001900     IF NOT DRL-DEC-OK
001910         DISPLAY "CALCDREL - DUPDEC NOT PRESENT - "
001920             "LISTING OPEN ITEMS ONLY"
001930         MOVE "NO DECISIONS THIS RUN" TO DPR-LINE
001940         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
001950         SET DRL-DEC-EOF TO TRUE
001960         GO TO 1000-EXIT
001970     END-IF.
001975     SET DRL-DEC-OPEN TO TRUE.
001980
001990     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
002000 1000-EXIT.
002010     EXIT.
002020
002030*      =========================================================
002040*      2000-APPLY-ONE-DECISION  --  EDIT ONE DECISION, APPLY IT
002050*                                    IF IT IS CLEAN, REPORT AND
002060*                                    AUDIT WHAT HAPPENED.
002070*      =========================================================
002080 2000-APPLY-ONE-DECISION.
002090     ADD 1 TO DRL-READ-COUNT.
002100     MOVE SPACES TO DRL-REASON.
002110     MOVE SPACES TO DRL-RESULT.
002120
002130     IF DD-RUN-DATE NOT NUMERIC
002140         OR DD-TRAN-KEY NOT NUMERIC
002150         MOVE "RUN DATE AND KEY MUST BE NUMERIC" TO DRL-REASON
002160         GO TO 2000-REPORT
002170     END-IF.
002180     IF NOT DD-RELEASE
002190         AND NOT DD-KILL
002200         MOVE "ACTION NOT R (RELEASE) OR K (KILL)"
002210             TO DRL-REASON
002220         GO TO 2000-REPORT
002230     END-IF.
002240     IF DD-CONFIRMED-BY = SPACES
002250         MOVE "CONFIRMING USER ID REQUIRED" TO DRL-REASON
002260         GO TO 2000-REPORT
002270     END-IF.
002280     IF DD-KILL
002290         AND DD-REASON = SPACES
002300         MOVE "A REASON IS REQUIRED TO KILL" TO DRL-REASON
002310         GO TO 2000-REPORT
002320     END-IF.
002330
002340     MOVE DD-RUN-DATE TO DR-RUN-DATE.
002350     MOVE DD-TRAN-KEY TO DR-TRAN-KEY.
002360     READ CALC-DUPR-FILE
002370         INVALID KEY
002380             MOVE "NOT ON DUPLICATE REVIEW" TO DRL-REASON
002390     END-READ.
002400     IF DRL-REASON NOT = SPACES
002410         GO TO 2000-REPORT
002420     END-IF.
002430     MOVE DR-TRAN-IMAGE TO CALC-TRAN-RECORD.
002440     IF DD-DEPT-CODE NOT = CT-SOURCE-ID
002450         STRING "HELD FOR DEPARTMENT " CT-SOURCE-ID
002460             ", NOT " DD-DEPT-CODE
002470             DELIMITED BY SIZE INTO DRL-REASON
002480         END-STRING
002490         GO TO 2000-REPORT
002500     END-IF.
002510     IF DR-RELEASED
002520         OR DR-COMPLETED
002530         STRING "ALREADY RELEASED BY " DR-DECIDED-BY
002540             " ON " DR-DECIDED-DATE
002550             DELIMITED BY SIZE INTO DRL-REASON
002560         END-STRING
002570         GO TO 2000-REPORT
002580     END-IF.
002590     IF DR-KILLED
002600         STRING "ALREADY KILLED BY " DR-DECIDED-BY
002610             " ON " DR-DECIDED-DATE
002620             DELIMITED BY SIZE INTO DRL-REASON
002630         END-STRING
002640         GO TO 2000-REPORT
002650     END-IF.
002660
002670     MOVE DRL-RUN-DATE    TO DR-DECIDED-DATE.
002680     MOVE DRL-RUN-TIME    TO DR-DECIDED-TIME.
002690     MOVE DD-CONFIRMED-BY TO DR-DECIDED-BY.
002700     MOVE DD-REASON       TO DR-DECISION-REASON.
002710     IF DD-RELEASE
002720         SET DR-RELEASED TO TRUE
002730     ELSE
002740         SET DR-KILLED TO TRUE
002750     END-IF.
002760     REWRITE CALC-DUPR-RECORD
002770         INVALID KEY
002780             CONTINUE
002790     END-REWRITE.
002800     IF NOT DRL-DUPR-OK
002810         STRING "DUPREVW REWRITE FAILED - STATUS "
002820             DRL-DUPR-STATUS
002830             DELIMITED BY SIZE INTO DRL-REASON
002840         END-STRING
002850         GO TO 2000-REPORT
002860     END-IF.
002870     IF DD-RELEASE
002880         ADD 1 TO DRL-RELEASED-COUNT
002890         MOVE "RELEASED - RUNS THE NEXT NIGHT" TO DRL-RESULT
002900     ELSE
002910         ADD 1 TO DRL-KILLED-COUNT
002920         STRING "KILLED - " DD-REASON
002930             DELIMITED BY SIZE INTO DRL-RESULT
002940         END-STRING
002950     END-IF.
002960
002970 2000-REPORT.
002980     IF DRL-REASON NOT = SPACES
002990         ADD 1 TO DRL-REFUSED-COUNT
003000         STRING "REFUSED - " DRL-REASON
003010             DELIMITED BY SIZE INTO DRL-RESULT
003020         END-STRING
003030     END-IF.
003040     STRING DD-RUN-DATE " " DD-TRAN-KEY
003050         "  " DD-ACTION
003060         "  DEPT " DD-DEPT-CODE
003070         "  BY " DD-CONFIRMED-BY
003080         "  " DRL-RESULT
003100         DELIMITED BY SIZE INTO DPR-LINE
003110     END-STRING.
003120     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003130     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
003140
003150     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
003160 2000-EXIT.
003170     EXIT.
003180
003190*      ---------------------------------------------------------
003200*      2100-READ-DECISION
003210*      ---------------------------------------------------------
003220 2100-READ-DECISION.
003230     READ DUP-DEC-FILE
003240         AT END
003250             SET DRL-DEC-EOF TO TRUE
003260     END-READ.
003270 2100-EXIT.
003280     EXIT.
003290
003300*      ---------------------------------------------------------
003310*      2500-WRITE-AUDIT  --  ONE AUDIT RECORD PER DECISION READ.
003320*      ---------------------------------------------------------
003330 2500-WRITE-AUDIT.
003340     MOVE SPACES          TO SUSP-AUDIT-RECORD.
003350     MOVE DRL-RUN-DATE    TO SA-DECISION-DATE.
003360     MOVE DRL-RUN-TIME    TO SA-DECISION-TIME.
003370     MOVE DD-CONFIRMED-BY TO SA-SUPERVISOR.
003380     MOVE DD-RUN-DATE     TO SA-RUN-DATE.
003390     MOVE DD-TRAN-KEY     TO SA-TRAN-KEY.
003400     MOVE DD-ACTION       TO SA-ACTION.
003410     IF DRL-REASON = SPACES
003420         SET SA-APPLIED TO TRUE
003430         MOVE DD-REASON  TO SA-NOTE
003440     ELSE
003450         SET SA-REFUSED TO TRUE
003460         MOVE DRL-REASON TO SA-NOTE
003470     END-IF.
003480     WRITE SUSP-AUDIT-RECORD.
003490     IF NOT DRL-AUD-OK
003500         DISPLAY "CALCDREL - DUPAUD WRITE FAILED - KEY "
003510             DD-RUN-DATE " " DD-TRAN-KEY
003520             " STATUS " DRL-AUD-STATUS
003530     END-IF.
003540 2500-EXIT.
003550     EXIT.
003560
003570*      =========================================================
003580*      6000-LIST-OPEN  --  EVERY SUSPECT STILL WAITING ON ITS
003590*                           DEPARTMENT, OLDEST RUN DATE FIRST.
003600*      =========================================================
003610 6000-LIST-OPEN.
003620     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003630     MOVE "SUSPECTS STILL OPEN ON DUPLICATE REVIEW" TO DPR-LINE.
003640     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
003650
003660     MOVE ZEROS TO DR-KEY.
003670     START CALC-DUPR-FILE KEY IS NOT < DR-KEY
003680         INVALID KEY
003690             SET DRL-DUPR-EOF TO TRUE
003700     END-START.
003710     PERFORM 6100-LIST-ONE-SUSPECT THRU 6100-EXIT
003720         UNTIL DRL-DUPR-EOF.
003730
003740     IF DRL-OPEN-COUNT = ZERO
003750         MOVE "NONE - DUPLICATE REVIEW IS CLEAR" TO DPR-LINE
003760         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
003770     END-IF.
003780 6000-EXIT.
003790     EXIT.
003800
003810*      ---------------------------------------------------------
003820*      6100-LIST-ONE-SUSPECT
003830*      ---------------------------------------------------------
003840 6100-LIST-ONE-SUSPECT.
003850     READ CALC-DUPR-FILE NEXT RECORD
003860         AT END
003870             SET DRL-DUPR-EOF TO TRUE
003880             GO TO 6100-EXIT
003890     END-READ.
003900     IF NOT DR-OPEN
003910         GO TO 6100-EXIT
003920     END-IF.
003930
003940     ADD 1 TO DRL-OPEN-COUNT.
003950     MOVE DR-TRAN-IMAGE TO CALC-TRAN-RECORD.
003960     IF DR-MATCH-MASTER
003970         STRING "  RUN DATE " DR-RUN-DATE
003980             "  KEY " DR-TRAN-KEY
003990             "  DEPT " CT-SOURCE-ID
004000             "  OP " CT-OP-CODE
004010             "  MATCHES CALCMSTR " DR-MATCH-RUN-DATE
004020             " KEY " DR-MATCH-TRAN-KEY
004030             DELIMITED BY SIZE INTO DPR-LINE
004040         END-STRING
004050     ELSE
004060         STRING "  RUN DATE " DR-RUN-DATE
004070             "  KEY " DR-TRAN-KEY
004080             "  DEPT " CT-SOURCE-ID
004090             "  OP " CT-OP-CODE
004100             "  MATCHES SAME NIGHT KEY " DR-MATCH-TRAN-KEY
004110             DELIMITED BY SIZE INTO DPR-LINE
004120         END-STRING
004130     END-IF.
004140     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004150     STRING "      OPERANDS " CT-OPERAND-AREA
004160         DELIMITED BY SIZE INTO DPR-LINE
004170     END-STRING.
004180     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004190 6100-EXIT.
004200     EXIT.
004210
004220*      =========================================================
004230*      7000-PRINT-SUMMARY
004240*      =========================================================
004250 7000-PRINT-SUMMARY.
004260     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004270     MOVE DRL-READ-COUNT TO DRL-EDIT-COUNT.
004280     STRING "DECISIONS READ:        " DRL-EDIT-COUNT
004290         DELIMITED BY SIZE INTO DPR-LINE
004300     END-STRING.
004310     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004320     MOVE DRL-RELEASED-COUNT TO DRL-EDIT-COUNT.
004330     STRING "SUSPECTS RELEASED:     " DRL-EDIT-COUNT
004340         DELIMITED BY SIZE INTO DPR-LINE
004350     END-STRING.
004360     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004370     MOVE DRL-KILLED-COUNT TO DRL-EDIT-COUNT.
004380     STRING "SUSPECTS KILLED:       " DRL-EDIT-COUNT
004390         DELIMITED BY SIZE INTO DPR-LINE
004400     END-STRING.
004410     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004420     MOVE DRL-REFUSED-COUNT TO DRL-EDIT-COUNT.
004430     STRING "DECISIONS REFUSED:     " DRL-EDIT-COUNT
004440         DELIMITED BY SIZE INTO DPR-LINE
004450     END-STRING.
004460     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004470     MOVE DRL-OPEN-COUNT TO DRL-EDIT-COUNT.
004480     STRING "STILL OPEN:            " DRL-EDIT-COUNT
004490         DELIMITED BY SIZE INTO DPR-LINE
004500     END-STRING.
004510     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
004520 7000-EXIT.
004530     EXIT.
004540
004550*      ---------------------------------------------------------
004560*      7900-WRITE-LINE
004570*      ---------------------------------------------------------
004580 7900-WRITE-LINE.
004590     WRITE DUP-RPT-RECORD.
004600     DISPLAY DPR-LINE.
004610     MOVE SPACES TO DPR-LINE.
004620 7900-EXIT.
004630     EXIT.
004640
004650*      =========================================================
004660*      8000-TERMINATE
004670*      =========================================================
004680 8000-TERMINATE.
004690     IF DRL-DEC-OPEN
004700         CLOSE DUP-DEC-FILE
004710     END-IF.
004720     CLOSE CALC-DUPR-FILE.
004730     CLOSE DUP-AUD-FILE.
004740     CLOSE DUP-RPT-FILE.
004750 8000-EXIT.
004760     EXIT.
004770
004780*      =========================================================
004790*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
004800*                      COMPLETION AND ABEND.
004810*      =========================================================
004820 9999-EXIT.
004830     STOP RUN.
