000260*                      SOURCE ID IS NOT 1-3 LANDS ON NO
000270*                      STATEMENT; IT IS COUNTED, REPORTED TO THE
000280*                      CONSOLE AND FLAGGED WITH RETURN CODE 4 SO
000281*                      A STAMPING GAP UPSTREAM CANNOT SILENTLY
000282*                      SHORT A DEPARTMENT'S RETURNS.
000283*    10/15/26   GM    STATEMENT FILES NOW COME OFF THE SUBMITTER
000284*                      MASTER (SUBMSTR) INSTEAD OF BEING
000285*                      HARDWIRED AS STMT1 THRU STMT3.  ONE
000286*                      STATEMENT IS CUT FOR EVERY ACTIVE
000287*                      DEPARTMENT CODE 1-9, UNDER THE STATEMENT
000288*                      FILE NAME THE MASTER GIVES IT, AND THE
000289*                      HEADING CARRIES THE DEPARTMENT NAME.  A
000290*                      RECORD WHOSE SOURCE ID IS NOT AN ACTIVE
000291*                      DEPARTMENT IS UNASSIGNED AS BEFORE.  A
000292*                      MISSING SUBMSTR ABENDS THE RUN.
000293*    10/15/26   GM    REVERSALS (OP CODE R) NO LONGER PRINT AS
000294*                      RESULTS.  A SECOND PASS OF CALCOUT, AFTER
000295*                      THE REJECTS, PUTS THEM IN THEIR OWN
000296*                      "REVERSALS OF PRIOR RESULTS" SECTION --
000297*                      EACH LINE NAMES THE RUN DATE AND KEY OF
000298*                      THE RESULT BACKED OUT AND CARRIES THE
000299*                      NEGATED VALUES -- AND A SECOND TRAILER
000300*                      LINE GIVES THE REVERSAL COUNT AND THE
000301*                      TOTAL OF THE NEGATED DECIMAL RESULTS.  THE
000302*                      RESULT VALUE TOTAL IS UNCHANGED IN MEANING.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT    DIVISION.
000330 CONFIGURATION  SECTION.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS STM-REJ-STATUS.
000440
000444*    EACH DEPARTMENT'S STATEMENT FILE IS WHATEVER THE
000448*    SUBMITTER MASTER NAMES FOR ITS CODE -- THE NAMES ARE LOADED
000452*    INTO STM-STMT-NAME (1) THRU (9) BEFORE ANY OF THESE OPENS.
000456     SELECT STMT1-FILE      ASSIGN TO DYNAMIC STM-STMT1-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS  IS STM-STMT1-STATUS.
000480
000490     SELECT STMT2-FILE      ASSIGN TO DYNAMIC STM-STMT2-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS STM-STMT2-STATUS.
000520
000521     SELECT STMT3-FILE      ASSIGN TO DYNAMIC STM-STMT3-NAME
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS  IS STM-STMT3-STATUS.
000524
000525     SELECT STMT4-FILE      ASSIGN TO DYNAMIC STM-STMT4-NAME
000526         ORGANIZATION IS LINE SEQUENTIAL
000527         FILE STATUS  IS STM-STMT4-STATUS.
000528
000529     SELECT STMT5-FILE      ASSIGN TO DYNAMIC STM-STMT5-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000531         FILE STATUS  IS STM-STMT5-STATUS.
000532
000533     SELECT STMT6-FILE      ASSIGN TO DYNAMIC STM-STMT6-NAME
000534         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS  IS STM-STMT6-STATUS.
000536
000537     SELECT STMT7-FILE      ASSIGN TO DYNAMIC STM-STMT7-NAME
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS  IS STM-STMT7-STATUS.
000540
000541     SELECT STMT8-FILE      ASSIGN TO DYNAMIC STM-STMT8-NAME
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS  IS STM-STMT8-STATUS.
000544
000545     SELECT STMT9-FILE      ASSIGN TO DYNAMIC STM-STMT9-NAME
000546         ORGANIZATION IS LINE SEQUENTIAL
000547         FILE STATUS  IS STM-STMT9-STATUS.
000548
000549     SELECT SUBM-MSTR-FILE  ASSIGN TO "SUBMSTR"
000550         ORGANIZATION IS INDEXED
000551         ACCESS MODE  IS RANDOM
000552         RECORD KEY   IS SB-DEPT-CODE
000553         FILE STATUS  IS STM-SUBM-STATUS.
000560
000570 DATA           DIVISION.
000580 FILE           SECTION.
000630 FD  CALC-REJ-FILE.
000640 COPY CALCREJ.
000650
000660*  THE NINE STATEMENT FILES CARRY THE SAME 100-BYTE PRINT LINE;
000670*  THEY ARE PLAIN BUFFERS BECAUSE ONE COPYBOOK CANNOT BE COPIED
000680*  INTO NINE FDS WITH CLASHING NAMES.
000690 FD  STMT1-FILE.
000700 01  STMT1-RECORD            PIC X(100).
000710
000720 FD  STMT2-FILE.
000730 01  STMT2-RECORD            PIC X(100).
000740
000741 FD  STMT3-FILE.
000742 01  STMT3-RECORD            PIC X(100).
000743
000744 FD  STMT4-FILE.
000745 01  STMT4-RECORD            PIC X(100).
000746
000747 FD  STMT5-FILE.
000748 01  STMT5-RECORD            PIC X(100).
000749
000750 FD  STMT6-FILE.
000751 01  STMT6-RECORD            PIC X(100).
000752
000753 FD  STMT7-FILE.
000754 01  STMT7-RECORD            PIC X(100).
000755
000756 FD  STMT8-FILE.
000757 01  STMT8-RECORD            PIC X(100).
000758
000759 FD  STMT9-FILE.
000760 01  STMT9-RECORD            PIC X(100).
000761
000762 FD  SUBM-MSTR-FILE.
000763 COPY SUBMREC.
000770
000780 WORKING-STORAGE SECTION.
000790 77  STM-OUT-STATUS          PIC X(02).
000840     88  STM-REJ-OK               VALUE "00".
000850     88  STM-REJ-NOT-FOUND        VALUE "35".
000860
000873 77  STM-SUBM-STATUS         PIC X(02).
000886     88  STM-SUBM-OK              VALUE "00".
000900
000910 77  STM-OUT-EOF-SWITCH      PIC X(01) VALUE "N".
000920     88  STM-OUT-EOF              VALUE "Y".
000950     88  STM-REJ-EOF              VALUE "Y".
000960
000970 77  STM-RUN-DATE            PIC 9(08) VALUE ZERO.
000980 77  STM-FILE-NO             PIC 9(02) VALUE ZERO.
000985 77  STM-SOURCE-ID           PIC X(01).
000990 77  STM-UNKNOWN-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001000 77  STM-LINE                PIC X(100).
001010
001030 77  STM-EDIT-TOTAL          PIC -Z(14)9.9(04).
001040
001050 01  STM-SUB-TABLE.
001060     05  STM-SUB-ENTRY       OCCURS 9 TIMES.
001061         10  STM-RESULT-CNT      PIC 9(07) COMP-3.
001062         10  STM-REJECT-CNT      PIC 9(07) COMP-3.
001063         10  STM-VALUE-TOTAL     PIC S9(15)V9(04) COMP-3.
001064         10  STM-REVERSAL-CNT    PIC 9(07) COMP-3.
001065         10  STM-REVERSAL-TOTAL  PIC S9(15)V9(04) COMP-3.
001066         10  STM-SB-ACTIVE       PIC X(01).
001067         10  STM-SB-NAME         PIC X(30).
001068         10  STM-SB-OPENED       PIC X(01).
001069
001070*    THE NINE STATEMENT FILE STATUSES AND DYNAMIC FILE NAMES ARE
001071*    EACH REDEFINED AS A TABLE SO THEY CAN BE REACHED BY
001072*    DEPARTMENT CODE.
001073 01  STM-STMT-STATUSES.
001074     05  STM-STMT1-STATUS    PIC X(02).
001075     05  STM-STMT2-STATUS    PIC X(02).
001076     05  STM-STMT3-STATUS    PIC X(02).
001077     05  STM-STMT4-STATUS    PIC X(02).
001078     05  STM-STMT5-STATUS    PIC X(02).
001079     05  STM-STMT6-STATUS    PIC X(02).
001080     05  STM-STMT7-STATUS    PIC X(02).
001081     05  STM-STMT8-STATUS    PIC X(02).
001082     05  STM-STMT9-STATUS    PIC X(02).
001083 01  STM-STMT-STATUS-TABLE REDEFINES STM-STMT-STATUSES.
001084     05  STM-STMT-STATUS     PIC X(02) OCCURS 9 TIMES.
001085
001086 01  STM-STMT-NAMES.
001087     05  STM-STMT1-NAME      PIC X(30).
001088     05  STM-STMT2-NAME      PIC X(30).
001089     05  STM-STMT3-NAME      PIC X(30).
001090     05  STM-STMT4-NAME      PIC X(30).
001091     05  STM-STMT5-NAME      PIC X(30).
001092     05  STM-STMT6-NAME      PIC X(30).
001093     05  STM-STMT7-NAME      PIC X(30).
001094     05  STM-STMT8-NAME      PIC X(30).
001095     05  STM-STMT9-NAME      PIC X(30).
001096 01  STM-STMT-NAME-TABLE REDEFINES STM-STMT-NAMES.
001097     05  STM-STMT-NAME       PIC X(30) OCCURS 9 TIMES.
001100
001110 LINKAGE SECTION.
001120
001240     PERFORM 3000-STATE-ONE-REJECT THRU 3000-EXIT
001250         UNTIL STM-REJ-EOF.
001260
001263     PERFORM 4000-STATE-REVERSALS THRU 4000-EXIT.
001266
001270     PERFORM 6000-WRITE-TRAILERS THRU 6000-EXIT.
001280     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001290     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001370*      =========================================================
001380*      1000-INITIALIZE  --  OPEN THE DAY'S RESULT AND REJECT
001390*                            FILES (A MISSING REJECT FILE IS AN
001397*                            EMPTY ONE), OPEN THE STATEMENT FILE
001404*                            OF EVERY ACTIVE DEPARTMENT ON THE
001411*                            SUBMITTER MASTER AND HEAD EACH ONE.
001420*      =========================================================
001430 1000-INITIALIZE.
001440     PERFORM 1100-CLEAR-ONE-ENTRY THRU 1100-EXIT
001450         VARYING STM-FILE-NO FROM 1 BY 1
001460         UNTIL STM-FILE-NO > 9.
001470     ACCEPT STM-RUN-DATE FROM DATE YYYYMMDD.
001480
001488     OPEN INPUT SUBM-MSTR-FILE.
001496     IF NOT STM-SUBM-OK
001504         DISPLAY "CALCSTMT - SUBMSTR NOT AVAILABLE - STATUS "
001512             STM-SUBM-STATUS " - ABENDING"
001520         MOVE 16 TO RETURN-CODE
001530         GO TO 9999-EXIT
001540     END-IF.
001550     PERFORM 1300-LOAD-SUBMITTER THRU 1300-EXIT
001560         VARYING STM-FILE-NO FROM 1 BY 1
001570         UNTIL STM-FILE-NO > 9.
001580     CLOSE SUBM-MSTR-FILE.
001590
001600     PERFORM 1400-OPEN-STATEMENT THRU 1400-EXIT
001610         VARYING STM-FILE-NO FROM 1 BY 1
001620         UNTIL STM-FILE-NO > 9
001630         OR RETURN-CODE = 16.
001640     IF RETURN-CODE = 16
001650         PERFORM 8100-CLOSE-STATEMENT THRU 8100-EXIT
001660             VARYING STM-FILE-NO FROM 1 BY 1
001670             UNTIL STM-FILE-NO > 9
001680         GO TO 9999-EXIT
001690     END-IF.
001700*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001730
001740     PERFORM 1200-WRITE-ONE-HEADER THRU 1200-EXIT
001750         VARYING STM-FILE-NO FROM 1 BY 1
001760         UNTIL STM-FILE-NO > 9.
001770
001780     OPEN INPUT CALC-OUT-FILE.
001790     IF STM-OUT-NOT-FOUND
001850             DISPLAY "CALCSTMT - CALCOUT OPEN FAILED - STATUS "
001860                 STM-OUT-STATUS
001870             MOVE 16 TO RETURN-CODE
001880             PERFORM 8100-CLOSE-STATEMENT THRU 8100-EXIT
001890                 VARYING STM-FILE-NO FROM 1 BY 1
001900                 UNTIL STM-FILE-NO > 9
001910             GO TO 9999-EXIT
001920         END-IF
001930     END-IF.
002150     MOVE ZERO TO STM-RESULT-CNT (STM-FILE-NO).
002160     MOVE ZERO TO STM-REJECT-CNT (STM-FILE-NO).
002170     MOVE ZERO TO STM-VALUE-TOTAL (STM-FILE-NO).
002171     MOVE ZERO TO STM-REVERSAL-CNT (STM-FILE-NO).
002172     MOVE ZERO TO STM-REVERSAL-TOTAL (STM-FILE-NO).
002173     MOVE "N"  TO STM-SB-ACTIVE (STM-FILE-NO).
002174     MOVE SPACES TO STM-SB-NAME (STM-FILE-NO).
002175     MOVE "N"  TO STM-SB-OPENED (STM-FILE-NO).
002176     MOVE SPACES TO STM-STMT-NAME (STM-FILE-NO).
002180 1100-EXIT.
002190     EXIT.
002200
002220*      1200-WRITE-ONE-HEADER
002230*      ---------------------------------------------------------
002240 1200-WRITE-ONE-HEADER.
002242     IF STM-SB-OPENED (STM-FILE-NO) NOT = "Y"
002244         GO TO 1200-EXIT
002246     END-IF.
002250     STRING "DAILY STATEMENT - SUBMITTER " STM-FILE-NO (2:1)
002255         " " STM-SB-NAME (STM-FILE-NO)
002260         " - RUN DATE " STM-RUN-DATE
002270         DELIMITED BY SIZE INTO STM-LINE
002280     END-STRING.
002281     PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT.
002282     MOVE SPACES TO STM-LINE.
002283     PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT.
002284 1200-EXIT.
002285     EXIT.
002286
002287*      ---------------------------------------------------------
002288*      1300-LOAD-SUBMITTER  --  NOTE WHAT THE MASTER SAYS ABOUT
002289*                                DEPARTMENT CODE STM-FILE-NO.
002290*      ---------------------------------------------------------
002291 1300-LOAD-SUBMITTER.
002292     MOVE STM-FILE-NO (2:1) TO SB-DEPT-CODE.
002293     READ SUBM-MSTR-FILE
002294         INVALID KEY
002295             GO TO 1300-EXIT
002296     END-READ.
002297     MOVE SB-ACTIVE-FLAG TO STM-SB-ACTIVE (STM-FILE-NO).
002298     MOVE SB-DEPT-NAME   TO STM-SB-NAME (STM-FILE-NO).
002299     MOVE SB-STMT-FILE   TO STM-STMT-NAME (STM-FILE-NO).
002300 1300-EXIT.
002301     EXIT.
002302
002303*      ---------------------------------------------------------
002304*      1400-OPEN-STATEMENT  --  OPEN THE STATEMENT FILE OF ACTIVE
002305*                                DEPARTMENT STM-FILE-NO.  A
002306*                                FAILED OPEN ABENDS THE RUN.
002307*      ---------------------------------------------------------
002308 1400-OPEN-STATEMENT.
002309     IF STM-SB-ACTIVE (STM-FILE-NO) NOT = "Y"
002310         GO TO 1400-EXIT
002311     END-IF.
002312     IF STM-FILE-NO = 1
002313         OPEN OUTPUT STMT1-FILE
002314     END-IF.
002315     IF STM-FILE-NO = 2
002316         OPEN OUTPUT STMT2-FILE
002317     END-IF.
002318     IF STM-FILE-NO = 3
002319         OPEN OUTPUT STMT3-FILE
002320     END-IF.
002321     IF STM-FILE-NO = 4
002322         OPEN OUTPUT STMT4-FILE
002323     END-IF.
002324     IF STM-FILE-NO = 5
002325         OPEN OUTPUT STMT5-FILE
002326     END-IF.
002327     IF STM-FILE-NO = 6
002328         OPEN OUTPUT STMT6-FILE
002329     END-IF.
002330     IF STM-FILE-NO = 7
002331         OPEN OUTPUT STMT7-FILE
002332     END-IF.
002333     IF STM-FILE-NO = 8
002334         OPEN OUTPUT STMT8-FILE
002335     END-IF.
002336     IF STM-FILE-NO = 9
002337         OPEN OUTPUT STMT9-FILE
002338     END-IF.
002339     IF STM-STMT-STATUS (STM-FILE-NO) = "00"
002340         MOVE "Y" TO STM-SB-OPENED (STM-FILE-NO)
002341     ELSE
002342         DISPLAY "CALCSTMT - STATEMENT FILE "
002343             STM-STMT-NAME (STM-FILE-NO)
002344             " OPEN FAILED - SUBMITTER " STM-FILE-NO (2:1)
002345         MOVE 16 TO RETURN-CODE
002346     END-IF.
002347 1400-EXIT.
002348     EXIT.
002349
002350*      =========================================================
002360*      2000-STATE-ONE-RESULT  --  ONE CALCOUT RECORD GOES TO ITS
002370*                                  SUBMITTER'S STATEMENT.  THE
002390*                                  RAW BYTES OFF THE SEGMENTS --
002400*                                  A SEGMENT WHOSE ENTRY POINT
002410*                                  DID NOT RUN HOLDS ASTERISKS,
002415*                                  NOT A NUMBER.  REVERSALS
002420*                                  ARE PASSED OVER HERE AND
002425*                                  STATED BY 4000.
002430*      =========================================================
002440 2000-STATE-ONE-RESULT.
002442     IF CO-OP-CODE = "R"
002444         GO TO 2000-NEXT
002446     END-IF.
002448     MOVE CO-SOURCE-ID TO STM-SOURCE-ID.
002450     PERFORM 2500-PICK-SOURCE THRU 2500-EXIT.
002460     IF STM-FILE-NO = ZERO
002470         DISPLAY "CALCSTMT - RESULT KEY " CO-TRAN-KEY
002480             " SOURCE ID <" CO-SOURCE-ID "> NOT AN ACTIVE "
002490             "SUBMITTER - ON NO STATEMENT"
002500         ADD 1 TO STM-UNKNOWN-COUNT
002510         GO TO 2000-NEXT
002520     END-IF.
002820     EXIT.
002830
002840*      ---------------------------------------------------------
002846*      2500-PICK-SOURCE  --  ROUTE BY STM-SOURCE-ID; ZERO MEANS
002852*                             THE RECORD BELONGS TO NO STATEMENT
002858*                             BECAUSE THE CODE IS NOT AN ACTIVE
002864*                             DEPARTMENT WITH A STATEMENT OPEN.
002870*      ---------------------------------------------------------
002880 2500-PICK-SOURCE.
002885     IF STM-SOURCE-ID NUMERIC
002890         AND STM-SOURCE-ID NOT = "0"
002895         MOVE STM-SOURCE-ID TO STM-FILE-NO
002900         IF STM-SB-OPENED (STM-FILE-NO) NOT = "Y"
002905             MOVE ZERO TO STM-FILE-NO
002910         END-IF
002920     ELSE
002930         MOVE ZERO TO STM-FILE-NO
002940     END-IF.
003010*                                  REASON IT FAILED.
003020*      =========================================================
003030 3000-STATE-ONE-REJECT.
003042     MOVE CR-SOURCE-ID TO STM-SOURCE-ID.
003054     PERFORM 2500-PICK-SOURCE THRU 2500-EXIT.
003066     IF STM-FILE-NO = ZERO
003080         DISPLAY "CALCSTMT - REJECT KEY " CR-TRAN-KEY
003090             " SOURCE ID <" CR-SOURCE-ID "> NOT AN ACTIVE "
003100             "SUBMITTER - ON NO STATEMENT"
003110         ADD 1 TO STM-UNKNOWN-COUNT
003120         GO TO 3000-NEXT
003130     END-IF.
003280*      3100-READ-REJECT
003290*      ---------------------------------------------------------
003300 3100-READ-REJECT.
003301     READ CALC-REJ-FILE
003302         AT END
003303             SET STM-REJ-EOF TO TRUE
003304     END-READ.
003305 3100-EXIT.
003306     EXIT.
003307
003308*      =========================================================
003309*      4000-STATE-REVERSALS  --  SECOND PASS OF CALCOUT FOR THE
003310*                                 REVERSALS, SO EACH STATEMENT
003311*                                 CARRIES THEM AS A SECTION OF
003312*                                 THEIR OWN AFTER THE RESULTS
003313*                                 AND REJECTS.
003314*      =========================================================
003315 4000-STATE-REVERSALS.
003316     IF STM-OUT-NOT-FOUND
003317         GO TO 4000-EXIT
003318     END-IF.
003319     CLOSE CALC-OUT-FILE.
003320     OPEN INPUT CALC-OUT-FILE.
003321     IF NOT STM-OUT-OK
003322         DISPLAY "CALCSTMT - CALCOUT REOPEN FAILED - STATUS "
003323             STM-OUT-STATUS " - NO REVERSALS STATED"
003324         MOVE "35" TO STM-OUT-STATUS
003325         GO TO 4000-EXIT
003326     END-IF.
003327     MOVE "N" TO STM-OUT-EOF-SWITCH.
003328     PERFORM 2100-READ-OUT THRU 2100-EXIT.
003329     PERFORM 4100-STATE-ONE-REVERSAL THRU 4100-EXIT
003330         UNTIL STM-OUT-EOF.
003331 4000-EXIT.
003332     EXIT.
003333
003334*      ---------------------------------------------------------
003335*      4100-STATE-ONE-REVERSAL  --  THE FIRST REVERSAL ON A
003336*                                    STATEMENT OPENS THE SECTION.
003337*                                    THE VALUES ARE THE SIGNED
003338*                                    RESULT FIELDS OF THE
003339*                                    REVERSAL VIEWS, RAW.
003340*      ---------------------------------------------------------
003341 4100-STATE-ONE-REVERSAL.
003342     IF CO-OP-CODE NOT = "R"
003343         GO TO 4100-NEXT
003344     END-IF.
003345     MOVE CO-SOURCE-ID TO STM-SOURCE-ID.
003346     PERFORM 2500-PICK-SOURCE THRU 2500-EXIT.
003347     IF STM-FILE-NO = ZERO
003348         DISPLAY "CALCSTMT - REVERSAL KEY " CO-TRAN-KEY
003349             " SOURCE ID <" CO-SOURCE-ID "> NOT AN ACTIVE "
003350             "SUBMITTER - ON NO STATEMENT"
003351         ADD 1 TO STM-UNKNOWN-COUNT
003352         GO TO 4100-NEXT
003353     END-IF.
003354
003355     IF STM-REVERSAL-CNT (STM-FILE-NO) = ZERO
003356         MOVE SPACES TO STM-LINE
003357         PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT
003358         MOVE "REVERSALS OF PRIOR RESULTS" TO STM-LINE
003359         PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT
003360     END-IF.
003361     STRING "REVERSE KEY " CO-TRAN-KEY
003362         " OF " CO-REV-RUN-DATE "/" CO-REV-TRAN-KEY
003363         " STR " CO-STRING-SEG-X (19:7)
003364         " INT " CO-INT-SEG-X (23:10)
003365         " DEC " CO-DECIMAL-SEG-X (34:19)
003366         DELIMITED BY SIZE INTO STM-LINE
003367     END-STRING.
003368     PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT.
003369     ADD 1 TO STM-REVERSAL-CNT (STM-FILE-NO).
003370
003371     IF CO-DECIMAL-SEG-X NOT = ALL "*"
003372         ADD CO-DECIMAL-RESULT
003373             TO STM-REVERSAL-TOTAL (STM-FILE-NO)
003374     END-IF.
003375
003376 4100-NEXT.
003377     PERFORM 2100-READ-OUT THRU 2100-EXIT.
003378 4100-EXIT.
003379     EXIT.
003380
003381*      =========================================================
003390*      6000-WRITE-TRAILERS  --  ONE TRAILER PER STATEMENT WITH
003400*                                THE COUNTS AND THE VALUE TOTAL
003410*                                OF THE DECIMAL RESULTS, SO A
003450 6000-WRITE-TRAILERS.
003460     PERFORM 6100-WRITE-ONE-TRAILER THRU 6100-EXIT
003470         VARYING STM-FILE-NO FROM 1 BY 1
003480         UNTIL STM-FILE-NO > 9.
003490 6000-EXIT.
003500     EXIT.
003510
003530*      6100-WRITE-ONE-TRAILER
003540*      ---------------------------------------------------------
003550 6100-WRITE-ONE-TRAILER.
003552     IF STM-SB-OPENED (STM-FILE-NO) NOT = "Y"
003554         GO TO 6100-EXIT
003556     END-IF.
003560     MOVE SPACES TO STM-LINE.
003570     PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT.
003580     MOVE STM-RESULT-CNT (STM-FILE-NO) TO STM-EDIT-COUNT.
003640     STRING " REJECTS " STM-EDIT-COUNT
003650         " VALUE TOTAL " STM-EDIT-TOTAL
003660         DELIMITED BY SIZE INTO STM-LINE (26:)
003661     END-STRING.
003662     PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT.
003663     MOVE STM-REVERSAL-CNT (STM-FILE-NO) TO STM-EDIT-COUNT.
003664     MOVE STM-REVERSAL-TOTAL (STM-FILE-NO) TO STM-EDIT-TOTAL.
003665     STRING "TRAILER REVERSALS " STM-EDIT-COUNT
003666         " REVERSED VALUE " STM-EDIT-TOTAL
003667         DELIMITED BY SIZE INTO STM-LINE
003670     END-STRING.
003680     PERFORM 6900-WRITE-STMT-LINE THRU 6900-EXIT.
003690 6100-EXIT.
003820     END-IF.
003830     IF STM-FILE-NO = 3
003840         WRITE STMT3-RECORD FROM STM-LINE
003841     END-IF.
003842     IF STM-FILE-NO = 4
003843         WRITE STMT4-RECORD FROM STM-LINE
003844     END-IF.
003845     IF STM-FILE-NO = 5
003846         WRITE STMT5-RECORD FROM STM-LINE
003847     END-IF.
003848     IF STM-FILE-NO = 6
003849         WRITE STMT6-RECORD FROM STM-LINE
003850     END-IF.
003851     IF STM-FILE-NO = 7
003852         WRITE STMT7-RECORD FROM STM-LINE
003853     END-IF.
003854     IF STM-FILE-NO = 8
003855         WRITE STMT8-RECORD FROM STM-LINE
003856     END-IF.
003857     IF STM-FILE-NO = 9
003858         WRITE STMT9-RECORD FROM STM-LINE
003859     END-IF.
003860     MOVE SPACES TO STM-LINE.
003870 6900-EXIT.
003880     EXIT.
003930 7000-PRINT-SUMMARY.
003940     PERFORM 7100-SUMMARIZE-ONE THRU 7100-EXIT
003950         VARYING STM-FILE-NO FROM 1 BY 1
003960         UNTIL STM-FILE-NO > 9.
003970     MOVE STM-UNKNOWN-COUNT TO STM-EDIT-COUNT.
003980     DISPLAY "CALCSTMT - UNASSIGNED RECORDS: " STM-EDIT-COUNT.
003990 7000-EXIT.
004030*      7100-SUMMARIZE-ONE
004040*      ---------------------------------------------------------
004050 7100-SUMMARIZE-ONE.
004052     IF STM-SB-OPENED (STM-FILE-NO) NOT = "Y"
004054         GO TO 7100-EXIT
004056     END-IF.
004060     MOVE STM-RESULT-CNT (STM-FILE-NO) TO STM-EDIT-COUNT.
004070     DISPLAY "CALCSTMT - SUBMITTER " STM-FILE-NO (2:1)
004080         " RESULTS: " STM-EDIT-COUNT.
004090     MOVE STM-REJECT-CNT (STM-FILE-NO) TO STM-EDIT-COUNT.
004100     DISPLAY "CALCSTMT - SUBMITTER " STM-FILE-NO (2:1)
004110         " REJECTS: " STM-EDIT-COUNT.
004112     MOVE STM-REVERSAL-CNT (STM-FILE-NO) TO STM-EDIT-COUNT.
004114     DISPLAY "CALCSTMT - SUBMITTER " STM-FILE-NO (2:1)
004116         " REVERSALS: " STM-EDIT-COUNT.
004120 7100-EXIT.
004130     EXIT.
004140
004220     IF NOT STM-REJ-NOT-FOUND
004230         CLOSE CALC-REJ-FILE
004240     END-IF.
004241     PERFORM 8100-CLOSE-STATEMENT THRU 8100-EXIT
004242         VARYING STM-FILE-NO FROM 1 BY 1
004243         UNTIL STM-FILE-NO > 9.
004244 8000-EXIT.
004245     EXIT.
004246
004247*      ---------------------------------------------------------
004248*      8100-CLOSE-STATEMENT
004249*      ---------------------------------------------------------
004250 8100-CLOSE-STATEMENT.
004251     IF STM-SB-OPENED (STM-FILE-NO) NOT = "Y"
004252         GO TO 8100-EXIT
004253     END-IF.
004254     IF STM-FILE-NO = 1
004255         CLOSE STMT1-FILE
004256     END-IF.
004257     IF STM-FILE-NO = 2
004258         CLOSE STMT2-FILE
004259     END-IF.
004260     IF STM-FILE-NO = 3
004261         CLOSE STMT3-FILE
004262     END-IF.
004263     IF STM-FILE-NO = 4
004264         CLOSE STMT4-FILE
004265     END-IF.
004266     IF STM-FILE-NO = 5
004267         CLOSE STMT5-FILE
004268     END-IF.
004269     IF STM-FILE-NO = 6
004270         CLOSE STMT6-FILE
004271     END-IF.
004272     IF STM-FILE-NO = 7
004273         CLOSE STMT7-FILE
004274     END-IF.
004275     IF STM-FILE-NO = 8
004276         CLOSE STMT8-FILE
004277     END-IF.
004278     IF STM-FILE-NO = 9
004279         CLOSE STMT9-FILE
004280     END-IF.
004281 8100-EXIT.
004290     EXIT.
004300
004310*      =========================================================
