000327*                      NEVER FINISHED TONIGHT AND THE PAGE SAYS
000328*                      SO INSTEAD OF SHOWING YESTERDAY'S CLEAN
000329*                      LINE AS IF IT WERE TONIGHT'S.
000330*    10/15/26   GM    THE PAGE NOW SHOWS HOW MANY RESULTS THE
000331*                      LATEST CALC RUN PUT IN SUSPENSE FOR
000332*                      FAILING THEIR PLAUSIBILITY LIMITS (THE
000333*                      NEW RL-SUSP-COUNT ON THE LEDGER).  ANY AT
000334*                      ALL FORCES ATTENTION -- THEY WAIT ON A
000335*                      SUPERVISOR'S RELEASE OR KILL.  A LEDGER
000336*                      LINE WRITTEN BEFORE THE COUNT EXISTED
000337*                      READS AS ZERO.
000338*    10/15/26   GM    THE PAGE NOW CARRIES THE GENERAL-LEDGER
000339*                      POSTING LINE FROM GLACKRPT (CALCGLACK):
000340*                      BATCHES THE LEDGER REJECTED, POSTED ONLY
000341*                      IN PART, NEVER ACKNOWLEDGED PAST THE GRACE
000342*                      PERIOD, AND ACKNOWLEDGMENTS FOR NO BATCH
000343*                      WE SENT.  ANY OF THEM FORCES ATTENTION;
000344*                      SO DOES A MISSING GLACKRPT, THE JOB BEING
000345*                      PART OF THE NIGHTLY CHAIN.
000346*----------------------------------------------------------------*
000347 ENVIRONMENT    DIVISION.
000350 CONFIGURATION  SECTION.
000360
000370 INPUT-OUTPUT   SECTION.
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS  IS MST-ALERT-STATUS.
000660
000662     SELECT GL-ACK-RPT-FILE ASSIGN TO "GLACKRPT"
000664         ORGANIZATION IS LINE SEQUENTIAL
000666         FILE STATUS  IS MST-GLACK-STATUS.
000668
000670     SELECT MORN-RPT-FILE   ASSIGN TO "MORNRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS  IS MST-RPT-STATUS.
000920 FD  ALERT-QUEUE-FILE.
000930 COPY ALERTREC.
000940
000942 FD  GL-ACK-RPT-FILE.
000944 COPY GLAKRREC.
000946
000950 FD  MORN-RPT-FILE.
000960 COPY MORNRREC.
000970
001160
001170 77  MST-ALERT-STATUS        PIC X(02).
001180     88  MST-ALERT-OK             VALUE "00".
001182
001184 77  MST-GLACK-STATUS        PIC X(02).
001186     88  MST-GLACK-OK             VALUE "00".
001190
001200 77  MST-RPT-STATUS          PIC X(02).
001210
001370     05  MST-L-SKIP-COUNT    PIC 9(07).
001380     05  MST-L-RETURN-CODE   PIC 9(02).
001390     05  MST-L-BALANCE       PIC X(14).
001395     05  MST-L-SUSP-COUNT    PIC 9(07).
001400
001410 77  MST-RECON-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001420 77  MST-EXC-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001450 77  MST-PEND-CRIT           PIC 9(05) COMP-3 VALUE ZERO.
001460 77  MST-PEND-WARN           PIC 9(05) COMP-3 VALUE ZERO.
001470 77  MST-PEND-INFO           PIC 9(05) COMP-3 VALUE ZERO.
001472 77  MST-GL-REJ-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001474 77  MST-GL-PART-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001476 77  MST-GL-NOACK-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001478 77  MST-GL-UNMATCH-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
001480
001490*  THE CTLRPT PER-PROGRAM LINES ARE ECHOED ONTO THE PAGE AS
001500*  THEY STAND -- RE-ADDING TOTALS SOMEONE ELSE ALREADY BALANCED
001560
001570 77  MST-SUB                 PIC 9(02) VALUE ZERO.
001580 77  MST-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001585 77  MST-EDIT-COUNT4         PIC Z,ZZZ,ZZ9.
001590 77  MST-EDIT-COUNT2         PIC Z,ZZZ,ZZ9.
001600 77  MST-EDIT-COUNT3         PIC Z,ZZZ,ZZ9.
001610 77  MST-LINE                PIC X(100).
001790     PERFORM 3600-GATHER-CTL-RPT THRU 3600-EXIT.
001800     PERFORM 3800-GATHER-TREND THRU 3800-EXIT.
001810     PERFORM 4000-GATHER-ALERTS THRU 4000-EXIT.
001815     PERFORM 4200-GATHER-GL-ACK THRU 4200-EXIT.
001820
001830     PERFORM 5000-JUDGE-THE-NIGHT THRU 5000-EXIT.
001840     PERFORM 6000-WRITE-THE-PAGE THRU 6000-EXIT.
002450             MOVE RL-SKIP-COUNT  TO MST-L-SKIP-COUNT
002460             MOVE RL-RETURN-CODE TO MST-L-RETURN-CODE
002470             MOVE RL-BALANCE-FLAG TO MST-L-BALANCE
002471             IF RL-SUSP-COUNT NUMERIC
002472                 MOVE RL-SUSP-COUNT TO MST-L-SUSP-COUNT
002473             ELSE
002474                 MOVE ZERO TO MST-L-SUSP-COUNT
002475             END-IF
002480     END-READ.
002490 2100-EXIT.
002500     EXIT.
004590                 END-IF
004600             END-IF
004610     END-READ.
004611 4100-EXIT.
004612     EXIT.
004613
004614*      =========================================================
004615*      4200-GATHER-GL-ACK  --  COUNT THE GL EXCEPTION LINES BY
004616*                               THEIR LEAD WORDS.  CALCGLACK
004617*                               RUNS IN THE NIGHTLY CHAIN, SO A
004618*                               MISSING FILE IS ATTENTION.
004619*      =========================================================
004620 4200-GATHER-GL-ACK.
004621     MOVE "N" TO MST-EOF-SWITCH.
004622     OPEN INPUT GL-ACK-RPT-FILE.
004623     IF NOT MST-GLACK-OK
004624         SET MST-ATTENTION TO TRUE
004625         GO TO 4200-EXIT
004626     END-IF.
004627     PERFORM 4300-READ-ONE-GL-ACK THRU 4300-EXIT
004628         UNTIL MST-FILE-EOF.
004629     CLOSE GL-ACK-RPT-FILE.
004630 4200-EXIT.
004631     EXIT.
004632
004633*      ---------------------------------------------------------
004634*      4300-READ-ONE-GL-ACK
004635*      ---------------------------------------------------------
004636 4300-READ-ONE-GL-ACK.
004637     READ GL-ACK-RPT-FILE
004638         AT END
004639             SET MST-FILE-EOF TO TRUE
004640         NOT AT END
004641             IF GAR-LINE (1:11) = "GL REJECTED"
004642                 ADD 1 TO MST-GL-REJ-COUNT
004643             END-IF
004644             IF GAR-LINE (1:10) = "GL PARTIAL"
004645                 ADD 1 TO MST-GL-PART-COUNT
004646             END-IF
004647             IF GAR-LINE (1:9)  = "GL NO ACK"
004648                 ADD 1 TO MST-GL-NOACK-COUNT
004649             END-IF
004650             IF GAR-LINE (1:12) = "GL UNMATCHED"
004651                 ADD 1 TO MST-GL-UNMATCH-COUNT
004652             END-IF
004653     END-READ.
004654 4300-EXIT.
004655     EXIT.
004656
004657*      =========================================================
004660*      5000-JUDGE-THE-NIGHT  --  ANYTHING AMISS FORCES THE
004670*                                 ATTENTION VERDICT.
004680*      =========================================================
004700     IF MST-LEDGER-SEEN
004710         IF MST-L-RETURN-CODE NOT = ZERO
004720             OR MST-L-BALANCE NOT = "IN BALANCE"
004725             OR MST-L-SUSP-COUNT > ZERO
004730             SET MST-ATTENTION TO TRUE
004740         END-IF
004742*        THE LEDGER IS APPENDED FOREVER -- A LATEST LINE DATED
004790         OR MST-TREND-COUNT > ZERO
004800         OR MST-PEND-CRIT > ZERO
004810         OR MST-PEND-WARN > ZERO
004812         OR MST-GL-REJ-COUNT > ZERO
004814         OR MST-GL-PART-COUNT > ZERO
004816         OR MST-GL-NOACK-COUNT > ZERO
004818         OR MST-GL-UNMATCH-COUNT > ZERO
004820         SET MST-ATTENTION TO TRUE
004830     END-IF.
004840 5000-EXIT.
005140         MOVE "RUN LEDGER: NOT ON FILE - DID THE CALC JOB RUN?"
005150             TO MST-LINE
005160     END-IF.
005161     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005162
005163     IF MST-LEDGER-SEEN
005164         MOVE MST-L-SUSP-COUNT TO MST-EDIT-COUNT
005165         STRING "RESULTS SUSPENDED FOR REVIEW (CALCSUSP): "
005166             MST-EDIT-COUNT
005167             DELIMITED BY SIZE INTO MST-LINE
005168         END-STRING
005169         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005170     END-IF.
005172
005174     IF MST-LEDGER-STALE
005175         STRING "** LEDGER STALE - NO CALC RUN FINISHED FOR "
005670         DELIMITED BY SIZE INTO MST-LINE
005680     END-STRING.
005690     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005691
005692     IF MST-GLACK-OK
005693         MOVE MST-GL-REJ-COUNT     TO MST-EDIT-COUNT
005694         MOVE MST-GL-PART-COUNT    TO MST-EDIT-COUNT2
005695         MOVE MST-GL-NOACK-COUNT   TO MST-EDIT-COUNT3
005696         MOVE MST-GL-UNMATCH-COUNT TO MST-EDIT-COUNT4
005697         STRING "GL POSTING - REJECTED " MST-EDIT-COUNT
005698             " PARTIAL " MST-EDIT-COUNT2
005699             " NO ACK " MST-EDIT-COUNT3
005700             " UNMATCHED " MST-EDIT-COUNT4
005701             DELIMITED BY SIZE INTO MST-LINE
005702         END-STRING
005703     ELSE
005704         MOVE "GLACKRPT: NOT ON FILE - DID THE GL JOBS RUN?"
005705             TO MST-LINE
005706     END-IF.
005707     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005708
005710     IF MST-CTL-LOADED > ZERO
005720         MOVE SPACES TO MST-LINE
005730         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
