000140*                      FILE CAN KEEP BEING OVERWRITTEN BY THE
000150*                      NEXT RUN WITHOUT LOSING HISTORY.  THE RUN
000160*                      DATE COMES FROM THE COMMAND LINE
000161*                      (YYYYMMDD) AND DEFAULTS TO TODAY.  A KEY
000162*                      ALREADY ON THE MASTER (A RERUN OR A
000163*                      RESTART THAT APPENDED THE SAME KEY TWICE)
000164*                      IS REWRITTEN SO THE LATEST RESULT WINS.
000165*    10/15/26   GM    REVERSALS.  A REVERSAL RESULT (OP CODE R)
000166*                      IS LOADED WITH THE ORIGINAL'S RUN DATE AND
000167*                      KEY IN RM-REVERSAL-OF, AND THE ORIGINAL IS
000168*                      THEN MARKED REVERSED WITH THE REVERSAL'S
000169*                      RUN DATE AND KEY.  AN ORIGINAL THAT IS
000170*                      MISSING, OR ALREADY REVERSED BY SOME OTHER
000171*                      REVERSAL, IS AN ERROR (RETURN CODE 8); ONE
000172*                      ALREADY MARKED BY THIS SAME REVERSAL (A
000173*                      RERUN OF THE LOAD) IS LEFT AS IT IS.  A
000174*                      REPLACED RESULT NOW KEEPS THE REVERSAL
000175*                      MARKS OF THE RECORD IT REPLACES, SO A
000176*                      RERUN CANNOT QUIETLY UN-REVERSE ANYTHING.
000177*    10/15/26   GM    RELEASED SUSPENSE.  AFTER CALCOUT, THE
000178*                      RESULTS A SUPERVISOR RELEASED OUT OF
000179*                      SUSPENSE (CALCRLSE, WRITTEN BY CALCSREL IN
000180*                      THE CALCSUSP LAYOUT) ARE LOADED THE SAME
000181*                      WAY, EACH UNDER THE RUN DATE OF THE NIGHT
000182*                      CALCULATOR PRODUCED IT SO ITS MASTER KEY
000183*                      MATCHES THE AUDIT TRAIL.  NO CALCRLSE FILE
000184*                      MEANS NOTHING RELEASED.  THE FILE IS
000185*                      EMPTIED ONLY WHEN EVERY RELEASE LOADED
000186*                      CLEAN; OTHERWISE IT IS LEFT FOR THE RERUN,
000187*                      WHICH REPLACES WHAT DID LOAD.
000188*    10/15/26   GM    THE RECYCLE COUNT NOW CARRIED ON CALCOUT
000189*                      IS LOADED ONTO THE MASTER WITH THE RESULT.
000190*    10/15/26   GM    LOAD JOURNAL.  EVERY CHANGE TO THE MASTER IS
000191*                      FIRST APPENDED TO CALCMJRN, TAGGED WITH THE
000192*                      RUN DATE:  THE KEY OF A RESULT ADDED, THE
000193*                      BEFORE-IMAGE OF A RESULT REPLACED OR OF AN
000194*                      ORIGINAL MARKED REVERSED.  CALCMBKO USES IT
000195*                      TO BACK A NIGHT'S LOAD OUT.  EACH KEY IS
000196*                      NOW READ FIRST TO TELL AN ADD FROM A
000197*                      REPLACE, SO THE JOURNAL ENTRY CAN BE
000198*                      WRITTEN AHEAD OF THE CHANGE.  NO JOURNAL,
000199*                      NO LOAD -- A JOURNAL THAT CANNOT BE OPENED
000200*                      OR WRITTEN STOPS THE RUN WITH RETURN CODE
000201*                      16 BEFORE THE MASTER CHANGE IT WOULD HAVE
000202*                      RECORDED.
000203*    10/15/26   GM    CALCRLSE IS CLOSED WHEN A JOURNAL FAILURE
000204*                      STOPS THE LOAD PART WAY THROUGH THE
000205*                      RELEASED RESULTS.
000210*----------------------------------------------------------------*
000220 ENVIRONMENT    DIVISION.
000230 CONFIGURATION  SECTION.
000340         RECORD KEY   IS RM-KEY
000350         FILE STATUS  IS MLD-MSTR-STATUS.
000360
000361     SELECT CALC-RLSE-FILE  ASSIGN TO "CALCRLSE"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS  IS MLD-RLSE-STATUS.
000364
000365     SELECT CALC-MJRN-FILE  ASSIGN TO "CALCMJRN"
000366         ORGANIZATION IS LINE SEQUENTIAL
000367         FILE STATUS  IS MLD-MJRN-STATUS.
000368
000370 DATA           DIVISION.
000380 FILE           SECTION.
000390
000430 FD  CALC-MSTR-FILE.
000440 COPY CALCMREC.
000450
000451 FD  CALC-RLSE-FILE.
000452 COPY CALCSUSP.
000453
000454 FD  CALC-MJRN-FILE.
000455 COPY CALCMJRN.
000456
000460 WORKING-STORAGE SECTION.
000470 77  MLD-OUT-STATUS          PIC X(02).
000480     88  MLD-OUT-OK               VALUE "00".
000500 77  MLD-MSTR-STATUS         PIC X(02).
000510     88  MLD-MSTR-OK              VALUE "00".
000520     88  MLD-MSTR-NOT-FOUND       VALUE "35".
000521     88  MLD-MSTR-DUP-KEY         VALUE "22".
000522     88  MLD-MSTR-NO-RECORD       VALUE "23".
000523
000524 77  MLD-RLSE-STATUS         PIC X(02).
000525     88  MLD-RLSE-OK              VALUE "00".
000526
000527 77  MLD-RLSE-EOF-SWITCH     PIC X(01) VALUE "N".
000528     88  MLD-RLSE-EOF             VALUE "Y".
000529
000530 77  MLD-RLSE-OPEN-SWITCH    PIC X(01) VALUE "N".
000531     88  MLD-RLSE-OPEN            VALUE "Y".
000532
000533 77  MLD-MJRN-STATUS         PIC X(02).
000534     88  MLD-MJRN-OK              VALUE "00".
000540
000550 77  MLD-OUT-EOF-SWITCH      PIC X(01) VALUE "N".
000560     88  MLD-OUT-EOF              VALUE "Y".
000570
000580 77  MLD-RUN-DATE            PIC 9(08) VALUE ZERO.
000590 77  MLD-DATE-PARM           PIC X(08).
000592 77  MLD-LOAD-DATE           PIC 9(08) VALUE ZERO.
000594 77  MLD-STAMP-DATE          PIC 9(08) VALUE ZERO.
000596 77  MLD-STAMP-TIME          PIC 9(08) VALUE ZERO.
000600
000610 77  MLD-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000620 77  MLD-ADDED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
000630 77  MLD-REPLACED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
000632 77  MLD-ERROR-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
000633 77  MLD-REVERSED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
000634 77  MLD-RLSE-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000635 77  MLD-RLSE-ERRORS         PIC 9(07) COMP-3 VALUE ZERO.
000636 77  MLD-JOURNAL-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
000637 77  MLD-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
000638
000639 77  MLD-LOADED-SWITCH       PIC X(01) VALUE "N".
000640     88  MLD-LOADED               VALUE "Y".
000641
000642*  EACH KEY IS READ BEFORE IT IS LOADED, WHICH OVERLAYS THE
000643*  RECORD AREA -- THE NEW IMAGE IS HELD HERE MEANWHILE, AND ON A
000644*  REPLACE THE OLD RECORD'S REVERSAL MARKS ARE CARRIED ACROSS
000645*  INTO IT.
000646 01  MLD-NEW-IMAGE           PIC X(155).
000647 01  MLD-OLD-REVERSAL.
000648     05  MLD-OLD-REV-FLAG    PIC X(01).
000649     05  MLD-OLD-REV-BY      PIC X(14).
000650
000660 LINKAGE SECTION.
000670
000760     PERFORM 2000-LOAD-ONE-RESULT THRU 2000-EXIT
000770         UNTIL MLD-OUT-EOF.
000780
000783     PERFORM 3000-LOAD-RELEASES THRU 3000-EXIT.
000786
000790     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
000800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000810     IF MLD-ERROR-COUNT = ZERO
000840*      =========================================================
000850*      1000-INITIALIZE  --  RESOLVE THE RUN DATE, OPEN CALCOUT
000860*                            AND THE MASTER (CREATING THE MASTER
000867*                            ON ITS VERY FIRST LOAD), OPEN THE
000874*                            JOURNAL FOR APPEND, AND PRIME THE
000881*                            READ.
000890*      =========================================================
000900 1000-INITIALIZE.
000910     ACCEPT MLD-DATE-PARM FROM COMMAND-LINE.
001220         CLOSE CALC-OUT-FILE
001230         GO TO 9999-EXIT
001240     END-IF.
001241
001242     OPEN EXTEND CALC-MJRN-FILE.
001243     IF NOT MLD-MJRN-OK
001244         OPEN OUTPUT CALC-MJRN-FILE
001245     END-IF.
001246     IF NOT MLD-MJRN-OK
001247         DISPLAY "CALCMLOAD - CALCMJRN OPEN FAILED - STATUS "
001248             MLD-MJRN-STATUS " - NOTHING LOADED"
001249         MOVE 16 TO RETURN-CODE
001250         CLOSE CALC-OUT-FILE
001251         CLOSE CALC-MSTR-FILE
001252         GO TO 9999-EXIT
001253     END-IF.
001254     ACCEPT MLD-STAMP-DATE FROM DATE YYYYMMDD.
001255     ACCEPT MLD-STAMP-TIME FROM TIME.
001256
001257     MOVE MLD-RUN-DATE TO MLD-LOAD-DATE.
001260     PERFORM 2100-READ-OUT THRU 2100-EXIT.
001270 1000-EXIT.
001280     EXIT.
001290
001300*      =========================================================
001310*      2000-LOAD-ONE-RESULT  --  WRITE ONE CALCOUT RECORD TO THE
001320*                                 MASTER; A KEY ALREADY ON IT
001330*                                 IS REWRITTEN SO THE LATEST
001340*                                 RESULT FOR THE DAY WINS.
001350*      =========================================================
001360 2000-LOAD-ONE-RESULT.
001370     ADD 1 TO MLD-READ-COUNT.
001372     PERFORM 2050-LOAD-RESULT THRU 2050-EXIT.
001374     PERFORM 2100-READ-OUT THRU 2100-EXIT.
001376 2000-EXIT.
001378     EXIT.
001380
001382*      ---------------------------------------------------------
001384*      2050-LOAD-RESULT  --  THE RESULT NOW IN THE CALCOUT RECORD
001386*                             AREA GOES ON THE MASTER UNDER
001388*                             MLD-LOAD-DATE.
001390*      ---------------------------------------------------------
001392 2050-LOAD-RESULT.
001394     MOVE "N" TO MLD-LOADED-SWITCH.
001396
001398     MOVE MLD-LOAD-DATE      TO RM-RUN-DATE.
001400     MOVE CO-TRAN-KEY        TO RM-TRAN-KEY.
001410     MOVE CO-OP-CODE         TO RM-OP-CODE.
001415     MOVE CO-SOURCE-ID       TO RM-SOURCE-ID.
001420     MOVE CO-STRING-SEG-X    TO RM-STRING-SEG.
001430     MOVE CO-INT-SEG-X       TO RM-INT-SEG.
001431     MOVE CO-DECIMAL-SEG-X   TO RM-DECIMAL-SEG.
001432     MOVE CO-RECYCLE-COUNT   TO RM-RECYCLE-COUNT.
001433     MOVE SPACE              TO RM-REVERSED-FLAG.
001434     MOVE ZEROS              TO RM-REVERSED-BY.
001435     MOVE ZEROS              TO RM-REVERSAL-OF.
001436     IF RM-OP-REVERSAL
001437         AND CO-REV-RUN-DATE NUMERIC
001438         AND CO-REV-TRAN-KEY NUMERIC
001439         MOVE CO-REV-RUN-DATE TO RM-REV-OF-DATE
001440         MOVE CO-REV-TRAN-KEY TO RM-REV-OF-KEY
001441     END-IF.
001450
001455     MOVE CALC-MSTR-RECORD TO MLD-NEW-IMAGE.
001460     READ CALC-MSTR-FILE
001465         INVALID KEY
001470             CONTINUE
001475     END-READ.
001480     IF MLD-MSTR-OK
001485         PERFORM 2200-REPLACE-RESULT THRU 2200-EXIT
001490     ELSE
001495         IF MLD-MSTR-NO-RECORD
001500             PERFORM 2150-ADD-RESULT THRU 2150-EXIT
001510         ELSE
001511             MOVE MLD-NEW-IMAGE TO CALC-MSTR-RECORD
001512             DISPLAY "CALCMLOAD - READ FAILED - KEY "
001513                 RM-KEY " STATUS " MLD-MSTR-STATUS
001514             ADD 1 TO MLD-ERROR-COUNT
001515         END-IF
001516     END-IF.
001517
001518     IF MLD-LOADED
001519         AND CO-OP-CODE = "R"
001520         PERFORM 2500-MARK-ORIGINAL THRU 2500-EXIT
001521     END-IF.
001522 2050-EXIT.
001523     EXIT.
001524
001525*      ---------------------------------------------------------
001526*      2100-READ-OUT
001527*      ---------------------------------------------------------
001528 2100-READ-OUT.
001529     READ CALC-OUT-FILE
001530         AT END
001531             SET MLD-OUT-EOF TO TRUE
001532     END-READ.
001533 2100-EXIT.
001534     EXIT.
001535
001536*      ---------------------------------------------------------
001537*      2150-ADD-RESULT  --  THE KEY IS NEW TO THE MASTER.
001538*                            JOURNAL THE KEY, THEN ADD IT.
001539*      ---------------------------------------------------------
001540 2150-ADD-RESULT.
001541     MOVE MLD-NEW-IMAGE TO CALC-MSTR-RECORD.
001542     MOVE SPACES        TO CALC-MJRN-RECORD.
001543     SET MJ-ADDED       TO TRUE.
001544     MOVE RM-KEY        TO MJ-MSTR-KEY.
001545     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
001546
001547     WRITE CALC-MSTR-RECORD.
001548     IF MLD-MSTR-OK
001549         ADD 1 TO MLD-ADDED-COUNT
001550         SET MLD-LOADED TO TRUE
001551     ELSE
001552         DISPLAY "CALCMLOAD - WRITE FAILED - KEY "
001553             RM-KEY " STATUS " MLD-MSTR-STATUS
001554         ADD 1 TO MLD-ERROR-COUNT
001555     END-IF.
001556 2150-EXIT.
001557     EXIT.
001558
001559*      ---------------------------------------------------------
001560*      2200-REPLACE-RESULT  --  THE KEY IS ALREADY ON THE MASTER
001561*                                AND THE RECORD ON FILE IS IN
001562*                                THE RECORD AREA.  JOURNAL IT,
001563*                                THEN REPLACE IT WITH THE NEW
001564*                                RESULT, KEEPING ANY REVERSAL
001565*                                MARK ON THE OLD RECORD.
001566*      ---------------------------------------------------------
001567 2200-REPLACE-RESULT.
001568     MOVE SPACES           TO CALC-MJRN-RECORD.
001569     SET MJ-REPLACED       TO TRUE.
001570     MOVE RM-KEY           TO MJ-MSTR-KEY.
001571     MOVE CALC-MSTR-RECORD TO MJ-BEFORE-IMAGE.
001572     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
001573
001574     MOVE RM-REVERSED-FLAG TO MLD-OLD-REV-FLAG.
001575     MOVE RM-REVERSED-BY   TO MLD-OLD-REV-BY.
001576     MOVE MLD-NEW-IMAGE    TO CALC-MSTR-RECORD.
001577     IF MLD-OLD-REV-FLAG = "Y"
001578         MOVE MLD-OLD-REV-FLAG TO RM-REVERSED-FLAG
001579         MOVE MLD-OLD-REV-BY   TO RM-REVERSED-BY
001580     END-IF.
001581
001582     REWRITE CALC-MSTR-RECORD.
001583     IF MLD-MSTR-OK
001584         ADD 1 TO MLD-REPLACED-COUNT
001585         SET MLD-LOADED TO TRUE
001586     ELSE
001587         DISPLAY "CALCMLOAD - REWRITE FAILED - KEY "
001588             RM-KEY " STATUS " MLD-MSTR-STATUS
001589         ADD 1 TO MLD-ERROR-COUNT
001590     END-IF.
001591 2200-EXIT.
001592     EXIT.
001593
001594*      ---------------------------------------------------------
001595*      2500-MARK-ORIGINAL  --  A REVERSAL WAS JUST LOADED; MARK
001596*                               THE RESULT IT BACKS OUT AS
001597*                               REVERSED BY IT.
001598*      ---------------------------------------------------------
001599 2500-MARK-ORIGINAL.
001600     IF CO-REV-RUN-DATE NOT NUMERIC
001601         OR CO-REV-TRAN-KEY NOT NUMERIC
001602         DISPLAY "CALCMLOAD - REVERSAL KEY " CO-TRAN-KEY
001603             " NAMES NO ORIGINAL <" CO-REV-RUN-DATE
001604             " " CO-REV-TRAN-KEY ">"
001605         ADD 1 TO MLD-ERROR-COUNT
001606         GO TO 2500-EXIT
001607     END-IF.
001608
001609     MOVE CO-REV-RUN-DATE TO RM-RUN-DATE.
001610     MOVE CO-REV-TRAN-KEY TO RM-TRAN-KEY.
001611     READ CALC-MSTR-FILE
001612         INVALID KEY
001613             DISPLAY "CALCMLOAD - REVERSAL KEY " CO-TRAN-KEY
001614                 " - ORIGINAL " RM-KEY " NOT ON MASTER"
001615             ADD 1 TO MLD-ERROR-COUNT
001616             GO TO 2500-EXIT
001617     END-READ.
001618
001619     IF RM-REVERSED
001620         IF RM-REV-BY-DATE = MLD-RUN-DATE
001621             AND RM-REV-BY-KEY = CO-TRAN-KEY
001622             GO TO 2500-EXIT
001623         END-IF
001624         DISPLAY "CALCMLOAD - REVERSAL KEY " CO-TRAN-KEY
001625             " - ORIGINAL " RM-KEY " ALREADY REVERSED BY "
001626             RM-REVERSED-BY
001627         ADD 1 TO MLD-ERROR-COUNT
001628         GO TO 2500-EXIT
001629     END-IF.
001630
001631     MOVE SPACES           TO CALC-MJRN-RECORD.
001632     SET MJ-MARKED         TO TRUE.
001633     MOVE RM-KEY           TO MJ-MSTR-KEY.
001634     MOVE CALC-MSTR-RECORD TO MJ-BEFORE-IMAGE.
001635     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
001636
001637     MOVE "Y"          TO RM-REVERSED-FLAG.
001638     MOVE MLD-RUN-DATE TO RM-REV-BY-DATE.
001639     MOVE CO-TRAN-KEY  TO RM-REV-BY-KEY.
001640     REWRITE CALC-MSTR-RECORD.
001641     IF MLD-MSTR-OK
001642         ADD 1 TO MLD-REVERSED-COUNT
001643     ELSE
001644         DISPLAY "CALCMLOAD - REVERSAL MARK FAILED - KEY "
001645             RM-KEY " STATUS " MLD-MSTR-STATUS
001646         ADD 1 TO MLD-ERROR-COUNT
001647     END-IF.
001648 2500-EXIT.
001649     EXIT.
001650
001651*      ---------------------------------------------------------
001652*      2800-WRITE-JOURNAL  --  APPEND THE ENTRY THE CALLER BUILT,
001653*                               STAMPED WITH THIS LOAD.  IF IT
001654*                               CANNOT BE WRITTEN THE CHANGE IS
001655*                               NOT MADE AND THE LOAD STOPS;
001656*                               CALCRLSE IS LEFT FOR THE RERUN.
001657*      ---------------------------------------------------------
001658 2800-WRITE-JOURNAL.
001659     MOVE MLD-RUN-DATE   TO MJ-LOAD-DATE.
001660     MOVE MLD-STAMP-DATE TO MJ-STAMP-DATE.
001661     MOVE MLD-STAMP-TIME TO MJ-STAMP-TIME.
001662     WRITE CALC-MJRN-RECORD.
001663     IF NOT MLD-MJRN-OK
001664         DISPLAY "CALCMLOAD - CALCMJRN WRITE FAILED - KEY "
001665             MJ-MSTR-KEY " STATUS " MLD-MJRN-STATUS
001666         DISPLAY "CALCMLOAD - LOAD STOPPED BEFORE CHANGING "
001667             "THAT KEY - RERUN ONCE THE JOURNAL IS FIXED"
001668         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
001669         PERFORM 8000-TERMINATE THRU 8000-EXIT
001670         MOVE 16 TO RETURN-CODE
001671         GO TO 9999-EXIT
001672     END-IF.
001673     ADD 1 TO MLD-JOURNAL-COUNT.
001674 2800-EXIT.
001675     EXIT.
001676
001677*      =========================================================
001678*      3000-LOAD-RELEASES  --  LOAD THE RESULTS RELEASED OUT OF
001679*                               SUSPENSE, THEN EMPTY CALCRLSE IF
001680*                               EVERY ONE OF THEM LOADED.
001681*      =========================================================
001682 3000-LOAD-RELEASES.
001683     OPEN INPUT CALC-RLSE-FILE.
001684     IF NOT MLD-RLSE-OK
001685         DISPLAY "CALCMLOAD - NO CALCRLSE FILE - NO RELEASED "
001686             "RESULTS TO LOAD"
001687         GO TO 3000-EXIT
001688     END-IF.
001689     SET MLD-RLSE-OPEN TO TRUE.
001690     PERFORM 3100-LOAD-ONE-RELEASE THRU 3100-EXIT
001691         UNTIL MLD-RLSE-EOF.
001692     CLOSE CALC-RLSE-FILE.
001693     MOVE "N" TO MLD-RLSE-OPEN-SWITCH.
001694
001695     IF MLD-RLSE-ERRORS = ZERO
001696         OPEN OUTPUT CALC-RLSE-FILE
001697         CLOSE CALC-RLSE-FILE
001698     ELSE
001699         DISPLAY "CALCMLOAD - CALCRLSE KEPT FOR RERUN - "
001700             "NOT EVERY RELEASE LOADED"
001701     END-IF.
001702 3000-EXIT.
001703     EXIT.
001704
001705*      ---------------------------------------------------------
001706*      3100-LOAD-ONE-RELEASE
001707*      ---------------------------------------------------------
001708 3100-LOAD-ONE-RELEASE.
001709     READ CALC-RLSE-FILE
001710         AT END
001711             SET MLD-RLSE-EOF TO TRUE
001712             GO TO 3100-EXIT
001713     END-READ.
001714     ADD 1 TO MLD-RLSE-COUNT.
001715     IF SU-RUN-DATE NOT NUMERIC
001716         OR SU-TRAN-KEY NOT NUMERIC
001717         OR NOT SU-RELEASED
001718         DISPLAY "CALCMLOAD - CALCRLSE RECORD UNUSABLE: "
001719             SU-KEY " STATUS " SU-STATUS
001720         ADD 1 TO MLD-ERROR-COUNT
001721         ADD 1 TO MLD-RLSE-ERRORS
001722         GO TO 3100-EXIT
001723     END-IF.
001724     MOVE SU-RUN-DATE  TO MLD-LOAD-DATE.
001725     MOVE SU-OUT-IMAGE TO CALC-OUT-RECORD.
001726     PERFORM 2050-LOAD-RESULT THRU 2050-EXIT.
001727     IF NOT MLD-LOADED
001728         ADD 1 TO MLD-RLSE-ERRORS
001729     END-IF.
001730 3100-EXIT.
001731     EXIT.
001732
001790*      =========================================================
001800*      7000-PRINT-SUMMARY
001810*      =========================================================
001870     MOVE MLD-REPLACED-COUNT TO MLD-EDIT-COUNT.
001880     DISPLAY "CALCMLOAD - MASTER RECORDS REPLACED: "
001890         MLD-EDIT-COUNT.
001891     MOVE MLD-REVERSED-COUNT TO MLD-EDIT-COUNT.
001892     DISPLAY "CALCMLOAD - ORIGINALS MARKED REVERSED: "
001893         MLD-EDIT-COUNT.
001894     MOVE MLD-RLSE-COUNT TO MLD-EDIT-COUNT.
001895     DISPLAY "CALCMLOAD - RELEASED SUSPENSE RECORDS READ: "
001896         MLD-EDIT-COUNT.
001897     MOVE MLD-JOURNAL-COUNT TO MLD-EDIT-COUNT.
001898     DISPLAY "CALCMLOAD - JOURNAL ENTRIES WRITTEN: "
001899         MLD-EDIT-COUNT.
001900 7000-EXIT.
001910     EXIT.
001920
001960 8000-TERMINATE.
001970     CLOSE CALC-OUT-FILE.
001980     CLOSE CALC-MSTR-FILE.
001982     CLOSE CALC-MJRN-FILE.
001984     IF MLD-RLSE-OPEN
001986         CLOSE CALC-RLSE-FILE
001988     END-IF.
001990 8000-EXIT.
002000     EXIT.
002010
