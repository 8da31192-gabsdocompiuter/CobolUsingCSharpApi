000545*                      STALE RUN LEDGER FROM TONIGHT'S.  A STOP
000546*                      IN THE REPORTING STEP ITSELF NO LONGER
000547*                      OVERWRITES WHICH STEP STOPPED THE NIGHT.
000548*    10/15/26   GM    THE CHAIN NOW FOLLOWS THE CALCCAL BUSINESS-
000549*                      DAY CALENDAR.  EVERY STEP CARRIES A CLASS:
000550*                      P (PROCESSING) RUNS ON BUSINESS DAYS ONLY,
000551*                      H (HOUSEKEEPING) RUNS EVERY NIGHT, W
000552*                      (WEEKLY) RUNS ON THE FIRST BUSINESS DAY OF
000553*                      THE WEEK AND M (MONTH-END) ON THE LAST
000554*                      BUSINESS DAY OF THE MONTH.  RUNLREPT
000555*                      (WEEKLY) AND THE TOTTREND MONTH-TO-DATE
000556*                      REPORT (MONTH-END, GIVEN THE RUN DATE) ARE
000557*                      NOW CHAIN STEPS INSTEAD OF HAND-SCHEDULED
000558*                      JOBS.  ON A WEEKEND OR HOLIDAY ONLY THE
000559*                      HOUSEKEEPING STEP RUNS -- MORNSTAT TOO IS
000560*                      SKIPPED, SINCE WITH NO PROCESSING IT COULD
000561*                      ONLY REPORT THE LEDGER AS STALE.  NIGHTLOG
000562*                      SHOWS THE CALENDAR LOADED, HOW THE RUN DATE
000563*                      WAS CLASSIFIED, AND EVERY STEP SKIPPED OR
000564*                      SCHEDULED BY IT AND WHY.  A RUN DATE PARM
000565*                      THAT IS NOT A REAL CALENDAR DATE NOW ENDS
000566*                      THE JOB WITH RETURN CODE 16.
000567*    10/15/26   GM    ADDED THE GENERAL-LEDGER STEPS AFTER
000568*                      CALCSTMT:  CALCGLPST CUTS THE NIGHT'S
000569*                      POSTING BATCH FROM CALCOUT AND CALCGLACK
000570*                      RECONCILES THE LEDGER'S ACKNOWLEDGMENTS
000571*                      AGAINST THE BATCHES SENT.  BOTH TAKE THE
000572*                      RUN DATE; MORNSTAT READS THE GLACKRPT
000573*                      EXCEPTION LINES.
000574*    10/15/26   GM    ADDED CALCBILL AS A MONTH-END STEP AFTER
000575*                      TOTTREND.  GIVEN THE RUN DATE IT BILLS
000576*                      THE MONTH THAT DATE FALLS IN, SO THE
000577*                      CHARGEBACK IS CUT ON THE LAST BUSINESS DAY
000578*                      ONCE THAT NIGHT'S RESULTS ARE LOADED.
000579*    10/15/26   GM    ADDED CALCDUPCK AFTER CALCPREF.  GIVEN THE
000580*                      RUN DATE IT HOLDS SUSPECTED CONTENT
000581*                      DUPLICATES OUT OF CALCIN FOR DEPARTMENT
000582*                      REVIEW AND PUTS BACK WORK RELEASED SINCE
000583*                      THE LAST RUN.  IT RUNS AFTER THE PRE-FLIGHT
000584*                      CHECK SO A NIGHT WHOSE WORK IS ALL HELD
000585*                      STILL RUNS THE REST OF THE CHAIN.
000586*    10/15/26   GM    THE RUN DATE IS NOW ALSO PASSED TO
000587*                      CALCULATOR, WHICH FILES CALCSUSP AND THE
000588*                      AUDIT TRAIL UNDER IT, AND TO TOTAIS-
000589*                      DIARIOS, WHICH COUNTS ONLY THAT DAY'S
000590*                      AUDIT RECORDS FOR TOTHIST.
000591*----------------------------------------------------------------*
000592 ENVIRONMENT    DIVISION.
000593 CONFIGURATION  SECTION.
000594
000595 INPUT-OUTPUT   SECTION.
000596 FILE-CONTROL.
000600     SELECT NIGHT-LOG-FILE  ASSIGN TO "NIGHTLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS  IS NGT-LOG-STATUS.
000630
000632     SELECT CALC-CAL-FILE   ASSIGN TO "CALCCAL"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS  IS NGT-CAL-STATUS.
000638
000640 DATA           DIVISION.
000650 FILE           SECTION.
000660
000670 FD  NIGHT-LOG-FILE.
000680 COPY NITELOGR.
000690
000692 FD  CALC-CAL-FILE.
000694 COPY CALCCAL.
000696
000700 WORKING-STORAGE SECTION.
000710 77  NGT-LOG-STATUS          PIC X(02).
000713 77  NGT-CAL-STATUS          PIC X(02).
000716     88  NGT-CAL-OK               VALUE "00".
000720
000730 77  NGT-RUN-DATE            PIC 9(08) VALUE ZERO.
000740 77  NGT-DATE-PARM           PIC X(08).
000750
000760 77  NGT-STEP-NO             PIC 9(02) VALUE ZERO.
000770 77  NGT-STEP-COUNT          PIC 9(02) VALUE 16.
000780 77  NGT-STOP-STEP           PIC 9(02) VALUE ZERO.
000790
000800 77  NGT-CHAIN-SWITCH        PIC X(01) VALUE "N".
000870 77  NGT-START-TIME          PIC 9(08) VALUE ZERO.
000880 77  NGT-END-TIME            PIC 9(08) VALUE ZERO.
000890 77  NGT-COMMAND             PIC X(40).
000891 77  NGT-SKIP-REASON         PIC X(50).
000892 77  NGT-SKIP-COUNT          PIC 9(02) VALUE ZERO.
000893 77  NGT-EDIT-COUNT          PIC Z,ZZ9.
000894
000895 77  NGT-STEP-SWITCH         PIC X(01) VALUE "N".
000896     88  NGT-STEP-SKIPPED         VALUE "Y".
000897
000898*    BUSINESS-DAY CALENDAR WORK AREAS.  DAY NUMBERS ARE
000899*    INTEGER-OF-DATE VALUES; DAY 1 (01/01/1601) WAS A MONDAY, SO
000900*    THE REMAINDER OF (DAY - 1) / 7 IS 0 FOR MONDAY THRU 6 FOR
000901*    SUNDAY.
000902 77  NGT-CAL-EOF-SWITCH      PIC X(01) VALUE "N".
000903     88  NGT-CAL-EOF              VALUE "Y".
000904 77  NGT-BUSINESS-SWITCH     PIC X(01) VALUE "N".
000905     88  NGT-BUSINESS-DAY         VALUE "Y".
000906 77  NGT-RUN-BUS-SWITCH      PIC X(01) VALUE "N".
000907     88  NGT-RUN-BUSINESS-DAY     VALUE "Y".
000908 77  NGT-WEEK-SWITCH         PIC X(01) VALUE "N".
000909     88  NGT-FIRST-OF-WEEK        VALUE "Y".
000910 77  NGT-MONTH-SWITCH        PIC X(01) VALUE "N".
000911     88  NGT-LAST-OF-MONTH        VALUE "Y".
000912 77  NGT-CAL-USED            PIC 9(04) COMP VALUE ZERO.
000913 77  NGT-CAL-MAX             PIC 9(04) COMP VALUE 400.
000914 77  NGT-CAL-SUB             PIC 9(04) COMP VALUE ZERO.
000915 77  NGT-CAL-HIT             PIC 9(04) COMP VALUE ZERO.
000916 77  NGT-CAL-BAD-COUNT       PIC 9(04) COMP VALUE ZERO.
000917 77  NGT-RUN-DAYS            PIC S9(09) COMP-3 VALUE ZERO.
000918 77  NGT-TEST-DAYS           PIC S9(09) COMP-3 VALUE ZERO.
000919 77  NGT-DAY-WORK            PIC S9(09) COMP-3 VALUE ZERO.
000920 77  NGT-DAY-QUOTIENT        PIC S9(09) COMP-3 VALUE ZERO.
000921 77  NGT-WEEKDAY             PIC 9(01) VALUE ZERO.
000922 77  NGT-RUN-WEEKDAY         PIC 9(01) VALUE ZERO.
000923 77  NGT-DAY-REASON          PIC X(40).
000924 77  NGT-RUN-REASON          PIC X(40).
000925
000926 01  NGT-RUN-DATE-PARTS.
000927     05  NGT-RUN-YYYYMM      PIC 9(06).
000928     05  FILLER              PIC 9(02).
000929 01  NGT-TEST-DATE           PIC 9(08) VALUE ZERO.
000930 01  NGT-TEST-DATE-PARTS     REDEFINES NGT-TEST-DATE.
000931     05  NGT-TEST-YYYYMM     PIC 9(06).
000932     05  FILLER              PIC 9(02).
000933
000934 01  NGT-DAY-NAMES.
000935     05  FILLER              PIC X(36) VALUE
000936         "MONDAY   TUESDAY  WEDNESDAYTHURSDAY ".
000937     05  FILLER              PIC X(27) VALUE
000938         "FRIDAY   SATURDAY SUNDAY   ".
000939 01  NGT-DAY-NAME-TABLE      REDEFINES NGT-DAY-NAMES.
000940     05  NGT-DAY-NAME        PIC X(09) OCCURS 7 TIMES.
000941
000942 01  NGT-CAL-TABLE.
000943     05  NGT-CAL-ENTRY       OCCURS 400 TIMES.
000944         10  NGT-CAL-DATE        PIC 9(08).
000945         10  NGT-CAL-TYPE        PIC X(01).
000946         10  NGT-CAL-DESC        PIC X(30).
000947
000948*  ONE ENTRY PER CHAIN STEP, IN THE ONE FIXED RUN ORDER:  THE
000949*  STEP NAME AS LOGGED, THE COMMAND THE SCHEDULER HOST RUNS, THE
000950*  HIGHEST RETURN CODE THE STEP MAY END WITH AND STILL LET THE
000951*  CHAIN GO ON, WHETHER THE RUN DATE IS PASSED AS A PARAMETER,
000952*  AND THE STEP CLASS THAT SAYS WHICH NIGHTS IT RUNS:  P
000953*  (PROCESSING) BUSINESS DAYS ONLY, H (HOUSEKEEPING) EVERY
000954*  NIGHT, W (WEEKLY) THE FIRST BUSINESS DAY OF THE WEEK, M
000955*  (MONTH-END) THE LAST BUSINESS DAY OF THE MONTH.  THE LAST
000956*  ENTRY IS THE FINAL REPORTING STEP.
000960 01  NGT-STEP-DEFS.
000965     05  FILLER              PIC X(32)
000970         VALUE "CALCMERGE     calcmerge     04YP".
000975     05  FILLER              PIC X(32)
000980         VALUE "CALCPREF      calcpref      00NP".
000985     05  FILLER              PIC X(32)
000990         VALUE "CALCDUPCK     calcdupck     04YP".
000995     05  FILLER              PIC X(32)
001000         VALUE "CALCULATOR    calculator    04YP".
001005     05  FILLER              PIC X(32)
001010         VALUE "CALCRECON     calcrecon     04YP".
001015     05  FILLER              PIC X(32)
001020         VALUE "CALCMLOAD     calcmload     04YP".
001025     05  FILLER              PIC X(32)
001030         VALUE "CALCSTMT      calcstmt      04NP".
001035     05  FILLER              PIC X(32)
001040         VALUE "CALCGLPST     calcglpst     04YP".
001045     05  FILLER              PIC X(32)
001050         VALUE "CALCGLACK     calcglack     04YP".
001055     05  FILLER              PIC X(32)
001060         VALUE "CALCTURN      calcturn      04NP".
001065     05  FILLER              PIC X(32)
001070         VALUE "TOTAIS-DIARIOStotais-diarios04YP".
001075     05  FILLER              PIC X(32)
001080         VALUE "TOTTREND      tottrend      04YM".
001085     05  FILLER              PIC X(32)
001090         VALUE "CALCBILL      calcbill      04YM".
001095     05  FILLER              PIC X(32)
001100         VALUE "RUNLREPT      runlrept      04NW".
001105     05  FILLER              PIC X(32)
001110         VALUE "AUDITHSKP     audithskp     04YH".
001115     05  FILLER              PIC X(32)
001120         VALUE "MORNSTAT      mornstat      04YP".
001150 01  NGT-STEP-TABLE          REDEFINES NGT-STEP-DEFS.
001160     05  NGT-STEP-ENTRY      OCCURS 16 TIMES.
001170         10  NGT-STEP-NAME       PIC X(14).
001180         10  NGT-STEP-CMD        PIC X(14).
001190         10  NGT-STEP-MAX-RC     PIC 9(02).
001200         10  NGT-STEP-DATE-FLAG  PIC X(01).
001202         10  NGT-STEP-CLASS      PIC X(01).
001204             88  NGT-CLASS-HOUSEKEEPING   VALUE "H".
001206             88  NGT-CLASS-WEEKLY         VALUE "W".
001208             88  NGT-CLASS-MONTH-END      VALUE "M".
001210
001220 LINKAGE SECTION.
001230
001410
001420*      =========================================================
001430*      1000-INITIALIZE  --  RESOLVE THE RUN DATE, OPEN THE RUN
001436*                            LOG AND WRITE ITS HEADER, THEN LOAD
001442*                            THE CALENDAR AND CLASSIFY THE NIGHT.
001450*      =========================================================
001460 1000-INITIALIZE.
001470     ACCEPT NGT-DATE-PARM FROM COMMAND-LINE.
001560             MOVE 16 TO RETURN-CODE
001570             GO TO 9999-EXIT
001580         END-IF
001581     END-IF.
001582     MOVE NGT-RUN-DATE TO NGT-RUN-DATE-PARTS.
001583     COMPUTE NGT-RUN-DAYS =
001584         FUNCTION INTEGER-OF-DATE (NGT-RUN-DATE).
001585     IF NGT-RUN-DAYS = ZERO
001586         DISPLAY "CALCNIGHT - RUN DATE IS NOT A CALENDAR DATE: "
001587             NGT-RUN-DATE
001588         MOVE 16 TO RETURN-CODE
001589         GO TO 9999-EXIT
001590     END-IF.
001591
001592     OPEN OUTPUT NIGHT-LOG-FILE.
001593     IF NGT-LOG-STATUS NOT = "00"
001594         DISPLAY "CALCNIGHT - NIGHTLOG OPEN FAILED - "
001595             "CHAIN NOT STARTED"
001596         MOVE 16 TO RETURN-CODE
001597         GO TO 9999-EXIT
001598     END-IF.
001599*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001600*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
001601     MOVE SPACES TO NLG-LINE.
001602
001603     STRING "NIGHTLY CHAIN RUN LOG - RUN DATE " NGT-RUN-DATE
001604         DELIMITED BY SIZE INTO NLG-LINE
001605     END-STRING.
001606     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001607     MOVE SPACES TO NLG-LINE.
001608     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001609
001610     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
001611     PERFORM 1600-CLASSIFY-RUN-DATE THRU 1600-EXIT.
001612 1000-EXIT.
001613     EXIT.
001614
001615*      =========================================================
001616*      1500-LOAD-CALENDAR  --  READ THE CALCCAL HOLIDAY AND
001617*                               WORKED-DAY LIST INTO A TABLE AND
001618*                               LOG WHAT WAS LOADED.  NO FILE
001619*                               MEANS NO HOLIDAYS; AN UNREADABLE
001620*                               LINE IS SKIPPED AND COUNTED.
001621*      =========================================================
001622 1500-LOAD-CALENDAR.
001623     OPEN INPUT CALC-CAL-FILE.
001624     IF NOT NGT-CAL-OK
001625         MOVE "CALENDAR: CALCCAL NOT ON FILE - WEEKENDS ONLY"
001626             TO NLG-LINE
001627         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
001628         GO TO 1500-EXIT
001629     END-IF.
001630     PERFORM 1510-READ-ONE-DAY THRU 1510-EXIT
001631         UNTIL NGT-CAL-EOF.
001632     CLOSE CALC-CAL-FILE.
001633
001634     MOVE NGT-CAL-USED TO NGT-EDIT-COUNT.
001635     STRING "CALENDAR: " NGT-EDIT-COUNT
001636         " HOLIDAYS/WORKED DAYS LOADED FROM CALCCAL"
001637         DELIMITED BY SIZE INTO NLG-LINE
001638     END-STRING.
001639     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001640     IF NGT-CAL-BAD-COUNT > ZERO
001641         MOVE NGT-CAL-BAD-COUNT TO NGT-EDIT-COUNT
001642         STRING "CALENDAR: " NGT-EDIT-COUNT
001643             " CALCCAL LINES NOT USABLE - IGNORED"
001644             DELIMITED BY SIZE INTO NLG-LINE
001645         END-STRING
001646         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
001647     END-IF.
001648 1500-EXIT.
001649     EXIT.
001650
001651*      ---------------------------------------------------------
001652*      1510-READ-ONE-DAY
001653*      ---------------------------------------------------------
001654 1510-READ-ONE-DAY.
001655     READ CALC-CAL-FILE
001656         AT END
001657             SET NGT-CAL-EOF TO TRUE
001658             GO TO 1510-EXIT
001659     END-READ.
001660     IF CL-DATE NOT NUMERIC
001661         OR NOT CL-TYPE-VALID
001662         OR NGT-CAL-USED NOT < NGT-CAL-MAX
001663         ADD 1 TO NGT-CAL-BAD-COUNT
001664         GO TO 1510-EXIT
001665     END-IF.
001666     ADD 1 TO NGT-CAL-USED.
001667     MOVE CL-DATE        TO NGT-CAL-DATE (NGT-CAL-USED).
001668     MOVE CL-DAY-TYPE    TO NGT-CAL-TYPE (NGT-CAL-USED).
001669     MOVE CL-DESCRIPTION TO NGT-CAL-DESC (NGT-CAL-USED).
001670 1510-EXIT.
001671     EXIT.
001672
001673*      =========================================================
001674*      1600-CLASSIFY-RUN-DATE  --  IS TONIGHT A BUSINESS DAY, THE
001675*                                   FIRST BUSINESS DAY OF ITS
001676*                                   WEEK (NO BUSINESS DAY SINCE
001677*                                   MONDAY), AND THE LAST OF ITS
001678*                                   MONTH (NO BUSINESS DAY LEFT
001679*                                   IN THE MONTH)?
001680*      =========================================================
001681 1600-CLASSIFY-RUN-DATE.
001682     MOVE NGT-RUN-DAYS TO NGT-TEST-DAYS.
001683     PERFORM 1650-TEST-BUSINESS-DAY THRU 1650-EXIT.
001684     MOVE NGT-BUSINESS-SWITCH TO NGT-RUN-BUS-SWITCH.
001685     MOVE NGT-DAY-REASON TO NGT-RUN-REASON.
001686     MOVE NGT-WEEKDAY TO NGT-RUN-WEEKDAY.
001687
001688     IF NOT NGT-RUN-BUSINESS-DAY
001689         STRING "RUN DATE " NGT-RUN-DATE " "
001690             NGT-DAY-NAME (NGT-RUN-WEEKDAY + 1)
001691             " - NOT A BUSINESS DAY - " NGT-RUN-REASON
001692             DELIMITED BY SIZE INTO NLG-LINE
001693         END-STRING
001694         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
001695         MOVE "HOUSEKEEPING STEPS ONLY TONIGHT" TO NLG-LINE
001696         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
001697         MOVE SPACES TO NLG-LINE
001698         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
001699         GO TO 1600-EXIT
001700     END-IF.
001701
001702*    FIRST OF THE WEEK -- NONE OF MONDAY THRU YESTERDAY WAS A
001703*    BUSINESS DAY.
001704     MOVE "N" TO NGT-BUSINESS-SWITCH.
001705     COMPUTE NGT-DAY-WORK = NGT-RUN-DAYS - NGT-RUN-WEEKDAY.
001706     PERFORM 1650-TEST-BUSINESS-DAY THRU 1650-EXIT
001707         VARYING NGT-TEST-DAYS FROM NGT-DAY-WORK BY 1
001708         UNTIL NGT-TEST-DAYS NOT < NGT-RUN-DAYS
001709         OR NGT-BUSINESS-DAY.
001710     IF NOT NGT-BUSINESS-DAY
001711         SET NGT-FIRST-OF-WEEK TO TRUE
001712     END-IF.
001713
001714*    LAST OF THE MONTH -- THE SEARCH FORWARD LEFT THE MONTH
001715*    BEFORE IT FOUND ANOTHER BUSINESS DAY.
001716     MOVE "N" TO NGT-BUSINESS-SWITCH.
001717     MOVE NGT-RUN-DATE TO NGT-TEST-DATE.
001718     COMPUTE NGT-DAY-WORK = NGT-RUN-DAYS + 1.
001719     PERFORM 1650-TEST-BUSINESS-DAY THRU 1650-EXIT
001720         VARYING NGT-TEST-DAYS FROM NGT-DAY-WORK BY 1
001721         UNTIL NGT-BUSINESS-DAY
001722         OR NGT-TEST-YYYYMM NOT = NGT-RUN-YYYYMM.
001723     IF NGT-TEST-YYYYMM NOT = NGT-RUN-YYYYMM
001724         SET NGT-LAST-OF-MONTH TO TRUE
001725     END-IF.
001726
001727     STRING "RUN DATE " NGT-RUN-DATE " "
001728         NGT-DAY-NAME (NGT-RUN-WEEKDAY + 1)
001729         " - BUSINESS DAY"
001730         DELIMITED BY SIZE INTO NLG-LINE
001731     END-STRING.
001732     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001733     IF NGT-FIRST-OF-WEEK
001734         MOVE "FIRST BUSINESS DAY OF THE WEEK - WEEKLY STEPS RUN"
001735             TO NLG-LINE
001736     ELSE
001737         MOVE "NOT THE FIRST BUSINESS DAY OF THE WEEK" TO NLG-LINE
001738     END-IF.
001739     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001740     IF NGT-LAST-OF-MONTH
001741         MOVE "LAST BUSINESS DAY OF MONTH - MONTH-END STEPS RUN"
001742             TO NLG-LINE
001743     ELSE
001744         MOVE "NOT THE LAST BUSINESS DAY OF THE MONTH" TO NLG-LINE
001745     END-IF.
001746     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001747     MOVE SPACES TO NLG-LINE.
001748     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
001749 1600-EXIT.
001750     EXIT.
001751
001752*      ---------------------------------------------------------
001753*      1650-TEST-BUSINESS-DAY  --  IS DAY NUMBER NGT-TEST-DAYS A
001754*                                   BUSINESS DAY?  A WEEKDAY IS
001755*                                   UNLESS CALCCAL MAKES IT A
001756*                                   HOLIDAY; A WEEKEND DAY IS NOT
001757*                                   UNLESS CALCCAL MAKES IT A
001758*                                   WORKED DAY.  NGT-DAY-REASON
001759*                                   SAYS WHY NOT.
001760*      ---------------------------------------------------------
001761 1650-TEST-BUSINESS-DAY.
001762     COMPUTE NGT-TEST-DATE =
001763         FUNCTION DATE-OF-INTEGER (NGT-TEST-DAYS).
001764     COMPUTE NGT-DAY-WORK = NGT-TEST-DAYS - 1.
001765     DIVIDE NGT-DAY-WORK BY 7 GIVING NGT-DAY-QUOTIENT
001766         REMAINDER NGT-WEEKDAY.
001767     MOVE SPACES TO NGT-DAY-REASON.
001768     IF NGT-WEEKDAY < 5
001769         SET NGT-BUSINESS-DAY TO TRUE
001770     ELSE
001771         MOVE "N" TO NGT-BUSINESS-SWITCH
001772         MOVE "WEEKEND" TO NGT-DAY-REASON
001773     END-IF.
001774
001775     MOVE ZERO TO NGT-CAL-HIT.
001776     PERFORM 1670-FIND-DAY THRU 1670-EXIT
001777         VARYING NGT-CAL-SUB FROM 1 BY 1
001778         UNTIL NGT-CAL-SUB > NGT-CAL-USED
001779         OR NGT-CAL-HIT > ZERO.
001780     IF NGT-CAL-HIT = ZERO
001781         GO TO 1650-EXIT
001782     END-IF.
001783     IF NGT-CAL-TYPE (NGT-CAL-HIT) = "H"
001784         MOVE "N" TO NGT-BUSINESS-SWITCH
001785         MOVE SPACES TO NGT-DAY-REASON
001786         STRING "HOLIDAY - " NGT-CAL-DESC (NGT-CAL-HIT)
001787             DELIMITED BY SIZE INTO NGT-DAY-REASON
001788         END-STRING
001789     ELSE
001790         SET NGT-BUSINESS-DAY TO TRUE
001791         MOVE SPACES TO NGT-DAY-REASON
001792     END-IF.
001793 1650-EXIT.
001794     EXIT.
001795
001796*      ---------------------------------------------------------
001797*      1670-FIND-DAY  --  LINEAR LOOKUP BY DATE.
001798*      ---------------------------------------------------------
001799 1670-FIND-DAY.
001800     IF NGT-CAL-DATE (NGT-CAL-SUB) = NGT-TEST-DATE
001801         MOVE NGT-CAL-SUB TO NGT-CAL-HIT
001802     END-IF.
001803 1670-EXIT.
001804     EXIT.
001805
001810*      =========================================================
001820*      2000-RUN-ONE-STEP  --  RUN CHAIN STEP NGT-STEP-NO, LOG
001830*                              ITS START AND END TIMES AND THE
001840*                              CODE IT ENDED WITH, AND STOP THE
001850*                              CHAIN BEFORE THE NEXT STEP WHEN
001860*                              THE CODE IS OUT OF TOLERANCE.
001862*                              A STEP THE CALENDAR DOES NOT
001864*                              CALL FOR TONIGHT IS LOGGED AS
001866*                              SKIPPED AND NOT RUN.
001870*      =========================================================
001871 2000-RUN-ONE-STEP.
001872     PERFORM 2100-DECIDE-STEP THRU 2100-EXIT.
001873     IF NGT-STEP-SKIPPED
001874         STRING "STEP " NGT-STEP-NO " "
001875             NGT-STEP-NAME (NGT-STEP-NO)
001876             " SKIPPED  - " NGT-SKIP-REASON
001877             DELIMITED BY SIZE INTO NLG-LINE
001878         END-STRING
001879         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
001880         ADD 1 TO NGT-SKIP-COUNT
001881         GO TO 2000-EXIT
001882     END-IF.
001883
001890     MOVE NGT-STEP-CMD (NGT-STEP-NO) TO NGT-COMMAND.
001900     IF NGT-STEP-DATE-FLAG (NGT-STEP-NO) = "Y"
001910         MOVE SPACES TO NGT-COMMAND
002360             IF NGT-FINAL-RC < 4
002370                 MOVE 4 TO NGT-FINAL-RC
002380             END-IF
002381         END-IF
002382     END-IF.
002383 2000-EXIT.
002384     EXIT.
002385
002386*      ---------------------------------------------------------
002387*      2100-DECIDE-STEP  --  DOES THE CALENDAR CALL FOR STEP
002388*                             NGT-STEP-NO TONIGHT?  A WEEKLY OR
002389*                             MONTH-END STEP THAT IS DUE SAYS SO
002390*                             ON THE LOG.
002391*      ---------------------------------------------------------
002392 2100-DECIDE-STEP.
002393     MOVE "N" TO NGT-STEP-SWITCH.
002394     MOVE SPACES TO NGT-SKIP-REASON.
002395     IF NGT-CLASS-HOUSEKEEPING (NGT-STEP-NO)
002396         GO TO 2100-EXIT
002397     END-IF.
002398     IF NOT NGT-RUN-BUSINESS-DAY
002399         SET NGT-STEP-SKIPPED TO TRUE
002400         MOVE "NOT A BUSINESS DAY" TO NGT-SKIP-REASON
002401         GO TO 2100-EXIT
002402     END-IF.
002403
002404     IF NGT-CLASS-WEEKLY (NGT-STEP-NO)
002405         IF NGT-FIRST-OF-WEEK
002406             STRING "STEP " NGT-STEP-NO " "
002407                 NGT-STEP-NAME (NGT-STEP-NO)
002408                 " DUE      - FIRST BUSINESS DAY OF THE WEEK"
002409                 DELIMITED BY SIZE INTO NLG-LINE
002410             END-STRING
002411             PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
002412         ELSE
002413             SET NGT-STEP-SKIPPED TO TRUE
002414             MOVE "WEEKLY - NOT FIRST BUSINESS DAY OF THE WEEK"
002415                 TO NGT-SKIP-REASON
002416         END-IF
002417     END-IF.
002418
002419     IF NGT-CLASS-MONTH-END (NGT-STEP-NO)
002420         IF NGT-LAST-OF-MONTH
002421             STRING "STEP " NGT-STEP-NO " "
002422                 NGT-STEP-NAME (NGT-STEP-NO)
002423                 " DUE      - LAST BUSINESS DAY OF THE MONTH"
002424                 DELIMITED BY SIZE INTO NLG-LINE
002425             END-STRING
002426             PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
002427         ELSE
002428             SET NGT-STEP-SKIPPED TO TRUE
002429             MOVE "MONTH-END - NOT LAST BUSINESS DAY OF MONTH"
002430                 TO NGT-SKIP-REASON
002431         END-IF
002432     END-IF.
002433 2100-EXIT.
002434     EXIT.
002435
002440*      =========================================================
002450*      7000-PRINT-SUMMARY
002460*      =========================================================
002610         END-IF
002620     END-IF.
002630     PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT.
002631     IF NGT-SKIP-COUNT > ZERO
002632         MOVE NGT-SKIP-COUNT TO NGT-EDIT-COUNT
002633         STRING NGT-EDIT-COUNT
002634             " STEP(S) SKIPPED BY THE BUSINESS-DAY CALENDAR"
002635             DELIMITED BY SIZE INTO NLG-LINE
002636         END-STRING
002637         PERFORM 7900-WRITE-LOG-LINE THRU 7900-EXIT
002638     END-IF.
002640 7000-EXIT.
002650     EXIT.
002660
