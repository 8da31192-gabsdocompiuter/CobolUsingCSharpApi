000660*                      OPERATOR SPLICING BATCH FILES BY HAND.
000670*                      A RECYCLED-VERSUS-FRESH COLLISION IS
000680*                      REPORTED ON MERGEEXC NAMING BOTH SOURCES.
000681*                      RECYCLED RECORDS KEEP THE SOURCE AND
000682*                      ARRIVAL STAMPS THEY CARRY.  OPS POINTS
000683*                      RECYCIN AT THE REPAIR JOB'S OUTPUT FOR
000684*                      THE NIGHT ON THE CONTROL CARD -- A STALE
000685*                      FILE WOULD MERGE THE SAME REPAIRS TWICE.
000686*    10/15/26   GM    SUBMITTERS NOW COME OFF THE INDEXED
000687*                      SUBMITTER MASTER (SUBMSTR, MAINTAINED BY
000688*                      CALCSUBM) INSTEAD OF BEING HARDWIRED AS
000689*                      CALCIN1 THRU CALCIN3.  EVERY ACTIVE
000690*                      DEPARTMENT CODE 1-9 ON THE MASTER IS READ
000691*                      FROM THE INPUT FILE THE MASTER NAMES FOR
000692*                      IT, SO STREAMS 1-9 ARE THE DEPARTMENTS BY
000693*                      CODE AND PENDING AND RECYCLED MOVE TO
000694*                      STREAMS 10 AND 11.  AN INACTIVE OR
000695*                      UNDEFINED DEPARTMENT'S FILE IS NOT READ.
000696*                      A RECORD WHOSE OP CODE THE SUBMITTER IS
000697*                      NOT AUTHORIZED FOR ON THE MASTER (OR THAT
000698*                      COMES BACK OFF PENDING OR RECYCLE FOR A
000699*                      DEPARTMENT NO LONGER ACTIVE) GOES TO
000700*                      MERGEEXC AND IS LEFT OUT OF CALCIN.  A
000701*                      MISSING SUBMSTR ABENDS THE RUN.
000702*    10/15/26   GM    BATCH CONTROL ON THE DEPARTMENT FILES.  A
000703*                      FILE TRUNCATED IN TRANSFER USED TO MERGE
000704*                      WHAT WAS LEFT OF IT WITHOUT A WORD.  EVERY
000705*                      DEPARTMENT FILE NOW OPENS WITH A HEADER
000706*                      (BATCH DATE AND NUMBER) AND CLOSES WITH A
000707*                      TRAILER (RECORD COUNT AND CT-VAR5/CT-VAR6
000708*                      HASH TOTALS), LAID OUT IN CALCBCTL.  EACH
000709*                      FILE IS READ THROUGH AND BALANCED AGAINST
000710*                      ITS TRAILER BEFORE ANY OF ITS RECORDS IS
000711*                      RELEASED.  A FILE WITH NO HEADER OR NO
000712*                      TRAILER, RECORDS PAST THE TRAILER, A COUNT
000713*                      OR HASH THAT DOES NOT AGREE, OR A BATCH
000714*                      NUMBER NOT ABOVE THE LAST ONE TAKEN FROM
000715*                      THE DEPARTMENT IS HELD BACK WHOLE -- NOT
000716*                      ONE RECORD OF IT IS MERGED -- REPORTED ON
000717*                      MERGEEXC AND RAISED AS A CRITICAL ALERTQ
000718*                      ENTRY.  THE OTHER DEPARTMENTS' FILES STILL
000719*                      MERGE, SO THE RUN ENDS WITH RETURN CODE 4
000720*                      AND THE NIGHT GOES ON.  AN ACCEPTED BATCH
000721*                      IS RECORDED ON SUBMSTR; A RERUN OF THE SAME
000722*                      RUN DATE MAY TAKE THE SAME BATCH AGAIN.
000723*    10/15/26   GM    A REVERSAL (OP CODE R) NEEDS NO OP CODE
000724*                      AUTHORITY -- IT CAN ONLY BACK OUT THE
000725*                      SUBMITTER'S OWN RESULT, WHICH CALCULATOR
000726*                      CHECKS AGAINST THE RESULTS MASTER.
000727*    10/15/26   GM    HOLD-AND-RELEASE NOW WORKS IN BUSINESS
000728*                      DAYS.  THE CALCCAL CALENDAR (HOLIDAYS, AND
000729*                      WEEKEND DAYS WORKED) IS LOADED AT START OF
000730*                      RUN, AND AN EFFECTIVE DATE THAT FALLS ON A
000731*                      WEEKEND OR HOLIDAY IS ROLLED FORWARD TO THE
000732*                      NEXT BUSINESS DAY BEFORE IT IS COMPARED TO
000733*                      THE RUN DATE -- A MONTH-END ADJUSTMENT
000734*                      DATED FOR A SATURDAY NOW RELEASES ON THE
000735*                      MONDAY RUN.  HOLDRPT SHOWS THE CALENDAR
000736*                      LOADED, EVERY ROLLED DATE AND WHY, AND
000737*                      EVERY RECORD RELEASED OFF THE PENDING FILE.
000738*                      WITH NO CALCCAL ONLY WEEKENDS ARE ROLLED.
000740*----------------------------------------------------------------*
000750 ENVIRONMENT    DIVISION.
000760 CONFIGURATION  SECTION.
000770
000780 INPUT-OUTPUT   SECTION.
000790 FILE-CONTROL.
000794*    EACH DEPARTMENT'S INPUT FILE IS WHATEVER THE SUBMITTER
000798*    MASTER NAMES FOR ITS CODE -- THE NAMES ARE LOADED INTO
000802*    MRG-SUB-NAME (1) THRU (9) BEFORE ANY OF THESE IS OPENED.
000806     SELECT SUB1-FILE       ASSIGN TO DYNAMIC MRG-SUB1-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS  IS MRG-SUB1-STATUS.
000830
000840     SELECT SUB2-FILE       ASSIGN TO DYNAMIC MRG-SUB2-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS  IS MRG-SUB2-STATUS.
000870
000871     SELECT SUB3-FILE       ASSIGN TO DYNAMIC MRG-SUB3-NAME
000872         ORGANIZATION IS LINE SEQUENTIAL
000873         FILE STATUS  IS MRG-SUB3-STATUS.
000874
000875     SELECT SUB4-FILE       ASSIGN TO DYNAMIC MRG-SUB4-NAME
000876         ORGANIZATION IS LINE SEQUENTIAL
000877         FILE STATUS  IS MRG-SUB4-STATUS.
000878
000879     SELECT SUB5-FILE       ASSIGN TO DYNAMIC MRG-SUB5-NAME
000880         ORGANIZATION IS LINE SEQUENTIAL
000881         FILE STATUS  IS MRG-SUB5-STATUS.
000882
000883     SELECT SUB6-FILE       ASSIGN TO DYNAMIC MRG-SUB6-NAME
000884         ORGANIZATION IS LINE SEQUENTIAL
000885         FILE STATUS  IS MRG-SUB6-STATUS.
000886
000887     SELECT SUB7-FILE       ASSIGN TO DYNAMIC MRG-SUB7-NAME
000888         ORGANIZATION IS LINE SEQUENTIAL
000889         FILE STATUS  IS MRG-SUB7-STATUS.
000890
000891     SELECT SUB8-FILE       ASSIGN TO DYNAMIC MRG-SUB8-NAME
000892         ORGANIZATION IS LINE SEQUENTIAL
000893         FILE STATUS  IS MRG-SUB8-STATUS.
000894
000895     SELECT SUB9-FILE       ASSIGN TO DYNAMIC MRG-SUB9-NAME
000896         ORGANIZATION IS LINE SEQUENTIAL
000897         FILE STATUS  IS MRG-SUB9-STATUS.
000898
000899*    OPENED I-O SO AN ACCEPTED BATCH NUMBER CAN BE RECORDED.
000900     SELECT SUBM-MSTR-FILE  ASSIGN TO "SUBMSTR"
000901         ORGANIZATION IS INDEXED
000902         ACCESS MODE  IS RANDOM
000903         RECORD KEY   IS SB-DEPT-CODE
000904         FILE STATUS  IS MRG-SUBM-STATUS.
000910
000920     SELECT PEND-IN-FILE    ASSIGN TO "PENDIN"
000930         ORGANIZATION IS LINE SEQUENTIAL
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS  IS MRG-HOLD-STATUS.
001150
001151     SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
001152         ORGANIZATION IS LINE SEQUENTIAL
001153         FILE STATUS  IS MRG-ALERT-Q-STATUS.
001154
001155     SELECT CALC-CAL-FILE   ASSIGN TO "CALCCAL"
001156         ORGANIZATION IS LINE SEQUENTIAL
001157         FILE STATUS  IS MRG-CAL-STATUS.
001158
001160 DATA           DIVISION.
001170 FILE           SECTION.
001180
001190*  THE SUBMITTER, PENDING AND RECYCLE RECORDS ARE CARRIED AS RAW
001200*  BUFFERS THE SIZE OF THE CALCTRAN RECORD; THE ONE COPYBOOK
001210*  CANNOT BE COPIED INTO ELEVEN FDS WITH CLASHING NAMES.
001220 FD  SUB1-FILE.
001230 01  SUB1-RECORD             PIC X(79).
001240
001250 FD  SUB2-FILE.
001260 01  SUB2-RECORD             PIC X(79).
001270
001271 FD  SUB3-FILE.
001272 01  SUB3-RECORD             PIC X(79).
001273
001274 FD  SUB4-FILE.
001275 01  SUB4-RECORD             PIC X(79).
001276
001277 FD  SUB5-FILE.
001278 01  SUB5-RECORD             PIC X(79).
001279
001280 FD  SUB6-FILE.
001281 01  SUB6-RECORD             PIC X(79).
001282
001283 FD  SUB7-FILE.
001284 01  SUB7-RECORD             PIC X(79).
001285
001286 FD  SUB8-FILE.
001287 01  SUB8-RECORD             PIC X(79).
001288
001289 FD  SUB9-FILE.
001290 01  SUB9-RECORD             PIC X(79).
001291
001292 FD  SUBM-MSTR-FILE.
001293 COPY SUBMREC.
001300
001310 FD  PEND-IN-FILE.
001320 01  PEND-IN-RECORD          PIC X(79).
001460 FD  HOLD-RPT-FILE.
001470 COPY HOLDRREC.
001480
001481 FD  ALERT-QUEUE-FILE.
001482 COPY ALERTREC.
001483
001484 FD  CALC-CAL-FILE.
001485 COPY CALCCAL.
001486
001490 WORKING-STORAGE SECTION.
001520 77  MRG-SUBM-STATUS         PIC X(02).
001550     88  MRG-SUBM-OK              VALUE "00".
001580
001590 77  MRG-PENDI-STATUS        PIC X(02).
001600     88  MRG-PENDI-OK             VALUE "00".
001660 77  MRG-EXC-STATUS          PIC X(02).
001670 77  MRG-PENDO-STATUS        PIC X(02).
001680 77  MRG-HOLD-STATUS         PIC X(02).
001682 77  MRG-ALERT-Q-STATUS      PIC X(02).
001684     88  MRG-ALERT-Q-OK           VALUE "00".
001686 77  MRG-CAL-STATUS          PIC X(02).
001688     88  MRG-CAL-OK               VALUE "00".
001690
001700 77  MRG-FILE-NO             PIC 9(02) VALUE ZERO.
001710 77  MRG-SCAN-NO             PIC 9(02) VALUE ZERO.
001720 77  MRG-PICK-NO             PIC 9(02) VALUE ZERO.
001730 77  MRG-LOW-KEY             PIC 9(06) VALUE ZERO.
001740 77  MRG-LAST-OUT-KEY        PIC 9(06) VALUE ZERO.
001750 77  MRG-LAST-OUT-SRC        PIC 9(02) VALUE ZERO.
001760 77  MRG-SOURCE-NAME2        PIC X(11).
001770
001780 77  MRG-RUN-DATE            PIC 9(08) VALUE ZERO.
001790 77  MRG-DATE-PARM           PIC X(08).
001800 77  MRG-EFF-DATE            PIC 9(08) VALUE ZERO.
001810 77  MRG-NAME-NO             PIC 9(02) VALUE ZERO.
001820 77  MRG-SOURCE-NAME         PIC X(11).
001830 77  MRG-STAMP-DATE          PIC 9(08) VALUE ZERO.
001840 77  MRG-STAMP-TIME          PIC 9(08) VALUE ZERO.
001860 77  MRG-OUT-SET-SWITCH      PIC X(01) VALUE "N".
001870     88  MRG-OUT-KEY-SET          VALUE "Y".
001880
001881 77  MRG-VALID-SWITCH        PIC X(01) VALUE "N".
001882     88  MRG-RECORD-VALID         VALUE "Y".
001883
001884 77  MRG-DONE-SWITCH         PIC X(01) VALUE "N".
001885     88  MRG-MERGE-DONE           VALUE "Y".
001886
001887 77  MRG-AUTH-NO             PIC 9(01) VALUE ZERO.
001888 77  MRG-OP-POS              PIC 9(01) VALUE ZERO.
001889
001890*    WHAT ONE DEPARTMENT FILE ADDS UP TO ON ITS BALANCING PASS,
001891*    AND WHAT ITS TRAILER SAYS IT SHOULD.
001892 77  MRG-BC-HDR-SWITCH       PIC X(01) VALUE "N".
001893     88  MRG-BC-HEADER-SEEN       VALUE "Y".
001894 77  MRG-BC-TRL-SWITCH       PIC X(01) VALUE "N".
001895     88  MRG-BC-TRAILER-SEEN      VALUE "Y".
001896 77  MRG-BC-COUNT            PIC 9(07) COMP-3 VALUE ZERO.
001897 77  MRG-BC-HASH5            PIC S9(13)V99 COMP-3 VALUE ZERO.
001898 77  MRG-BC-HASH6            PIC S9(13)V99 COMP-3 VALUE ZERO.
001899 77  MRG-BC-TRL-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001900 77  MRG-BC-TRL-HASH5        PIC S9(13)V99 COMP-3 VALUE ZERO.
001901 77  MRG-BC-TRL-HASH6        PIC S9(13)V99 COMP-3 VALUE ZERO.
001902 77  MRG-BC-REASON           PIC X(60).
001903 77  MRG-EDIT-HASH1          PIC -(12)9.99.
001904 77  MRG-EDIT-HASH2          PIC -(12)9.99.
001905 77  MRG-EDIT-COUNT2         PIC Z,ZZZ,ZZ9.
001906
001907 77  MRG-ALERT-SEV           PIC X(01).
001908 77  MRG-ALERT-PARA          PIC X(20).
001909 77  MRG-ALERT-TEXT          PIC X(60).
001910 77  MRG-ALERT-KEY           PIC 9(06) VALUE ZERO.
001911
001920 77  MRG-OUT-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001921 77  MRG-EXC-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001922 77  MRG-HELD-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001923 77  MRG-BATCH-HELD-COUNT    PIC 9(07) COMP-3 VALUE ZERO.
001924 77  MRG-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001925
001926*    BUSINESS-DAY CALENDAR WORK AREAS.  DAY NUMBERS ARE
001927*    INTEGER-OF-DATE VALUES; DAY 1 (01/01/1601) WAS A MONDAY, SO
001928*    THE REMAINDER OF (DAY - 1) / 7 IS 0 FOR MONDAY THRU 6 FOR
001929*    SUNDAY.
001930 77  MRG-CAL-EOF-SWITCH      PIC X(01) VALUE "N".
001931     88  MRG-CAL-EOF              VALUE "Y".
001932 77  MRG-BUSINESS-SWITCH     PIC X(01) VALUE "N".
001933     88  MRG-BUSINESS-DAY         VALUE "Y".
001934 77  MRG-ROLLED-SWITCH       PIC X(01) VALUE "N".
001935     88  MRG-DATE-ROLLED          VALUE "Y".
001936 77  MRG-CAL-USED            PIC 9(04) COMP VALUE ZERO.
001937 77  MRG-CAL-MAX             PIC 9(04) COMP VALUE 400.
001938 77  MRG-CAL-SUB             PIC 9(04) COMP VALUE ZERO.
001939 77  MRG-CAL-HIT             PIC 9(04) COMP VALUE ZERO.
001940 77  MRG-CAL-BAD-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001941 77  MRG-ROLLED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001942 77  MRG-DUE-DATE            PIC 9(08) VALUE ZERO.
001943 77  MRG-TEST-DATE           PIC 9(08) VALUE ZERO.
001944 77  MRG-TEST-DAYS           PIC S9(09) COMP-3 VALUE ZERO.
001945 77  MRG-DAY-WORK            PIC S9(09) COMP-3 VALUE ZERO.
001946 77  MRG-DAY-QUOTIENT        PIC S9(09) COMP-3 VALUE ZERO.
001947 77  MRG-WEEKDAY             PIC 9(01) VALUE ZERO.
001948 77  MRG-ROLL-TRIES          PIC 9(02) VALUE ZERO.
001949 77  MRG-DAY-REASON          PIC X(40).
001950 77  MRG-ROLL-REASON         PIC X(40).
001951
001952 01  MRG-DAY-NAMES.
001953     05  FILLER              PIC X(36) VALUE
001954         "MONDAY   TUESDAY  WEDNESDAYTHURSDAY ".
001955     05  FILLER              PIC X(27) VALUE
001956         "FRIDAY   SATURDAY SUNDAY   ".
001957 01  MRG-DAY-NAME-TABLE      REDEFINES MRG-DAY-NAMES.
001958     05  MRG-DAY-NAME        PIC X(09) OCCURS 7 TIMES.
001959
001960 01  MRG-CAL-TABLE.
001961     05  MRG-CAL-ENTRY       OCCURS 400 TIMES.
001962         10  MRG-CAL-DATE        PIC 9(08).
001963         10  MRG-CAL-TYPE        PIC X(01).
001964         10  MRG-CAL-DESC        PIC X(30).
001965
001970 01  MRG-FILE-TABLE.
001980     05  MRG-FILE-ENTRY      OCCURS 11 TIMES.
001990         10  MRG-BUFFER          PIC X(79).
002000         10  MRG-KEY             PIC 9(06).
002010         10  MRG-EOF-FLAG        PIC X(01).
002011         10  MRG-LAST-KEY        PIC 9(06).
002012         10  MRG-READ-CNT        PIC 9(07) COMP-3.
002013         10  MRG-MERGED-CNT      PIC 9(07) COMP-3.
002014         10  MRG-REJ-CNT         PIC 9(07) COMP-3.
002015         10  MRG-HELD-CNT        PIC 9(07) COMP-3.
002016
002017*    THE NINE DEPARTMENT FILE STATUSES AND DYNAMIC FILE NAMES
002018*    ARE EACH REDEFINED AS A TABLE SO THEY CAN BE REACHED BY
002019*    DEPARTMENT CODE.
002020 01  MRG-SUB-STATUSES.
002021     05  MRG-SUB1-STATUS     PIC X(02).
002022     05  MRG-SUB2-STATUS     PIC X(02).
002023     05  MRG-SUB3-STATUS     PIC X(02).
002024     05  MRG-SUB4-STATUS     PIC X(02).
002025     05  MRG-SUB5-STATUS     PIC X(02).
002026     05  MRG-SUB6-STATUS     PIC X(02).
002027     05  MRG-SUB7-STATUS     PIC X(02).
002028     05  MRG-SUB8-STATUS     PIC X(02).
002029     05  MRG-SUB9-STATUS     PIC X(02).
002030 01  MRG-SUB-STATUS-TABLE REDEFINES MRG-SUB-STATUSES.
002031     05  MRG-SUB-STATUS      PIC X(02) OCCURS 9 TIMES.
002032
002033 01  MRG-SUB-NAMES.
002034     05  MRG-SUB1-NAME       PIC X(30).
002035     05  MRG-SUB2-NAME       PIC X(30).
002036     05  MRG-SUB3-NAME       PIC X(30).
002037     05  MRG-SUB4-NAME       PIC X(30).
002038     05  MRG-SUB5-NAME       PIC X(30).
002039     05  MRG-SUB6-NAME       PIC X(30).
002040     05  MRG-SUB7-NAME       PIC X(30).
002041     05  MRG-SUB8-NAME       PIC X(30).
002042     05  MRG-SUB9-NAME       PIC X(30).
002043 01  MRG-SUB-NAME-TABLE REDEFINES MRG-SUB-NAMES.
002044     05  MRG-SUB-NAME        PIC X(30) OCCURS 9 TIMES.
002045
002046*    WHAT THE SUBMITTER MASTER SAYS ABOUT EACH DEPARTMENT CODE
002047*    1-9, LOADED ONCE AT THE START OF THE RUN.  MRG-SB-OPS IS
002048*    THE FOUR Y/N FLAGS FOR OP CODES S, I, D AND A.  THE LAST
002049*    BATCH FIELDS ARE FROM THE MASTER; THE BATCH FIELDS ARE
002050*    TONIGHT'S HEADER, AND MRG-SB-HELD SAYS THE FILE WAS HELD.
002051 01  MRG-SUBM-TABLE.
002052     05  MRG-SUBM-ENTRY      OCCURS 9 TIMES.
002053         10  MRG-SB-ON-FILE      PIC X(01).
002054         10  MRG-SB-ACTIVE       PIC X(01).
002055         10  MRG-SB-OPS          PIC X(04).
002056         10  MRG-SB-OPENED       PIC X(01).
002057         10  MRG-SB-LAST-NO      PIC 9(06).
002058         10  MRG-SB-LAST-RUN     PIC 9(08).
002059         10  MRG-SB-BATCH-NO     PIC 9(06).
002060         10  MRG-SB-BATCH-DATE   PIC 9(08).
002061         10  MRG-SB-HELD         PIC X(01).
002062
002063
002064*    A DEPARTMENT FILE'S HEADER OR TRAILER, LAID OVER THE RAW
002065*    BUFFER WHILE IT IS BALANCED AND AGAIN WHILE IT IS MERGED.
002066 COPY CALCBCTL.
002070
002080 LINKAGE SECTION.
002090
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170
002180     PERFORM 3000-MERGE-ONE THRU 3000-EXIT
002210         UNTIL MRG-MERGE-DONE.
002240
002250     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002260     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002320     GO TO 9999-EXIT.
002330
002340*      =========================================================
002346*      1000-INITIALIZE  --  LOAD THE SUBMITTER MASTER, OPEN
002352*                            EVERYTHING AND PRIME EACH INPUT
002358*                            STREAM WITH ITS FIRST VALID RECORD.
002364*                            AN ACTIVE DEPARTMENT'S FILE THAT IS
002370*                            NOT PRESENT IS AN EMPTY ONE; ONE
002376*                            THAT IS PRESENT IS BALANCED AGAINST
002382*                            ITS TRAILER BEFORE IT IS PRIMED.
002390*      =========================================================
002400 1000-INITIALIZE.
002410     ACCEPT MRG-DATE-PARM FROM COMMAND-LINE.
002600
002610     PERFORM 1100-CLEAR-ONE-ENTRY THRU 1100-EXIT
002620         VARYING MRG-FILE-NO FROM 1 BY 1
002621         UNTIL MRG-FILE-NO > 11.
002622
002623     OPEN I-O SUBM-MSTR-FILE.
002624     IF NOT MRG-SUBM-OK
002625         DISPLAY "CALCMERGE - SUBMSTR NOT AVAILABLE - STATUS "
002626             MRG-SUBM-STATUS " - ABENDING"
002627         MOVE 16 TO RETURN-CODE
002628         GO TO 9999-EXIT
002629     END-IF.
002630     PERFORM 1200-LOAD-SUBMITTER THRU 1200-EXIT
002631         VARYING MRG-FILE-NO FROM 1 BY 1
002632         UNTIL MRG-FILE-NO > 9.
002640
002650     OPEN OUTPUT MERGE-EXC-FILE.
002660     IF MRG-EXC-STATUS NOT = "00"
002670         DISPLAY "CALCMERGE - MERGEEXC OPEN FAILED"
002680         MOVE 16 TO RETURN-CODE
002685         CLOSE SUBM-MSTR-FILE
002690         GO TO 9999-EXIT
002700     END-IF.
002710*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
002760     IF MRG-OUT-STATUS NOT = "00"
002770         DISPLAY "CALCMERGE - CALCIN OPEN FAILED"
002780         MOVE 16 TO RETURN-CODE
002785         CLOSE SUBM-MSTR-FILE
002790         CLOSE MERGE-EXC-FILE
002800         GO TO 9999-EXIT
002810     END-IF.
002840     IF MRG-PENDO-STATUS NOT = "00"
002850         DISPLAY "CALCMERGE - PENDOUT OPEN FAILED"
002860         MOVE 16 TO RETURN-CODE
002865         CLOSE SUBM-MSTR-FILE
002870         CLOSE MERGE-EXC-FILE
002880         CLOSE CALC-TRAN-FILE
002890         GO TO 9999-EXIT
002930     IF MRG-HOLD-STATUS NOT = "00"
002940         DISPLAY "CALCMERGE - HOLDRPT OPEN FAILED"
002950         MOVE 16 TO RETURN-CODE
002955         CLOSE SUBM-MSTR-FILE
002960         CLOSE MERGE-EXC-FILE
002970         CLOSE CALC-TRAN-FILE
002980         CLOSE PEND-OUT-FILE
003050     PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT.
003060     MOVE SPACES TO HLD-LINE.
003070     PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT.
003075     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
003080
003081     PERFORM 1300-OPEN-SUBMITTER THRU 1300-EXIT
003082         VARYING MRG-FILE-NO FROM 1 BY 1
003083         UNTIL MRG-FILE-NO > 9.
003084     CLOSE SUBM-MSTR-FILE.
003085
003086     OPEN INPUT PEND-IN-FILE.
003087     IF NOT MRG-PENDI-OK
003088         DISPLAY "CALCMERGE - PENDIN NOT PRESENT - "
003089             "NO PENDING CARRYOVER"
003090         MOVE "Y" TO MRG-EOF-FLAG (10)
003091     END-IF.
003092     OPEN INPUT RECYC-IN-FILE.
003093     IF NOT MRG-RECYC-OK
003094         DISPLAY "CALCMERGE - RECYCIN NOT PRESENT - "
003095             "NO REPAIRED TRANSACTIONS TONIGHT"
003096         MOVE "Y" TO MRG-EOF-FLAG (11)
003097     END-IF.
003098
003099     PERFORM 2000-ADVANCE-FILE THRU 2000-EXIT
003100         VARYING MRG-FILE-NO FROM 1 BY 1
003101         UNTIL MRG-FILE-NO > 11.
003102 1000-EXIT.
003103     EXIT.
003104
003105*      ---------------------------------------------------------
003106*      1100-CLEAR-ONE-ENTRY
003107*      ---------------------------------------------------------
003108 1100-CLEAR-ONE-ENTRY.
003109     MOVE SPACES TO MRG-BUFFER (MRG-FILE-NO).
003110     MOVE ZERO   TO MRG-KEY (MRG-FILE-NO).
003111     MOVE "N"    TO MRG-EOF-FLAG (MRG-FILE-NO).
003112     MOVE ZERO   TO MRG-LAST-KEY (MRG-FILE-NO).
003113     MOVE ZERO   TO MRG-READ-CNT (MRG-FILE-NO).
003114     MOVE ZERO   TO MRG-MERGED-CNT (MRG-FILE-NO).
003115     MOVE ZERO   TO MRG-REJ-CNT (MRG-FILE-NO).
003116     MOVE ZERO   TO MRG-HELD-CNT (MRG-FILE-NO).
003117 1100-EXIT.
003118     EXIT.
003119
003120*      ---------------------------------------------------------
003121*      1200-LOAD-SUBMITTER  --  NOTE WHAT THE MASTER SAYS ABOUT
003122*                                DEPARTMENT CODE MRG-FILE-NO.  A
003123*                                CODE NOT ON THE MASTER IS NO
003124*                                DEPARTMENT AT ALL.
003125*      ---------------------------------------------------------
003126 1200-LOAD-SUBMITTER.
003127     MOVE "N"    TO MRG-SB-ON-FILE (MRG-FILE-NO).
003128     MOVE "N"    TO MRG-SB-ACTIVE (MRG-FILE-NO).
003129     MOVE "NNNN" TO MRG-SB-OPS (MRG-FILE-NO).
003130     MOVE "N"    TO MRG-SB-OPENED (MRG-FILE-NO).
003131     MOVE SPACES TO MRG-SUB-NAME (MRG-FILE-NO).
003132     MOVE ZERO   TO MRG-SB-LAST-NO (MRG-FILE-NO).
003133     MOVE ZERO   TO MRG-SB-LAST-RUN (MRG-FILE-NO).
003134     MOVE ZERO   TO MRG-SB-BATCH-NO (MRG-FILE-NO).
003135     MOVE ZERO   TO MRG-SB-BATCH-DATE (MRG-FILE-NO).
003136     MOVE "N"    TO MRG-SB-HELD (MRG-FILE-NO).
003137
003138     MOVE MRG-FILE-NO (2:1) TO SB-DEPT-CODE.
003139     READ SUBM-MSTR-FILE
003140         INVALID KEY
003141             GO TO 1200-EXIT
003142     END-READ.
003143     MOVE "Y"            TO MRG-SB-ON-FILE (MRG-FILE-NO).
003144     MOVE SB-ACTIVE-FLAG TO MRG-SB-ACTIVE (MRG-FILE-NO).
003145     MOVE SB-ALLOWED-OPS TO MRG-SB-OPS (MRG-FILE-NO).
003146     MOVE SB-INPUT-FILE  TO MRG-SUB-NAME (MRG-FILE-NO).
003147*    A DEPARTMENT THAT HAS NEVER SENT A BATCH HAS NO LAST ONE.
003148     IF SB-LAST-BATCH-NO NUMERIC
003149         MOVE SB-LAST-BATCH-NO TO MRG-SB-LAST-NO (MRG-FILE-NO)
003150     END-IF.
003151     IF SB-LAST-RUN-DATE NUMERIC
003152         MOVE SB-LAST-RUN-DATE TO MRG-SB-LAST-RUN (MRG-FILE-NO)
003153     END-IF.
003154 1200-EXIT.
003155     EXIT.
003156
003157*      ---------------------------------------------------------
003158*      1300-OPEN-SUBMITTER  --  OPEN THE INPUT FILE OF ACTIVE
003159*                                DEPARTMENT MRG-FILE-NO.  AN
003160*                                UNDEFINED CODE IS QUIETLY AN
003161*                                EMPTY STREAM; AN INACTIVE ONE
003162*                                IS SAID SO ON THE LOG.  AN
003163*                                OPENED FILE IS BALANCED AND
003164*                                EITHER REOPENED FOR THE MERGE
003165*                                OR HELD WHOLE.
003166*      ---------------------------------------------------------
003167 1300-OPEN-SUBMITTER.
003168     IF MRG-SB-ON-FILE (MRG-FILE-NO) NOT = "Y"
003169         MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003170         GO TO 1300-EXIT
003171     END-IF.
003172     MOVE MRG-FILE-NO TO MRG-NAME-NO.
003173     PERFORM 7800-NAME-SOURCE THRU 7800-EXIT.
003174     IF MRG-SB-ACTIVE (MRG-FILE-NO) NOT = "Y"
003175         DISPLAY "CALCMERGE - " MRG-SOURCE-NAME
003176             " INACTIVE - FILE NOT READ"
003177         MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003178         GO TO 1300-EXIT
003179     END-IF.
003180
003181     PERFORM 1350-OPEN-FILE THRU 1350-EXIT.
003182     IF MRG-SUB-STATUS (MRG-FILE-NO) = "00"
003183         MOVE "Y" TO MRG-SB-OPENED (MRG-FILE-NO)
003184     ELSE
003185         DISPLAY "CALCMERGE - " MRG-SOURCE-NAME " FILE "
003186             MRG-SUB-NAME (MRG-FILE-NO) " NOT PRESENT"
003187         MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003188         GO TO 1300-EXIT
003189     END-IF.
003190
003191     PERFORM 1400-BALANCE-BATCH THRU 1400-EXIT.
003192 1300-EXIT.
003193     EXIT.
003194
003195*      ---------------------------------------------------------
003196*      1350-OPEN-FILE  --  OPEN DEPARTMENT FILE MRG-FILE-NO.
003197*      ---------------------------------------------------------
003198 1350-OPEN-FILE.
003199     IF MRG-FILE-NO = 1
003200         OPEN INPUT SUB1-FILE
003201     END-IF.
003202     IF MRG-FILE-NO = 2
003203         OPEN INPUT SUB2-FILE
003204     END-IF.
003205     IF MRG-FILE-NO = 3
003206         OPEN INPUT SUB3-FILE
003207     END-IF.
003208     IF MRG-FILE-NO = 4
003209         OPEN INPUT SUB4-FILE
003210     END-IF.
003211     IF MRG-FILE-NO = 5
003212         OPEN INPUT SUB5-FILE
003213     END-IF.
003214     IF MRG-FILE-NO = 6
003215         OPEN INPUT SUB6-FILE
003216     END-IF.
003217     IF MRG-FILE-NO = 7
003218         OPEN INPUT SUB7-FILE
003219     END-IF.
003220     IF MRG-FILE-NO = 8
003221         OPEN INPUT SUB8-FILE
003222     END-IF.
003223     IF MRG-FILE-NO = 9
003224         OPEN INPUT SUB9-FILE
003225     END-IF.
003226 1350-EXIT.
003227     EXIT.
003228
003229*      ---------------------------------------------------------
003230*      1400-BALANCE-BATCH  --  READ DEPARTMENT FILE MRG-FILE-NO
003231*                               THROUGH, ADD IT UP AND HOLD IT
003232*                               WHOLE IF IT DOES NOT AGREE WITH
003233*                               ITS TRAILER OR REPEATS A BATCH
003234*                               ALREADY TAKEN.  A BALANCED FILE
003235*                               IS RECORDED ON SUBMSTR AND
003236*                               REOPENED FROM THE TOP FOR THE
003237*                               MERGE.
003238*      ---------------------------------------------------------
003239 1400-BALANCE-BATCH.
003240     MOVE SPACES TO MRG-BC-REASON.
003241     MOVE "N"    TO MRG-BC-HDR-SWITCH.
003242     MOVE "N"    TO MRG-BC-TRL-SWITCH.
003243     MOVE ZERO   TO MRG-BC-COUNT.
003244     MOVE ZERO   TO MRG-BC-HASH5.
003245     MOVE ZERO   TO MRG-BC-HASH6.
003246     PERFORM 1450-BALANCE-ONE-RECORD THRU 1450-EXIT
003247         UNTIL MRG-EOF-FLAG (MRG-FILE-NO) = "Y".
003248     PERFORM 8100-CLOSE-SUBMITTER THRU 8100-EXIT.
003249     MOVE "N" TO MRG-SB-OPENED (MRG-FILE-NO).
003250
003251     IF MRG-BC-REASON = SPACES
003252         PERFORM 1460-CHECK-TOTALS THRU 1460-EXIT
003253     END-IF.
003254     IF MRG-BC-REASON NOT = SPACES
003255         PERFORM 1480-HOLD-BATCH THRU 1480-EXIT
003256         GO TO 1400-EXIT
003257     END-IF.
003258
003259     MOVE MRG-BC-COUNT TO MRG-EDIT-COUNT.
003260     DISPLAY "CALCMERGE - " MRG-SOURCE-NAME " BATCH "
003261         MRG-SB-BATCH-NO (MRG-FILE-NO) " DATED "
003262         MRG-SB-BATCH-DATE (MRG-FILE-NO) " IN BALANCE - "
003263         MRG-EDIT-COUNT " RECORDS".
003264     PERFORM 1490-RECORD-BATCH THRU 1490-EXIT.
003265
003266     MOVE "N" TO MRG-EOF-FLAG (MRG-FILE-NO).
003267     PERFORM 1350-OPEN-FILE THRU 1350-EXIT.
003268     IF MRG-SUB-STATUS (MRG-FILE-NO) = "00"
003269         MOVE "Y" TO MRG-SB-OPENED (MRG-FILE-NO)
003270     ELSE
003271         DISPLAY "CALCMERGE - " MRG-SOURCE-NAME " FILE "
003272             MRG-SUB-NAME (MRG-FILE-NO) " WOULD NOT REOPEN"
003273         MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003274         STRING "BATCH LOST - " MRG-SOURCE-NAME " BATCH "
003275             MRG-SB-BATCH-NO (MRG-FILE-NO)
003276             " - FILE WOULD NOT REOPEN AFTER BALANCING"
003277             DELIMITED BY SIZE INTO MRG-LINE
003278         END-STRING
003279         PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT
003280     END-IF.
003281 1400-EXIT.
003282     EXIT.
003283
003284*      ---------------------------------------------------------
003285*      1450-BALANCE-ONE-RECORD  --  THE FIRST RECORD MUST BE A
003286*                                    USABLE HEADER, THE TRAILER
003287*                                    MUST BE THE LAST RECORD, AND
003288*                                    EVERYTHING BETWEEN IS COUNTED
003289*                                    AND HASHED.  THE FIRST FAULT
003290*                                    FOUND ENDS THE PASS.
003291*      ---------------------------------------------------------
003292 1450-BALANCE-ONE-RECORD.
003293     PERFORM 2100-READ-ONE-FILE THRU 2100-EXIT.
003294     IF MRG-EOF-FLAG (MRG-FILE-NO) = "Y"
003295         GO TO 1450-EXIT
003296     END-IF.
003297     MOVE MRG-BUFFER (MRG-FILE-NO) TO BATCH-CTL-RECORD.
003298
003299     IF NOT MRG-BC-HEADER-SEEN
003300         IF NOT BC-HEADER
003301             MOVE "NO HEADER RECORD AT THE FRONT OF THE FILE"
003302                 TO MRG-BC-REASON
003303             MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003304             GO TO 1450-EXIT
003305         END-IF
003306         IF BC-BATCH-DATE NOT NUMERIC
003307             OR BC-BATCH-NO NOT NUMERIC
003308             OR BC-BATCH-NO = "000000"
003309             MOVE "HEADER BATCH DATE OR NUMBER NOT USABLE"
003310                 TO MRG-BC-REASON
003311             MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003312             GO TO 1450-EXIT
003313         END-IF
003314         SET MRG-BC-HEADER-SEEN TO TRUE
003315         MOVE BC-BATCH-NO   TO MRG-SB-BATCH-NO (MRG-FILE-NO)
003316         MOVE BC-BATCH-DATE TO MRG-SB-BATCH-DATE (MRG-FILE-NO)
003317         GO TO 1450-EXIT
003318     END-IF.
003319
003320     IF MRG-BC-TRAILER-SEEN
003321         MOVE "RECORDS FOUND AFTER THE TRAILER RECORD"
003322             TO MRG-BC-REASON
003323         MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003324         GO TO 1450-EXIT
003325     END-IF.
003326     IF BC-HEADER
003327         MOVE "SECOND HEADER RECORD INSIDE THE BATCH"
003328             TO MRG-BC-REASON
003329         MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003330         GO TO 1450-EXIT
003331     END-IF.
003332     IF BC-TRAILER
003333         SET MRG-BC-TRAILER-SEEN TO TRUE
003334         IF BC-REC-COUNT NUMERIC
003335             AND BC-HASH-VAR5 NUMERIC
003336             AND BC-HASH-VAR6 NUMERIC
003337             MOVE BC-REC-COUNT TO MRG-BC-TRL-COUNT
003338             MOVE BC-HASH-VAR5 TO MRG-BC-TRL-HASH5
003339             MOVE BC-HASH-VAR6 TO MRG-BC-TRL-HASH6
003340         ELSE
003341             MOVE "TRAILER COUNT OR HASH TOTALS NOT NUMERIC"
003342                 TO MRG-BC-REASON
003343             MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003344         END-IF
003345         GO TO 1450-EXIT
003346     END-IF.
003347
003348*    CALCIN IS NOT WRITTEN UNTIL THE MERGE, SO ITS RECORD AREA
003349*    IS FREE TO LAY THE TRANSACTION OUT FOR HASHING.  AN AMOUNT
003350*    THAT IS NOT NUMERIC ADDS NOTHING, THE SAME AS CALCBCTL SAYS
003351*    THE SUBMITTER MUST HASH IT.
003352     ADD 1 TO MRG-BC-COUNT.
003353     MOVE MRG-BUFFER (MRG-FILE-NO) TO CALC-TRAN-RECORD.
003354     IF CT-VAR5 NUMERIC
003355         ADD CT-VAR5 TO MRG-BC-HASH5
003356     END-IF.
003357     IF CT-VAR6 NUMERIC
003358         ADD CT-VAR6 TO MRG-BC-HASH6
003359     END-IF.
003360 1450-EXIT.
003361     EXIT.
003362
003363*      ---------------------------------------------------------
003364*      1460-CHECK-TOTALS  --  THE WHOLE FILE HAS BEEN READ
003365*                              CLEAN; IT MUST HAVE HAD BOTH
003366*                              CONTROL RECORDS, AGREE WITH ITS
003367*                              TRAILER AND CARRY A NEW BATCH
003368*                              NUMBER.  THE SAME NUMBER IS ONLY
003369*                              TAKEN AGAIN ON A RERUN OF THE RUN
003370*                              DATE THAT FIRST TOOK IT.
003371*      ---------------------------------------------------------
003372 1460-CHECK-TOTALS.
003373     IF NOT MRG-BC-HEADER-SEEN
003374         MOVE "FILE IS EMPTY - NO HEADER OR TRAILER RECORD"
003375             TO MRG-BC-REASON
003376         GO TO 1460-EXIT
003377     END-IF.
003378     IF NOT MRG-BC-TRAILER-SEEN
003379         MOVE "NO TRAILER RECORD - FILE MAY BE TRUNCATED"
003380             TO MRG-BC-REASON
003381         GO TO 1460-EXIT
003382     END-IF.
003383
003384     IF MRG-BC-COUNT NOT = MRG-BC-TRL-COUNT
003385         MOVE MRG-BC-COUNT     TO MRG-EDIT-COUNT
003386         MOVE MRG-BC-TRL-COUNT TO MRG-EDIT-COUNT2
003387         STRING "RECORD COUNT " MRG-EDIT-COUNT
003388             " - TRAILER SAYS " MRG-EDIT-COUNT2
003389             DELIMITED BY SIZE INTO MRG-BC-REASON
003390         END-STRING
003391         GO TO 1460-EXIT
003392     END-IF.
003393     IF MRG-BC-HASH5 NOT = MRG-BC-TRL-HASH5
003394         MOVE MRG-BC-HASH5     TO MRG-EDIT-HASH1
003395         MOVE MRG-BC-TRL-HASH5 TO MRG-EDIT-HASH2
003396         STRING "VAR5 HASH " MRG-EDIT-HASH1
003397             " TRAILER " MRG-EDIT-HASH2
003398             DELIMITED BY SIZE INTO MRG-BC-REASON
003399         END-STRING
003400         GO TO 1460-EXIT
003401     END-IF.
003402     IF MRG-BC-HASH6 NOT = MRG-BC-TRL-HASH6
003403         MOVE MRG-BC-HASH6     TO MRG-EDIT-HASH1
003404         MOVE MRG-BC-TRL-HASH6 TO MRG-EDIT-HASH2
003405         STRING "VAR6 HASH " MRG-EDIT-HASH1
003406             " TRAILER " MRG-EDIT-HASH2
003407             DELIMITED BY SIZE INTO MRG-BC-REASON
003408         END-STRING
003409         GO TO 1460-EXIT
003410     END-IF.
003411
003412     IF MRG-SB-BATCH-NO (MRG-FILE-NO) <
003413             MRG-SB-LAST-NO (MRG-FILE-NO)
003414         OR (MRG-SB-BATCH-NO (MRG-FILE-NO) =
003415             MRG-SB-LAST-NO (MRG-FILE-NO)
003416         AND MRG-SB-LAST-RUN (MRG-FILE-NO) NOT = MRG-RUN-DATE)
003417         STRING "BATCH NUMBER ALREADY PROCESSED - LAST TAKEN "
003418             MRG-SB-LAST-NO (MRG-FILE-NO)
003419             DELIMITED BY SIZE INTO MRG-BC-REASON
003420         END-STRING
003421     END-IF.
003422 1460-EXIT.
003423     EXIT.
003424
003425*      ---------------------------------------------------------
003426*      1480-HOLD-BATCH  --  NOT ONE RECORD OF THE FILE IS
003427*                            MERGED.  THE FILE IS LEFT WHERE IT
003428*                            IS FOR THE DEPARTMENT TO RESEND.
003429*      ---------------------------------------------------------
003430 1480-HOLD-BATCH.
003431     MOVE "Y" TO MRG-SB-HELD (MRG-FILE-NO).
003432     MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO).
003433     ADD 1 TO MRG-BATCH-HELD-COUNT.
003434     STRING "BATCH HELD - " MRG-SOURCE-NAME
003435         " BATCH " MRG-SB-BATCH-NO (MRG-FILE-NO)
003436         " - " MRG-BC-REASON
003437         DELIMITED BY SIZE INTO MRG-LINE
003438     END-STRING.
003439     PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT.
003440     DISPLAY "CALCMERGE - " MRG-SOURCE-NAME " FILE "
003441         MRG-SUB-NAME (MRG-FILE-NO)
003442         " HELD WHOLE - NO RECORD OF IT MERGED".
003443
003444     MOVE "C" TO MRG-ALERT-SEV.
003445     MOVE "1400-BALANCE-BATCH" TO MRG-ALERT-PARA.
003446     MOVE ZERO TO MRG-ALERT-KEY.
003447     MOVE SPACES TO MRG-ALERT-TEXT.
003448     STRING "CALCMERGE HELD " MRG-SOURCE-NAME
003449         " BATCH " MRG-SB-BATCH-NO (MRG-FILE-NO)
003450         " WHOLE - SEE MERGEEXC"
003451         DELIMITED BY SIZE INTO MRG-ALERT-TEXT
003452     END-STRING.
003453     PERFORM 6000-WRITE-ALERT THRU 6000-EXIT.
003454 1480-EXIT.
003455     EXIT.
003456
003457*      ---------------------------------------------------------
003458*      1490-RECORD-BATCH  --  NOTE THE ACCEPTED BATCH ON THE
003459*                              SUBMITTER MASTER.  A MASTER THAT
003460*                              WILL NOT TAKE IT DOES NOT STOP THE
003461*                              MERGE, BUT THE NEXT NIGHT COULD
003462*                              NOT CATCH A RESEND, SO IT IS AN
003463*                              EXCEPTION.
003464*      ---------------------------------------------------------
003465 1490-RECORD-BATCH.
003466     MOVE MRG-FILE-NO (2:1) TO SB-DEPT-CODE.
003467     READ SUBM-MSTR-FILE.
003468     IF MRG-SUBM-OK
003469         MOVE MRG-SB-BATCH-NO (MRG-FILE-NO)
003470             TO SB-LAST-BATCH-NO
003471         MOVE MRG-SB-BATCH-DATE (MRG-FILE-NO)
003472             TO SB-LAST-BATCH-DATE
003473         MOVE MRG-RUN-DATE TO SB-LAST-RUN-DATE
003474         REWRITE SUBM-MSTR-RECORD
003475     END-IF.
003476     IF NOT MRG-SUBM-OK
003477         STRING "BATCH NOT RECORDED ON SUBMSTR - "
003478             MRG-SOURCE-NAME " BATCH "
003479             MRG-SB-BATCH-NO (MRG-FILE-NO)
003480             " - STATUS " MRG-SUBM-STATUS
003481             DELIMITED BY SIZE INTO MRG-LINE
003482         END-STRING
003483         PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT
003484     END-IF.
003485 1490-EXIT.
003486     EXIT.
003487
003488*      =========================================================
003489*      1500-LOAD-CALENDAR  --  READ THE CALCCAL HOLIDAY AND
003490*                               WORKED-DAY LIST INTO A TABLE AND
003491*                               SAY ON HOLDRPT WHAT WAS LOADED.
003492*                               NO FILE MEANS NO HOLIDAYS; AN
003493*                               UNREADABLE LINE IS SKIPPED AND
003494*                               COUNTED.
003495*      =========================================================
003496 1500-LOAD-CALENDAR.
003497     OPEN INPUT CALC-CAL-FILE.
003498     IF NOT MRG-CAL-OK
003499         DISPLAY "CALCMERGE - CALCCAL NOT PRESENT - "
003500             "ONLY WEEKENDS ARE ROLLED"
003501         MOVE "CALENDAR: CALCCAL NOT ON FILE - WEEKENDS ONLY"
003502             TO HLD-LINE
003503         PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT
003504         PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT
003505         GO TO 1500-EXIT
003506     END-IF.
003507     PERFORM 1510-READ-ONE-DAY THRU 1510-EXIT
003508         UNTIL MRG-CAL-EOF.
003509     CLOSE CALC-CAL-FILE.
003510
003511     MOVE MRG-CAL-USED TO MRG-EDIT-COUNT.
003512     STRING "CALENDAR: " MRG-EDIT-COUNT
003513         " HOLIDAYS/WORKED DAYS LOADED FROM CALCCAL"
003514         DELIMITED BY SIZE INTO HLD-LINE
003515     END-STRING.
003516     PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT.
003517     IF MRG-CAL-BAD-COUNT > ZERO
003518         MOVE MRG-CAL-BAD-COUNT TO MRG-EDIT-COUNT
003519         STRING "CALENDAR: " MRG-EDIT-COUNT
003520             " CALCCAL LINES NOT USABLE - IGNORED"
003521             DELIMITED BY SIZE INTO HLD-LINE
003522         END-STRING
003523         PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT
003524     END-IF.
003525     PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT.
003526 1500-EXIT.
003527     EXIT.
003528
003529*      ---------------------------------------------------------
003530*      1510-READ-ONE-DAY
003531*      ---------------------------------------------------------
003532 1510-READ-ONE-DAY.
003533     READ CALC-CAL-FILE
003534         AT END
003535             SET MRG-CAL-EOF TO TRUE
003536             GO TO 1510-EXIT
003537     END-READ.
003538     IF CL-DATE NOT NUMERIC
003539         OR NOT CL-TYPE-VALID
003540         DISPLAY "CALCMERGE - CALCCAL LINE NOT USABLE: "
003541             CALC-CAL-RECORD
003542         ADD 1 TO MRG-CAL-BAD-COUNT
003543         GO TO 1510-EXIT
003544     END-IF.
003545     IF MRG-CAL-USED NOT < MRG-CAL-MAX
003546         DISPLAY "CALCMERGE - CALENDAR TABLE FULL - DROPPED "
003547             CL-DATE
003548         ADD 1 TO MRG-CAL-BAD-COUNT
003549         GO TO 1510-EXIT
003550     END-IF.
003551     ADD 1 TO MRG-CAL-USED.
003552     MOVE CL-DATE        TO MRG-CAL-DATE (MRG-CAL-USED).
003553     MOVE CL-DAY-TYPE    TO MRG-CAL-TYPE (MRG-CAL-USED).
003554     MOVE CL-DESCRIPTION TO MRG-CAL-DESC (MRG-CAL-USED).
003555 1510-EXIT.
003560     EXIT.
003570
003580*      =========================================================
003730*      ---------------------------------------------------------
003740*      2050-GET-ONE-RECORD  --  THE KEY MUST BE NUMERIC, NOT
003750*                                ZERO, AND STRICTLY ABOVE THE
003755*                                FILE'S PREVIOUS KEY, AND THE
003760*                                SUBMITTER MUST BE AUTHORIZED
003765*                                FOR THE OP CODE.
003770*      ---------------------------------------------------------
003780 2050-GET-ONE-RECORD.
003790     PERFORM 2100-READ-ONE-FILE THRU 2100-EXIT.
003800     IF MRG-EOF-FLAG (MRG-FILE-NO) = "Y"
003801         GO TO 2050-EXIT
003802     END-IF.
003803*    A DEPARTMENT FILE HAS ALREADY BALANCED, SO ITS HEADER IS
003804*    THE FIRST RECORD AND ITS TRAILER THE LAST.
003805     IF MRG-FILE-NO < 10
003806         MOVE MRG-BUFFER (MRG-FILE-NO) TO BATCH-CTL-RECORD
003807         IF BC-HEADER
003808             GO TO 2050-EXIT
003809         END-IF
003810         IF BC-TRAILER
003811             MOVE "Y" TO MRG-EOF-FLAG (MRG-FILE-NO)
003812             GO TO 2050-EXIT
003813         END-IF
003820     END-IF.
003830     ADD 1 TO MRG-READ-CNT (MRG-FILE-NO).
003840
004070             " - RECORD REJECTED"
004080             DELIMITED BY SIZE INTO MRG-LINE
004090         END-STRING
004091         PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT
004092         ADD 1 TO MRG-REJ-CNT (MRG-FILE-NO)
004093         GO TO 2050-EXIT
004094     END-IF.
004095
004096     MOVE MRG-KEY (MRG-FILE-NO)
004097         TO MRG-LAST-KEY (MRG-FILE-NO).
004098*    THE KEY HAS BEEN TAKEN FOR SEQUENCE CHECKING EVEN IF THE
004099*    SUBMITTER TURNS OUT NOT TO BE ALLOWED THE OP CODE.
004100     PERFORM 2060-CHECK-AUTHORITY THRU 2060-EXIT.
004101     IF MRG-OP-POS = ZERO
004102         GO TO 2050-EXIT
004103     END-IF.
004104     SET MRG-RECORD-VALID TO TRUE.
004105 2050-EXIT.
004106     EXIT.
004107
004108*      ---------------------------------------------------------
004109*      2060-CHECK-AUTHORITY  --  A DEPARTMENT FILE'S SUBMITTER IS
004110*                                 ITS OWN CODE; A PENDING OR
004111*                                 RECYCLED RECORD'S IS THE CODE
004112*                                 IT WAS STAMPED WITH.  THE
004113*                                 SUBMITTER MUST BE ACTIVE ON THE
004114*                                 MASTER AND ALLOWED THE OP CODE
004115*                                 (BLANK MEANS A, AS CALCULATOR
004116*                                 TREATS IT).  AN OP CODE THAT IS
004117*                                 NONE OF S, I, D OR A IS LEFT
004118*                                 FOR CALCULATOR'S EDIT TO
004119*                                 REJECT OR, FOR A REVERSAL (R),
004120*                                 TO CHECK AGAINST THE RESULTS
004121*                                 MASTER.  MRG-OP-POS COMES BACK
004122*                                 ZERO WHEN THE RECORD IS
004123*                                 REJECTED.
004124*      ---------------------------------------------------------
004125 2060-CHECK-AUTHORITY.
004126     MOVE 9 TO MRG-OP-POS.
004127     IF MRG-FILE-NO < 10
004128         MOVE MRG-FILE-NO TO MRG-AUTH-NO
004129     ELSE
004130         IF MRG-BUFFER (MRG-FILE-NO) (52:1) NUMERIC
004131             AND MRG-BUFFER (MRG-FILE-NO) (52:1) NOT = "0"
004132             MOVE MRG-BUFFER (MRG-FILE-NO) (52:1) TO MRG-AUTH-NO
004133         ELSE
004134             MOVE ZERO TO MRG-OP-POS
004135             STRING "NO SUBMITTER CODE - " MRG-SOURCE-NAME
004136                 " KEY " MRG-KEY (MRG-FILE-NO)
004137                 " SOURCE <" MRG-BUFFER (MRG-FILE-NO) (52:1)
004138                 "> - RECORD REJECTED"
004139                 DELIMITED BY SIZE INTO MRG-LINE
004140             END-STRING
004141             PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT
004142             ADD 1 TO MRG-REJ-CNT (MRG-FILE-NO)
004143             GO TO 2060-EXIT
004144         END-IF
004145     END-IF.
004146
004147     IF MRG-SB-ACTIVE (MRG-AUTH-NO) NOT = "Y"
004148         MOVE ZERO TO MRG-OP-POS
004149         STRING "SUBMITTER " MRG-AUTH-NO
004150             " NOT ACTIVE ON MASTER - " MRG-SOURCE-NAME
004151             " KEY " MRG-KEY (MRG-FILE-NO)
004152             " - RECORD REJECTED"
004153             DELIMITED BY SIZE INTO MRG-LINE
004154         END-STRING
004155         PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT
004156         ADD 1 TO MRG-REJ-CNT (MRG-FILE-NO)
004157         GO TO 2060-EXIT
004158     END-IF.
004159
004160     IF MRG-BUFFER (MRG-FILE-NO) (8:1) = "S"
004161         MOVE 1 TO MRG-OP-POS
004162     END-IF.
004163     IF MRG-BUFFER (MRG-FILE-NO) (8:1) = "I"
004164         MOVE 2 TO MRG-OP-POS
004165     END-IF.
004166     IF MRG-BUFFER (MRG-FILE-NO) (8:1) = "D"
004167         MOVE 3 TO MRG-OP-POS
004168     END-IF.
004169     IF MRG-BUFFER (MRG-FILE-NO) (8:1) = "A"
004170         OR MRG-BUFFER (MRG-FILE-NO) (8:1) = SPACE
004171         MOVE 4 TO MRG-OP-POS
004172     END-IF.
004173     IF MRG-OP-POS = 9
004174         GO TO 2060-EXIT
004175     END-IF.
004176
004177     IF MRG-SB-OPS (MRG-AUTH-NO) (MRG-OP-POS:1) NOT = "Y"
004178         STRING "OP CODE <" MRG-BUFFER (MRG-FILE-NO) (8:1)
004179             "> NOT AUTHORIZED FOR SUBMITTER " MRG-AUTH-NO
004180             " - " MRG-SOURCE-NAME
004181             " KEY " MRG-KEY (MRG-FILE-NO)
004182             " - RECORD REJECTED"
004183             DELIMITED BY SIZE INTO MRG-LINE
004184         END-STRING
004185         MOVE ZERO TO MRG-OP-POS
004186         PERFORM 7900-WRITE-EXC-LINE THRU 7900-EXIT
004187         ADD 1 TO MRG-REJ-CNT (MRG-FILE-NO)
004188     END-IF.
004189 2060-EXIT.
004190     EXIT.
004200
004210*      ---------------------------------------------------------
004470         END-READ
004480     END-IF.
004490     IF MRG-FILE-NO = 4
004500         READ SUB4-FILE
004510             AT END
004520                 MOVE "Y" TO MRG-EOF-FLAG (4)
004530             NOT AT END
004540                 MOVE SUB4-RECORD TO MRG-BUFFER (4)
004550         END-READ
004560     END-IF.
004570     IF MRG-FILE-NO = 5
004571         READ SUB5-FILE
004572             AT END
004573                 MOVE "Y" TO MRG-EOF-FLAG (5)
004574             NOT AT END
004575                 MOVE SUB5-RECORD TO MRG-BUFFER (5)
004576         END-READ
004577     END-IF.
004578     IF MRG-FILE-NO = 6
004579         READ SUB6-FILE
004580             AT END
004581                 MOVE "Y" TO MRG-EOF-FLAG (6)
004582             NOT AT END
004583                 MOVE SUB6-RECORD TO MRG-BUFFER (6)
004584         END-READ
004585     END-IF.
004586     IF MRG-FILE-NO = 7
004587         READ SUB7-FILE
004588             AT END
004589                 MOVE "Y" TO MRG-EOF-FLAG (7)
004590             NOT AT END
004591                 MOVE SUB7-RECORD TO MRG-BUFFER (7)
004592         END-READ
004593     END-IF.
004594     IF MRG-FILE-NO = 8
004595         READ SUB8-FILE
004596             AT END
004597                 MOVE "Y" TO MRG-EOF-FLAG (8)
004598             NOT AT END
004599                 MOVE SUB8-RECORD TO MRG-BUFFER (8)
004600         END-READ
004601     END-IF.
004602     IF MRG-FILE-NO = 9
004603         READ SUB9-FILE
004604             AT END
004605                 MOVE "Y" TO MRG-EOF-FLAG (9)
004606             NOT AT END
004607                 MOVE SUB9-RECORD TO MRG-BUFFER (9)
004608         END-READ
004609     END-IF.
004610     IF MRG-FILE-NO = 10
004611         READ PEND-IN-FILE
004612             AT END
004613                 MOVE "Y" TO MRG-EOF-FLAG (10)
004614             NOT AT END
004615                 MOVE PEND-IN-RECORD TO MRG-BUFFER (10)
004616         END-READ
004617     END-IF.
004618     IF MRG-FILE-NO = 11
004619         READ RECYC-IN-FILE
004620             AT END
004621                 MOVE "Y" TO MRG-EOF-FLAG (11)
004622             NOT AT END
004623                 MOVE RECYC-IN-RECORD TO MRG-BUFFER (11)
004630         END-READ
004640     END-IF.
004650 2100-EXIT.
004790     MOVE ZERO TO MRG-PICK-NO.
004800     PERFORM 3100-CONSIDER-FILE THRU 3100-EXIT
004810         VARYING MRG-SCAN-NO FROM 1 BY 1
004820         UNTIL MRG-SCAN-NO > 11.
004830     IF MRG-PICK-NO = ZERO
004835         SET MRG-MERGE-DONE TO TRUE
004840         GO TO 3000-EXIT
004850     END-IF.
004860
005070         MOVE MRG-BUFFER (MRG-PICK-NO) TO CALC-TRAN-RECORD
005080*        A PENDING OR RECYCLED RECORD KEEPS THE SOURCE CODE IT
005090*        WAS STAMPED WITH THE NIGHT IT FIRST ARRIVED.
005100         IF MRG-PICK-NO < 10
005110             MOVE MRG-PICK-NO (2:1) TO CT-SOURCE-ID
005120         END-IF
005130*        FRESH ARRIVALS ARE STAMPED WITH THE COLLECTION CLOCK;
005140*        A PENDING OR RECYCLED RECORD KEEPS THE STAMP OF THE
005150*        NIGHT IT FIRST ARRIVED UNLESS IT IS UNREADABLE.
005160         IF MRG-PICK-NO < 10
005170             OR CT-ARRIVE-DATE NOT NUMERIC
005175             OR CT-ARRIVE-TIME NOT NUMERIC
005180             MOVE MRG-STAMP-DATE TO CT-ARRIVE-DATE
005320*      ---------------------------------------------------------
005330*      3500-RELEASE-OR-HOLD  --  DUE ON OR BEFORE THE RUN DATE
005340*                                 (OR WITH NO READABLE EFFECTIVE
005350*                                 DATE) GOES TO CALCIN; DUE
005360*                                 AFTER THE RUN DATE IS CARRIED
005370*                                 FORWARD TO PENDOUT AND LISTED
005372*                                 ON THE HOLDOVER REPORT.  THE
005374*                                 DUE DATE IS THE EFFECTIVE DATE
005376*                                 ROLLED FORWARD TO A BUSINESS
005378*                                 DAY.  A RELEASE IS LISTED TOO
005380*                                 WHEN IT COMES OFF PENDING OR
005382*                                 ITS DATE WAS ROLLED.
005390*      ---------------------------------------------------------
005400 3500-RELEASE-OR-HOLD.
005410     IF CT-EFF-DATE NUMERIC
005430     ELSE
005440         MOVE ZERO TO MRG-EFF-DATE
005450     END-IF.
005451     MOVE MRG-EFF-DATE TO MRG-DUE-DATE.
005452     MOVE "N" TO MRG-ROLLED-SWITCH.
005453     IF MRG-EFF-DATE > ZERO
005454         PERFORM 3600-ROLL-TO-BUSINESS-DAY THRU 3600-EXIT
005455     END-IF.
005460
005470     IF MRG-DUE-DATE > MRG-RUN-DATE
005480         WRITE PEND-OUT-RECORD FROM CALC-TRAN-RECORD
005490         ADD 1 TO MRG-HELD-COUNT
005491         ADD 1 TO MRG-HELD-CNT (MRG-PICK-NO)
005492         IF MRG-DATE-ROLLED
005493             STRING "HELD KEY " CT-TRAN-KEY
005494                 " SOURCE " CT-SOURCE-ID
005495                 " EFFECTIVE " CT-EFF-DATE
005496                 " ROLLED TO " MRG-DUE-DATE
005497                 " - CARRIED FORWARD TO PENDING"
005498                 DELIMITED BY SIZE INTO HLD-LINE
005499             END-STRING
005500         ELSE
005501             STRING "HELD KEY " CT-TRAN-KEY
005502                 " SOURCE " CT-SOURCE-ID
005503                 " EFFECTIVE " CT-EFF-DATE
005504                 " - CARRIED FORWARD TO PENDING"
005505                 DELIMITED BY SIZE INTO HLD-LINE
005506             END-STRING
005507         END-IF
005508         PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT
005509     ELSE
005510         WRITE CALC-TRAN-RECORD
005511         ADD 1 TO MRG-OUT-COUNT
005512         ADD 1 TO MRG-MERGED-CNT (MRG-PICK-NO)
005513         IF MRG-DATE-ROLLED OR MRG-PICK-NO = 10
005514             STRING "RELEASED KEY " CT-TRAN-KEY
005515                 " SOURCE " CT-SOURCE-ID
005516                 " EFFECTIVE " CT-EFF-DATE
005517                 " DUE " MRG-DUE-DATE
005518                 " - MERGED TO CALCIN"
005519                 DELIMITED BY SIZE INTO HLD-LINE
005520             END-STRING
005521             PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT
005522         END-IF
005523     END-IF.
005524     IF MRG-DATE-ROLLED
005525         STRING "    " CT-EFF-DATE " NOT A BUSINESS DAY - "
005526             MRG-ROLL-REASON
005527             DELIMITED BY SIZE INTO HLD-LINE
005528         END-STRING
005529         PERFORM 7950-WRITE-HOLD-LINE THRU 7950-EXIT
005530     END-IF.
005531 3500-EXIT.
005532     EXIT.
005533
005534*      ---------------------------------------------------------
005535*      3600-ROLL-TO-BUSINESS-DAY  --  AN EFFECTIVE DATE ON A
005536*                                      WEEKEND OR HOLIDAY BECOMES
005537*                                      DUE ON THE NEXT BUSINESS
005538*                                      DAY.  A DATE THAT IS NOT A
005539*                                      REAL CALENDAR DATE IS LEFT
005540*                                      AS IT IS, AND SO IS ONE
005541*                                      WITH NO BUSINESS DAY IN
005542*                                      THE MONTH AFTER IT (A
005543*                                      CALENDAR GONE WRONG).
005544*      ---------------------------------------------------------
005545 3600-ROLL-TO-BUSINESS-DAY.
005546     COMPUTE MRG-TEST-DAYS =
005547         FUNCTION INTEGER-OF-DATE (MRG-EFF-DATE).
005548     IF MRG-TEST-DAYS = ZERO
005549         GO TO 3600-EXIT
005550     END-IF.
005551     PERFORM 3650-TEST-BUSINESS-DAY THRU 3650-EXIT.
005552     IF MRG-BUSINESS-DAY
005553         GO TO 3600-EXIT
005554     END-IF.
005555
005556     MOVE MRG-DAY-REASON TO MRG-ROLL-REASON.
005557     MOVE ZERO TO MRG-ROLL-TRIES.
005558     PERFORM 3660-TRY-NEXT-DAY THRU 3660-EXIT
005559         UNTIL MRG-BUSINESS-DAY
005560         OR MRG-ROLL-TRIES NOT < 31.
005561     IF NOT MRG-BUSINESS-DAY
005562         DISPLAY "CALCMERGE - NO BUSINESS DAY WITHIN 31 DAYS OF "
005563             MRG-EFF-DATE " - KEY " CT-TRAN-KEY " NOT ROLLED"
005564         GO TO 3600-EXIT
005565     END-IF.
005566     MOVE MRG-TEST-DATE TO MRG-DUE-DATE.
005567     SET MRG-DATE-ROLLED TO TRUE.
005568     ADD 1 TO MRG-ROLLED-COUNT.
005569 3600-EXIT.
005570     EXIT.
005571
005572*      ---------------------------------------------------------
005573*      3650-TEST-BUSINESS-DAY  --  IS DAY NUMBER MRG-TEST-DAYS A
005574*                                   BUSINESS DAY?  A WEEKDAY IS
005575*                                   UNLESS CALCCAL MAKES IT A
005576*                                   HOLIDAY; A WEEKEND DAY IS NOT
005577*                                   UNLESS CALCCAL MAKES IT A
005578*                                   WORKED DAY.  MRG-DAY-REASON
005579*                                   SAYS WHY NOT.
005580*      ---------------------------------------------------------
005581 3650-TEST-BUSINESS-DAY.
005582     COMPUTE MRG-TEST-DATE =
005583         FUNCTION DATE-OF-INTEGER (MRG-TEST-DAYS).
005584     COMPUTE MRG-DAY-WORK = MRG-TEST-DAYS - 1.
005585     DIVIDE MRG-DAY-WORK BY 7 GIVING MRG-DAY-QUOTIENT
005586         REMAINDER MRG-WEEKDAY.
005587     MOVE SPACES TO MRG-DAY-REASON.
005588     IF MRG-WEEKDAY < 5
005589         SET MRG-BUSINESS-DAY TO TRUE
005590     ELSE
005591         MOVE "N" TO MRG-BUSINESS-SWITCH
005592         STRING "WEEKEND - " MRG-DAY-NAME (MRG-WEEKDAY + 1)
005593             DELIMITED BY SIZE INTO MRG-DAY-REASON
005594         END-STRING
005595     END-IF.
005596
005597     MOVE ZERO TO MRG-CAL-HIT.
005598     PERFORM 3670-FIND-DAY THRU 3670-EXIT
005599         VARYING MRG-CAL-SUB FROM 1 BY 1
005600         UNTIL MRG-CAL-SUB > MRG-CAL-USED
005601         OR MRG-CAL-HIT > ZERO.
005602     IF MRG-CAL-HIT = ZERO
005603         GO TO 3650-EXIT
005604     END-IF.
005605     IF MRG-CAL-TYPE (MRG-CAL-HIT) = "H"
005606         MOVE "N" TO MRG-BUSINESS-SWITCH
005607         MOVE SPACES TO MRG-DAY-REASON
005608         STRING "HOLIDAY - " MRG-CAL-DESC (MRG-CAL-HIT)
005609             DELIMITED BY SIZE INTO MRG-DAY-REASON
005610         END-STRING
005611     ELSE
005612         SET MRG-BUSINESS-DAY TO TRUE
005613         MOVE SPACES TO MRG-DAY-REASON
005614     END-IF.
005615 3650-EXIT.
005616     EXIT.
005617
005618*      ---------------------------------------------------------
005619*      3660-TRY-NEXT-DAY
005620*      ---------------------------------------------------------
005621 3660-TRY-NEXT-DAY.
005622     ADD 1 TO MRG-TEST-DAYS.
005623     ADD 1 TO MRG-ROLL-TRIES.
005624     PERFORM 3650-TEST-BUSINESS-DAY THRU 3650-EXIT.
005625 3660-EXIT.
005626     EXIT.
005627
005628*      ---------------------------------------------------------
005629*      3670-FIND-DAY  --  LINEAR LOOKUP BY DATE.
005630*      ---------------------------------------------------------
005631 3670-FIND-DAY.
005632     IF MRG-CAL-DATE (MRG-CAL-SUB) = MRG-TEST-DATE
005633         MOVE MRG-CAL-SUB TO MRG-CAL-HIT
005634     END-IF.
005635 3670-EXIT.
005640     EXIT.
005650
005660*      ---------------------------------------------------------
005760         MOVE MRG-KEY (MRG-SCAN-NO) TO MRG-LOW-KEY
005770     END-IF.
005780 3100-EXIT.
005781     EXIT.
005782
005783*      =========================================================
005784*      6000-WRITE-ALERT  --  APPEND ONE PENDING RECORD TO THE
005785*                             OPERATOR ALERT QUEUE.  THE CALLER
005786*                             SETS MRG-ALERT-SEV/-PARA/-TEXT.  A
005787*                             QUEUE THAT WILL NOT OPEN ONLY COSTS
005788*                             THE ALERT, NEVER THE RUN.
005789*      =========================================================
005790 6000-WRITE-ALERT.
005791     OPEN EXTEND ALERT-QUEUE-FILE.
005792     IF NOT MRG-ALERT-Q-OK
005793         OPEN OUTPUT ALERT-QUEUE-FILE
005794     END-IF.
005795     IF NOT MRG-ALERT-Q-OK
005796         DISPLAY "CALCMERGE - ALERTQ OPEN FAILED - "
005797             "ALERT NOT QUEUED: " MRG-ALERT-TEXT
005798         GO TO 6000-EXIT
005799     END-IF.
005800
005801     MOVE SPACES           TO ALERT-QUEUE-RECORD.
005802     SET AQ-PENDING        TO TRUE.
005803     MOVE MRG-ALERT-SEV    TO AQ-SEVERITY.
005804     ACCEPT AQ-RUN-DATE    FROM DATE YYYYMMDD.
005805     ACCEPT AQ-RUN-TIME    FROM TIME.
005806     MOVE MRG-ALERT-PARA   TO AQ-PARAGRAPH.
005807     MOVE MRG-ALERT-KEY    TO AQ-TRAN-KEY.
005808     MOVE MRG-ALERT-TEXT   TO AQ-MESSAGE.
005809     WRITE ALERT-QUEUE-RECORD.
005810     CLOSE ALERT-QUEUE-FILE.
005811 6000-EXIT.
005812     EXIT.
005813
005814*      =========================================================
005820*      7000-PRINT-SUMMARY
005830*      =========================================================
005840 7000-PRINT-SUMMARY.
005850     PERFORM 7100-SUMMARIZE-FILE THRU 7100-EXIT
005860         VARYING MRG-FILE-NO FROM 1 BY 1
005870         UNTIL MRG-FILE-NO > 11.
005880     MOVE MRG-OUT-COUNT TO MRG-EDIT-COUNT.
005890     DISPLAY "CALCMERGE - MERGED TO CALCIN: " MRG-EDIT-COUNT.
005900     MOVE MRG-HELD-COUNT TO MRG-EDIT-COUNT.
005910     DISPLAY "CALCMERGE - HELD TO PENDING:  " MRG-EDIT-COUNT.
005920     MOVE MRG-EXC-COUNT TO MRG-EDIT-COUNT.
005930     DISPLAY "CALCMERGE - EXCEPTIONS:       " MRG-EDIT-COUNT.
005932     MOVE MRG-BATCH-HELD-COUNT TO MRG-EDIT-COUNT.
005934     DISPLAY "CALCMERGE - BATCHES HELD:     " MRG-EDIT-COUNT.
005936     MOVE MRG-ROLLED-COUNT TO MRG-EDIT-COUNT.
005938     DISPLAY "CALCMERGE - DATES ROLLED:     " MRG-EDIT-COUNT.
005940
005950     IF MRG-HELD-COUNT = ZERO
005960         MOVE "NO RECORDS HELD - PENDING FILE EMPTY"
006010     EXIT.
006020
006030*      ---------------------------------------------------------
006036*      7100-SUMMARIZE-FILE  --  ONLY DEPARTMENTS ACTIVE ON THE
006042*                                MASTER ARE SUMMARIZED.
006050*      ---------------------------------------------------------
006051 7100-SUMMARIZE-FILE.
006052     IF MRG-FILE-NO < 10
006053         AND MRG-SB-ACTIVE (MRG-FILE-NO) NOT = "Y"
006054         GO TO 7100-EXIT
006055     END-IF.
006056     IF MRG-FILE-NO < 10
006057         AND MRG-SB-HELD (MRG-FILE-NO) = "Y"
006058         MOVE MRG-FILE-NO TO MRG-NAME-NO
006059         PERFORM 7800-NAME-SOURCE THRU 7800-EXIT
006060         DISPLAY "CALCMERGE - " MRG-SOURCE-NAME
006061             " BATCH HELD WHOLE - NOTHING MERGED"
006062         GO TO 7100-EXIT
006063     END-IF.
006070     MOVE MRG-FILE-NO TO MRG-NAME-NO.
006080     PERFORM 7800-NAME-SOURCE THRU 7800-EXIT.
006090     MOVE MRG-READ-CNT (MRG-FILE-NO) TO MRG-EDIT-COUNT.
006220     EXIT.
006230
006240*      ---------------------------------------------------------
006250*      7800-NAME-SOURCE  --  STREAMS 1-9 ARE THE SUBMITTER
006260*                             FILES BY DEPARTMENT CODE; STREAM
006270*                             10 IS THE PENDING CARRYOVER FROM
006272*                             THE PRIOR NIGHT; STREAM 11 IS THE
006274*                             RECYCLED REPAIR FILE FROM CALCRECYC.
006280*      ---------------------------------------------------------
006290 7800-NAME-SOURCE.
006300     IF MRG-NAME-NO = 10
006310         MOVE "PENDING" TO MRG-SOURCE-NAME
006320     ELSE
006330         IF MRG-NAME-NO = 11
006340             MOVE "RECYCLED" TO MRG-SOURCE-NAME
006350         ELSE
006360             MOVE SPACES TO MRG-SOURCE-NAME
006370             STRING "SUBMITTER " MRG-NAME-NO (2:1)
006380                 DELIMITED BY SIZE INTO MRG-SOURCE-NAME
006390             END-STRING
006400         END-IF
006690 8000-TERMINATE.
006700*    A SUBMITTER FILE THAT OPENED IS AT STATUS 10 (EOF) BY NOW,
006710*    NOT 00 -- ONLY A FILE THAT NEVER OPENED (35) IS SKIPPED.
006726*    DEPARTMENT FILES ARE CLOSED BY THE FLAG SET WHEN THEY
006742*    OPENED, SINCE AN INACTIVE ONE WAS NEVER TRIED AT ALL.
006758     PERFORM 8100-CLOSE-SUBMITTER THRU 8100-EXIT
006774         VARYING MRG-FILE-NO FROM 1 BY 1
006790         UNTIL MRG-FILE-NO > 9.
006810     IF MRG-PENDI-STATUS NOT = "35"
006820         CLOSE PEND-IN-FILE
006830     END-IF.
006870     CLOSE CALC-TRAN-FILE.
006880     CLOSE MERGE-EXC-FILE.
006890     CLOSE PEND-OUT-FILE.
006891     CLOSE HOLD-RPT-FILE.
006892 8000-EXIT.
006893     EXIT.
006894
006895*      ---------------------------------------------------------
006896*      8100-CLOSE-SUBMITTER
006897*      ---------------------------------------------------------
006898 8100-CLOSE-SUBMITTER.
006899     IF MRG-SB-OPENED (MRG-FILE-NO) NOT = "Y"
006900         GO TO 8100-EXIT
006901     END-IF.
006902     IF MRG-FILE-NO = 1
006903         CLOSE SUB1-FILE
006904     END-IF.
006905     IF MRG-FILE-NO = 2
006906         CLOSE SUB2-FILE
006907     END-IF.
006908     IF MRG-FILE-NO = 3
006909         CLOSE SUB3-FILE
006910     END-IF.
006911     IF MRG-FILE-NO = 4
006912         CLOSE SUB4-FILE
006913     END-IF.
006914     IF MRG-FILE-NO = 5
006915         CLOSE SUB5-FILE
006916     END-IF.
006917     IF MRG-FILE-NO = 6
006918         CLOSE SUB6-FILE
006919     END-IF.
006920     IF MRG-FILE-NO = 7
006921         CLOSE SUB7-FILE
006922     END-IF.
006923     IF MRG-FILE-NO = 8
006924         CLOSE SUB8-FILE
006925     END-IF.
006926     IF MRG-FILE-NO = 9
006927         CLOSE SUB9-FILE
006928     END-IF.
006929 8100-EXIT.
006930     EXIT.
006931
006940*      =========================================================
006950*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
006960*                      COMPLETION AND ABEND.
