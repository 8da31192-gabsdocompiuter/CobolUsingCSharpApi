000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCBILL.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  MONTHLY DEPARTMENTAL
000110*                      CHARGEBACK.  NOBODY COULD SAY HOW MANY
000120*                      CALLS OF EACH ENTRY POINT A DEPARTMENT
000130*                      DROVE IN A MONTH.  THIS MONTH-END STEP
000140*                      SWEEPS CALCMSTR FOR THE BILLING MONTH BY
000150*                      RM-SOURCE-ID AND RM-OP-CODE AND PRICES
000160*                      THEM FROM THE CALCRATE RATE FILE:  ONE
000170*                      CALL CHARGE FOR EACH ENTRY POINT THE
000180*                      TRANSACTION ACTUALLY RAN (AN ASTERISK
000190*                      SEGMENT WAS NOT RUN AND COSTS NOTHING; A
000200*                      FAILED CALL STILL RAN), A HANDLING FEE ON
000210*                      EVERY TRANSACTION, AND A SURCHARGE ON ONE
000220*                      THAT WAS RECYCLED BEFORE IT RAN
000230*                      (RM-RECYCLE-COUNT ABOVE ZERO).  A REVERSAL
000240*                      MAKES NO CALL, SO IT PAYS THE HANDLING FEE
000250*                      ONLY; THE ORIGINAL IT BACKS OUT STILL RAN
000260*                      AND STAYS BILLED.  BILLRPT CARRIES ONE
000270*                      INVOICE PER DEPARTMENT AND A SUMMARY PAGE;
000280*                      CHGBACK IS THE EXTRACT FOR FINANCE.  THE
000290*                      CALLS BILLED, PLUS THOSE STILL HELD OR
000300*                      KILLED IN CALCSUSP, ARE CROSS-FOOTED DAY
000310*                      BY DAY AGAINST THE CALCULATOR CALL TOTALS
000320*                      ON TOTHIST (THE LIVE AUDITLOG FOR A DAY
000330*                      TOTHIST DOES NOT HAVE YET), SO THE BILL
000340*                      IS SHOWN TO BE COMPLETE.  ACTIVITY UNDER
000350*                      A SOURCE ID NOT ON SUBMSTR, AN ITEM WITH
000360*                      NO RATE, AN UNUSABLE RATE LINE AND A DAY
000370*                      OUT OF BALANCE EACH END THE JOB WITH
000380*                      RETURN CODE 4.  THE PARM IS THE RUN DATE
000390*                      (YYYYMMDD) OR THE MONTH (YYYYMM) TO BILL,
000400*                      DEFAULT THE CURRENT MONTH.
000401*    10/15/26   GM    THE CROSS-FOOT NOW RESTS ON A TRUE DAILY
000402*                      TOTHIST FIGURE:  TOTAIS-DIARIOS COUNTS
000403*                      ONLY THE RUN DATE'S AUDIT RECORDS, AND
000404*                      CALCULATOR STAMPS THEM WITH THE RUN DATE.
000405*                      UNTIL THEN A DAY'S TOTAL ALSO HELD THE
000406*                      PRIOR NIGHT STILL ON AUDITLOG, AND EVERY
000407*                      DAY FOOTED OUT OF BALANCE.
000410*----------------------------------------------------------------*
000420 ENVIRONMENT    DIVISION.
000430 CONFIGURATION  SECTION.
000440
000450 INPUT-OUTPUT   SECTION.
000460 FILE-CONTROL.
000470     SELECT CALC-RATE-FILE  ASSIGN TO "CALCRATE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS BIL-RATE-STATUS.
000500
000510     SELECT SUBM-MSTR-FILE  ASSIGN TO "SUBMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE  IS RANDOM
000540         RECORD KEY   IS SB-DEPT-CODE
000550         FILE STATUS  IS BIL-SUBM-STATUS.
000560
000570     SELECT CALC-MSTR-FILE  ASSIGN TO "CALCMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE  IS DYNAMIC
000600         RECORD KEY   IS RM-KEY
000610         FILE STATUS  IS BIL-MSTR-STATUS.
000620
000630     SELECT CALC-SUSP-FILE  ASSIGN TO "CALCSUSP"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE  IS DYNAMIC
000660         RECORD KEY   IS SU-KEY
000670         FILE STATUS  IS BIL-SUSP-STATUS.
000680
000690     SELECT TOT-HIST-FILE   ASSIGN TO "TOTHIST"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS  IS BIL-HIST-STATUS.
000720
000730     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS  IS BIL-AUDIT-STATUS.
000760
000770     SELECT BILL-RPT-FILE   ASSIGN TO "BILLRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS  IS BIL-RPT-STATUS.
000800
000810     SELECT CHGBACK-FILE    ASSIGN TO "CHGBACK"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS  IS BIL-CB-STATUS.
000840
000850 DATA           DIVISION.
000860 FILE           SECTION.
000870
000880 FD  CALC-RATE-FILE.
000890 COPY CALCRATE.
000900
000910 FD  SUBM-MSTR-FILE.
000920 COPY SUBMREC.
000930
000940 FD  CALC-MSTR-FILE.
000950 COPY CALCMREC.
000960
000970 FD  CALC-SUSP-FILE.
000980 COPY CALCSUSP.
000990
001000 FD  TOT-HIST-FILE.
001010 COPY TOTHREC.
001020
001030 FD  AUDIT-LOG-FILE.
001040 COPY DLAUDREC.
001050
001060 FD  BILL-RPT-FILE.
001070 COPY BILLRREC.
001080
001090 FD  CHGBACK-FILE.
001100 COPY CHGBKREC.
001110
001120 WORKING-STORAGE SECTION.
001130 77  BIL-RATE-STATUS         PIC X(02).
001140     88  BIL-RATE-OK              VALUE "00".
001150     88  BIL-RATE-EOF             VALUE "10".
001160
001170 77  BIL-SUBM-STATUS         PIC X(02).
001180     88  BIL-SUBM-OK              VALUE "00".
001190
001200 77  BIL-MSTR-STATUS         PIC X(02).
001210     88  BIL-MSTR-OK              VALUE "00".
001220
001230 77  BIL-SUSP-STATUS         PIC X(02).
001240     88  BIL-SUSP-OK              VALUE "00".
001250
001260 77  BIL-HIST-STATUS         PIC X(02).
001270     88  BIL-HIST-OK              VALUE "00".
001280
001290 77  BIL-AUDIT-STATUS        PIC X(02).
001300     88  BIL-AUDIT-OK             VALUE "00".
001310
001320 77  BIL-RPT-STATUS          PIC X(02).
001330
001340 77  BIL-CB-STATUS           PIC X(02).
001350     88  BIL-CB-OK                VALUE "00".
001360
001370 77  BIL-EOF-SWITCH          PIC X(01) VALUE "N".
001380     88  BIL-FILE-EOF             VALUE "Y".
001390
001400 77  BIL-PARM                PIC X(08).
001410 77  BIL-MONTH               PIC 9(06) VALUE ZERO.
001420 77  BIL-FIRST-DATE          PIC 9(08) VALUE ZERO.
001430 77  BIL-LAST-DATE           PIC 9(08) VALUE ZERO.
001440 77  BIL-DAY-DATE            PIC 9(08) VALUE ZERO.
001450 77  BIL-TODAY               PIC 9(08) VALUE ZERO.
001460
001470*  A RUN DATE OFF ANY OF THE FILES, TAKEN APART INTO ITS MONTH
001480*  AND ITS DAY.
001490 01  BIL-DATE-WORK           PIC 9(08).
001500 01  BIL-DATE-PARTS          REDEFINES BIL-DATE-WORK.
001510     05  BIL-DW-YYYYMM       PIC 9(06).
001520     05  BIL-DW-DD           PIC 9(02).
001530
001540 77  BIL-DEPT-NO             PIC 9(02) VALUE ZERO.
001550 77  BIL-ROW                 PIC 9(02) VALUE ZERO.
001560 77  BIL-ITEM-NO             PIC 9(02) VALUE ZERO.
001570 77  BIL-DAY                 PIC 9(02) VALUE ZERO.
001580 77  BIL-SOURCE              PIC X(01).
001590 77  BIL-RATE-USED           PIC 9(04) COMP VALUE ZERO.
001600 77  BIL-RATE-MAX            PIC 9(04) COMP VALUE 50.
001610 77  BIL-RATE-SUB            PIC 9(04) COMP VALUE ZERO.
001620 77  BIL-RATE-HIT            PIC 9(04) COMP VALUE ZERO.
001630
001640 77  BIL-MSTR-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001650 77  BIL-SUSP-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001660 77  BIL-RATE-BAD-COUNT      PIC 9(05) COMP-3 VALUE ZERO.
001670 77  BIL-NO-RATE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001680 77  BIL-OUT-DAYS            PIC 9(05) COMP-3 VALUE ZERO.
001690 77  BIL-INVOICE-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
001700 77  BIL-EXTRACT-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001710 77  BIL-CALLS               PIC 9(07) COMP-3 VALUE ZERO.
001720 77  BIL-EXPECTED            PIC 9(07) COMP-3 VALUE ZERO.
001730 77  BIL-DIFFERENCE          PIC S9(07) COMP-3 VALUE ZERO.
001740 77  BIL-TOT-BILLED          PIC 9(09) COMP-3 VALUE ZERO.
001750 77  BIL-TOT-SUSP            PIC 9(09) COMP-3 VALUE ZERO.
001760 77  BIL-TOT-EXPECTED        PIC 9(09) COMP-3 VALUE ZERO.
001770 77  BIL-GRAND-TRANS         PIC 9(09) COMP-3 VALUE ZERO.
001780 77  BIL-GRAND-CALLS         PIC 9(09) COMP-3 VALUE ZERO.
001790 77  BIL-GRAND-AMOUNT        PIC 9(13)V99 COMP-3 VALUE ZERO.
001800 77  BIL-FINAL-RC            PIC 9(02) VALUE ZERO.
001810 77  BIL-FOOT-SOURCE         PIC X(08).
001820
001830 77  BIL-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001840 77  BIL-EDIT-COUNT2         PIC Z,ZZZ,ZZ9.
001850 77  BIL-EDIT-COUNT3         PIC Z,ZZZ,ZZ9.
001860 77  BIL-EDIT-DIFF           PIC -,---,--9.
001870 77  BIL-EDIT-RATE           PIC ZZ,ZZ9.9999.
001880 77  BIL-EDIT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001890 77  BIL-LINE                PIC X(100).
001900
001910*  THE BILLED ITEMS, IN INVOICE ORDER, AS CODED ON CALCRATE.
001920 01  BIL-ITEM-CODES.
001930     05  FILLER              PIC X(05) VALUE "SIDHR".
001940 01  BIL-ITEM-CODE-TABLE     REDEFINES BIL-ITEM-CODES.
001950     05  BIL-ITEM-CODE       PIC X(01) OCCURS 5 TIMES.
001960
001970 01  BIL-ITEM-NAMES.
001980     05  FILLER              PIC X(24)
001990         VALUE "TWOSTRINGPARAMS CALLS".
002000     05  FILLER              PIC X(24)
002010         VALUE "TWOINTPARAMS CALLS".
002020     05  FILLER              PIC X(24)
002030         VALUE "TWODECIMALPARAMS CALLS".
002040     05  FILLER              PIC X(24)
002050         VALUE "HANDLING - TRANSACTIONS".
002060     05  FILLER              PIC X(24)
002070         VALUE "RECYCLE SURCHARGE".
002080 01  BIL-ITEM-NAME-TABLE     REDEFINES BIL-ITEM-NAMES.
002090     05  BIL-ITEM-NAME       PIC X(24) OCCURS 5 TIMES.
002100
002110*  RATES LOADED FROM CALCRATE AT START OF RUN.
002120 01  BIL-RATE-TABLE.
002130     05  BIL-RATE-ENTRY      OCCURS 50 TIMES.
002140         10  BIL-RT-ITEM         PIC X(01).
002150         10  BIL-RT-SOURCE       PIC X(01).
002160         10  BIL-RT-RATE         PIC 9(05)V9(04) COMP-3.
002170
002180*  ONE ROW PER DEPARTMENT CODE 1-9; ROW 10 GATHERS ACTIVITY
002190*  UNDER A SOURCE ID THAT IS NOT A DEPARTMENT ON SUBMSTR, WHICH
002200*  IS SHOWN BUT NOT BILLED.  ITEMS 1-3 COUNT CALLS, ITEM 4 THE
002210*  TRANSACTIONS (HANDLING) AND ITEM 5 THE RECYCLED ONES.
002220 01  BIL-DEPT-TABLE.
002230     05  BIL-DEPT-ENTRY      OCCURS 10 TIMES.
002240         10  BIL-SB-FOUND        PIC X(01).
002250         10  BIL-SB-NAME         PIC X(30).
002260         10  BIL-REV-CNT         PIC 9(07) COMP-3.
002270         10  BIL-DEPT-TOTAL      PIC 9(11)V99 COMP-3.
002280         10  BIL-ITEM-ENTRY      OCCURS 5 TIMES.
002290             15  BIL-QTY             PIC 9(07) COMP-3.
002300             15  BIL-RATE            PIC 9(05)V9(04) COMP-3.
002310             15  BIL-AMOUNT          PIC 9(11)V99 COMP-3.
002320             15  BIL-RATE-FOUND      PIC X(01).
002330
002340 01  BIL-ITEM-TOTALS.
002350     05  BIL-ITEM-TOTAL      OCCURS 5 TIMES.
002360         10  BIL-TOT-QTY         PIC 9(09) COMP-3.
002370         10  BIL-TOT-AMOUNT      PIC 9(13)V99 COMP-3.
002380
002390*  THE CROSS-FOOT, ONE ROW PER DAY OF THE MONTH:  CALLS BILLED
002400*  OFF CALCMSTR, CALLS HELD OR KILLED IN SUSPENSE, AND THE
002410*  CALCULATOR CALL TOTAL FROM TOTHIST AND FROM THE LIVE
002420*  AUDITLOG.
002430 01  BIL-DAY-TABLE.
002440     05  BIL-DAY-ENTRY       OCCURS 31 TIMES.
002450         10  BIL-DAY-BILLED      PIC 9(07) COMP-3.
002460         10  BIL-DAY-SUSP        PIC 9(07) COMP-3.
002470         10  BIL-DAY-HIST        PIC 9(07) COMP-3.
002480         10  BIL-DAY-HIST-FLAG   PIC X(01).
002490             88  BIL-DAY-HAS-HIST    VALUE "Y".
002500         10  BIL-DAY-AUDIT       PIC 9(07) COMP-3.
002510
002520*  A SUSPENDED RESULT, MOVED OUT OF SU-OUT-IMAGE TO COUNT ITS
002530*  CALLS.
002540 COPY CALCOUT.
002550
002560 LINKAGE SECTION.
002570
002580 PROCEDURE DIVISION.
002590
002600*      =========================================================
002610*      0000-MAINLINE
002620*      =========================================================
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650
002660     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT.
002670     PERFORM 3000-SWEEP-SUSPENSE THRU 3000-EXIT.
002680     PERFORM 3500-LOAD-CALL-TOTALS THRU 3500-EXIT.
002690
002700     PERFORM 4000-PRICE-ONE-DEPT THRU 4000-EXIT
002710         VARYING BIL-DEPT-NO FROM 1 BY 1
002720         UNTIL BIL-DEPT-NO > 9.
002730
002740     PERFORM 5000-PRINT-ONE-INVOICE THRU 5000-EXIT
002750         VARYING BIL-DEPT-NO FROM 1 BY 1
002760         UNTIL BIL-DEPT-NO > 10.
002770     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
002780     PERFORM 6500-PRINT-CROSS-FOOT THRU 6500-EXIT.
002790
002800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002810     IF (BIL-QTY (10 4) > ZERO
002820         OR BIL-RATE-BAD-COUNT > ZERO
002830         OR BIL-NO-RATE-COUNT > ZERO
002840         OR BIL-OUT-DAYS > ZERO)
002850         AND BIL-FINAL-RC < 4
002860         MOVE 4 TO BIL-FINAL-RC
002870     END-IF.
002880     MOVE BIL-FINAL-RC TO RETURN-CODE.
002890     GO TO 9999-EXIT.
002900
002910*      =========================================================
002920*      1000-INITIALIZE  --  RESOLVE THE BILLING MONTH, LOAD THE
002930*                            RATES AND THE DEPARTMENT NAMES AND
002940*                            OPEN THE REPORT AND THE EXTRACT.
002950*                            NO RATE FILE MEANS NOTHING CAN BE
002960*                            PRICED -- THE RUN ABENDS.
002970*      =========================================================
002980 1000-INITIALIZE.
002990     PERFORM 1100-CLEAR-ONE-DEPT THRU 1100-EXIT
003000         VARYING BIL-DEPT-NO FROM 1 BY 1
003010         UNTIL BIL-DEPT-NO > 10.
003020     PERFORM 1150-CLEAR-ONE-DAY THRU 1150-EXIT
003030         VARYING BIL-DAY FROM 1 BY 1
003040         UNTIL BIL-DAY > 31.
003050     PERFORM 1160-CLEAR-ONE-TOTAL THRU 1160-EXIT
003060         VARYING BIL-ITEM-NO FROM 1 BY 1
003070         UNTIL BIL-ITEM-NO > 5.
003080
003090     ACCEPT BIL-PARM FROM COMMAND-LINE.
003100     ACCEPT BIL-TODAY FROM DATE YYYYMMDD.
003110     IF BIL-PARM = SPACES
003120         MOVE BIL-TODAY TO BIL-DATE-WORK
003130         MOVE BIL-DW-YYYYMM TO BIL-MONTH
003140     ELSE
003150         IF BIL-PARM NUMERIC
003160             MOVE BIL-PARM TO BIL-DATE-WORK
003170             MOVE BIL-DW-YYYYMM TO BIL-MONTH
003180         ELSE
003190             IF BIL-PARM (1:6) NUMERIC
003200                 AND BIL-PARM (7:2) = SPACES
003210                 MOVE BIL-PARM (1:6) TO BIL-MONTH
003220             ELSE
003230                 DISPLAY "CALCBILL - PARM NOT YYYYMMDD OR "
003240                     "YYYYMM: " BIL-PARM
003250                 MOVE 16 TO RETURN-CODE
003260                 GO TO 9999-EXIT
003270             END-IF
003280         END-IF
003290     END-IF.
003300     MOVE BIL-MONTH TO BIL-DW-YYYYMM.
003310     MOVE 01        TO BIL-DW-DD.
003320     MOVE BIL-DATE-WORK TO BIL-FIRST-DATE.
003330     MOVE 31        TO BIL-DW-DD.
003340     MOVE BIL-DATE-WORK TO BIL-LAST-DATE.
003350     IF FUNCTION INTEGER-OF-DATE (BIL-FIRST-DATE) = ZERO
003360         DISPLAY "CALCBILL - BILLING MONTH IS NOT A CALENDAR "
003370             "MONTH: " BIL-MONTH
003380         MOVE 16 TO RETURN-CODE
003390         GO TO 9999-EXIT
003400     END-IF.
003410
003420     PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
003430
003440     OPEN INPUT SUBM-MSTR-FILE.
003450     IF NOT BIL-SUBM-OK
003460         DISPLAY "CALCBILL - SUBMSTR NOT AVAILABLE - STATUS "
003470             BIL-SUBM-STATUS " - ABENDING"
003480         MOVE 16 TO RETURN-CODE
003490         GO TO 9999-EXIT
003500     END-IF.
003510     PERFORM 1300-LOAD-SUBMITTER THRU 1300-EXIT
003520         VARYING BIL-DEPT-NO FROM 1 BY 1
003530         UNTIL BIL-DEPT-NO > 9.
003540     CLOSE SUBM-MSTR-FILE.
003550     MOVE "SOURCE ID NOT ON SUBMSTR" TO BIL-SB-NAME (10).
003560
003570     OPEN OUTPUT BILL-RPT-FILE.
003580     IF BIL-RPT-STATUS NOT = "00"
003590         DISPLAY "CALCBILL - BILLRPT OPEN FAILED"
003600         MOVE 16 TO RETURN-CODE
003610         GO TO 9999-EXIT
003620     END-IF.
003630     OPEN OUTPUT CHGBACK-FILE.
003640     IF NOT BIL-CB-OK
003650         DISPLAY "CALCBILL - CHGBACK OPEN FAILED - STATUS "
003660             BIL-CB-STATUS
003670         CLOSE BILL-RPT-FILE
003680         MOVE 16 TO RETURN-CODE
003690         GO TO 9999-EXIT
003700     END-IF.
003710*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
003720*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
003730     MOVE SPACES TO BIL-LINE.
003740 1000-EXIT.
003750     EXIT.
003760
003770*      ---------------------------------------------------------
003780*      1100-CLEAR-ONE-DEPT
003790*      ---------------------------------------------------------
003800 1100-CLEAR-ONE-DEPT.
003810     MOVE "N"    TO BIL-SB-FOUND (BIL-DEPT-NO).
003820     MOVE SPACES TO BIL-SB-NAME (BIL-DEPT-NO).
003830     MOVE ZERO   TO BIL-REV-CNT (BIL-DEPT-NO).
003840     MOVE ZERO   TO BIL-DEPT-TOTAL (BIL-DEPT-NO).
003850     PERFORM 1110-CLEAR-ONE-ITEM THRU 1110-EXIT
003860         VARYING BIL-ITEM-NO FROM 1 BY 1
003870         UNTIL BIL-ITEM-NO > 5.
003880 1100-EXIT.
003890     EXIT.
003900
003910*      ---------------------------------------------------------
003920*      1110-CLEAR-ONE-ITEM
003930*      ---------------------------------------------------------
003940 1110-CLEAR-ONE-ITEM.
003950     MOVE ZERO TO BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO).
003960     MOVE ZERO TO BIL-RATE (BIL-DEPT-NO BIL-ITEM-NO).
003970     MOVE ZERO TO BIL-AMOUNT (BIL-DEPT-NO BIL-ITEM-NO).
003980     MOVE "N"  TO BIL-RATE-FOUND (BIL-DEPT-NO BIL-ITEM-NO).
003990 1110-EXIT.
004000     EXIT.
004010
004020*      ---------------------------------------------------------
004030*      1150-CLEAR-ONE-DAY
004040*      ---------------------------------------------------------
004050 1150-CLEAR-ONE-DAY.
004060     MOVE ZERO TO BIL-DAY-BILLED (BIL-DAY).
004070     MOVE ZERO TO BIL-DAY-SUSP (BIL-DAY).
004080     MOVE ZERO TO BIL-DAY-HIST (BIL-DAY).
004090     MOVE "N"  TO BIL-DAY-HIST-FLAG (BIL-DAY).
004100     MOVE ZERO TO BIL-DAY-AUDIT (BIL-DAY).
004110 1150-EXIT.
004120     EXIT.
004130
004140*      ---------------------------------------------------------
004150*      1160-CLEAR-ONE-TOTAL
004160*      ---------------------------------------------------------
004170 1160-CLEAR-ONE-TOTAL.
004180     MOVE ZERO TO BIL-TOT-QTY (BIL-ITEM-NO).
004190     MOVE ZERO TO BIL-TOT-AMOUNT (BIL-ITEM-NO).
004200 1160-EXIT.
004210     EXIT.
004220
004230*      =========================================================
004240*      1200-LOAD-RATES  --  READ CALCRATE INTO THE TABLE.  A
004250*                            LINE THAT CANNOT BE USED IS SHOWN
004260*                            AND SKIPPED.
004270*      =========================================================
004280 1200-LOAD-RATES.
004290     OPEN INPUT CALC-RATE-FILE.
004300     IF NOT BIL-RATE-OK
004310         DISPLAY "CALCBILL - CALCRATE NOT AVAILABLE - STATUS "
004320             BIL-RATE-STATUS " - NOTHING CAN BE PRICED - "
004330             "ABENDING"
004340         MOVE 16 TO RETURN-CODE
004350         GO TO 9999-EXIT
004360     END-IF.
004370     PERFORM 1210-READ-ONE-RATE THRU 1210-EXIT
004380         UNTIL BIL-RATE-EOF.
004390     CLOSE CALC-RATE-FILE.
004400     DISPLAY "CALCBILL - RATE LINES LOADED: " BIL-RATE-USED.
004410 1200-EXIT.
004420     EXIT.
004430
004440*      ---------------------------------------------------------
004450*      1210-READ-ONE-RATE
004460*      ---------------------------------------------------------
004470 1210-READ-ONE-RATE.
004480     READ CALC-RATE-FILE
004490         AT END
004500             GO TO 1210-EXIT
004510     END-READ.
004520     IF NOT RT-ITEM-VALID
004530         OR RT-RATE NOT NUMERIC
004540         OR (NOT RT-ALL-SOURCES
004550             AND (RT-SOURCE-ID < "1" OR RT-SOURCE-ID > "9"))
004560         DISPLAY "CALCBILL - CALCRATE LINE UNUSABLE: "
004570             CALC-RATE-RECORD
004580         ADD 1 TO BIL-RATE-BAD-COUNT
004590         GO TO 1210-EXIT
004600     END-IF.
004610     IF BIL-RATE-USED NOT < BIL-RATE-MAX
004620         DISPLAY "CALCBILL - CALCRATE TABLE FULL - LINE "
004630             "SKIPPED: " CALC-RATE-RECORD
004640         ADD 1 TO BIL-RATE-BAD-COUNT
004650         GO TO 1210-EXIT
004660     END-IF.
004670     ADD 1 TO BIL-RATE-USED.
004680     MOVE RT-ITEM      TO BIL-RT-ITEM (BIL-RATE-USED).
004690     MOVE RT-SOURCE-ID TO BIL-RT-SOURCE (BIL-RATE-USED).
004700     MOVE RT-RATE      TO BIL-RT-RATE (BIL-RATE-USED).
004710 1210-EXIT.
004720     EXIT.
004730
004740*      ---------------------------------------------------------
004750*      1300-LOAD-SUBMITTER  --  AN INACTIVE DEPARTMENT IS STILL
004760*                                BILLED FOR WHAT IT RAN BEFORE
004770*                                IT WAS TURNED OFF.
004780*      ---------------------------------------------------------
004790 1300-LOAD-SUBMITTER.
004800     MOVE BIL-DEPT-NO (2:1) TO SB-DEPT-CODE.
004810     READ SUBM-MSTR-FILE
004820         INVALID KEY
004830             GO TO 1300-EXIT
004840     END-READ.
004850     MOVE "Y"          TO BIL-SB-FOUND (BIL-DEPT-NO).
004860     MOVE SB-DEPT-NAME TO BIL-SB-NAME (BIL-DEPT-NO).
004870 1300-EXIT.
004880     EXIT.
004890
004900*      =========================================================
004910*      2000-SWEEP-MASTER  --  EVERY RESULT ON CALCMSTR WITH A RUN
004920*                              DATE IN THE BILLING MONTH.  THE
004930*                              RUN DATE IS THE MAJOR KEY, SO THE
004940*                              MONTH IS ONE KEYED RANGE.
004950*      =========================================================
004960 2000-SWEEP-MASTER.
004970     OPEN INPUT CALC-MSTR-FILE.
004980     IF NOT BIL-MSTR-OK
004990         DISPLAY "CALCBILL - CALCMSTR NOT AVAILABLE - STATUS "
005000             BIL-MSTR-STATUS " - ABENDING"
005010         CLOSE BILL-RPT-FILE
005020         CLOSE CHGBACK-FILE
005030         MOVE 16 TO RETURN-CODE
005040         GO TO 9999-EXIT
005050     END-IF.
005060     MOVE "N" TO BIL-EOF-SWITCH.
005070     MOVE BIL-FIRST-DATE TO RM-RUN-DATE.
005080     MOVE ZEROS          TO RM-TRAN-KEY.
005090     START CALC-MSTR-FILE KEY NOT < RM-KEY
005100         INVALID KEY
005110             SET BIL-FILE-EOF TO TRUE
005120     END-START.
005130     PERFORM 2100-READ-ONE-MASTER THRU 2100-EXIT
005140         UNTIL BIL-FILE-EOF.
005150     CLOSE CALC-MSTR-FILE.
005160 2000-EXIT.
005170     EXIT.
005180
005190*      ---------------------------------------------------------
005200*      2100-READ-ONE-MASTER
005210*      ---------------------------------------------------------
005220 2100-READ-ONE-MASTER.
005230     READ CALC-MSTR-FILE NEXT RECORD
005240         AT END
005250             SET BIL-FILE-EOF TO TRUE
005260             GO TO 2100-EXIT
005270     END-READ.
005280     IF RM-RUN-DATE > BIL-LAST-DATE
005290         SET BIL-FILE-EOF TO TRUE
005300         GO TO 2100-EXIT
005310     END-IF.
005320     ADD 1 TO BIL-MSTR-COUNT.
005330     MOVE RM-RUN-DATE TO BIL-DATE-WORK.
005340     MOVE BIL-DW-DD   TO BIL-DAY.
005350     MOVE RM-SOURCE-ID TO BIL-SOURCE.
005360     PERFORM 2300-FIND-DEPT-ROW THRU 2300-EXIT.
005370
005380     ADD 1 TO BIL-QTY (BIL-ROW 4).
005390     IF RM-RECYCLE-COUNT NUMERIC
005400         AND RM-RECYCLE-COUNT > "0"
005410         ADD 1 TO BIL-QTY (BIL-ROW 5)
005420     END-IF.
005430     IF RM-OP-REVERSAL
005440         ADD 1 TO BIL-REV-CNT (BIL-ROW)
005450         GO TO 2100-EXIT
005460     END-IF.
005470
005480     IF RM-STRING-SEG NOT = ALL "*"
005490         ADD 1 TO BIL-QTY (BIL-ROW 1)
005500         ADD 1 TO BIL-DAY-BILLED (BIL-DAY)
005510     END-IF.
005520     IF RM-INT-SEG NOT = ALL "*"
005530         ADD 1 TO BIL-QTY (BIL-ROW 2)
005540         ADD 1 TO BIL-DAY-BILLED (BIL-DAY)
005550     END-IF.
005560     IF RM-DECIMAL-SEG NOT = ALL "*"
005570         ADD 1 TO BIL-QTY (BIL-ROW 3)
005580         ADD 1 TO BIL-DAY-BILLED (BIL-DAY)
005590     END-IF.
005600 2100-EXIT.
005610     EXIT.
005620
005630*      ---------------------------------------------------------
005640*      2300-FIND-DEPT-ROW  --  A DEPARTMENT ON SUBMSTR BILLS TO
005650*                               ITS OWN ROW; ANYTHING ELSE TO
005660*                               ROW 10.
005670*      ---------------------------------------------------------
005680 2300-FIND-DEPT-ROW.
005690     IF BIL-SOURCE < "1" OR BIL-SOURCE > "9"
005700         MOVE 10 TO BIL-ROW
005710         GO TO 2300-EXIT
005720     END-IF.
005730     MOVE ZERO       TO BIL-ROW.
005740     MOVE BIL-SOURCE TO BIL-ROW (2:1).
005750     IF BIL-SB-FOUND (BIL-ROW) NOT = "Y"
005760         MOVE 10 TO BIL-ROW
005770     END-IF.
005780 2300-EXIT.
005790     EXIT.
005800
005810*      =========================================================
005820*      3000-SWEEP-SUSPENSE  --  CALLS WHOSE RESULTS ARE STILL
005830*                                HELD IN SUSPENSE, OR WERE
005840*                                KILLED THERE, NEVER REACHED
005850*                                CALCMSTR; THEY ARE NOT BILLED
005860*                                BUT THE CROSS-FOOT MUST ACCOUNT
005870*                                FOR THEM.  A RELEASED RESULT IS
005880*                                ON CALCMSTR ALREADY.  NO
005890*                                CALCSUSP MEANS NOTHING HELD.
005900*      =========================================================
005910 3000-SWEEP-SUSPENSE.
005920     OPEN INPUT CALC-SUSP-FILE.
005930     IF NOT BIL-SUSP-OK
005940         GO TO 3000-EXIT
005950     END-IF.
005960     MOVE "N" TO BIL-EOF-SWITCH.
005970     MOVE BIL-FIRST-DATE TO SU-RUN-DATE.
005980     MOVE ZEROS          TO SU-TRAN-KEY.
005990     START CALC-SUSP-FILE KEY NOT < SU-KEY
006000         INVALID KEY
006010             SET BIL-FILE-EOF TO TRUE
006020     END-START.
006030     PERFORM 3100-READ-ONE-SUSPENSE THRU 3100-EXIT
006040         UNTIL BIL-FILE-EOF.
006050     CLOSE CALC-SUSP-FILE.
006060 3000-EXIT.
006070     EXIT.
006080
006090*      ---------------------------------------------------------
006100*      3100-READ-ONE-SUSPENSE
006110*      ---------------------------------------------------------
006120 3100-READ-ONE-SUSPENSE.
006130     READ CALC-SUSP-FILE NEXT RECORD
006140         AT END
006150             SET BIL-FILE-EOF TO TRUE
006160             GO TO 3100-EXIT
006170     END-READ.
006180     IF SU-RUN-DATE > BIL-LAST-DATE
006190         SET BIL-FILE-EOF TO TRUE
006200         GO TO 3100-EXIT
006210     END-IF.
006220     IF SU-RELEASED
006230         GO TO 3100-EXIT
006240     END-IF.
006250     ADD 1 TO BIL-SUSP-COUNT.
006260     MOVE SU-RUN-DATE TO BIL-DATE-WORK.
006270     MOVE BIL-DW-DD   TO BIL-DAY.
006280     MOVE SU-OUT-IMAGE TO CALC-OUT-RECORD.
006290     IF CO-STRING-SEG-X NOT = ALL "*"
006300         ADD 1 TO BIL-DAY-SUSP (BIL-DAY)
006310     END-IF.
006320     IF CO-INT-SEG-X NOT = ALL "*"
006330         ADD 1 TO BIL-DAY-SUSP (BIL-DAY)
006340     END-IF.
006350     IF CO-DECIMAL-SEG-X NOT = ALL "*"
006360         ADD 1 TO BIL-DAY-SUSP (BIL-DAY)
006370     END-IF.
006380 3100-EXIT.
006390     EXIT.
006400
006410*      =========================================================
006420*      3500-LOAD-CALL-TOTALS  --  THE CALCULATOR CALL TOTAL OF
006430*                                  EACH DAY OF THE MONTH.  A
006440*                                  RERUN OF THE DAILY TOTALS
006450*                                  APPENDS A SECOND TOTHIST LINE
006460*                                  FOR THE DAY; THE LAST ONE
006470*                                  STANDS.  THE LIVE AUDITLOG IS
006480*                                  COUNTED TOO, FOR A DAY WHOSE
006490*                                  TOTALS ARE NOT ON TOTHIST YET.
006500*      =========================================================
006510 3500-LOAD-CALL-TOTALS.
006520     OPEN INPUT TOT-HIST-FILE.
006530     IF BIL-HIST-OK
006540         MOVE "N" TO BIL-EOF-SWITCH
006550         PERFORM 3510-READ-ONE-HIST THRU 3510-EXIT
006560             UNTIL BIL-FILE-EOF
006570         CLOSE TOT-HIST-FILE
006580     ELSE
006590         DISPLAY "CALCBILL - TOTHIST NOT AVAILABLE - STATUS "
006600             BIL-HIST-STATUS
006610     END-IF.
006620
006630     OPEN INPUT AUDIT-LOG-FILE.
006640     IF BIL-AUDIT-OK
006650         MOVE "N" TO BIL-EOF-SWITCH
006660         PERFORM 3550-READ-ONE-AUDIT THRU 3550-EXIT
006670             UNTIL BIL-FILE-EOF
006680         CLOSE AUDIT-LOG-FILE
006690     END-IF.
006700 3500-EXIT.
006710     EXIT.
006720
006730*      ---------------------------------------------------------
006740*      3510-READ-ONE-HIST
006750*      ---------------------------------------------------------
006760 3510-READ-ONE-HIST.
006770     READ TOT-HIST-FILE
006780         AT END
006790             SET BIL-FILE-EOF TO TRUE
006800             GO TO 3510-EXIT
006810     END-READ.
006820     IF TH-PROGRAM NOT = "CALCULATOR"
006830         OR TH-RUN-DATE NOT NUMERIC
006840         OR TH-CALLS NOT NUMERIC
006850         GO TO 3510-EXIT
006860     END-IF.
006870     IF TH-RUN-DATE < BIL-FIRST-DATE
006880         OR TH-RUN-DATE > BIL-LAST-DATE
006890         GO TO 3510-EXIT
006900     END-IF.
006910     MOVE TH-RUN-DATE TO BIL-DATE-WORK.
006920     MOVE BIL-DW-DD   TO BIL-DAY.
006930     MOVE TH-CALLS    TO BIL-DAY-HIST (BIL-DAY).
006940     MOVE "Y"         TO BIL-DAY-HIST-FLAG (BIL-DAY).
006950 3510-EXIT.
006960     EXIT.
006970
006980*      ---------------------------------------------------------
006990*      3550-READ-ONE-AUDIT
007000*      ---------------------------------------------------------
007010 3550-READ-ONE-AUDIT.
007020     READ AUDIT-LOG-FILE
007030         AT END
007040             SET BIL-FILE-EOF TO TRUE
007050             GO TO 3550-EXIT
007060     END-READ.
007070     IF ALR-PROGRAM-ID NOT = "CALCULATOR"
007080         OR ALR-RUN-DATE NOT NUMERIC
007090         GO TO 3550-EXIT
007100     END-IF.
007110     IF ALR-RUN-DATE < BIL-FIRST-DATE
007120         OR ALR-RUN-DATE > BIL-LAST-DATE
007130         GO TO 3550-EXIT
007140     END-IF.
007150     MOVE ALR-RUN-DATE TO BIL-DATE-WORK.
007160     MOVE BIL-DW-DD    TO BIL-DAY.
007170     ADD 1 TO BIL-DAY-AUDIT (BIL-DAY).
007180 3550-EXIT.
007190     EXIT.
007200
007210*      =========================================================
007220*      4000-PRICE-ONE-DEPT  --  EACH ITEM AT THE DEPARTMENT'S
007230*                                OWN RATE, ELSE THE "*" RATE,
007240*                                ROUNDED TO CENTS LINE BY LINE
007250*                                SO THE INVOICE FOOTS.
007260*      =========================================================
007270 4000-PRICE-ONE-DEPT.
007280     IF BIL-QTY (BIL-DEPT-NO 4) = ZERO
007290         GO TO 4000-EXIT
007300     END-IF.
007310     PERFORM 4100-PRICE-ONE-ITEM THRU 4100-EXIT
007320         VARYING BIL-ITEM-NO FROM 1 BY 1
007330         UNTIL BIL-ITEM-NO > 5.
007340 4000-EXIT.
007350     EXIT.
007360
007370*      ---------------------------------------------------------
007380*      4100-PRICE-ONE-ITEM
007390*      ---------------------------------------------------------
007400 4100-PRICE-ONE-ITEM.
007410     MOVE ZERO TO BIL-RATE-HIT.
007420     PERFORM 4150-FIND-RATE THRU 4150-EXIT
007430         VARYING BIL-RATE-SUB FROM 1 BY 1
007440         UNTIL BIL-RATE-SUB > BIL-RATE-USED.
007450     IF BIL-RATE-HIT > ZERO
007460         MOVE "Y" TO BIL-RATE-FOUND (BIL-DEPT-NO BIL-ITEM-NO)
007470         MOVE BIL-RT-RATE (BIL-RATE-HIT)
007480             TO BIL-RATE (BIL-DEPT-NO BIL-ITEM-NO)
007490     ELSE
007500         IF BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO) > ZERO
007510             ADD 1 TO BIL-NO-RATE-COUNT
007520         END-IF
007530     END-IF.
007540     COMPUTE BIL-AMOUNT (BIL-DEPT-NO BIL-ITEM-NO) ROUNDED =
007550         BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO)
007560         * BIL-RATE (BIL-DEPT-NO BIL-ITEM-NO).
007570     ADD BIL-AMOUNT (BIL-DEPT-NO BIL-ITEM-NO)
007580         TO BIL-DEPT-TOTAL (BIL-DEPT-NO).
007590     ADD BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO)
007600         TO BIL-TOT-QTY (BIL-ITEM-NO).
007610     ADD BIL-AMOUNT (BIL-DEPT-NO BIL-ITEM-NO)
007620         TO BIL-TOT-AMOUNT (BIL-ITEM-NO).
007630 4100-EXIT.
007640     EXIT.
007650
007660*      ---------------------------------------------------------
007670*      4150-FIND-RATE  --  THE DEPARTMENT'S OWN LINE BEATS THE
007680*                           "*" LINE WHEREVER EITHER FALLS ON
007690*                           THE FILE.
007700*      ---------------------------------------------------------
007710 4150-FIND-RATE.
007720     IF BIL-RT-ITEM (BIL-RATE-SUB) NOT =
007730         BIL-ITEM-CODE (BIL-ITEM-NO)
007740         GO TO 4150-EXIT
007750     END-IF.
007760     IF BIL-RT-SOURCE (BIL-RATE-SUB) = BIL-DEPT-NO (2:1)
007770         MOVE BIL-RATE-SUB TO BIL-RATE-HIT
007780         GO TO 4150-EXIT
007790     END-IF.
007800     IF BIL-RT-SOURCE (BIL-RATE-SUB) = "*"
007810         IF BIL-RATE-HIT = ZERO
007820             MOVE BIL-RATE-SUB TO BIL-RATE-HIT
007830         ELSE
007840             IF BIL-RT-SOURCE (BIL-RATE-HIT) = "*"
007850                 MOVE BIL-RATE-SUB TO BIL-RATE-HIT
007860             END-IF
007870         END-IF
007880     END-IF.
007890 4150-EXIT.
007900     EXIT.
007910
007920*      =========================================================
007930*      5000-PRINT-ONE-INVOICE  --  ONE INVOICE PER DEPARTMENT
007940*                                   THAT RAN ANYTHING IN THE
007950*                                   MONTH, WITH ITS EXTRACT
007960*                                   RECORDS.  ROW 10 IS LISTED
007970*                                   UNPRICED AND NOT EXTRACTED.
007980*      =========================================================
007990 5000-PRINT-ONE-INVOICE.
008000     IF BIL-QTY (BIL-DEPT-NO 4) = ZERO
008010         GO TO 5000-EXIT
008020     END-IF.
008030     MOVE ALL "=" TO BIL-LINE (1:72).
008040     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008050     IF BIL-DEPT-NO = 10
008060         STRING "UNBILLED ACTIVITY - BILLING MONTH " BIL-MONTH
008070             DELIMITED BY SIZE INTO BIL-LINE
008080         END-STRING
008090         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008100         MOVE "SOURCE ID NOT A DEPARTMENT ON SUBMSTR - NOT BILLED"
008110             TO BIL-LINE
008120     ELSE
008130         ADD 1 TO BIL-INVOICE-COUNT
008140         STRING "CHARGEBACK INVOICE - BILLING MONTH " BIL-MONTH
008150             DELIMITED BY SIZE INTO BIL-LINE
008160         END-STRING
008170         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008180         STRING "DEPARTMENT " BIL-DEPT-NO (2:1) "  "
008190             BIL-SB-NAME (BIL-DEPT-NO)
008200             DELIMITED BY SIZE INTO BIL-LINE
008210         END-STRING
008220     END-IF.
008230     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008240     MOVE ALL "-" TO BIL-LINE (1:72).
008250     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008260     MOVE "ITEM"     TO BIL-LINE (1:4).
008270     MOVE "QUANTITY" TO BIL-LINE (28:8).
008280     MOVE "RATE"     TO BIL-LINE (46:4).
008290     MOVE "AMOUNT"   TO BIL-LINE (67:6).
008300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008310
008320     PERFORM 5100-PRINT-ONE-ITEM THRU 5100-EXIT
008330         VARYING BIL-ITEM-NO FROM 1 BY 1
008340         UNTIL BIL-ITEM-NO > 5.
008350
008360     IF BIL-DEPT-NO < 10
008370         MOVE BIL-DEPT-TOTAL (BIL-DEPT-NO) TO BIL-EDIT-AMOUNT
008380         STRING "                                     "
008390             "INVOICE TOTAL  " BIL-EDIT-AMOUNT
008400             DELIMITED BY SIZE INTO BIL-LINE
008410         END-STRING
008420         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008430         MOVE SPACES TO CHGBACK-RECORD
008440         MOVE BIL-MONTH     TO CB-BILL-MONTH
008450         MOVE BIL-DEPT-NO (2:1) TO CB-DEPT-CODE
008460         MOVE BIL-SB-NAME (BIL-DEPT-NO) TO CB-DEPT-NAME
008470         MOVE "T"           TO CB-ITEM
008480         MOVE BIL-QTY (BIL-DEPT-NO 4) TO CB-QUANTITY
008490         MOVE ZERO          TO CB-RATE
008500         MOVE BIL-DEPT-TOTAL (BIL-DEPT-NO) TO CB-AMOUNT
008510         PERFORM 5200-WRITE-EXTRACT THRU 5200-EXIT
008520         ADD BIL-DEPT-TOTAL (BIL-DEPT-NO) TO BIL-GRAND-AMOUNT
008530     END-IF.
008540     IF BIL-REV-CNT (BIL-DEPT-NO) > ZERO
008550         MOVE BIL-REV-CNT (BIL-DEPT-NO) TO BIL-EDIT-COUNT
008560         STRING "INCLUDES " BIL-EDIT-COUNT
008570             " REVERSAL(S) - HANDLING ONLY, NO CALLS MADE"
008580             DELIMITED BY SIZE INTO BIL-LINE
008590         END-STRING
008600         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008610     END-IF.
008620     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008630 5000-EXIT.
008640     EXIT.
008650
008660*      ---------------------------------------------------------
008670*      5100-PRINT-ONE-ITEM  --  AN ITEM THAT WAS NOT USED IS
008680*                                LEFT OFF THE INVOICE.
008690*      ---------------------------------------------------------
008700 5100-PRINT-ONE-ITEM.
008710     IF BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO) = ZERO
008720         GO TO 5100-EXIT
008730     END-IF.
008740     MOVE BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO) TO BIL-EDIT-COUNT.
008750     IF BIL-DEPT-NO = 10
008760         STRING BIL-ITEM-NAME (BIL-ITEM-NO) "  " BIL-EDIT-COUNT
008770             DELIMITED BY SIZE INTO BIL-LINE
008780         END-STRING
008790         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008800         GO TO 5100-EXIT
008810     END-IF.
008820     MOVE BIL-RATE (BIL-DEPT-NO BIL-ITEM-NO)   TO BIL-EDIT-RATE.
008830     MOVE BIL-AMOUNT (BIL-DEPT-NO BIL-ITEM-NO) TO BIL-EDIT-AMOUNT.
008840     STRING BIL-ITEM-NAME (BIL-ITEM-NO) "  " BIL-EDIT-COUNT
008850         "   " BIL-EDIT-RATE "   " BIL-EDIT-AMOUNT
008860         DELIMITED BY SIZE INTO BIL-LINE
008870     END-STRING.
008880     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
008890     IF BIL-RATE-FOUND (BIL-DEPT-NO BIL-ITEM-NO) NOT = "Y"
008900         MOVE "  ** NO RATE ON CALCRATE - BILLED AT ZERO"
008910             TO BIL-LINE
008920         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
008930     END-IF.
008940
008950     MOVE SPACES TO CHGBACK-RECORD.
008960     MOVE BIL-MONTH          TO CB-BILL-MONTH.
008970     MOVE BIL-DEPT-NO (2:1)  TO CB-DEPT-CODE.
008980     MOVE BIL-SB-NAME (BIL-DEPT-NO) TO CB-DEPT-NAME.
008990     MOVE BIL-ITEM-CODE (BIL-ITEM-NO) TO CB-ITEM.
009000     MOVE BIL-QTY (BIL-DEPT-NO BIL-ITEM-NO)    TO CB-QUANTITY.
009010     MOVE BIL-RATE (BIL-DEPT-NO BIL-ITEM-NO)   TO CB-RATE.
009020     MOVE BIL-AMOUNT (BIL-DEPT-NO BIL-ITEM-NO) TO CB-AMOUNT.
009030     PERFORM 5200-WRITE-EXTRACT THRU 5200-EXIT.
009040 5100-EXIT.
009050     EXIT.
009060
009070*      ---------------------------------------------------------
009080*      5200-WRITE-EXTRACT
009090*      ---------------------------------------------------------
009100 5200-WRITE-EXTRACT.
009110     WRITE CHGBACK-RECORD.
009120     IF NOT BIL-CB-OK
009130         DISPLAY "CALCBILL - CHGBACK WRITE FAILED - STATUS "
009140             BIL-CB-STATUS " - DEPT " CB-DEPT-CODE
009150             " ITEM " CB-ITEM
009160         MOVE 12 TO BIL-FINAL-RC
009170         GO TO 5200-EXIT
009180     END-IF.
009190     ADD 1 TO BIL-EXTRACT-COUNT.
009200 5200-EXIT.
009210     EXIT.
009220
009230*      =========================================================
009240*      6000-PRINT-SUMMARY  --  THE SUMMARY PAGE:  EVERY
009250*                               DEPARTMENT ON ONE LINE, THEN THE
009260*                               MONTH BY ITEM.
009270*      =========================================================
009280 6000-PRINT-SUMMARY.
009290     MOVE ALL "=" TO BIL-LINE (1:72).
009300     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009310     STRING "CHARGEBACK SUMMARY - BILLING MONTH " BIL-MONTH
009320         DELIMITED BY SIZE INTO BIL-LINE
009330     END-STRING.
009340     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009350     MOVE ALL "-" TO BIL-LINE (1:72).
009360     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009370     MOVE "DEPT"   TO BIL-LINE (1:4).
009380     MOVE "TRANS"  TO BIL-LINE (38:5).
009390     MOVE "CALLS"  TO BIL-LINE (49:5).
009400     MOVE "AMOUNT" TO BIL-LINE (70:6).
009410     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009420     PERFORM 6100-SUMMARY-ONE-DEPT THRU 6100-EXIT
009430         VARYING BIL-DEPT-NO FROM 1 BY 1
009440         UNTIL BIL-DEPT-NO > 10.
009450
009460     MOVE BIL-GRAND-TRANS  TO BIL-EDIT-COUNT.
009470     MOVE BIL-GRAND-CALLS  TO BIL-EDIT-COUNT2.
009480     MOVE BIL-GRAND-AMOUNT TO BIL-EDIT-AMOUNT.
009490     STRING "ALL DEPARTMENTS BILLED           " BIL-EDIT-COUNT
009500         "  " BIL-EDIT-COUNT2 "  " BIL-EDIT-AMOUNT
009510         DELIMITED BY SIZE INTO BIL-LINE
009520     END-STRING.
009530     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009540     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009550
009560     MOVE "BY ITEM"  TO BIL-LINE (1:7).
009570     MOVE "QUANTITY" TO BIL-LINE (28:8).
009580     MOVE "AMOUNT"   TO BIL-LINE (67:6).
009590     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009600     PERFORM 6200-SUMMARY-ONE-ITEM THRU 6200-EXIT
009610         VARYING BIL-ITEM-NO FROM 1 BY 1
009620         UNTIL BIL-ITEM-NO > 5.
009630     MOVE BIL-GRAND-AMOUNT TO BIL-EDIT-AMOUNT.
009640     STRING "                                     "
009650         "GRAND TOTAL    " BIL-EDIT-AMOUNT
009660         DELIMITED BY SIZE INTO BIL-LINE
009670     END-STRING.
009680     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009690     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009700
009710     MOVE BIL-INVOICE-COUNT TO BIL-EDIT-COUNT.
009720     MOVE BIL-EXTRACT-COUNT TO BIL-EDIT-COUNT2.
009730     STRING "INVOICES:           " BIL-EDIT-COUNT
009740         "   CHGBACK RECORDS: " BIL-EDIT-COUNT2
009750         DELIMITED BY SIZE INTO BIL-LINE
009760     END-STRING.
009770     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009780     MOVE BIL-RATE-USED      TO BIL-EDIT-COUNT.
009790     MOVE BIL-RATE-BAD-COUNT TO BIL-EDIT-COUNT2.
009800     MOVE BIL-NO-RATE-COUNT  TO BIL-EDIT-COUNT3.
009810     STRING "RATE LINES LOADED:  " BIL-EDIT-COUNT
009820         "   UNUSABLE: " BIL-EDIT-COUNT2
009830         "   ITEMS WITH NO RATE: " BIL-EDIT-COUNT3
009840         DELIMITED BY SIZE INTO BIL-LINE
009850     END-STRING.
009860     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
009870     IF BIL-QTY (10 4) > ZERO
009880         MOVE BIL-QTY (10 4) TO BIL-EDIT-COUNT
009890         STRING "** " BIL-EDIT-COUNT
009900             " TRANSACTION(S) UNDER A SOURCE ID NOT ON SUBMSTR"
009910             " - NOT BILLED"
009920             DELIMITED BY SIZE INTO BIL-LINE
009930         END-STRING
009940         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
009950     END-IF.
009960 6000-EXIT.
009970     EXIT.
009980
009990*      ---------------------------------------------------------
010000*      6100-SUMMARY-ONE-DEPT
010010*      ---------------------------------------------------------
010020 6100-SUMMARY-ONE-DEPT.
010030     IF BIL-QTY (BIL-DEPT-NO 4) = ZERO
010040         GO TO 6100-EXIT
010050     END-IF.
010060     COMPUTE BIL-CALLS = BIL-QTY (BIL-DEPT-NO 1)
010070         + BIL-QTY (BIL-DEPT-NO 2) + BIL-QTY (BIL-DEPT-NO 3).
010080     MOVE BIL-QTY (BIL-DEPT-NO 4) TO BIL-EDIT-COUNT.
010090     MOVE BIL-CALLS               TO BIL-EDIT-COUNT2.
010100     IF BIL-DEPT-NO = 10
010110         STRING "?  " BIL-SB-NAME (BIL-DEPT-NO) BIL-EDIT-COUNT
010120             "  " BIL-EDIT-COUNT2 "  NOT BILLED"
010130             DELIMITED BY SIZE INTO BIL-LINE
010140         END-STRING
010150         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
010160         GO TO 6100-EXIT
010170     END-IF.
010180     ADD BIL-QTY (BIL-DEPT-NO 4) TO BIL-GRAND-TRANS.
010190     ADD BIL-CALLS               TO BIL-GRAND-CALLS.
010200     MOVE BIL-DEPT-TOTAL (BIL-DEPT-NO) TO BIL-EDIT-AMOUNT.
010210     STRING BIL-DEPT-NO (2:1) "  " BIL-SB-NAME (BIL-DEPT-NO)
010220         BIL-EDIT-COUNT "  " BIL-EDIT-COUNT2 "  "
010230         BIL-EDIT-AMOUNT
010240         DELIMITED BY SIZE INTO BIL-LINE
010250     END-STRING.
010260     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010270 6100-EXIT.
010280     EXIT.
010290
010300*      ---------------------------------------------------------
010310*      6200-SUMMARY-ONE-ITEM
010320*      ---------------------------------------------------------
010330 6200-SUMMARY-ONE-ITEM.
010340     MOVE BIL-TOT-QTY (BIL-ITEM-NO)    TO BIL-EDIT-COUNT.
010350     MOVE BIL-TOT-AMOUNT (BIL-ITEM-NO) TO BIL-EDIT-AMOUNT.
010360     STRING BIL-ITEM-NAME (BIL-ITEM-NO) "  " BIL-EDIT-COUNT
010370         "                 " BIL-EDIT-AMOUNT
010380         DELIMITED BY SIZE INTO BIL-LINE
010390     END-STRING.
010400     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010410 6200-EXIT.
010420     EXIT.
010430
010440*      =========================================================
010450*      6500-PRINT-CROSS-FOOT  --  DAY BY DAY, THE CALLS BILLED
010460*                                  PLUS THE CALLS HELD IN
010470*                                  SUSPENSE MUST EQUAL THE
010480*                                  CALCULATOR CALL TOTAL.  THE
010490*                                  BILLED FIGURE COUNTS ROW 10
010500*                                  TOO -- THOSE CALLS RAN.
010510*      =========================================================
010520 6500-PRINT-CROSS-FOOT.
010530     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010540     MOVE ALL "=" TO BIL-LINE (1:72).
010550     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010560     STRING "CROSS-FOOT OF CALLS BILLED TO CALCULATOR CALL "
010570         "TOTALS - MONTH " BIL-MONTH
010580         DELIMITED BY SIZE INTO BIL-LINE
010590     END-STRING.
010600     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010610     MOVE ALL "-" TO BIL-LINE (1:72).
010620     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010630     MOVE "RUN DATE"   TO BIL-LINE (1:8).
010640     MOVE "BILLED"     TO BIL-LINE (13:6).
010650     MOVE "SUSPENSE"   TO BIL-LINE (21:8).
010660     MOVE "CALL TOTAL" TO BIL-LINE (30:10).
010670     MOVE "FROM"       TO BIL-LINE (42:4).
010680     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010690     PERFORM 6600-FOOT-ONE-DAY THRU 6600-EXIT
010700         VARYING BIL-DAY FROM 1 BY 1
010710         UNTIL BIL-DAY > 31.
010720
010730     MOVE BIL-TOT-BILLED   TO BIL-EDIT-COUNT.
010740     MOVE BIL-TOT-SUSP     TO BIL-EDIT-COUNT2.
010750     MOVE BIL-TOT-EXPECTED TO BIL-EDIT-COUNT3.
010760     STRING "MONTH    " BIL-EDIT-COUNT " " BIL-EDIT-COUNT2
010770         "  " BIL-EDIT-COUNT3
010780         DELIMITED BY SIZE INTO BIL-LINE
010790     END-STRING.
010800     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010810     IF BIL-OUT-DAYS = ZERO
010820         STRING "CROSS-FOOT: IN BALANCE - EVERY CALL IS BILLED "
010830             "OR HELD IN SUSPENSE"
010840             DELIMITED BY SIZE INTO BIL-LINE
010850         END-STRING
010860     ELSE
010870         MOVE BIL-OUT-DAYS TO BIL-EDIT-COUNT
010880         STRING "CROSS-FOOT: ** OUT OF BALANCE ON "
010890             BIL-EDIT-COUNT " DAY(S) - BILL MAY NOT BE COMPLETE"
010900             DELIMITED BY SIZE INTO BIL-LINE
010910         END-STRING
010920     END-IF.
010930     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
010940 6500-EXIT.
010950     EXIT.
010960
010970*      ---------------------------------------------------------
010980*      6600-FOOT-ONE-DAY  --  TOTHIST IS THE CALL TOTAL OF
010982*                              RECORD:  TOTAIS-DIARIOS COUNTS
010984*                              ONLY THE CALCULATOR AUDIT RECORDS
010986*                              STAMPED WITH THAT RUN DATE.  THE
010988*                              LIVE AUDITLOG, COUNTED THE SAME
010990*                              WAY BY ALR-RUN-DATE, STANDS IN
010992*                              ONLY FOR A DAY TOTHIST LACKS.
011010*                              A DAY WITH CALLS AND NEITHER IS
011020*                              OUT OF BALANCE.
011030*      ---------------------------------------------------------
011040 6600-FOOT-ONE-DAY.
011050     IF BIL-DAY-BILLED (BIL-DAY) = ZERO
011060         AND BIL-DAY-SUSP (BIL-DAY) = ZERO
011070         AND NOT BIL-DAY-HAS-HIST (BIL-DAY)
011080         AND BIL-DAY-AUDIT (BIL-DAY) = ZERO
011090         GO TO 6600-EXIT
011100     END-IF.
011110     IF BIL-DAY-HAS-HIST (BIL-DAY)
011120         MOVE BIL-DAY-HIST (BIL-DAY) TO BIL-EXPECTED
011130         MOVE "TOTHIST"              TO BIL-FOOT-SOURCE
011140     ELSE
011150         IF BIL-DAY-AUDIT (BIL-DAY) > ZERO
011160             MOVE BIL-DAY-AUDIT (BIL-DAY) TO BIL-EXPECTED
011170             MOVE "AUDITLOG"              TO BIL-FOOT-SOURCE
011180         ELSE
011190             MOVE ZERO   TO BIL-EXPECTED
011200             MOVE "NONE" TO BIL-FOOT-SOURCE
011210         END-IF
011220     END-IF.
011230     ADD BIL-DAY-BILLED (BIL-DAY) TO BIL-TOT-BILLED.
011240     ADD BIL-DAY-SUSP (BIL-DAY)   TO BIL-TOT-SUSP.
011250     ADD BIL-EXPECTED             TO BIL-TOT-EXPECTED.
011260     COMPUTE BIL-DIFFERENCE = BIL-DAY-BILLED (BIL-DAY)
011270         + BIL-DAY-SUSP (BIL-DAY) - BIL-EXPECTED.
011280
011290     COMPUTE BIL-DAY-DATE = BIL-FIRST-DATE + BIL-DAY - 1.
011300     MOVE BIL-DAY-BILLED (BIL-DAY) TO BIL-EDIT-COUNT.
011310     MOVE BIL-DAY-SUSP (BIL-DAY)   TO BIL-EDIT-COUNT2.
011320     MOVE BIL-EXPECTED             TO BIL-EDIT-COUNT3.
011330     STRING BIL-DAY-DATE " " BIL-EDIT-COUNT " " BIL-EDIT-COUNT2
011340         "  " BIL-EDIT-COUNT3 "  " BIL-FOOT-SOURCE
011350         DELIMITED BY SIZE INTO BIL-LINE
011360     END-STRING.
011370     IF BIL-DIFFERENCE = ZERO
011380         AND BIL-FOOT-SOURCE NOT = "NONE"
011390         MOVE "BALANCED"     TO BIL-LINE (52:8)
011400     ELSE
011410         ADD 1 TO BIL-OUT-DAYS
011420         MOVE BIL-DIFFERENCE TO BIL-EDIT-DIFF
011430         MOVE "** OUT BY"    TO BIL-LINE (52:9)
011440         MOVE BIL-EDIT-DIFF  TO BIL-LINE (61:9)
011450     END-IF.
011460     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
011470 6600-EXIT.
011480     EXIT.
011490
011500*      ---------------------------------------------------------
011510*      7900-WRITE-LINE  --  COMMON WRITE/DISPLAY FOR ONE REPORT
011520*                            LINE.
011530*      ---------------------------------------------------------
011540 7900-WRITE-LINE.
011550     WRITE BILL-RPT-RECORD FROM BIL-LINE.
011560     DISPLAY BIL-LINE.
011570     MOVE SPACES TO BIL-LINE.
011580 7900-EXIT.
011590     EXIT.
011600
011610*      =========================================================
011620*      8000-TERMINATE
011630*      =========================================================
011640 8000-TERMINATE.
011650     CLOSE BILL-RPT-FILE.
011660     CLOSE CHGBACK-FILE.
011670 8000-EXIT.
011680     EXIT.
011690
011700*      =========================================================
011710*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
011720*                      COMPLETION AND ABEND.
011730*      =========================================================
011740 9999-EXIT.
011750     STOP RUN.
