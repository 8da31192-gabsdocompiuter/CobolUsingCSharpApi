000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCSUBM.
000030 AUTHOR.        GABRIEL MONTEIRO.
000040 INSTALLATION.  BATCH OPERATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*  MODIFICATION HISTORY
000090*    DATE       INIT  DESCRIPTION
000100*    10/15/26   GM    ORIGINAL PROGRAM.  MAINTAINS THE INDEXED
000110*                      SUBMITTER REFERENCE MASTER (SUBMSTR) THAT
000120*                      CALCMERGE, CALCSTMT AND CALCTURN NOW DRIVE
000130*                      OFF, SO ONBOARDING OR RETIRING A
000140*                      DEPARTMENT IS A TABLE CHANGE, NOT A CODE
000150*                      CHANGE.  READS THE SUBMTRAN FILE OF ADD,
000160*                      CHANGE AND DEACTIVATE TRANSACTIONS, EDITS
000170*                      EACH ONE, APPLIES THE GOOD ONES AND LISTS
000180*                      EVERY TRANSACTION ON SUBMRPT AS APPLIED
000190*                      OR REFUSED WITH THE REASON, THEN LISTS THE
000200*                      WHOLE MASTER AS IT NOW STANDS.  NO TWO
000210*                      DEPARTMENTS MAY SHARE AN INPUT OR
000220*                      STATEMENT FILE NAME -- TWO DEPARTMENTS
000230*                      READING ONE FILE WOULD MERGE IT TWICE.
000240*                      ENTRIES ARE NEVER DELETED, ONLY
000250*                      DEACTIVATED, SO A RETIRED DEPARTMENT'S
000260*                      CODE IS NOT REISSUED WHILE ITS HISTORY IS
000270*                      ON CALCMSTR.  THE MASTER IS CREATED ON THE
000280*                      FIRST RUN; WITH NO SUBMTRAN THE RUN ONLY
000290*                      LISTS IT.  RETURN CODE 4 FLAGS A REFUSED
000300*                      TRANSACTION.
000301*    10/15/26   GM    A NEW DEPARTMENT STARTS WITH NO LAST BATCH
000302*                      (ZERO NUMBER AND DATES) FOR CALCMERGE'S
000303*                      REPEATED-BATCH CHECK, AND THE MASTER
000304*                      LISTING SHOWS EACH DEPARTMENT'S LAST
000305*                      ACCEPTED BATCH.  A CHANGE NEVER TOUCHES
000306*                      THE LAST-BATCH FIELDS.
000310*----------------------------------------------------------------*
000320 ENVIRONMENT    DIVISION.
000330 CONFIGURATION  SECTION.
000340
000350 INPUT-OUTPUT   SECTION.
000360 FILE-CONTROL.
000370     SELECT SUBM-TRAN-FILE  ASSIGN TO "SUBMTRAN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS  IS SBM-TRAN-STATUS.
000400
000410     SELECT SUBM-MSTR-FILE  ASSIGN TO "SUBMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS DYNAMIC
000440         RECORD KEY   IS SB-DEPT-CODE
000450         FILE STATUS  IS SBM-MSTR-STATUS.
000460
000470     SELECT SUBM-RPT-FILE   ASSIGN TO "SUBMRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS  IS SBM-RPT-STATUS.
000500
000510 DATA           DIVISION.
000520 FILE           SECTION.
000530
000540 FD  SUBM-TRAN-FILE.
000550 COPY SUBMTRN.
000560
000570 FD  SUBM-MSTR-FILE.
000580 COPY SUBMREC.
000590
000600 FD  SUBM-RPT-FILE.
000610 COPY SUBMRREC.
000620
000630 WORKING-STORAGE SECTION.
000640 77  SBM-TRAN-STATUS         PIC X(02).
000650     88  SBM-TRAN-OK              VALUE "00".
000660
000670 77  SBM-MSTR-STATUS         PIC X(02).
000680     88  SBM-MSTR-OK              VALUE "00".
000690     88  SBM-MSTR-NOT-FOUND       VALUE "35".
000700
000710 77  SBM-RPT-STATUS          PIC X(02).
000720
000730 77  SBM-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
000740     88  SBM-TRAN-EOF             VALUE "Y".
000750
000760 77  SBM-MSTR-EOF-SWITCH     PIC X(01) VALUE "N".
000770     88  SBM-MSTR-EOF             VALUE "Y".
000780
000790 77  SBM-RUN-DATE            PIC 9(08) VALUE ZERO.
000800 77  SBM-DEPT-NO             PIC 9(01) VALUE ZERO.
000810 77  SBM-SUB                 PIC 9(04) COMP VALUE ZERO.
000820 77  SBM-Y-COUNT             PIC 9(04) COMP VALUE ZERO.
000830 77  SBM-N-COUNT             PIC 9(04) COMP VALUE ZERO.
000840 77  SBM-REASON              PIC X(50).
000850 77  SBM-RESULT              PIC X(60).
000860 77  SBM-OPS-SHOW            PIC X(04).
000870
000880*    THE ENTRY AS IT WILL LOOK ONCE THE TRANSACTION IS APPLIED --
000890*    EDITED IN FULL BEFORE THE MASTER IS TOUCHED.
000900 77  SBM-NEW-NAME            PIC X(30).
000910 77  SBM-NEW-INPUT           PIC X(30).
000920 77  SBM-NEW-STMT            PIC X(30).
000930 77  SBM-NEW-OPS             PIC X(04).
000940 77  SBM-NEW-ACTIVE          PIC X(01).
000950
000960 77  SBM-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000970 77  SBM-ADDED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
000980 77  SBM-CHANGED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
000990 77  SBM-DEACT-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001000 77  SBM-REFUSED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001010 77  SBM-LISTED-COUNT        PIC 9(07) COMP-3 VALUE ZERO.
001020 77  SBM-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001030
001040*    ONE SLOT PER POSSIBLE DEPARTMENT CODE 1-9, HOLDING THE FILE
001050*    NAMES ALREADY CLAIMED ON THE MASTER.
001060 01  SBM-DEPT-TABLE.
001070     05  SBM-DEPT-ENTRY      OCCURS 9 TIMES.
001080         10  SBM-T-ON-FILE       PIC X(01).
001090         10  SBM-T-INPUT         PIC X(30).
001100         10  SBM-T-STMT          PIC X(30).
001110
001120 LINKAGE SECTION.
001130
001140 PROCEDURE DIVISION.
001150
001160*      =========================================================
001170*      0000-MAINLINE
001180*      =========================================================
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210
001220     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
001230         UNTIL SBM-TRAN-EOF.
001240
001250     PERFORM 6000-LIST-MASTER THRU 6000-EXIT.
001260     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
001270     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001280     IF SBM-REFUSED-COUNT = ZERO
001290         MOVE ZERO TO RETURN-CODE
001300     ELSE
001310         MOVE 4 TO RETURN-CODE
001320     END-IF.
001330     GO TO 9999-EXIT.
001340
001350*      =========================================================
001360*      1000-INITIALIZE  --  OPEN THE REPORT AND THE MASTER
001370*                            (CREATING THE MASTER ON ITS VERY
001380*                            FIRST RUN), NOTE WHICH FILE NAMES
001390*                            ARE ALREADY CLAIMED, AND PRIME THE
001400*                            TRANSACTION READ.
001410*      =========================================================
001420 1000-INITIALIZE.
001430     ACCEPT SBM-RUN-DATE FROM DATE YYYYMMDD.
001440
001450     OPEN OUTPUT SUBM-RPT-FILE.
001460     IF SBM-RPT-STATUS NOT = "00"
001470         DISPLAY "CALCSUBM - SUBMRPT OPEN FAILED"
001480         MOVE 16 TO RETURN-CODE
001490         GO TO 9999-EXIT
001500     END-IF.
001510*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001520*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
001530     MOVE SPACES TO SBR-LINE.
001540
001550     OPEN I-O SUBM-MSTR-FILE.
001560     IF SBM-MSTR-NOT-FOUND
001570         OPEN OUTPUT SUBM-MSTR-FILE
001580         CLOSE SUBM-MSTR-FILE
001590         OPEN I-O SUBM-MSTR-FILE
001600     END-IF.
001610     IF NOT SBM-MSTR-OK
001620         DISPLAY "CALCSUBM - SUBMSTR OPEN FAILED - STATUS "
001630             SBM-MSTR-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         CLOSE SUBM-RPT-FILE
001660         GO TO 9999-EXIT
001670     END-IF.
001680
001690     MOVE "SUBMITTER MASTER MAINTENANCE" TO SBR-LINE.
001700     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001710     STRING "RUN DATE: " SBM-RUN-DATE
001720         DELIMITED BY SIZE INTO SBR-LINE
001730     END-STRING.
001740     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001750     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001760
001770     PERFORM 1100-CLEAR-ONE-SLOT THRU 1100-EXIT
001780         VARYING SBM-SUB FROM 1 BY 1
001790         UNTIL SBM-SUB > 9.
001800     PERFORM 6500-START-MASTER THRU 6500-EXIT.
001810     PERFORM 1200-NOTE-ONE-ENTRY THRU 1200-EXIT
001820         UNTIL SBM-MSTR-EOF.
001830
001840     OPEN INPUT SUBM-TRAN-FILE.
001850     IF NOT SBM-TRAN-OK
001860         DISPLAY "CALCSUBM - SUBMTRAN NOT PRESENT - "
001870             "LISTING MASTER ONLY"
001880         MOVE "NO MAINTENANCE TRANSACTIONS THIS RUN"
001890             TO SBR-LINE
001900         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
001910         SET SBM-TRAN-EOF TO TRUE
001920         GO TO 1000-EXIT
001930     END-IF.
001940
001950     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980
001990*      ---------------------------------------------------------
002000*      1100-CLEAR-ONE-SLOT
002010*      ---------------------------------------------------------
002020 1100-CLEAR-ONE-SLOT.
002030     MOVE "N"    TO SBM-T-ON-FILE (SBM-SUB).
002040     MOVE SPACES TO SBM-T-INPUT (SBM-SUB).
002050     MOVE SPACES TO SBM-T-STMT (SBM-SUB).
002060 1100-EXIT.
002070     EXIT.
002080
002090*      ---------------------------------------------------------
002100*      1200-NOTE-ONE-ENTRY  --  RECORD ONE MASTER ENTRY'S FILE
002110*                                NAMES IN ITS DEPARTMENT SLOT.
002120*                                A KEY OUTSIDE 1-9 CAN ONLY HAVE
002130*                                BEEN PUT THERE BY HAND AND IS
002140*                                LEFT OUT OF THE TABLE.
002150*      ---------------------------------------------------------
002160 1200-NOTE-ONE-ENTRY.
002170     IF SB-DEPT-CODE NUMERIC
002180         AND SB-DEPT-CODE NOT = "0"
002190         MOVE SB-DEPT-CODE TO SBM-DEPT-NO
002200         MOVE "Y"           TO SBM-T-ON-FILE (SBM-DEPT-NO)
002210         MOVE SB-INPUT-FILE TO SBM-T-INPUT (SBM-DEPT-NO)
002220         MOVE SB-STMT-FILE  TO SBM-T-STMT (SBM-DEPT-NO)
002230     END-IF.
002240     PERFORM 6600-READ-NEXT-MASTER THRU 6600-EXIT.
002250 1200-EXIT.
002260     EXIT.
002270
002280*      =========================================================
002290*      2000-APPLY-ONE-TRAN  --  EDIT ONE MAINTENANCE TRANSACTION,
002300*                                APPLY IT IF IT IS CLEAN, AND
002310*                                REPORT WHAT HAPPENED.
002320*      =========================================================
002330 2000-APPLY-ONE-TRAN.
002340     ADD 1 TO SBM-READ-COUNT.
002350     MOVE SPACES TO SBM-REASON.
002360     MOVE SPACES TO SBM-RESULT.
002370
002380     IF SBT-DEPT-CODE NOT NUMERIC
002390         OR SBT-DEPT-CODE = "0"
002400         MOVE "DEPARTMENT CODE MUST BE 1 THRU 9" TO SBM-REASON
002410         GO TO 2000-REPORT
002420     END-IF.
002430     MOVE SBT-DEPT-CODE TO SBM-DEPT-NO.
002440
002450     IF SBT-ADD
002460         PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
002470     ELSE
002480         IF SBT-CHANGE
002490             PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
002500         ELSE
002510             IF SBT-DEACTIVATE
002520                 PERFORM 2400-DEACTIVATE-ENTRY THRU 2400-EXIT
002530             ELSE
002540                 MOVE "ACTION CODE NOT A, C OR D"
002550                     TO SBM-REASON
002560             END-IF
002570         END-IF
002580     END-IF.
002590
002600 2000-REPORT.
002610     IF SBM-REASON NOT = SPACES
002620         ADD 1 TO SBM-REFUSED-COUNT
002630         STRING "REFUSED - " SBM-REASON
002640             DELIMITED BY SIZE INTO SBM-RESULT
002650         END-STRING
002660     END-IF.
002670     STRING "ACTION " SBT-ACTION
002680         "  DEPT " SBT-DEPT-CODE
002690         "  " SBM-RESULT
002700         DELIMITED BY SIZE INTO SBR-LINE
002710     END-STRING.
002720     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
002730
002740     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770
002780*      ---------------------------------------------------------
002790*      2100-READ-TRAN
002800*      ---------------------------------------------------------
002810 2100-READ-TRAN.
002820     READ SUBM-TRAN-FILE
002830         AT END
002840             SET SBM-TRAN-EOF TO TRUE
002850     END-READ.
002860 2100-EXIT.
002870     EXIT.
002880
002890*      ---------------------------------------------------------
002900*      2200-ADD-ENTRY  --  A NEW DEPARTMENT.  EVERY FIELD BUT THE
002910*                           ACTIVE FLAG IS REQUIRED; THE FLAG
002920*                           DEFAULTS TO ACTIVE.
002930*      ---------------------------------------------------------
002940 2200-ADD-ENTRY.
002950     IF SBM-T-ON-FILE (SBM-DEPT-NO) = "Y"
002960         MOVE "ALREADY ON FILE - USE C TO CHANGE IT"
002970             TO SBM-REASON
002980         GO TO 2200-EXIT
002990     END-IF.
003000     IF SBT-DEPT-NAME = SPACES
003010         OR SBT-INPUT-FILE = SPACES
003020         OR SBT-STMT-FILE = SPACES
003030         OR SBT-ALLOWED-OPS = SPACES
003040         MOVE "NAME, FILES AND OP CODES ALL REQUIRED ON AN ADD"
003050             TO SBM-REASON
003060         GO TO 2200-EXIT
003070     END-IF.
003080
003090     MOVE SBT-DEPT-NAME   TO SBM-NEW-NAME.
003100     MOVE SBT-INPUT-FILE  TO SBM-NEW-INPUT.
003110     MOVE SBT-STMT-FILE   TO SBM-NEW-STMT.
003120     MOVE SBT-ALLOWED-OPS TO SBM-NEW-OPS.
003130     IF SBT-ACTIVE-FLAG = SPACE
003140         MOVE "Y" TO SBM-NEW-ACTIVE
003150     ELSE
003160         MOVE SBT-ACTIVE-FLAG TO SBM-NEW-ACTIVE
003170     END-IF.
003180     PERFORM 2500-EDIT-NEW-ENTRY THRU 2500-EXIT.
003190     IF SBM-REASON NOT = SPACES
003200         GO TO 2200-EXIT
003210     END-IF.
003220
003230     MOVE SPACES TO SUBM-MSTR-RECORD.
003240     MOVE SBT-DEPT-CODE TO SB-DEPT-CODE.
003242     MOVE ZERO          TO SB-LAST-BATCH-NO.
003244     MOVE ZERO          TO SB-LAST-BATCH-DATE.
003246     MOVE ZERO          TO SB-LAST-RUN-DATE.
003250     PERFORM 2700-MOVE-NEW-ENTRY THRU 2700-EXIT.
003260     WRITE SUBM-MSTR-RECORD.
003270     IF NOT SBM-MSTR-OK
003280         STRING "MASTER WRITE FAILED - STATUS " SBM-MSTR-STATUS
003290             DELIMITED BY SIZE INTO SBM-REASON
003300         END-STRING
003310         GO TO 2200-EXIT
003320     END-IF.
003330
003340     MOVE "Y"           TO SBM-T-ON-FILE (SBM-DEPT-NO).
003350     MOVE SBM-NEW-INPUT TO SBM-T-INPUT (SBM-DEPT-NO).
003360     MOVE SBM-NEW-STMT  TO SBM-T-STMT (SBM-DEPT-NO).
003370     ADD 1 TO SBM-ADDED-COUNT.
003380     STRING "ADDED - " SBM-NEW-NAME
003390         DELIMITED BY SIZE INTO SBM-RESULT
003400     END-STRING.
003410 2200-EXIT.
003420     EXIT.
003430
003440*      ---------------------------------------------------------
003450*      2300-CHANGE-ENTRY  --  A NON-BLANK FIELD REPLACES THE
003460*                              MASTER VALUE; A BLANK ONE LEAVES
003470*                              IT ALONE.  AN ACTIVE FLAG OF Y
003480*                              PUTS A RETIRED DEPARTMENT BACK IN
003490*                              SERVICE.
003500*      ---------------------------------------------------------
003510 2300-CHANGE-ENTRY.
003520     IF SBM-T-ON-FILE (SBM-DEPT-NO) NOT = "Y"
003530         MOVE "NOT ON FILE - USE A TO ADD IT" TO SBM-REASON
003540         GO TO 2300-EXIT
003550     END-IF.
003560     MOVE SBT-DEPT-CODE TO SB-DEPT-CODE.
003570     READ SUBM-MSTR-FILE
003580         INVALID KEY
003590             MOVE "NOT ON FILE - USE A TO ADD IT" TO SBM-REASON
003600     END-READ.
003610     IF SBM-REASON NOT = SPACES
003620         GO TO 2300-EXIT
003630     END-IF.
003640
003650     MOVE SB-DEPT-NAME    TO SBM-NEW-NAME.
003660     MOVE SB-INPUT-FILE   TO SBM-NEW-INPUT.
003670     MOVE SB-STMT-FILE    TO SBM-NEW-STMT.
003680     MOVE SB-ALLOWED-OPS  TO SBM-NEW-OPS.
003690     MOVE SB-ACTIVE-FLAG  TO SBM-NEW-ACTIVE.
003700     IF SBT-DEPT-NAME NOT = SPACES
003710         MOVE SBT-DEPT-NAME TO SBM-NEW-NAME
003720     END-IF.
003730     IF SBT-INPUT-FILE NOT = SPACES
003740         MOVE SBT-INPUT-FILE TO SBM-NEW-INPUT
003750     END-IF.
003760     IF SBT-STMT-FILE NOT = SPACES
003770         MOVE SBT-STMT-FILE TO SBM-NEW-STMT
003780     END-IF.
003790     IF SBT-ALLOWED-OPS NOT = SPACES
003800         MOVE SBT-ALLOWED-OPS TO SBM-NEW-OPS
003810     END-IF.
003820     IF SBT-ACTIVE-FLAG NOT = SPACE
003830         MOVE SBT-ACTIVE-FLAG TO SBM-NEW-ACTIVE
003840     END-IF.
003850     PERFORM 2500-EDIT-NEW-ENTRY THRU 2500-EXIT.
003860     IF SBM-REASON NOT = SPACES
003870         GO TO 2300-EXIT
003880     END-IF.
003890
003900     PERFORM 2700-MOVE-NEW-ENTRY THRU 2700-EXIT.
003910     REWRITE SUBM-MSTR-RECORD.
003920     IF NOT SBM-MSTR-OK
003930         STRING "MASTER REWRITE FAILED - STATUS " SBM-MSTR-STATUS
003940             DELIMITED BY SIZE INTO SBM-REASON
003950         END-STRING
003960         GO TO 2300-EXIT
003970     END-IF.
003980
003990     MOVE SBM-NEW-INPUT TO SBM-T-INPUT (SBM-DEPT-NO).
004000     MOVE SBM-NEW-STMT  TO SBM-T-STMT (SBM-DEPT-NO).
004010     ADD 1 TO SBM-CHANGED-COUNT.
004020     STRING "CHANGED - " SBM-NEW-NAME
004030         DELIMITED BY SIZE INTO SBM-RESULT
004040     END-STRING.
004050 2300-EXIT.
004060     EXIT.
004070
004080*      ---------------------------------------------------------
004090*      2400-DEACTIVATE-ENTRY  --  THE ENTRY STAYS ON FILE SO THE
004100*                                  CODE IS NOT REISSUED; ONLY
004110*                                  ITS ACTIVE FLAG GOES TO N.
004120*      ---------------------------------------------------------
004130 2400-DEACTIVATE-ENTRY.
004140     IF SBM-T-ON-FILE (SBM-DEPT-NO) NOT = "Y"
004150         MOVE "NOT ON FILE - NOTHING TO DEACTIVATE" TO SBM-REASON
004160         GO TO 2400-EXIT
004170     END-IF.
004180     MOVE SBT-DEPT-CODE TO SB-DEPT-CODE.
004190     READ SUBM-MSTR-FILE
004200         INVALID KEY
004210             MOVE "NOT ON FILE - NOTHING TO DEACTIVATE"
004220                 TO SBM-REASON
004230     END-READ.
004240     IF SBM-REASON NOT = SPACES
004250         GO TO 2400-EXIT
004260     END-IF.
004270     IF SB-INACTIVE
004280         MOVE "ALREADY INACTIVE" TO SBM-REASON
004290         GO TO 2400-EXIT
004300     END-IF.
004310
004320     MOVE "N"          TO SB-ACTIVE-FLAG.
004330     MOVE SBM-RUN-DATE TO SB-MAINT-DATE.
004340     REWRITE SUBM-MSTR-RECORD.
004350     IF NOT SBM-MSTR-OK
004360         STRING "MASTER REWRITE FAILED - STATUS " SBM-MSTR-STATUS
004370             DELIMITED BY SIZE INTO SBM-REASON
004380         END-STRING
004390         GO TO 2400-EXIT
004400     END-IF.
004410
004420     ADD 1 TO SBM-DEACT-COUNT.
004430     STRING "DEACTIVATED - " SB-DEPT-NAME
004440         DELIMITED BY SIZE INTO SBM-RESULT
004450     END-STRING.
004460 2400-EXIT.
004470     EXIT.
004480
004490*      ---------------------------------------------------------
004500*      2500-EDIT-NEW-ENTRY  --  THE OP CODE FLAGS MUST BE FOUR
004510*                                Y/N BYTES WITH AT LEAST ONE Y,
004520*                                THE ACTIVE FLAG Y OR N, AND
004530*                                NEITHER FILE NAME MAY BELONG TO
004540*                                ANOTHER DEPARTMENT OR DOUBLE AS
004550*                                THIS ONE'S OTHER FILE.
004560*      ---------------------------------------------------------
004570 2500-EDIT-NEW-ENTRY.
004580     MOVE ZERO TO SBM-Y-COUNT.
004590     MOVE ZERO TO SBM-N-COUNT.
004600     INSPECT SBM-NEW-OPS TALLYING SBM-Y-COUNT FOR ALL "Y".
004610     INSPECT SBM-NEW-OPS TALLYING SBM-N-COUNT FOR ALL "N".
004620     IF SBM-Y-COUNT + SBM-N-COUNT NOT = 4
004630         MOVE "OP CODE FLAGS MUST BE FOUR Y/N BYTES (S I D A)"
004640             TO SBM-REASON
004650         GO TO 2500-EXIT
004660     END-IF.
004670     IF SBM-Y-COUNT = ZERO
004680         MOVE "AT LEAST ONE OP CODE MUST BE ALLOWED"
004690             TO SBM-REASON
004700         GO TO 2500-EXIT
004710     END-IF.
004720
004730     IF SBM-NEW-ACTIVE NOT = "Y"
004740         AND SBM-NEW-ACTIVE NOT = "N"
004750         MOVE "ACTIVE FLAG MUST BE Y OR N" TO SBM-REASON
004760         GO TO 2500-EXIT
004770     END-IF.
004780
004790     IF SBM-NEW-INPUT = SBM-NEW-STMT
004800         MOVE "INPUT AND STATEMENT FILE NAMES MUST DIFFER"
004810             TO SBM-REASON
004820         GO TO 2500-EXIT
004830     END-IF.
004840
004850     PERFORM 2600-CHECK-ONE-SLOT THRU 2600-EXIT
004860         VARYING SBM-SUB FROM 1 BY 1
004870         UNTIL SBM-SUB > 9
004880         OR SBM-REASON NOT = SPACES.
004890 2500-EXIT.
004900     EXIT.
004910
004920*      ---------------------------------------------------------
004930*      2600-CHECK-ONE-SLOT  --  ANOTHER DEPARTMENT'S INPUT OR
004940*                                STATEMENT FILE MAY NOT BE
004950*                                REUSED.  A DEACTIVATED ENTRY
004960*                                STILL HOLDS ITS NAMES -- IT
004970*                                CAN BE PUT BACK IN SERVICE.
004980*      ---------------------------------------------------------
004990 2600-CHECK-ONE-SLOT.
005000     IF SBM-SUB = SBM-DEPT-NO
005010         OR SBM-T-ON-FILE (SBM-SUB) NOT = "Y"
005020         GO TO 2600-EXIT
005030     END-IF.
005040     IF SBM-NEW-INPUT = SBM-T-INPUT (SBM-SUB)
005050         OR SBM-NEW-INPUT = SBM-T-STMT (SBM-SUB)
005060         OR SBM-NEW-STMT = SBM-T-INPUT (SBM-SUB)
005070         OR SBM-NEW-STMT = SBM-T-STMT (SBM-SUB)
005080         MOVE SBM-SUB TO SBM-DEPT-NO
005090         STRING "FILE NAME ALREADY USED BY DEPARTMENT "
005100             SBM-DEPT-NO
005110             DELIMITED BY SIZE INTO SBM-REASON
005120         END-STRING
005130         MOVE SBT-DEPT-CODE TO SBM-DEPT-NO
005140     END-IF.
005150 2600-EXIT.
005160     EXIT.
005170
005180*      ---------------------------------------------------------
005190*      2700-MOVE-NEW-ENTRY  --  CARRY THE EDITED VALUES INTO THE
005200*                                MASTER RECORD AREA.
005210*      ---------------------------------------------------------
005220 2700-MOVE-NEW-ENTRY.
005230     MOVE SBM-NEW-NAME   TO SB-DEPT-NAME.
005240     MOVE SBM-NEW-INPUT  TO SB-INPUT-FILE.
005250     MOVE SBM-NEW-STMT   TO SB-STMT-FILE.
005260     MOVE SBM-NEW-OPS    TO SB-ALLOWED-OPS.
005270     MOVE SBM-NEW-ACTIVE TO SB-ACTIVE-FLAG.
005280     MOVE SBM-RUN-DATE   TO SB-MAINT-DATE.
005290 2700-EXIT.
005300     EXIT.
005310
005320*      =========================================================
005330*      6000-LIST-MASTER  --  THE WHOLE MASTER AS IT STANDS AFTER
005340*                             THIS RUN, IN DEPARTMENT ORDER.  OP
005350*                             CODES A DEPARTMENT MAY NOT SEND
005360*                             SHOW AS DASHES.
005370*      =========================================================
005380 6000-LIST-MASTER.
005390     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005400     MOVE "SUBMITTER MASTER AFTER MAINTENANCE" TO SBR-LINE.
005410     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005420     MOVE "DEPT  NAME                            ACT  OPS   MAINT"
005430         TO SBR-LINE.
005440     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005450
005460     PERFORM 6500-START-MASTER THRU 6500-EXIT.
005470     PERFORM 6100-LIST-ONE-ENTRY THRU 6100-EXIT
005480         UNTIL SBM-MSTR-EOF.
005490
005500     IF SBM-LISTED-COUNT = ZERO
005510         MOVE "MASTER IS EMPTY - NO SUBMITTERS DEFINED"
005520             TO SBR-LINE
005530         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
005540     END-IF.
005550 6000-EXIT.
005560     EXIT.
005570
005580*      ---------------------------------------------------------
005590*      6100-LIST-ONE-ENTRY
005600*      ---------------------------------------------------------
005610 6100-LIST-ONE-ENTRY.
005620     ADD 1 TO SBM-LISTED-COUNT.
005630     MOVE ALL "-" TO SBM-OPS-SHOW.
005640     IF SB-STRING-ALLOWED
005650         MOVE "S" TO SBM-OPS-SHOW (1:1)
005660     END-IF.
005670     IF SB-INT-ALLOWED
005680         MOVE "I" TO SBM-OPS-SHOW (2:1)
005690     END-IF.
005700     IF SB-DECIMAL-ALLOWED
005710         MOVE "D" TO SBM-OPS-SHOW (3:1)
005720     END-IF.
005730     IF SB-ALL-ALLOWED
005740         MOVE "A" TO SBM-OPS-SHOW (4:1)
005750     END-IF.
005760
005770     STRING "  " SB-DEPT-CODE
005780         "   " SB-DEPT-NAME
005790         "  " SB-ACTIVE-FLAG
005800         "    " SBM-OPS-SHOW
005810         "  " SB-MAINT-DATE
005820         DELIMITED BY SIZE INTO SBR-LINE
005830     END-STRING.
005840     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005850     STRING "      INPUT " SB-INPUT-FILE
005860         "  STATEMENT " SB-STMT-FILE
005870         DELIMITED BY SIZE INTO SBR-LINE
005880     END-STRING.
005890     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005891     STRING "      LAST BATCH " SB-LAST-BATCH-NO
005892         "  DATED " SB-LAST-BATCH-DATE
005893         "  TAKEN " SB-LAST-RUN-DATE
005894         DELIMITED BY SIZE INTO SBR-LINE
005895     END-STRING.
005896     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005900
005910     PERFORM 6600-READ-NEXT-MASTER THRU 6600-EXIT.
005920 6100-EXIT.
005930     EXIT.
005940
005950*      ---------------------------------------------------------
005960*      6500-START-MASTER  --  POSITION AT THE LOWEST DEPARTMENT
005970*                              CODE AND READ THE FIRST ENTRY.
005980*      ---------------------------------------------------------
005990 6500-START-MASTER.
006000     MOVE "N" TO SBM-MSTR-EOF-SWITCH.
006010     MOVE LOW-VALUES TO SB-DEPT-CODE.
006020     START SUBM-MSTR-FILE KEY IS NOT < SB-DEPT-CODE
006030         INVALID KEY
006040             SET SBM-MSTR-EOF TO TRUE
006050     END-START.
006060     IF NOT SBM-MSTR-EOF
006070         PERFORM 6600-READ-NEXT-MASTER THRU 6600-EXIT
006080     END-IF.
006090 6500-EXIT.
006100     EXIT.
006110
006120*      ---------------------------------------------------------
006130*      6600-READ-NEXT-MASTER
006140*      ---------------------------------------------------------
006150 6600-READ-NEXT-MASTER.
006160     READ SUBM-MSTR-FILE NEXT RECORD
006170         AT END
006180             SET SBM-MSTR-EOF TO TRUE
006190     END-READ.
006200 6600-EXIT.
006210     EXIT.
006220
006230*      =========================================================
006240*      7000-PRINT-SUMMARY
006250*      =========================================================
006260 7000-PRINT-SUMMARY.
006270     MOVE SBM-READ-COUNT TO SBM-EDIT-COUNT.
006280     DISPLAY "CALCSUBM - TRANSACTIONS READ:    " SBM-EDIT-COUNT.
006290     MOVE SBM-ADDED-COUNT TO SBM-EDIT-COUNT.
006300     DISPLAY "CALCSUBM - ENTRIES ADDED:        " SBM-EDIT-COUNT.
006310     MOVE SBM-CHANGED-COUNT TO SBM-EDIT-COUNT.
006320     DISPLAY "CALCSUBM - ENTRIES CHANGED:      " SBM-EDIT-COUNT.
006330     MOVE SBM-DEACT-COUNT TO SBM-EDIT-COUNT.
006340     DISPLAY "CALCSUBM - ENTRIES DEACTIVATED:  " SBM-EDIT-COUNT.
006350     MOVE SBM-REFUSED-COUNT TO SBM-EDIT-COUNT.
006360     DISPLAY "CALCSUBM - TRANSACTIONS REFUSED: " SBM-EDIT-COUNT.
006370 7000-EXIT.
006380     EXIT.
006390
006400*      ---------------------------------------------------------
006410*      7900-WRITE-LINE
006420*      ---------------------------------------------------------
006430 7900-WRITE-LINE.
006440     WRITE SUBM-RPT-RECORD.
006450     DISPLAY SBR-LINE.
006460     MOVE SPACES TO SBR-LINE.
006470 7900-EXIT.
006480     EXIT.
006490
006500*      =========================================================
006510*      8000-TERMINATE
006520*      =========================================================
006530 8000-TERMINATE.
006540     IF SBM-TRAN-STATUS NOT = "35"
006550         CLOSE SUBM-TRAN-FILE
006560     END-IF.
006570     CLOSE SUBM-MSTR-FILE.
006580     CLOSE SUBM-RPT-FILE.
006590 8000-EXIT.
006600     EXIT.
006610
006620*      =========================================================
006630*      9999-EXIT  --  SINGLE PROGRAM EXIT POINT FOR BOTH NORMAL
006640*                      COMPLETION AND ABEND.
006650*      =========================================================
006660 9999-EXIT.
006670     STOP RUN.
