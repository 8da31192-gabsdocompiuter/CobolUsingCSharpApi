000290*                      KEY TWICE, THE LATEST CALCOUT RECORD WINS
000300*                      AND THE DUPLICATE IS REPORTED FOR
000310*                      INFORMATION.
000311*    10/15/26   GM    RESULTS CALCULATOR PUT IN SUSPENSE FOR
000312*                      FAILING THEIR PLAUSIBILITY LIMITS ARE NOT
000313*                      ON CALCOUT BUT THEIR CALLS ARE STILL IN
000314*                      THE AUDIT TRAIL.  THE RUN DATE'S CALCSUSP
000315*                      RECORDS ARE NOW FILED IN THE LOOKUP TABLE
000316*                      FROM THEIR CALCOUT IMAGE AFTER CALCOUT, SO
000317*                      THEY RECONCILE LIKE ANY OTHER RESULT
000318*                      INSTEAD OF SHOWING AS ORPHAN AUDIT ENTRIES.
000319*                      NO SUSPENSE FILE MEANS NOTHING SUSPENDED.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS  IS RCN-RPT-STATUS.
000490
000491     SELECT CALC-SUSP-FILE  ASSIGN TO "CALCSUSP"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE  IS DYNAMIC
000494         RECORD KEY   IS SU-KEY
000495         FILE STATUS  IS RCN-SUSP-STATUS.
000496
000500 DATA           DIVISION.
000510 FILE           SECTION.
000520
000590 FD  RECON-RPT-FILE.
000600 COPY RECONREC.
000610
000612 FD  CALC-SUSP-FILE.
000614 COPY CALCSUSP.
000616
000620 WORKING-STORAGE SECTION.
000630 77  RCN-OUT-STATUS          PIC X(02).
000640     88  RCN-OUT-OK               VALUE "00".
000680     88  RCN-AUDIT-OK             VALUE "00".
000690
000700 77  RCN-RPT-STATUS          PIC X(02).
000701
000702 77  RCN-SUSP-STATUS         PIC X(02).
000703     88  RCN-SUSP-OK              VALUE "00".
000704
000705 77  RCN-SUSP-EOF-SWITCH     PIC X(01) VALUE "N".
000706     88  RCN-SUSP-EOF             VALUE "Y".
000710
000720 77  RCN-OUT-EOF-SWITCH      PIC X(01) VALUE "N".
000730     88  RCN-OUT-EOF              VALUE "Y".
000830 77  RCN-FOUND-SUB           PIC 9(05) COMP VALUE ZERO.
000840
000850 77  RCN-OUT-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
000855 77  RCN-SUSP-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
000860 77  RCN-AUD-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
000870 77  RCN-MATCH-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
000880 77  RCN-DISC-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001150
001160     PERFORM 2000-LOAD-OUT-RECORD THRU 2000-EXIT
001170         UNTIL RCN-OUT-EOF.
001175     PERFORM 2700-LOAD-SUSPENSE THRU 2700-EXIT.
001180
001190     PERFORM 2900-START-AUDIT THRU 2900-EXIT.
001200     PERFORM 3000-MATCH-AUDIT-RECORD THRU 3000-EXIT
002010*      =========================================================
002020 2000-LOAD-OUT-RECORD.
002030     ADD 1 TO RCN-OUT-COUNT.
002032     PERFORM 2050-FILE-RESULT THRU 2050-EXIT.
002034     PERFORM 2100-READ-OUT THRU 2100-EXIT.
002036 2000-EXIT.
002038     EXIT.
002040
002041*      ---------------------------------------------------------
002042*      2050-FILE-RESULT  --  THE TABLE LOOKUP AND FILING FOR THE
002043*                             RESULT NOW IN THE CALCOUT RECORD
002044*                             AREA, WHETHER READ OFF CALCOUT OR
002045*                             MOVED IN FROM A SUSPENSE RECORD.
002046*      ---------------------------------------------------------
002047 2050-FILE-RESULT.
002050     MOVE ZERO TO RCN-FOUND-SUB.
002060     PERFORM 2500-FIND-TABLE-KEY THRU 2500-EXIT
002070         VARYING RCN-SUB FROM 1 BY 1
002270             ADD 1 TO RCN-DISC-COUNT
002280         END-IF
002290     END-IF.
002310 2050-EXIT.
002330     EXIT.
002340
002350*      ---------------------------------------------------------
002710     MOVE CO-INT-SEG-X (13:10)
002720         TO RCN-TBL-INT-RC (RCN-FOUND-SUB).
002730     MOVE CO-DECIMAL-SEG-X (23:10)
002731         TO RCN-TBL-DECIMAL-RC (RCN-FOUND-SUB).
002732     MOVE "N" TO RCN-TBL-STRING-SEEN (RCN-FOUND-SUB).
002733     MOVE "N" TO RCN-TBL-INT-SEEN (RCN-FOUND-SUB).
002734     MOVE "N" TO RCN-TBL-DECIMAL-SEEN (RCN-FOUND-SUB).
002735 2600-EXIT.
002736     EXIT.
002737
002738*      ---------------------------------------------------------
002739*      2700-LOAD-SUSPENSE  --  FILE EACH CALCSUSP RECORD FOR THE
002740*                               RUN DATE FROM ITS CALCOUT IMAGE.
002741*                               THE SUSPENSE FILE IS KEYED ON
002742*                               RUN DATE, SO THE RUN DATE'S
002743*                               RECORDS ARE ONE CONTIGUOUS
002744*                               STRETCH.
002745*      ---------------------------------------------------------
002746 2700-LOAD-SUSPENSE.
002747     OPEN INPUT CALC-SUSP-FILE.
002748     IF NOT RCN-SUSP-OK
002749         MOVE "CALCSUSP: NOT ON FILE - NO SUSPENDED RESULTS"
002750             TO RCN-LINE
002751         PERFORM 7900-WRITE-LINE THRU 7900-EXIT
002752         GO TO 2700-EXIT
002753     END-IF.
002754     MOVE RCN-RUN-DATE TO SU-RUN-DATE.
002755     MOVE ZERO         TO SU-TRAN-KEY.
002756     START CALC-SUSP-FILE KEY NOT < SU-KEY
002757         INVALID KEY
002758             SET RCN-SUSP-EOF TO TRUE
002759     END-START.
002760     PERFORM 2710-LOAD-ONE-SUSPENSE THRU 2710-EXIT
002761         UNTIL RCN-SUSP-EOF.
002762     CLOSE CALC-SUSP-FILE.
002763 2700-EXIT.
002764     EXIT.
002765
002766*      ---------------------------------------------------------
002767*      2710-LOAD-ONE-SUSPENSE
002768*      ---------------------------------------------------------
002769 2710-LOAD-ONE-SUSPENSE.
002770     READ CALC-SUSP-FILE NEXT RECORD
002771         AT END
002772             SET RCN-SUSP-EOF TO TRUE
002773             GO TO 2710-EXIT
002774     END-READ.
002775     IF SU-RUN-DATE NOT = RCN-RUN-DATE
002776         SET RCN-SUSP-EOF TO TRUE
002777         GO TO 2710-EXIT
002778     END-IF.
002779     ADD 1 TO RCN-SUSP-COUNT.
002780     MOVE SU-OUT-IMAGE TO CALC-OUT-RECORD.
002781     PERFORM 2050-FILE-RESULT THRU 2050-EXIT.
002782 2710-EXIT.
002790     EXIT.
002800
002810*      ---------------------------------------------------------
005020     END-STRING.
005030     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005040
005041     MOVE RCN-SUSP-COUNT TO RCN-EDIT-COUNT.
005042     STRING "SUSPENDED RESULTS READ:    " RCN-EDIT-COUNT
005043         DELIMITED BY SIZE INTO RCN-LINE
005044     END-STRING.
005045     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005046
005050     MOVE RCN-AUD-COUNT TO RCN-EDIT-COUNT.
005060     STRING "AUDIT ENTRIES EXAMINED:    " RCN-EDIT-COUNT
005070         DELIMITED BY SIZE INTO RCN-LINE
