000390*                      THE CALCMERGE COLLECTOR -- THE REPAIR LOOP
000400*                      CLOSES ITSELF AND THE OPERATOR NO LONGER
000410*                      HAND-SPLICES THIS FILE INTO A SUBMITTER
000411*                      BATCH.
000412*    10/15/26   GM    HONORS THE "RTRN" AND "CANC" ENTRIES THE
000413*                      CALCCORR CONSOLE WRITES TO CORRIN.  A
000414*                      REJECT MARKED RTRN IS COPIED TO THE NEW
000415*                      RETSUBM FILE FOR RETURN TO ITS SUBMITTER
000416*                      AND ONE MARKED CANC IS DROPPED; EITHER
000417*                      WAY IT LEAVES THE LOOP THAT NIGHT, EVEN
000418*                      AT THE RECYCLE LIMIT, WITH A LINE ON
000419*                      HARDREJ THAT DOES NOT COUNT AS A HARD
000420*                      REJECT.  THE CORRECTION LOOKUP MOVED
000421*                      AHEAD OF THE STRIKE CHECK TO DO THIS.
000430*----------------------------------------------------------------*
000440 ENVIRONMENT    DIVISION.
000450 CONFIGURATION  SECTION.
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS  IS RCY-HARD-STATUS.
000640
000642     SELECT RET-SUBM-FILE   ASSIGN TO "RETSUBM"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS  IS RCY-RET-STATUS.
000648
000650 DATA           DIVISION.
000660 FILE           SECTION.
000670
000770 FD  HARD-REJ-FILE.
000780 COPY HARDREJR.
000790
000792*  REJECTS RETURNED TO THE SUBMITTER, IN THE CALCREJ LAYOUT.
000794 FD  RET-SUBM-FILE.
000796 01  RET-SUBM-RECORD         PIC X(110).
000798
000800 WORKING-STORAGE SECTION.
000810 77  RCY-REJ-STATUS          PIC X(02).
000820     88  RCY-REJ-OK               VALUE "00".
000860
000870 77  RCY-OUT-STATUS          PIC X(02).
000880 77  RCY-HARD-STATUS         PIC X(02).
000885 77  RCY-RET-STATUS          PIC X(02).
000890
000900 77  RCY-REJ-EOF-SWITCH      PIC X(01) VALUE "N".
000910     88  RCY-REJ-EOF              VALUE "Y".
001000 77  RCY-REJ-COUNT           PIC 9(07) COMP-3 VALUE ZERO.
001010 77  RCY-RECYCLED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001020 77  RCY-HARD-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001023 77  RCY-RETURNED-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001026 77  RCY-CANCELLED-COUNT     PIC 9(07) COMP-3 VALUE ZERO.
001030 77  RCY-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001040
001050 77  RCY-CYCLE-COUNT         PIC 9(01) VALUE ZERO.
001610         CLOSE CALC-REJ-FILE
001620         CLOSE RECYC-IN-FILE
001630         GO TO 9999-EXIT
001631     END-IF.
001632
001633     OPEN OUTPUT RET-SUBM-FILE.
001634     IF RCY-RET-STATUS NOT = "00"
001635         DISPLAY "CALCRECYC - RETSUBM OPEN FAILED"
001636         MOVE 16 TO RETURN-CODE
001637         CLOSE CALC-REJ-FILE
001638         CLOSE RECYC-IN-FILE
001639         CLOSE HARD-REJ-FILE
001640         GO TO 9999-EXIT
001641     END-IF.
001650*    STRING LEAVES THE TAIL OF THE LINE UNTOUCHED, SO THE
001660*    RECORD MUST START OUT AS SPACES, NOT LOW-VALUES.
001670     MOVE SPACES TO HR-LINE.
002110*                                REJECT, APPLY ITS CORRECTION IF
002120*                                ONE MATCHES, AND ROUTE IT TO
002130*                                RECYCIN OR THE HARD-REJECT
002134*                                REPORT BY RECYCLE COUNT.  A
002138*                                REJECT THE OPERATOR RETURNED OR
002142*                                CANCELLED LEAVES FIRST, WHATEVER
002146*                                ITS COUNT.
002150*      =========================================================
002160 2000-RECYCLE-REJECT.
002170     ADD 1 TO RCY-REJ-COUNT.
002190     IF CR-RECYCLE-COUNT NUMERIC
002200         MOVE CR-RECYCLE-COUNT TO RCY-CYCLE-COUNT
002210     ELSE
002211         MOVE ZERO TO RCY-CYCLE-COUNT
002212     END-IF.
002213
002214     PERFORM 3400-FIND-KEY-CORRECTION THRU 3400-EXIT.
002215     IF RCY-FOUND-SUB > ZERO
002216         IF RCY-TBL-FIELD (RCY-FOUND-SUB) = "RTRN"
002217             PERFORM 5100-RETURN-TO-SUBMITTER THRU 5100-EXIT
002218             GO TO 2000-NEXT
002219         END-IF
002220         IF RCY-TBL-FIELD (RCY-FOUND-SUB) = "CANC"
002221             PERFORM 5200-CANCEL-REJECT THRU 5200-EXIT
002222             GO TO 2000-NEXT
002223         END-IF
002230     END-IF.
002240
002250     IF RCY-CYCLE-COUNT NOT < RCY-MAX-CYCLES
002770     EXIT.
002780
002790*      ---------------------------------------------------------
002791*      3400-FIND-KEY-CORRECTION  --  LOOK UP THE REJECT'S KEY IN
002792*                                     THE CORRECTIONS TABLE.
002793*      ---------------------------------------------------------
002794 3400-FIND-KEY-CORRECTION.
002795     MOVE ZERO TO RCY-FOUND-SUB.
002796     PERFORM 3700-FIND-CORRECTION THRU 3700-EXIT
002797         VARYING RCY-SUB FROM 1 BY 1
002798         UNTIL RCY-SUB > RCY-CORR-LOADED
002799         OR RCY-FOUND-SUB > ZERO.
002800 3400-EXIT.
002801     EXIT.
002802
002803*      ---------------------------------------------------------
002804*      3500-APPLY-CORRECTION  --  APPLY THE CORRECTION 3400
002805*                                  FOUND FOR THE KEY.  THE
002820*                                  CORRECTION MUST NAME THE SAME
002830*                                  FIELD CR-REASON SAYS FAILED;
002840*                                  A MISMATCH IS REPORTED AND
002870*      ---------------------------------------------------------
002880 3500-APPLY-CORRECTION.
002890     PERFORM 3600-NAME-FAILING-FIELD THRU 3600-EXIT.
002960
002970     IF RCY-FOUND-SUB = ZERO
002980         GO TO 3500-EXIT
003760     END-STRING.
003770     PERFORM 5900-WRITE-HARD-LINE THRU 5900-EXIT.
003780     ADD 1 TO RCY-HARD-COUNT.
003781 5000-EXIT.
003782     EXIT.
003783
003784*      =========================================================
003785*      5100-RETURN-TO-SUBMITTER  --  THE OPERATOR SENT THE
003786*                                     REJECT BACK.  IT GOES TO
003787*                                     RETSUBM AS IT STANDS, WITH
003788*                                     THE OPERATOR'S REASON ON
003789*                                     HARDREJ.
003790*      =========================================================
003791 5100-RETURN-TO-SUBMITTER.
003792     WRITE RET-SUBM-RECORD FROM CALC-REJ-RECORD.
003793     STRING "RETURNED TO SUBMITTER - KEY " CR-TRAN-KEY
003794         " <" RCY-TBL-VALUE (RCY-FOUND-SUB) "> - " CR-REASON
003795         DELIMITED BY SIZE INTO HR-LINE
003796     END-STRING.
003797     PERFORM 5900-WRITE-HARD-LINE THRU 5900-EXIT.
003798     ADD 1 TO RCY-RETURNED-COUNT.
003799 5100-EXIT.
003800     EXIT.
003801
003802*      =========================================================
003803*      5200-CANCEL-REJECT  --  THE OPERATOR CANCELLED THE
003804*                               TRANSACTION.  ONLY THE HARDREJ
003805*                               LINE RECORDS IT.
003806*      =========================================================
003807 5200-CANCEL-REJECT.
003808     STRING "CANCELLED - KEY " CR-TRAN-KEY
003809         " <" RCY-TBL-VALUE (RCY-FOUND-SUB) "> - " CR-REASON
003810         DELIMITED BY SIZE INTO HR-LINE
003811     END-STRING.
003812     PERFORM 5900-WRITE-HARD-LINE THRU 5900-EXIT.
003813     ADD 1 TO RCY-CANCELLED-COUNT.
003814 5200-EXIT.
003815     EXIT.
003816
003820*      ---------------------------------------------------------
003830*      5900-WRITE-HARD-LINE
003840*      ---------------------------------------------------------
003990     DISPLAY "CALCRECYC - RECYCLED:         " RCY-EDIT-COUNT.
004000     MOVE RCY-HARD-COUNT TO RCY-EDIT-COUNT.
004010     DISPLAY "CALCRECYC - HARD REJECTED:    " RCY-EDIT-COUNT.
004012     MOVE RCY-RETURNED-COUNT TO RCY-EDIT-COUNT.
004014     DISPLAY "CALCRECYC - RETURNED:         " RCY-EDIT-COUNT.
004016     MOVE RCY-CANCELLED-COUNT TO RCY-EDIT-COUNT.
004018     DISPLAY "CALCRECYC - CANCELLED:        " RCY-EDIT-COUNT.
004020 7000-EXIT.
004030     EXIT.
004040
004090     CLOSE CALC-REJ-FILE.
004100     CLOSE RECYC-IN-FILE.
004110     CLOSE HARD-REJ-FILE.
004115     CLOSE RET-SUBM-FILE.
004120 8000-EXIT.
004130     EXIT.
004140
