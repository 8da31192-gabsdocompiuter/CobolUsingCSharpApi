000370*                      CODE 4.  THE MASTER'S ACCESS MODE BECAME
000380*                      DYNAMIC FOR THE SWEEP; THE CONSOLE MODE'S
000390*                      KEYED READS ARE UNCHANGED.
000391*    10/15/26   GM    BOTH MODES NOW SHOW A STATUS LINE:  ACTIVE,
000392*                      REVERSED (WITH THE RUN DATE AND KEY OF THE
000393*                      REVERSAL THAT BACKED IT OUT), OR, FOR A
000394*                      REVERSAL ITSELF, THE RUN DATE AND KEY OF
000395*                      THE RESULT IT REVERSES.
000400*----------------------------------------------------------------*
000410 ENVIRONMENT    DIVISION.
000420 CONFIGURATION  SECTION.
001010 77  INQ-FOUND-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001020 77  INQ-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001030 77  INQ-LINE                PIC X(100).
001035 77  INQ-STATUS-TEXT         PIC X(60).
001040
001050 LINKAGE SECTION.
001060
002010     DISPLAY "SOURCE:    " RM-SOURCE-ID.
002020     DISPLAY "STRING  (VAR1 VAR2 RC RESULT):  " RM-STRING-SEG.
002030     DISPLAY "INT     (VAR3 VAR4 RC RESULT):  " RM-INT-SEG.
002031     DISPLAY "DECIMAL (VAR5 VAR6 RC RESULT):  " RM-DECIMAL-SEG.
002032     PERFORM 3100-FORMAT-STATUS THRU 3100-EXIT.
002033     DISPLAY "STATUS:    " INQ-STATUS-TEXT.
002034 3000-EXIT.
002035     EXIT.
002036
002037*      ---------------------------------------------------------
002038*      3100-FORMAT-STATUS  --  REVERSAL STANDING OF THE RECORD
002039*                               JUST READ, FOR BOTH MODES.
002040*      ---------------------------------------------------------
002041 3100-FORMAT-STATUS.
002042     MOVE SPACES TO INQ-STATUS-TEXT.
002043     IF RM-OP-REVERSAL
002044         STRING "REVERSAL OF RUN DATE " RM-REV-OF-DATE
002045             " KEY " RM-REV-OF-KEY
002046             DELIMITED BY SIZE INTO INQ-STATUS-TEXT
002047         END-STRING
002048         GO TO 3100-EXIT
002049     END-IF.
002050     IF RM-REVERSED
002051         STRING "REVERSED BY RUN DATE " RM-REV-BY-DATE
002052             " KEY " RM-REV-BY-KEY
002053             DELIMITED BY SIZE INTO INQ-STATUS-TEXT
002054         END-STRING
002055     ELSE
002056         MOVE "ACTIVE - NOT REVERSED" TO INQ-STATUS-TEXT
002057     END-IF.
002058 3100-EXIT.
002060     EXIT.
002070
002080*      =========================================================
004010         DELIMITED BY SIZE INTO INQ-LINE
004020     END-STRING.
004030     PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT.
004031     PERFORM 3100-FORMAT-STATUS THRU 3100-EXIT.
004032     STRING "    STATUS  " INQ-STATUS-TEXT
004033         DELIMITED BY SIZE INTO INQ-LINE
004034     END-STRING.
004035     PERFORM 5900-WRITE-RPT-LINE THRU 5900-EXIT.
004040 5500-EXIT.
004050     EXIT.
004060
