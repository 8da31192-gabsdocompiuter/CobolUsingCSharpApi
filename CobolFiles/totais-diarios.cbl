000290*                      FAILURE RATE AGAINST THE RECENT PAST
000300*                      INSTEAD OF THE NUMBERS DYING WITH THE
000310*                      CONSOLE SCROLLBACK.
000311*    10/15/26   GM    THE RUN DATE NOW COMES FROM THE COMMAND LINE
000312*                      (YYYYMMDD, DEFAULT TODAY) AND ONLY AUDITLOG
000313*                      RECORDS OF THAT RUN DATE ARE COUNTED.  THE
000314*                      PRIOR NIGHTS STILL ON AUDITLOG UNTIL
000315*                      AUDITHSKP ARCHIVES THEM WERE BEING COUNTED
000316*                      AGAIN, SO TOTHIST WAS NOT A DAY'S FIGURE.
000320*----------------------------------------------------------------*
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000700     88  TOT-HIST-OK              VALUE "00".
000710
000720 77  TOT-RUN-DATE            PIC 9(08) VALUE ZERO.
000725 77  TOT-DATE-PARM           PIC X(08).
000730
000740 77  TOT-EOF-SWITCH          PIC X(01) VALUE "N".
000750     88  TOT-EOF-REACHED          VALUE "Y".
001040     GO TO 9999-EXIT.
001050
001060*      =========================================================
001065*      1000-INITIALIZE  --  RESOLVE THE RUN DATE, OPEN THE
001070*                            FILES.
001080*      =========================================================
001090 1000-INITIALIZE.
001091     ACCEPT TOT-DATE-PARM FROM COMMAND-LINE.
001092     IF TOT-DATE-PARM = SPACES
001093         ACCEPT TOT-RUN-DATE FROM DATE YYYYMMDD
001094     ELSE
001095         IF TOT-DATE-PARM NUMERIC
001096             MOVE TOT-DATE-PARM TO TOT-RUN-DATE
001097         ELSE
001098             DISPLAY "TOTAIS-DIARIOS - RUN DATE PARM NOT "
001099                 "YYYYMMDD: " TOT-DATE-PARM
001100             MOVE 16 TO RETURN-CODE
001101             GO TO 9999-EXIT
001102         END-IF
001103     END-IF.
001104
001105     OPEN INPUT  AUDIT-LOG-FILE.
001110     OPEN OUTPUT CTL-RPT-FILE.
001120     IF TOT-AUDIT-OK
001130         PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT
001200     EXIT.
001210
001220*      =========================================================
001225*      2000-TALLY-RECORD  --  CLASSIFY ONE AUDIT-LOG RECORD OF
001230*                              THE RUN DATE BY PROGRAM NAME AND
001235*                              ADD IT TO THAT PROGRAM'S RUNNING
001240*                              TOTALS.  ANY OTHER DAY'S RECORD
001245*                              IS PASSED OVER.
001260*      =========================================================
001270 2000-TALLY-RECORD.
001272     IF ALR-RUN-DATE NOT = TOT-RUN-DATE
001274         PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT
001276         GO TO 2000-EXIT
001278     END-IF.
001280     IF ALR-PROGRAM-ID = "CALCULATOR"
001290         ADD 1 TO TOT-CALC-CALLS
001300         IF ALR-FAILURE
001690     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001700
001710     MOVE SPACES TO CTL-LINE.
001711     STRING "RUN DATE: " TOT-RUN-DATE
001712         DELIMITED BY SIZE INTO CTL-LINE
001713     END-STRING.
001714     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001715
001716     MOVE SPACES TO CTL-LINE.
001717     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001718
001740     MOVE "PROGRAM             CALLS     FAILURES" TO CTL-LINE.
001750     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
001760
002010     EXIT.
002020
002030*      =========================================================
002040*      7500-WRITE-HISTORY  --  APPEND THE RUN DATE'S TOTALS
002050*                               TO THE TOTHIST HISTORY FILE FOR
002060*                               THE TREND REPORT.  A HISTORY
002070*                               FILE THAT CANNOT BE OPENED ONLY
002200         GO TO 7500-EXIT
002210     END-IF.
002220
002250     MOVE SPACES             TO TOT-HIST-RECORD.
002260     MOVE TOT-RUN-DATE       TO TH-RUN-DATE.
002270     MOVE "CALCULATOR"       TO TH-PROGRAM.
