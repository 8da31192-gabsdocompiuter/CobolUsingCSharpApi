000360*                      THIS PROGRAM'S OWN NAME, SO VERIFICATION
000370*                      TRAFFIC CAN NEVER BE MISTAKEN FOR A
000380*                      PRODUCTION CALCULATOR RUN.
000381*    10/15/26   GM    REVERSAL RECORDS (OP CODE R) ARE PASSED
000382*                      OVER -- THEIR RESULTS ARE THE ORIGINAL'S
000383*                      NEGATED, NOT A DLL ANSWER, SO THERE IS
000384*                      NOTHING TO RE-RUN.  THEY ARE COUNTED ON
000385*                      THE SUMMARY.
000390*----------------------------------------------------------------*
000400 ENVIRONMENT    DIVISION.
000410 CONFIGURATION  SECTION.
001090 77  VRF-READ-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001100 77  VRF-COMPARE-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001110 77  VRF-DIFF-COUNT          PIC 9(07) COMP-3 VALUE ZERO.
001115 77  VRF-REVERSAL-COUNT      PIC 9(07) COMP-3 VALUE ZERO.
001120 77  VRF-EDIT-COUNT          PIC Z,ZZZ,ZZ9.
001130
001140 77  VRF-DLL-PATH            PIC X(64).
003410         SET VRF-MSTR-EOF TO TRUE
003420         GO TO 2000-EXIT
003430     END-IF.
003432     IF RM-OP-REVERSAL
003434         ADD 1 TO VRF-REVERSAL-COUNT
003436         GO TO 2000-NEXT
003438     END-IF.
003440     ADD 1 TO VRF-READ-COUNT.
003450     MOVE RM-TRAN-KEY TO VRF-AUDIT-KEY.
003460
003540         PERFORM 3600-VERIFY-DECIMAL-OP THRU 3600-EXIT
003550     END-IF.
003560
003565 2000-NEXT.
003570     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003580 2000-EXIT.
003590     EXIT.
005770     END-STRING.
005780     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005790
005791     MOVE VRF-REVERSAL-COUNT TO VRF-EDIT-COUNT.
005792     STRING "REVERSALS PASSED OVER:     " VRF-EDIT-COUNT
005793         DELIMITED BY SIZE INTO DIF-LINE
005794     END-STRING.
005795     PERFORM 7900-WRITE-LINE THRU 7900-EXIT.
005796
005800     MOVE VRF-COMPARE-COUNT TO VRF-EDIT-COUNT.
005810     STRING "ENTRY POINTS COMPARED:     " VRF-EDIT-COUNT
005820         DELIMITED BY SIZE INTO DIF-LINE
