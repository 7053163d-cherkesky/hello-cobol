002400*     ---------  ----  ---------------------------------------
002500*     2026-09-01  GC   ORIGINAL - BACKUP-PLUS-JOURNAL REBUILD
002600*                      OF EMPMAST AS OF A GIVEN DATE.
002610*     2026-10-15  GC   SKIPS THE LEAVCAL/DEPTREF ENTRIES PENDAPLY
002620*                      NOW JOURNALS FROM THE DEFERRED-CHANGE
002630*                      QUEUE - THEY ARE NOT MASTER IMAGES.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. EMPRECOV.
007900     05  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
008000     05  WS-SKIPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
008100     05  WS-ANOMALY-COUNT        PIC 9(05) COMP VALUE ZERO.
008150     05  WS-OTHER-FILE-COUNT     PIC 9(05) COMP VALUE ZERO.
008200
008300* OPERATOR INPUT - REBUILD THE MASTER AS OF END OF THIS DATE.
008400 01  WS-OPERATOR-INPUT.
019300*                        AN ADD OF A KEY ALREADY PRESENT, A
019400*                        CHANGE OR DELETE OF A MISSING ONE - IS
019500*                        COUNTED AS AN ANOMALY AND NAMED ON THE
019600*                        CONSOLE FOR REVIEW.  A LEAVCAL OR
019610*                        DEPTREF ENTRY IS NOT A MASTER IMAGE
019620*                        AND IS PASSED OVER.
019700*----------------------------------------------------------------
019800 3200-APPLY-ONE-ENTRY.
019900     MOVE JRN-TIMESTAMP (1:8) TO WS-JOURNAL-DATE.
020200         PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
020300         GO TO 3200-EXIT
020400     END-IF.
020410     IF JRN-LEAVCAL-ENTRY OR JRN-DEPTREF-ENTRY
020420         ADD 1 TO WS-OTHER-FILE-COUNT
020430         PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
020440         GO TO 3200-EXIT
020450     END-IF.
020500     EVALUATE TRUE
020600         WHEN JRN-IS-ADD
020700             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
027400         " JOURNAL ENTRY(IES) READ, " WS-APPLIED-COUNT
027500         " APPLIED, " WS-SKIPPED-COUNT " AFTER "
027600         WS-TARGET-DATE " SKIPPED".
027650     DISPLAY "EMPRECOV: " WS-OTHER-FILE-COUNT
027660         " LEAVCAL/DEPTREF ENTRY(IES) PASSED OVER".
027700     DISPLAY "EMPRECOV: " WS-ANOMALY-COUNT " ANOMALY(IES)".
027800 9000-EXIT.
027900     EXIT.
