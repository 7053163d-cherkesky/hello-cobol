001400*              PATH THAT KEEPS THE APPROVED DEPARTMENT TABLE
001500*              CURRENT FOR THE EMPUPDT VALIDATION AND THE
001600*              ROSTRPT SECTION HEADERS.
001620*              WHILE DAILYRUN HAS THE BATCH WINDOW OPEN THE
001640*              CHANGE IS QUEUED FOR THE NEXT WINDOW INSTEAD OF
001660*              APPLIED, SO EVERY STEP OF A RUN SEES THE SAME
001680*              DEPARTMENT TABLE.
001685*              A PENDCHG STILL HOLDING CHANGES NOT YET APPLIED
001690*              LOCKS THE FILE THE SAME WAY, SO CHANGES REACH IT
001695*              IN THE ORDER THEY WERE KEYED.
001700*
001800* MODIFICATION HISTORY.
001900*     DATE       INIT  DESCRIPTION
002000*     ---------  ----  ---------------------------------------
002100*     2026-09-01  GC   ORIGINAL - DEPARTMENT REFERENCE FILE
002200*                      MAINTENANCE TRANSACTION.
002210*     2026-10-15  GC   WHILE THE DAILYRUN BATCH WINDOW IS ACTIVE
002220*                      (BATCHWIN PRESENT) DEPTREF IS NOT OPENED
002230*                      AND THE CHANGE IS QUEUED ON PENDCHG FOR
002240*                      PENDAPLY AT THE FRONT OF THE NEXT WINDOW.
002250*                      CONDITION CODE 04 = DEFERRED.
002260*     2026-10-15  GC   A PENDCHG STILL HOLDING UNAPPLIED CHANGES
002270*                      NOW LOCKS THE FILE LIKE AN ACTIVE WINDOW,
002280*                      SO A DIRECT UPDATE CANNOT BE OVERLAID BY
002290*                      AN OLDER QUEUED CHANGE AT STEP000.
002300*================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. DEPTRFMT.
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS DPT-CODE.
003810     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-WINDOW-STATUS.
003840     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
003850         ORGANIZATION IS SEQUENTIAL
003860         FILE STATUS IS WS-PENDING-STATUS.
003900
004000*----------------------------------------------------------------
004100 DATA DIVISION.
004400* OPTIONAL SO THE VERY FIRST ADD CREATES THE FILE.
004500 FD  DEPARTMENT-REFERENCE.
004600     COPY DPTREC.
004609
004618* BATCH-WINDOW INDICATOR - PRESENT ONLY WHILE DAILYRUN IS IN
004627* ITS WINDOW.  READ, NEVER WRITTEN.
004636 FD  BATCH-WINDOW.
004645     COPY WINREC.
004654
004663* DEFERRED-CHANGE QUEUE - APPENDED TO WHILE UPDATES ARE
004672* LOCKED, ONE RECORD PER CHANGE, FOR PENDAPLY.
004681 FD  PENDING-CHANGES.
004690     COPY PNDREC.
004700
004800*----------------------------------------------------------------
004900 WORKING-STORAGE SECTION.
005600         88  ACTION-IS-CHANGE        VALUE "C".
005700         88  ACTION-IS-DELETE        VALUE "D".
005800         88  ACTION-IS-VALID         VALUE "A" "C" "D".
005820     05  WS-LOCKOUT-SWITCH       PIC X(01) VALUE "N".
005840         88  UPDATES-ARE-LOCKED      VALUE "Y".
005860     05  WS-DEFERRED-SWITCH      PIC X(01) VALUE "N".
005880         88  CHANGE-WAS-DEFERRED     VALUE "Y".
005900
006000* OPERATOR INPUT.
006100 01  WS-OPERATOR-INPUT.
006300     05  WS-NEW-NAME             PIC X(30)  VALUE SPACES.
006400     05  WS-NEW-SUPERVISOR       PIC X(25)  VALUE SPACES.
006500     05  WS-NEW-LOCATION         PIC X(15)  VALUE SPACES.
006510
006520* CURRENT-DATE GIVES A 21-CHARACTER TIMESTAMP FOR THE QUEUE.
006530 01  WS-CURRENT-TIMESTAMP    PIC X(21).
006540
006550* FILE STATUS FOR THE WINDOW INDICATOR - "35" MEANS NO WINDOW
006560* IS ACTIVE.  FOR THE QUEUE, "35" MEANS NOTHING IS QUEUED YET.
006570 01  WS-WINDOW-STATUS        PIC X(02).
006580 01  WS-PENDING-STATUS       PIC X(02).
006600
006700*----------------------------------------------------------------
006800 PROCEDURE DIVISION.
006900
007000*================================================================
007100* 0000-MAINLINE - ACCEPT THE TRANSACTION FROM THE OPERATOR,
007150*                 APPLY IT TO DEPTREF (OR QUEUE IT WHILE
007200*                 UPDATES ARE LOCKED - 1100), AND REPORT WHAT
007250*                 HAPPENED.
007300*================================================================
007400 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007900     STOP RUN.
008000
008100*================================================================
008150* 1000-INITIALIZE - OPEN THE REFERENCE FILE FOR UPDATE-IN-PLACE,
008200*                   OR ONLY THE QUEUE WHILE UPDATES ARE LOCKED
008250*                   (1100).
008300*================================================================
008400 1000-INITIALIZE.
008500     DISPLAY "DEPTRFMT - DEPARTMENT REFERENCE MAINTENANCE".
008510     PERFORM 1100-CHECK-BATCH-WINDOW THRU 1100-EXIT.
008520     IF UPDATES-ARE-LOCKED
008530         PERFORM 1200-OPEN-PENDING-QUEUE THRU 1200-EXIT
008540         GO TO 1000-EXIT
008550     END-IF.
008600     OPEN I-O DEPARTMENT-REFERENCE.
008700 1000-EXIT.
008800     EXIT.
008802
008803*----------------------------------------------------------------
008804* 1100-CHECK-BATCH-WINDOW - DAILYRUN KEEPS BATCHWIN FROM THE
008805*                           TIME THE WINDOW OPENS UNTIL IT ENDS
008806*                           NORMALLY.  IF IT IS NOT THERE, A
008807*                           PENDCHG STILL HOLDING CHANGES LOCKS
008808*                           UPDATES ALL THE SAME (1150).  EITHER
008809*                           WAY, WARN THE OPERATOR UP FRONT.
008810*----------------------------------------------------------------
008811 1100-CHECK-BATCH-WINDOW.
008812     OPEN INPUT BATCH-WINDOW.
008813     IF WS-WINDOW-STATUS = "35"
008814         PERFORM 1150-CHECK-PENDING-QUEUE THRU 1150-EXIT
008815         GO TO 1100-EXIT
008816     END-IF.
008817     SET UPDATES-ARE-LOCKED TO TRUE.
008818     MOVE SPACES TO BATCH-WINDOW-RECORD.
008819     READ BATCH-WINDOW
008820         AT END
008821             CONTINUE
008822     END-READ.
008823     CLOSE BATCH-WINDOW.
008824     DISPLAY "DAILYRUN BATCH WINDOW ACTIVE SINCE "
008825         WIN-RAISED-STAMP.
008826     DISPLAY "THE CHANGE WILL BE QUEUED FOR THE NEXT WINDOW, "
008827         "NOT APPLIED NOW.".
008828 1100-EXIT.
008829     EXIT.
008830
008831*----------------------------------------------------------------
008832* 1150-CHECK-PENDING-QUEUE - NO WINDOW, BUT CHANGES QUEUED
008833*                            DURING THE LAST ONE MAY NOT HAVE BEEN
008834*                            APPLIED YET.  A PENDCHG THAT IS THERE
008835*                            AND NOT EMPTY MEANS QUEUE THIS CHANGE
008836*                            BEHIND THEM; STATUS "35" OR AN
008837*                            IMMEDIATE END OF FILE MEANS APPLY IT.
008838*----------------------------------------------------------------
008839 1150-CHECK-PENDING-QUEUE.
008840     OPEN INPUT PENDING-CHANGES.
008841     IF WS-PENDING-STATUS = "35"
008842         GO TO 1150-EXIT
008843     END-IF.
008844     READ PENDING-CHANGES
008845         AT END
008846             CONTINUE
008847         NOT AT END
008848             SET UPDATES-ARE-LOCKED TO TRUE
008849     END-READ.
008850     CLOSE PENDING-CHANGES.
008851     IF UPDATES-ARE-LOCKED
008852         DISPLAY "PENDCHG STILL HOLDS CHANGES NOT YET APPLIED."
008853         DISPLAY "THE CHANGE WILL BE QUEUED BEHIND THEM, "
008854             "NOT APPLIED NOW."
008855     END-IF.
008856 1150-EXIT.
008857     EXIT.
008858
008859*----------------------------------------------------------------
008860* 1200-OPEN-PENDING-QUEUE - OPEN PENDCHG FOR APPEND, CREATING
008861*                           IT ON THE FIRST DEFERRED CHANGE.
008862*----------------------------------------------------------------
008863 1200-OPEN-PENDING-QUEUE.
008864     OPEN EXTEND PENDING-CHANGES.
008865     IF WS-PENDING-STATUS = "35"
008866         OPEN OUTPUT PENDING-CHANGES
008867         CLOSE PENDING-CHANGES
008868         OPEN EXTEND PENDING-CHANGES
008869     END-IF.
008870 1200-EXIT.
008871     EXIT.
008900
009000*================================================================
009100* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION AND
016100*                          REFERENCE FILE BY KEY.  AN ADD OF AN
016200*                          EXISTING CODE, OR A CHANGE/DELETE OF
016300*                          A MISSING ONE, IS REPORTED AND NOT
016350*                          APPLIED.  WHILE UPDATES ARE
016400*                          LOCKED THE ACTION IS QUEUED
016450*                          INSTEAD (3400).
016500*================================================================
016600 3000-APPLY-TRANSACTION.
016620     IF UPDATES-ARE-LOCKED
016640         PERFORM 3400-QUEUE-CHANGE THRU 3400-EXIT
016660         GO TO 3000-EXIT
016680     END-IF.
016700     EVALUATE TRUE
016800         WHEN ACTION-IS-ADD
016900             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
021800     END-DELETE.
021900 3300-EXIT.
022000     EXIT.
022004
022008*----------------------------------------------------------------
022012* 3400-QUEUE-CHANGE - ONE PENDCHG RECORD FOR THE ACTION, LEFT
022016*                     FOR PENDAPLY TO APPLY, JOURNAL, AND
022020*                     REPORT.  A DELETE CARRIES NO NEW VALUES.
022024*----------------------------------------------------------------
022028 3400-QUEUE-CHANGE.
022032     MOVE SPACES TO PENDING-CHANGE-RECORD.
022036     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
022040     MOVE WS-CURRENT-TIMESTAMP TO PND-QUEUED-STAMP.
022044     MOVE "DEPTRFMT" TO PND-PROGRAM.
022048     SET PND-FOR-DEPTREF TO TRUE.
022052     MOVE WS-ACTION-CODE TO PND-ACTION.
022056     MOVE WS-TARGET-CODE TO PND-KEY.
022060     IF NOT ACTION-IS-DELETE
022064         MOVE WS-NEW-NAME TO PND-DEPT-NAME
022068         MOVE WS-NEW-SUPERVISOR TO PND-DEPT-SUPERVISOR
022072         MOVE WS-NEW-LOCATION TO PND-DEPT-LOCATION
022076     END-IF.
022080     WRITE PENDING-CHANGE-RECORD.
022084     SET CHANGE-WAS-DEFERRED TO TRUE.
022088 3400-EXIT.
022092     EXIT.
022100
022200*================================================================
022300* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
022360*                  CODE: 00 = APPLIED, 04 = QUEUED FOR THE
022420*                  NEXT WINDOW, 08 = NOT APPLIED.
022500*================================================================
022600 9000-TERMINATE.
022610     IF UPDATES-ARE-LOCKED
022620         CLOSE PENDING-CHANGES
022630     ELSE
022640         CLOSE DEPARTMENT-REFERENCE
022650     END-IF.
022660     IF CHANGE-WAS-DEFERRED
022670         DISPLAY "DEPARTMENT CODE " WS-TARGET-CODE
022680             " DEFERRED - QUEUED ON PENDCHG FOR THE NEXT WINDOW."
022690         MOVE 4 TO RETURN-CODE
022700         GO TO 9000-EXIT
022710     END-IF.
022800     IF CHANGE-WAS-APPLIED
022900         DISPLAY "DEPARTMENT CODE " WS-TARGET-CODE " APPLIED."
023000         MOVE 0 TO RETURN-CODE
