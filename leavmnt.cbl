001400*              THE LEAVUPDT STATUS SWEEP, REPLACING MANUAL
001500*              EMPTRAN/NAMEMAINT STATUS EDITS THAT WERE
001600*              FORGOTTEN AS OFTEN AS NOT.
001620*              WHILE DAILYRUN HAS THE BATCH WINDOW OPEN THE
001640*              CHANGE IS QUEUED FOR THE NEXT WINDOW INSTEAD OF
001660*              APPLIED, SO EVERY STEP OF A RUN SEES THE SAME
001680*              CALENDAR.
001685*              A PENDCHG STILL HOLDING CHANGES NOT YET APPLIED
001690*              LOCKS THE FILE THE SAME WAY, SO CHANGES REACH IT
001695*              IN THE ORDER THEY WERE KEYED.
001700*
001800* MODIFICATION HISTORY.
001900*     DATE       INIT  DESCRIPTION
002000*     ---------  ----  ---------------------------------------
002100*     2026-09-01  GC   ORIGINAL - LEAVE CALENDAR MAINTENANCE
002200*                      TRANSACTION.
002210*     2026-10-15  GC   WHILE THE DAILYRUN BATCH WINDOW IS ACTIVE
002220*                      (BATCHWIN PRESENT) LEAVCAL IS NOT OPENED
002230*                      AND THE CHANGE IS QUEUED ON PENDCHG FOR
002240*                      PENDAPLY AT THE FRONT OF THE NEXT WINDOW.
002250*                      CONDITION CODE 04 = DEFERRED.
002260*     2026-10-15  GC   A PENDCHG STILL HOLDING UNAPPLIED CHANGES
002270*                      NOW LOCKS THE FILE LIKE AN ACTIVE WINDOW,
002280*                      SO A DIRECT UPDATE CANNOT BE OVERLAID BY
002290*                      AN OLDER QUEUED CHANGE AT STEP000.
002300*================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. LEAVMNT.
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS LEV-EMP-ID.
003810     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-WINDOW-STATUS.
003840     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
003850         ORGANIZATION IS SEQUENTIAL
003860         FILE STATUS IS WS-PENDING-STATUS.
003900
004000*----------------------------------------------------------------
004100 DATA DIVISION.
004400* THE VERY FIRST ADD CREATES THE FILE.
004500 FD  LEAVE-CALENDAR.
004600     COPY LEVREC.
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
005800         88  ACTION-IS-VALID         VALUE "A" "C" "D".
005900     05  WS-DATES-OK-SWITCH      PIC X(01) VALUE "N".
006000         88  DATES-ARE-VALID         VALUE "Y".
006020     05  WS-LOCKOUT-SWITCH       PIC X(01) VALUE "N".
006040         88  UPDATES-ARE-LOCKED      VALUE "Y".
006060     05  WS-DEFERRED-SWITCH      PIC X(01) VALUE "N".
006080         88  CHANGE-WAS-DEFERRED     VALUE "Y".
006100
006200* OPERATOR INPUT.
006300 01  WS-OPERATOR-INPUT.
006400     05  WS-TARGET-ID            PIC X(05)  VALUE SPACES.
006500     05  WS-NEW-START-DATE       PIC X(08)  VALUE SPACES.
006600     05  WS-NEW-RETURN-DATE      PIC X(08)  VALUE SPACES.
006610
006620* CURRENT-DATE GIVES A 21-CHARACTER TIMESTAMP FOR THE QUEUE.
006630 01  WS-CURRENT-TIMESTAMP    PIC X(21).
006640
006650* FILE STATUS FOR THE WINDOW INDICATOR - "35" MEANS NO WINDOW
006660* IS ACTIVE.  FOR THE QUEUE, "35" MEANS NOTHING IS QUEUED YET.
006670 01  WS-WINDOW-STATUS        PIC X(02).
006680 01  WS-PENDING-STATUS       PIC X(02).
006700
006800*----------------------------------------------------------------
006900 PROCEDURE DIVISION.
007000
007100*================================================================
007200* 0000-MAINLINE - ACCEPT THE TRANSACTION FROM THE OPERATOR,
007250*                 APPLY IT TO LEAVCAL (OR QUEUE IT WHILE
007300*                 UPDATES ARE LOCKED - 1100), AND REPORT WHAT
007350*                 HAPPENED.
007400*================================================================
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008000     STOP RUN.
008100
008200*================================================================
008250* 1000-INITIALIZE - OPEN THE CALENDAR FOR UPDATE-IN-PLACE, OR
008300*                   ONLY THE QUEUE WHILE UPDATES ARE LOCKED
008350*                   (1100).
008400*================================================================
008500 1000-INITIALIZE.
008600     DISPLAY "LEAVMNT - LEAVE CALENDAR MAINTENANCE".
008610     PERFORM 1100-CHECK-BATCH-WINDOW THRU 1100-EXIT.
008620     IF UPDATES-ARE-LOCKED
008630         PERFORM 1200-OPEN-PENDING-QUEUE THRU 1200-EXIT
008640         GO TO 1000-EXIT
008650     END-IF.
008700     OPEN I-O LEAVE-CALENDAR.
008800 1000-EXIT.
008900     EXIT.
008902
008903*----------------------------------------------------------------
008904* 1100-CHECK-BATCH-WINDOW - DAILYRUN KEEPS BATCHWIN FROM THE
008905*                           TIME THE WINDOW OPENS UNTIL IT ENDS
008906*                           NORMALLY.  IF IT IS NOT THERE, A
008907*                           PENDCHG STILL HOLDING CHANGES LOCKS
008908*                           UPDATES ALL THE SAME (1150).  EITHER
008909*                           WAY, WARN THE OPERATOR UP FRONT.
008910*----------------------------------------------------------------
008911 1100-CHECK-BATCH-WINDOW.
008912     OPEN INPUT BATCH-WINDOW.
008913     IF WS-WINDOW-STATUS = "35"
008914         PERFORM 1150-CHECK-PENDING-QUEUE THRU 1150-EXIT
008915         GO TO 1100-EXIT
008916     END-IF.
008917     SET UPDATES-ARE-LOCKED TO TRUE.
008918     MOVE SPACES TO BATCH-WINDOW-RECORD.
008919     READ BATCH-WINDOW
008920         AT END
008921             CONTINUE
008922     END-READ.
008923     CLOSE BATCH-WINDOW.
008924     DISPLAY "DAILYRUN BATCH WINDOW ACTIVE SINCE "
008925         WIN-RAISED-STAMP.
008926     DISPLAY "THE CHANGE WILL BE QUEUED FOR THE NEXT WINDOW, "
008927         "NOT APPLIED NOW.".
008928 1100-EXIT.
008929     EXIT.
008930
008931*----------------------------------------------------------------
008932* 1150-CHECK-PENDING-QUEUE - NO WINDOW, BUT CHANGES QUEUED
008933*                            DURING THE LAST ONE MAY NOT HAVE BEEN
008934*                            APPLIED YET.  A PENDCHG THAT IS THERE
008935*                            AND NOT EMPTY MEANS QUEUE THIS CHANGE
008936*                            BEHIND THEM; STATUS "35" OR AN
008937*                            IMMEDIATE END OF FILE MEANS APPLY IT.
008938*----------------------------------------------------------------
008939 1150-CHECK-PENDING-QUEUE.
008940     OPEN INPUT PENDING-CHANGES.
008941     IF WS-PENDING-STATUS = "35"
008942         GO TO 1150-EXIT
008943     END-IF.
008944     READ PENDING-CHANGES
008945         AT END
008946             CONTINUE
008947         NOT AT END
008948             SET UPDATES-ARE-LOCKED TO TRUE
008949     END-READ.
008950     CLOSE PENDING-CHANGES.
008951     IF UPDATES-ARE-LOCKED
008952         DISPLAY "PENDCHG STILL HOLDS CHANGES NOT YET APPLIED."
008953         DISPLAY "THE CHANGE WILL BE QUEUED BEHIND THEM, "
008954             "NOT APPLIED NOW."
008955     END-IF.
008956 1150-EXIT.
008957     EXIT.
008958
008959*----------------------------------------------------------------
008960* 1200-OPEN-PENDING-QUEUE - OPEN PENDCHG FOR APPEND, CREATING
008961*                           IT ON THE FIRST DEFERRED CHANGE.
008962*----------------------------------------------------------------
008963 1200-OPEN-PENDING-QUEUE.
008964     OPEN EXTEND PENDING-CHANGES.
008965     IF WS-PENDING-STATUS = "35"
008966         OPEN OUTPUT PENDING-CHANGES
008967         CLOSE PENDING-CHANGES
008968         OPEN EXTEND PENDING-CHANGES
008969     END-IF.
008970 1200-EXIT.
008971     EXIT.
009000
009100*================================================================
009200* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION AND EMPLOYEE
015300*                          CALENDAR BY KEY.  AN ADD FOR AN
015400*                          EMPLOYEE ALREADY ON THE CALENDAR, OR
015500*                          A CHANGE/DELETE OF A MISSING ONE, IS
015550*                          REPORTED AND NOT APPLIED.  WHILE
015600*                          UPDATES ARE LOCKED THE ACTION IS
015650*                          QUEUED INSTEAD (3400).
015700*================================================================
015800 3000-APPLY-TRANSACTION.
015820     IF UPDATES-ARE-LOCKED
015840         PERFORM 3400-QUEUE-CHANGE THRU 3400-EXIT
015860         GO TO 3000-EXIT
015880     END-IF.
015900     EVALUATE TRUE
016000         WHEN ACTION-IS-ADD
016100             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
020800     END-DELETE.
020900 3300-EXIT.
021000     EXIT.
021004
021008*----------------------------------------------------------------
021012* 3400-QUEUE-CHANGE - ONE PENDCHG RECORD FOR THE ACTION, LEFT
021016*                     FOR PENDAPLY TO APPLY, JOURNAL, AND
021020*                     REPORT.  A DELETE CARRIES NO DATES.
021024*----------------------------------------------------------------
021028 3400-QUEUE-CHANGE.
021032     MOVE SPACES TO PENDING-CHANGE-RECORD.
021036     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
021040     MOVE WS-CURRENT-TIMESTAMP TO PND-QUEUED-STAMP.
021044     MOVE "LEAVMNT" TO PND-PROGRAM.
021048     SET PND-FOR-LEAVCAL TO TRUE.
021052     MOVE WS-ACTION-CODE TO PND-ACTION.
021056     MOVE WS-TARGET-ID TO PND-KEY.
021060     IF NOT ACTION-IS-DELETE
021064         MOVE WS-NEW-START-DATE TO PND-LEAVE-START
021068         MOVE WS-NEW-RETURN-DATE TO PND-LEAVE-RETURN
021072     END-IF.
021076     WRITE PENDING-CHANGE-RECORD.
021080     SET CHANGE-WAS-DEFERRED TO TRUE.
021084 3400-EXIT.
021088     EXIT.
021100
021200*================================================================
021300* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
021360*                  CODE: 00 = APPLIED, 04 = QUEUED FOR THE
021420*                  NEXT WINDOW, 08 = NOT APPLIED.
021500*================================================================
021600 9000-TERMINATE.
021610     IF UPDATES-ARE-LOCKED
021620         CLOSE PENDING-CHANGES
021630     ELSE
021640         CLOSE LEAVE-CALENDAR
021650     END-IF.
021660     IF CHANGE-WAS-DEFERRED
021670         DISPLAY "EMPLOYEE " WS-TARGET-ID " DEFERRED - QUEUED ON "
021680             "PENDCHG FOR THE NEXT WINDOW."
021690         MOVE 4 TO RETURN-CODE
021700         GO TO 9000-EXIT
021710     END-IF.
021800     IF CHANGE-WAS-APPLIED
021900         DISPLAY "EMPLOYEE " WS-TARGET-ID " APPLIED."
022000         MOVE 0 TO RETURN-CODE
