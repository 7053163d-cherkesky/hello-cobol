001100*              IS LEFT BLANK, AND REWRITES THE MATCHING RECORD
001200*              ON EMPMAST.  REPLACES EDITING FULL-NAME INTO
001300*              HELLOS SOURCE AND RECOMPILING.
001310*              WHILE DAILYRUN HAS THE BATCH WINDOW OPEN THE
001320*              CHANGE IS QUEUED FOR THE NEXT WINDOW INSTEAD,
001330*              SO EVERY STEP OF A RUN SEES THE SAME NAME.
001340*              A PENDCHG STILL HOLDING CHANGES NOT YET APPLIED
001350*              LOCKS THE FILE THE SAME WAY, SO CHANGES REACH IT
001360*              IN THE ORDER THEY WERE KEYED.
001400*
001500* MODIFICATION HISTORY.
001600*     DATE       INIT  DESCRIPTION
001960*                      JOURNALED TO EMPJRNL WITH BEFORE AND
001970*                      AFTER IMAGES (LAYOUT JRNREC), THE SAME
001980*                      AS EMPUPDT JOURNALS ITS BATCH UPDATES.
001981*     2026-10-15  GC   WHILE THE DAILYRUN BATCH WINDOW IS ACTIVE
001982*                      (BATCHWIN PRESENT) THE MASTER IS ONLY READ
001983*                      AND THE CHANGE IS QUEUED ON PENDCHG FOR
001984*                      PENDAPLY AT THE FRONT OF THE NEXT WINDOW.
001985*                      CONDITION CODE 04 = DEFERRED.
001988*     2026-10-15  GC   A PENDCHG STILL HOLDING UNAPPLIED CHANGES
001991*                      NOW LOCKS THE FILE LIKE AN ACTIVE WINDOW,
001994*                      SO A DIRECT UPDATE CANNOT BE OVERLAID BY
001997*                      AN OLDER QUEUED CHANGE AT STEP000.
002000*================================================================
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. NAMEMAINT.
003330     SELECT MASTER-JOURNAL ASSIGN TO "EMPJRNL"
003340         ORGANIZATION IS SEQUENTIAL
003350         FILE STATUS IS WS-JOURNAL-STATUS.
003360     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
003370         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS WS-WINDOW-STATUS.
003390     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
003391         ORGANIZATION IS SEQUENTIAL
003392         FILE STATUS IS WS-PENDING-STATUS.
003400
003500*----------------------------------------------------------------
003600 DATA DIVISION.
004030* CHANGE, WITH BEFORE AND AFTER IMAGES.
004040 FD  MASTER-JOURNAL.
004050     COPY JRNREC.
004060
004070* BATCH-WINDOW INDICATOR - PRESENT ONLY WHILE DAILYRUN IS IN
004080* ITS WINDOW.  READ, NEVER WRITTEN.
004090 FD  BATCH-WINDOW.
004091     COPY WINREC.
004092
004093* DEFERRED-CHANGE QUEUE - APPENDED TO WHILE UPDATES ARE
004094* LOCKED, ONE RECORD PER CHANGE, FOR PENDAPLY.
004095 FD  PENDING-CHANGES.
004096     COPY PNDREC.
004100
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004500 01  WS-SWITCHES.
004800     05  WS-UPDATE-SWITCH        PIC X(01) VALUE "N".
004900         88  RECORD-WAS-UPDATED      VALUE "Y".
004910     05  WS-LOCKOUT-SWITCH       PIC X(01) VALUE "N".
004920         88  UPDATES-ARE-LOCKED      VALUE "Y".
004930     05  WS-DEFERRED-SWITCH      PIC X(01) VALUE "N".
004940         88  CHANGE-WAS-DEFERRED     VALUE "Y".
005000
005100* OPERATOR INPUT.  FIRST/LAST NAME START AS SPACES SO THE
005120* RE-PROMPT LOOPS IN 2000-ACCEPT-CHANGE RUN AT LEAST ONCE.
005580* FILE STATUS FOR THE JOURNAL - "35" MEANS THIS IS THE FIRST
005590* RUN AND EMPJRNL DOES NOT EXIST YET.
005595 01  WS-JOURNAL-STATUS       PIC X(02).
005596
005597* FILE STATUS FOR THE WINDOW INDICATOR - "35" MEANS NO WINDOW
005598* IS ACTIVE.  FOR THE QUEUE, "35" MEANS NOTHING IS QUEUED YET.
005599 01  WS-WINDOW-STATUS        PIC X(02).
005600 01  WS-PENDING-STATUS       PIC X(02).
005650
005700*----------------------------------------------------------------
005800 PROCEDURE DIVISION.
005900
006000*================================================================
006100* 0000-MAINLINE - ACCEPT THE CHANGE FROM THE OPERATOR, APPLY IT
006200*                 TO EMPMAST (OR QUEUE IT WHILE UPDATES ARE
006210*                 LOCKED - 1100), AND REPORT WHAT HAPPENED.
006300*================================================================
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007000     STOP RUN.
007100
007200*================================================================
007300* 1000-INITIALIZE - OPEN THE MASTER FOR UPDATE-IN-PLACE, OR
007310*                   READ-ONLY WITH THE QUEUE OPEN FOR APPEND
007320*                   WHILE UPDATES ARE LOCKED (1100).
007400*================================================================
007500 1000-INITIALIZE.
007600     DISPLAY "NAMEMAINT - EMPLOYEE NAME MAINTENANCE".
007610     PERFORM 1100-CHECK-BATCH-WINDOW THRU 1100-EXIT.
007620     IF UPDATES-ARE-LOCKED
007630         OPEN INPUT EMPLOYEE-MASTER
007640         PERFORM 1200-OPEN-PENDING-QUEUE THRU 1200-EXIT
007650         GO TO 1000-EXIT
007660     END-IF.
007700     OPEN I-O EMPLOYEE-MASTER.
007710     OPEN EXTEND MASTER-JOURNAL.
007720     IF WS-JOURNAL-STATUS = "35"
007760     END-IF.
007800 1000-EXIT.
007900     EXIT.
007902
007903*----------------------------------------------------------------
007904* 1100-CHECK-BATCH-WINDOW - DAILYRUN KEEPS BATCHWIN FROM THE
007905*                           TIME THE WINDOW OPENS UNTIL IT ENDS
007906*                           NORMALLY.  IF IT IS NOT THERE, A
007907*                           PENDCHG STILL HOLDING CHANGES LOCKS
007908*                           UPDATES ALL THE SAME (1150).  EITHER
007909*                           WAY, WARN THE OPERATOR UP FRONT.
007910*----------------------------------------------------------------
007911 1100-CHECK-BATCH-WINDOW.
007912     OPEN INPUT BATCH-WINDOW.
007913     IF WS-WINDOW-STATUS = "35"
007914         PERFORM 1150-CHECK-PENDING-QUEUE THRU 1150-EXIT
007915         GO TO 1100-EXIT
007916     END-IF.
007917     SET UPDATES-ARE-LOCKED TO TRUE.
007918     MOVE SPACES TO BATCH-WINDOW-RECORD.
007919     READ BATCH-WINDOW
007920         AT END
007921             CONTINUE
007922     END-READ.
007923     CLOSE BATCH-WINDOW.
007924     DISPLAY "DAILYRUN BATCH WINDOW ACTIVE SINCE "
007925         WIN-RAISED-STAMP.
007926     DISPLAY "THE CHANGE WILL BE QUEUED FOR THE NEXT WINDOW, "
007927         "NOT APPLIED NOW.".
007928 1100-EXIT.
007929     EXIT.
007930
007931*----------------------------------------------------------------
007932* 1150-CHECK-PENDING-QUEUE - NO WINDOW, BUT CHANGES QUEUED
007933*                            DURING THE LAST ONE MAY NOT HAVE BEEN
007934*                            APPLIED YET.  A PENDCHG THAT IS THERE
007935*                            AND NOT EMPTY MEANS QUEUE THIS CHANGE
007936*                            BEHIND THEM; STATUS "35" OR AN
007937*                            IMMEDIATE END OF FILE MEANS APPLY IT.
007938*----------------------------------------------------------------
007939 1150-CHECK-PENDING-QUEUE.
007940     OPEN INPUT PENDING-CHANGES.
007941     IF WS-PENDING-STATUS = "35"
007942         GO TO 1150-EXIT
007943     END-IF.
007944     READ PENDING-CHANGES
007945         AT END
007946             CONTINUE
007947         NOT AT END
007948             SET UPDATES-ARE-LOCKED TO TRUE
007949     END-READ.
007950     CLOSE PENDING-CHANGES.
007951     IF UPDATES-ARE-LOCKED
007952         DISPLAY "PENDCHG STILL HOLDS CHANGES NOT YET APPLIED."
007953         DISPLAY "THE CHANGE WILL BE QUEUED BEHIND THEM, "
007954             "NOT APPLIED NOW."
007955     END-IF.
007956 1150-EXIT.
007957     EXIT.
007958
007959*----------------------------------------------------------------
007960* 1200-OPEN-PENDING-QUEUE - OPEN PENDCHG FOR APPEND, CREATING
007961*                           IT ON THE FIRST DEFERRED CHANGE.
007962*----------------------------------------------------------------
007963 1200-OPEN-PENDING-QUEUE.
007964     OPEN EXTEND PENDING-CHANGES.
007965     IF WS-PENDING-STATUS = "35"
007966         OPEN OUTPUT PENDING-CHANGES
007967         CLOSE PENDING-CHANGES
007968         OPEN EXTEND PENDING-CHANGES
007969     END-IF.
007970 1200-EXIT.
007971     EXIT.
008000
008100*================================================================
008200* 2000-ACCEPT-CHANGE - PROMPT FOR THE EMPLOYEE ID AND THE NEW
011400*================================================================
011500* 3000-FIND-AND-UPDATE - READ THE OPERATORS EMPLOYEE DIRECTLY
011600*                        BY KEY; IF THE RECORD IS ON FILE,
011700*                        REWRITE FIRST-NAME/LAST-NAME IN PLACE
011710*                        - OR, WHILE UPDATES ARE LOCKED,
011720*                        QUEUE THE CHANGE INSTEAD.
011800*================================================================
011900 3000-FIND-AND-UPDATE.
012000     MOVE WS-TARGET-ID TO EMP-ID.
012200         INVALID KEY
012300             CONTINUE
012400         NOT INVALID KEY
012410             IF UPDATES-ARE-LOCKED
012420                 PERFORM 3400-QUEUE-CHANGE THRU 3400-EXIT
012430                 GO TO 3000-EXIT
012440             END-IF
012450             MOVE EMPLOYEE-MASTER-RECORD TO WS-JRN-BEFORE
012500             MOVE WS-NEW-FIRST-NAME TO FIRST-NAME
012600             MOVE WS-NEW-LAST-NAME TO LAST-NAME
013000     END-READ.
013100 3000-EXIT.
013200     EXIT.
013205
013210*----------------------------------------------------------------
013215* 3400-QUEUE-CHANGE - ONE PENDCHG RECORD FOR THE NAME CHANGE,
013220*                     LEFT FOR PENDAPLY TO APPLY AND JOURNAL.
013225*----------------------------------------------------------------
013230 3400-QUEUE-CHANGE.
013235     MOVE SPACES TO PENDING-CHANGE-RECORD.
013240     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
013245     MOVE WS-CURRENT-TIMESTAMP TO PND-QUEUED-STAMP.
013250     MOVE "NAMEMAINT" TO PND-PROGRAM.
013255     SET PND-FOR-EMPMAST TO TRUE.
013260     SET PND-IS-CHANGE TO TRUE.
013265     MOVE WS-TARGET-ID TO PND-KEY.
013270     MOVE WS-NEW-FIRST-NAME TO PND-FIRST-NAME.
013275     MOVE WS-NEW-LAST-NAME TO PND-LAST-NAME.
013280     WRITE PENDING-CHANGE-RECORD.
013285     SET CHANGE-WAS-DEFERRED TO TRUE.
013290 3400-EXIT.
013295     EXIT.
013300
013310*----------------------------------------------------------------
013320* 3500-WRITE-JOURNAL - ONE EMPJRNL RECORD FOR THE NAME CHANGE
013460
013470*================================================================
013500* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
013600*                  CODE: 00 = UPDATED, 04 = QUEUED FOR THE
013610*                  NEXT WINDOW, 08 = EMPLOYEE NOT FOUND.
013700*================================================================
013800 9000-TERMINATE.
013900     CLOSE EMPLOYEE-MASTER.
013905     IF UPDATES-ARE-LOCKED
013910         CLOSE PENDING-CHANGES
013915     ELSE
013920         CLOSE MASTER-JOURNAL
013925     END-IF.
013930     IF CHANGE-WAS-DEFERRED
013935         DISPLAY "EMPLOYEE " WS-TARGET-ID " DEFERRED - QUEUED ON "
013940             "PENDCHG FOR THE NEXT WINDOW."
013945         MOVE 4 TO RETURN-CODE
013950         GO TO 9000-EXIT
013955     END-IF.
014000     IF RECORD-WAS-UPDATED
014100         DISPLAY "EMPLOYEE " WS-TARGET-ID " UPDATED."
014200         MOVE 0 TO RETURN-CODE
