001200*              DATE, START TIME, DURATION, ACTIVITY, AND
001300*              CATEGORY - IN DATE ORDER.  ANSWERS "WHAT DID
001400*              00042 WORK ON LAST MONTH" AT THE TERMINAL
001440*              INSTEAD OF FROM ARCHIVED PRINTOUTS.  ONCE
001480*              ACTLVAR HAS POSTED THE SCHEDULERS ACTUALS, EACH
001520*              LINE ALSO SHOWS THE ACTUAL START, MINUTES, AND
001560*              STATUS NEXT TO THE PLAN.
001600*
001700* MODIFICATION HISTORY.
001800*     DATE       INIT  DESCRIPTION
001900*     ---------  ----  ---------------------------------------
002000*     2026-09-01  GC   ORIGINAL - OPERATOR HISTORY INQUIRY
002100*                      AGAINST ACTHIST.
002120*     2026-10-09  GC   EACH LINE NOW SHOWS THE SCHEDULERS ACTUAL
002140*                      START+MINUTES AND STATUS NEXT TO THE
002160*                      PLANNED ONES, UNDER A COLUMN HEADING.
002200*================================================================
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. HISTINQ.
005800 01  WS-OPERATOR-INPUT.
005900     05  WS-TARGET-ID            PIC X(05)  VALUE SPACES.
006000
006020* DISPLAY LINE BUILD AREA - ONE LINE PER HISTORY RECORD.  THE
006040* ACTUAL COLUMNS STAY BLANK UNTIL ACTLVAR HAS POSTED ACTUALS.
006060 01  WS-HISTORY-HEADING.
006080     05  FILLER                  PIC X(09) VALUE "RUN DATE".
006100     05  FILLER                  PIC X(10) VALUE "PLANNED".
006120     05  FILLER                  PIC X(31) VALUE "ACTIVITY".
006140     05  FILLER                  PIC X(11) VALUE "CATEGORY".
006160     05  FILLER                  PIC X(10) VALUE "ACTUAL".
006180     05  FILLER                  PIC X(08) VALUE "STATUS".
006200 01  WS-HISTORY-DETAIL.
006300     05  WS-HIS-RUN-DATE         PIC 9(08).
006400     05  FILLER                  PIC X(01) VALUE SPACE.
006500     05  WS-HIS-START-TIME       PIC 9(04).
006600     05  FILLER                  PIC X(01) VALUE "+".
006700     05  WS-HIS-DURATION         PIC 9(04).
006800     05  FILLER                  PIC X(01) VALUE SPACE.
006900     05  WS-HIS-ACTIVITY         PIC X(30).
007000     05  FILLER                  PIC X(01) VALUE SPACE.
007100     05  WS-HIS-CATEGORY         PIC X(10).
007110     05  FILLER                  PIC X(01) VALUE SPACE.
007120     05  WS-HIS-ACTUAL.
007130         10  WS-HIS-ACT-START    PIC X(04).
007140         10  WS-HIS-ACT-SEP      PIC X(01).
007150         10  WS-HIS-ACT-MINS     PIC X(04).
007160     05  FILLER                  PIC X(01) VALUE SPACE.
007170     05  WS-HIS-ACT-STATUS       PIC X(08).
007200
007300*----------------------------------------------------------------
007400 PROCEDURE DIVISION.
012900     IF NO-MORE-HISTORY
013000         GO TO 3000-EXIT
013100     END-IF.
013150     DISPLAY WS-HISTORY-HEADING.
013200     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
013300     PERFORM 3200-SHOW-ONE-RECORD THRU 3200-EXIT
013400         UNTIL NO-MORE-HISTORY.
016100     MOVE HST-DURATION-MINS TO WS-HIS-DURATION.
016200     MOVE HST-ACTIVITY-NAME TO WS-HIS-ACTIVITY.
016300     MOVE HST-CATEGORY TO WS-HIS-CATEGORY.
016305     MOVE SPACES TO WS-HIS-ACTUAL.
016310     EVALUATE TRUE
016315         WHEN HST-ACTUAL-COMPLETED
016320             MOVE "COMPLETE" TO WS-HIS-ACT-STATUS
016325         WHEN HST-ACTUAL-PARTIAL
016330             MOVE "PARTIAL" TO WS-HIS-ACT-STATUS
016335         WHEN HST-ACTUAL-NOT-DONE
016340             MOVE "NOT DONE" TO WS-HIS-ACT-STATUS
016345         WHEN OTHER
016350             MOVE SPACES TO WS-HIS-ACT-STATUS
016355     END-EVALUATE.
016360     IF HST-ACTUAL-COMPLETED
016365        OR HST-ACTUAL-PARTIAL
016370         MOVE HST-ACTUAL-START TO WS-HIS-ACT-START
016375         MOVE "+" TO WS-HIS-ACT-SEP
016380         MOVE HST-ACTUAL-MINS TO WS-HIS-ACT-MINS
016385     END-IF.
016400     DISPLAY WS-HISTORY-DETAIL.
016500     ADD 1 TO WS-DISPLAYED-COUNT.
016600     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
