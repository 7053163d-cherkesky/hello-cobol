001400*              CONDITION CODE STOPS THE CHAIN BEFORE THE
001500*              EXTRACT LANDS AT THE SCHEDULER.  RUNS AS STEP037
001600*              OF DAILYRUN, ALONGSIDE STEP035-ACTRECON.
001610*              THE SHIFT LENGTH AND WINDOW COME FROM THE
001620*              SHFTREF ENTRY FOR THE EMPLOYEES EMPMAST SHIFT
001630*              CODE AND DEPARTMENT, AND AN ACTIVITY PLANNED
001640*              OUTSIDE THAT WINDOW IS NAMED AS WELL.
001700*
001800* MODIFICATION HISTORY.
001900*     DATE       INIT  DESCRIPTION
002260*                      THE CARVED-FROM-FILLER COLUMNS) IS NOW
002270*                      COUNTED AND SKIPPED INSTEAD OF KILLING
002280*                      THE CHAIN ON A DATA EXCEPTION.
002281*     2026-10-01  GC   SHIFT LENGTH NOW COMES FROM THE SHFTREF
002282*                      ENTRY FOR EACH EMPLOYEES SHIFT AND
002283*                      DEPARTMENT (LOOKED UP ON EMPMAST) IN
002284*                      PLACE OF THE FIXED 480 MINUTES, WHICH
002285*                      IS KEPT ONLY AS THE FALLBACK WHEN NO
002286*                      DEFINITION EXISTS.  AN ACTIVITY WHOSE
002287*                      START PLUS DURATION FALLS OUTSIDE THE
002288*                      SHIFT WINDOW IS REPORTED AND STOPS THE
002289*                      CHAIN LIKE AN OVERLAP.
002300*================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ACTOVLAP.
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CONFLICT-REPORT ASSIGN TO "OVLPRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004101     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004102         ORGANIZATION IS INDEXED
004103         ACCESS MODE IS RANDOM
004104         RECORD KEY IS EMP-ID.
004105     SELECT OPTIONAL SHIFT-REFERENCE ASSIGN TO "SHFTREF"
004106         ORGANIZATION IS INDEXED
004107         ACCESS MODE IS RANDOM
004108         RECORD KEY IS SHF-KEY.
004110     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS WS-RUNSTATS-STATUS.
006600* CONFLICT REPORT - SUPERVISOR-READABLE TEXT LINES.
006700 FD  CONFLICT-REPORT.
006800 01  CONFLICT-LINE           PIC X(80).
006801
006802* EMPLOYEE MASTER - READ BY KEY FOR EACH EMPLOYEES SHIFT CODE
006803* AND DEPARTMENT.
006804 FD  EMPLOYEE-MASTER.
006805     COPY EMPREC.
006806
006807* SHIFT REFERENCE - READ BY KEY FOR THE SHIFT WINDOW AND PAID
006808* LENGTH.  OPTIONAL - WITH NO FILE EVERY EMPLOYEE FALLS BACK TO
006809* THE DEFAULT SHIFT LENGTH BELOW.
006810 FD  SHIFT-REFERENCE.
006811     COPY SHFREC.
006812
006820* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
006830* COUNTER, FOR THE OPSTREND TREND REPORT.
006840 FD  RUN-STATISTICS.
007700         88  NO-MORE-INPUT           VALUE "Y".
007800     05  WS-EMP-SWITCH           PIC X(01) VALUE "N".
007900         88  EMPLOYEE-STARTED        VALUE "Y".
007910     05  WS-SHIFT-FOUND-SWITCH   PIC X(01) VALUE "N".
007920         88  SHIFT-WINDOW-KNOWN      VALUE "Y".
008000
008100* COUNTERS.
008200 01  WS-COUNTERS.
008400     05  WS-OVERLAP-COUNT        PIC 9(05) COMP VALUE ZERO.
008500     05  WS-OVERSHIFT-COUNT      PIC 9(05) COMP VALUE ZERO.
008510     05  WS-NO-TIME-COUNT        PIC 9(05) COMP VALUE ZERO.
008520     05  WS-OUTSIDE-SHIFT-COUNT  PIC 9(05) COMP VALUE ZERO.
008530     05  WS-NO-SHIFT-COUNT       PIC 9(05) COMP VALUE ZERO.
008600
008700* DEFAULT SHIFT LENGTH - USED ONLY FOR AN EMPLOYEE WHO IS NOT
008800* ON EMPMAST OR WHOSE SHIFT HAS NO SHFTREF DEFINITION.  SUCH AN
008810* EMPLOYEE HAS NO WINDOW TO CHECK AGAINST.
008900 77  WS-SHIFT-MINUTES        PIC 9(05) COMP VALUE 480.
008910
008920* THE CURRENT EMPLOYEES SHIFT - PAID LENGTH, AND THE WINDOW IN
008930* MINUTES PAST MIDNIGHT.  A WINDOW THAT CROSSES MIDNIGHT ENDS
008940* PAST 1440 SO THE START/END COMPARISON STAYS A STRAIGHT ONE.
008950 01  WS-EMP-SHIFT.
008960     05  WS-EMP-SHIFT-CODE       PIC X(01).
008970     05  WS-EMP-DEPT             PIC X(04).
008980     05  WS-EMP-PAID-MINS        PIC 9(05) COMP.
008990     05  WS-SHIFT-START-HHMM     PIC 9(04).
008991     05  WS-SHIFT-END-HHMM       PIC 9(04).
008992     05  WS-SHIFT-START-MINS     PIC 9(05) COMP.
008993     05  WS-SHIFT-END-MINS       PIC 9(05) COMP.
009000
009100* CURRENT-EMPLOYEE CONTROL-BREAK WORK AREA AND THE INTERVALS
009200* ALREADY SEEN FOR THAT EMPLOYEE, IN START-TIME ORDER.
010700     05  WS-WORK-MM              PIC 9(02) COMP.
010800     05  WS-WORK-START-MINS      PIC 9(05) COMP.
010900     05  WS-WORK-END-MINS        PIC 9(05) COMP.
010910     05  WS-CHECK-START-MINS     PIC 9(05) COMP.
010920     05  WS-CHECK-END-MINS       PIC 9(05) COMP.
011000
011100* OVERLAP DETAIL LINE BUILD AREA.
011200 01  WS-OVERLAP-DETAIL.
013200     05  WS-OVS-SHIFT            PIC 9(05).
013300     05  FILLER                  PIC X(05) VALUE " MINS".
013400     05  FILLER                  PIC X(26) VALUE SPACES.
013403
013406* OUT-OF-SHIFT DETAIL LINE BUILD AREA.
013409 01  WS-OUTSIDE-DETAIL.
013412     05  FILLER                  PIC X(07) VALUE "EMP-ID ".
013415     05  WS-OUT-EMP-ID           PIC X(05).
013418     05  FILLER                  PIC X(06) VALUE "  SEQ ".
013421     05  WS-OUT-SEQ              PIC 9(03).
013424     05  FILLER                  PIC X(15) VALUE
013427         " OUTSIDE SHIFT ".
013430     05  WS-OUT-SHIFT            PIC X(01).
013433     05  FILLER                  PIC X(01) VALUE SPACES.
013436     05  WS-OUT-SHIFT-START      PIC 9(04).
013439     05  FILLER                  PIC X(01) VALUE "-".
013442     05  WS-OUT-SHIFT-END        PIC 9(04).
013445     05  FILLER                  PIC X(02) VALUE SPACES.
013448     05  WS-OUT-ACTIVITY         PIC X(30).
013451     05  FILLER                  PIC X(01) VALUE SPACES.
013454
013457* NO-SHIFT-DEFINITION DETAIL LINE BUILD AREA.
013460 01  WS-NO-SHIFT-DETAIL.
013463     05  FILLER                  PIC X(07) VALUE "EMP-ID ".
013466     05  WS-NSH-EMP-ID           PIC X(05).
013469     05  FILLER                  PIC X(08) VALUE "  SHIFT ".
013472     05  WS-NSH-SHIFT            PIC X(01).
013475     05  FILLER                  PIC X(06) VALUE " DEPT ".
013478     05  WS-NSH-DEPT             PIC X(04).
013481     05  FILLER                  PIC X(02) VALUE SPACES.
013484     05  WS-NSH-REASON           PIC X(47).
013500
013600* FOOTER COUNT EDIT AREAS.
013700 01  WS-FOOTER-LINE          PIC X(80).
016300 1000-INITIALIZE.
016400     PERFORM 1100-SORT-ACTIVITIES THRU 1100-EXIT.
016500     OPEN INPUT SORTED-ACTIVITIES.
016510     OPEN INPUT EMPLOYEE-MASTER.
016520     OPEN INPUT SHIFT-REFERENCE.
016600     OPEN OUTPUT CONFLICT-REPORT.
016700     MOVE "ACTIVITY TIME CONFLICTS - OVERLAPS AND OVERBOOKED"
016800         TO CONFLICT-LINE.
022500     IF NOT EMPLOYEE-STARTED
022600         SET EMPLOYEE-STARTED TO TRUE
022700         MOVE ACT-EMP-ID OF ACTIVITY-RECORD TO WS-CURRENT-EMP
022750         PERFORM 2400-LOAD-EMP-SHIFT THRU 2400-EXIT
022800     ELSE
022900         IF ACT-EMP-ID OF ACTIVITY-RECORD NOT = WS-CURRENT-EMP
023000             PERFORM 2500-END-EMPLOYEE THRU 2500-EXIT
023100             MOVE ACT-EMP-ID OF ACTIVITY-RECORD
023200                 TO WS-CURRENT-EMP
023250             PERFORM 2400-LOAD-EMP-SHIFT THRU 2400-EXIT
023300         END-IF
023400     END-IF.
023500     PERFORM 2200-ADD-INTERVAL THRU 2200-EXIT.
026400         + ACT-DURATION-MINS OF ACTIVITY-RECORD.
026500     ADD ACT-DURATION-MINS OF ACTIVITY-RECORD
026600         TO WS-EMP-TOTAL-MINS.
026650     PERFORM 2300-CHECK-SHIFT-WINDOW THRU 2300-EXIT.
026700     IF WS-INTERVAL-COUNT > ZERO
026800         PERFORM 2250-COMPARE-ONE-INTERVAL THRU 2250-EXIT
026900             VARYING INT-IDX FROM 1 BY 1
030200     END-IF.
030300 2250-EXIT.
030400     EXIT.
030401
030403*----------------------------------------------------------------
030405* 2300-CHECK-SHIFT-WINDOW - THE CURRENT ACTIVITY MUST START AND
030407*                           END INSIDE THE EMPLOYEES SHIFT.  ON
030409*                           A SHIFT THAT CROSSES MIDNIGHT AN
030411*                           ACTIVITY BEFORE THE SHIFT START
030413*                           BELONGS TO THE SMALL HOURS, SO IT
030415*                           IS MOVED A DAY ON BEFORE COMPARING.
030417*----------------------------------------------------------------
030419 2300-CHECK-SHIFT-WINDOW.
030421     IF NOT SHIFT-WINDOW-KNOWN
030423         GO TO 2300-EXIT
030425     END-IF.
030427     MOVE WS-WORK-START-MINS TO WS-CHECK-START-MINS.
030429     MOVE WS-WORK-END-MINS TO WS-CHECK-END-MINS.
030431     IF WS-SHIFT-END-MINS > 1440
030433        AND WS-CHECK-START-MINS < WS-SHIFT-START-MINS
030435         ADD 1440 TO WS-CHECK-START-MINS
030437         ADD 1440 TO WS-CHECK-END-MINS
030439     END-IF.
030441     IF WS-CHECK-START-MINS < WS-SHIFT-START-MINS
030443        OR WS-CHECK-END-MINS > WS-SHIFT-END-MINS
030445         ADD 1 TO WS-OUTSIDE-SHIFT-COUNT
030447         MOVE WS-CURRENT-EMP TO WS-OUT-EMP-ID
030449         MOVE ACT-SEQ-NO OF ACTIVITY-RECORD TO WS-OUT-SEQ
030451         MOVE WS-EMP-SHIFT-CODE TO WS-OUT-SHIFT
030453         MOVE WS-SHIFT-START-HHMM TO WS-OUT-SHIFT-START
030455         MOVE WS-SHIFT-END-HHMM TO WS-OUT-SHIFT-END
030457         MOVE ACTIVITY-NAME OF ACTIVITY-RECORD
030459             TO WS-OUT-ACTIVITY
030461         WRITE CONFLICT-LINE FROM WS-OUTSIDE-DETAIL
030463     END-IF.
030465 2300-EXIT.
030467     EXIT.
030469
030471*----------------------------------------------------------------
030473* 2400-LOAD-EMP-SHIFT - LOOK UP THE NEW EMPLOYEES SHIFT CODE AND
030475*                       DEPARTMENT ON EMPMAST, THEN THE SHFTREF
030477*                       DEFINITION - THE DEPARTMENTS OWN ENTRY
030479*                       FIRST, THEN THE SHOP-WIDE ONE.  WITH
030481*                       NEITHER, THE DEFAULT LENGTH APPLIES, NO
030483*                       WINDOW IS CHECKED, AND THE GAP IS NAMED
030485*                       ON THE REPORT SO IT GETS DEFINED.
030487*----------------------------------------------------------------
030489 2400-LOAD-EMP-SHIFT.
030491     MOVE "N" TO WS-SHIFT-FOUND-SWITCH.
030493     MOVE WS-SHIFT-MINUTES TO WS-EMP-PAID-MINS.
030495     MOVE WS-CURRENT-EMP TO EMP-ID.
030497     READ EMPLOYEE-MASTER
030499         INVALID KEY
030501             MOVE SPACES TO WS-EMP-SHIFT-CODE
030503             MOVE SPACES TO WS-EMP-DEPT
030505             MOVE "NOT ON EMPMAST - DEFAULT SHIFT LENGTH USED"
030507                 TO WS-NSH-REASON
030509             PERFORM 2450-WRITE-NO-SHIFT THRU 2450-EXIT
030511             GO TO 2400-EXIT
030513     END-READ.
030515     MOVE EMP-SHIFT-CODE TO WS-EMP-SHIFT-CODE.
030517     MOVE EMP-DEPARTMENT TO WS-EMP-DEPT.
030519     MOVE WS-EMP-SHIFT-CODE TO SHF-SHIFT-CODE.
030521     MOVE WS-EMP-DEPT TO SHF-DEPARTMENT.
030523     READ SHIFT-REFERENCE
030525         INVALID KEY
030527             MOVE WS-EMP-SHIFT-CODE TO SHF-SHIFT-CODE
030529             MOVE SPACES TO SHF-DEPARTMENT
030531             READ SHIFT-REFERENCE
030533                 INVALID KEY
030535                     MOVE "NO SHFTREF ENTRY - DEFAULT LENGTH USED"
030537                         TO WS-NSH-REASON
030539                     PERFORM 2450-WRITE-NO-SHIFT THRU 2450-EXIT
030541                     GO TO 2400-EXIT
030543             END-READ
030545     END-READ.
030547     SET SHIFT-WINDOW-KNOWN TO TRUE.
030549     MOVE SHF-PAID-MINUTES TO WS-EMP-PAID-MINS.
030551     MOVE SHF-START-TIME TO WS-SHIFT-START-HHMM.
030553     MOVE SHF-END-TIME TO WS-SHIFT-END-HHMM.
030555     DIVIDE SHF-START-TIME BY 100
030557         GIVING WS-WORK-HH REMAINDER WS-WORK-MM.
030559     COMPUTE WS-SHIFT-START-MINS = WS-WORK-HH * 60 + WS-WORK-MM.
030561     DIVIDE SHF-END-TIME BY 100
030563         GIVING WS-WORK-HH REMAINDER WS-WORK-MM.
030565     COMPUTE WS-SHIFT-END-MINS = WS-WORK-HH * 60 + WS-WORK-MM.
030567     IF WS-SHIFT-END-MINS <= WS-SHIFT-START-MINS
030569         ADD 1440 TO WS-SHIFT-END-MINS
030571     END-IF.
030573 2400-EXIT.
030575     EXIT.
030577
030579*----------------------------------------------------------------
030581* 2450-WRITE-NO-SHIFT - LIST AN EMPLOYEE WHOSE SHIFT COULD NOT BE
030583*                       CHECKED ON OVLPRPT, WITH THE REASON THE
030585*                       CALLER SET, AND COUNT IT FOR CC 4.
030587*----------------------------------------------------------------
030589 2450-WRITE-NO-SHIFT.
030591     ADD 1 TO WS-NO-SHIFT-COUNT.
030593     MOVE WS-CURRENT-EMP TO WS-NSH-EMP-ID.
030595     MOVE WS-EMP-SHIFT-CODE TO WS-NSH-SHIFT.
030597     MOVE WS-EMP-DEPT TO WS-NSH-DEPT.
030599     WRITE CONFLICT-LINE FROM WS-NO-SHIFT-DETAIL.
030601 2450-EXIT.
030603     EXIT.
030605
030607*----------------------------------------------------------------
030700* 2500-END-EMPLOYEE - CLOSE OUT THE EMPLOYEE JUST FINISHED:
030800*                     REPORT AN OVERBOOKED DAY, THEN RESET THE
030900*                     INTERVAL TABLE AND TOTAL FOR THE NEXT ONE.
031000*----------------------------------------------------------------
031100 2500-END-EMPLOYEE.
031200     IF WS-EMP-TOTAL-MINS > WS-EMP-PAID-MINS
031300         ADD 1 TO WS-OVERSHIFT-COUNT
031400         MOVE WS-CURRENT-EMP TO WS-OVS-EMP-ID
031500         MOVE WS-EMP-TOTAL-MINS TO WS-OVS-TOTAL
031600         MOVE WS-EMP-PAID-MINS TO WS-OVS-SHIFT
031700         WRITE CONFLICT-LINE FROM WS-OVERSHIFT-DETAIL
031800     END-IF.
031900     MOVE ZERO TO WS-EMP-TOTAL-MINS.
032400*================================================================
032500* 9000-TERMINATE - WRITE THE TRAILING COUNTS, CLOSE EVERYTHING,
032600*                  AND SET THE CONDITION CODE: 00 = NO TIME
032700*                  CONFLICTS, 04 = SOME EMPLOYEES HAD NO SHIFT
032710*                  DEFINITION TO CHECK AGAINST, 08 = CONFLICTS
032720*                  FOUND AND THE CHAIN MUST NOT GO ON TO ROSTRPT.
032900*================================================================
033000 9000-TERMINATE.
033100     MOVE WS-OVERLAP-COUNT TO WS-COUNT-DISPLAY.
034400            INTO WS-FOOTER-LINE
034500     END-STRING.
034600     WRITE CONFLICT-LINE FROM WS-FOOTER-LINE.
034610     MOVE WS-OUTSIDE-SHIFT-COUNT TO WS-COUNT-DISPLAY.
034620     MOVE SPACES TO WS-FOOTER-LINE.
034630     STRING "TOTAL ACTIVITIES OUTSIDE SHIFT:     "
034640                DELIMITED BY SIZE
034650            WS-COUNT-DISPLAY DELIMITED BY SIZE
034660            INTO WS-FOOTER-LINE
034670     END-STRING.
034680     WRITE CONFLICT-LINE FROM WS-FOOTER-LINE.
034690     MOVE WS-NO-SHIFT-COUNT TO WS-COUNT-DISPLAY.
034691     MOVE SPACES TO WS-FOOTER-LINE.
034692     STRING "TOTAL EMPLOYEE(S) WITH NO SHIFT:    "
034693                DELIMITED BY SIZE
034694            WS-COUNT-DISPLAY DELIMITED BY SIZE
034695            INTO WS-FOOTER-LINE
034696     END-STRING.
034697     WRITE CONFLICT-LINE FROM WS-FOOTER-LINE.
034700     CLOSE SORTED-ACTIVITIES.
034710     CLOSE EMPLOYEE-MASTER.
034720     CLOSE SHIFT-REFERENCE.
034800     CLOSE CONFLICT-REPORT.
034900     EVALUATE TRUE
035000         WHEN WS-OVERLAP-COUNT > ZERO
035010          OR WS-OVERSHIFT-COUNT > ZERO
035020          OR WS-OUTSIDE-SHIFT-COUNT > ZERO
035100             MOVE 8 TO RETURN-CODE
035110         WHEN WS-NO-SHIFT-COUNT > ZERO
035120             MOVE 4 TO RETURN-CODE
035200         WHEN OTHER
035300             MOVE 0 TO RETURN-CODE
035400     END-EVALUATE.
035450     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
035500     DISPLAY "ACTOVLAP: " WS-ACTIVITY-READ-COUNT
035600         " ACTIVITY(IES) CHECKED".
035900         " OVERBOOKED EMPLOYEE(S)".
035910     DISPLAY "ACTOVLAP: " WS-NO-TIME-COUNT
035920         " RECORD(S) SKIPPED - NO PLANNED TIMES".
035930     DISPLAY "ACTOVLAP: " WS-OUTSIDE-SHIFT-COUNT
035940         " OUTSIDE SHIFT, " WS-NO-SHIFT-COUNT
035950         " EMPLOYEE(S) WITH NO SHIFT DEFINITION".
036000 9000-EXIT.
036100     EXIT.
036200
038600     MOVE "OVERBOOKED EMPLOYEES" TO RST-COUNTER-NAME.
038700     MOVE WS-OVERSHIFT-COUNT TO RST-COUNTER-VALUE.
038800     WRITE RUN-STATISTICS-RECORD.
038810     MOVE "OUTSIDE SHIFT" TO RST-COUNTER-NAME.
038820     MOVE WS-OUTSIDE-SHIFT-COUNT TO RST-COUNTER-VALUE.
038830     WRITE RUN-STATISTICS-RECORD.
038900     CLOSE RUN-STATISTICS.
039000 9500-EXIT.
039100     EXIT.
