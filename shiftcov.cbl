001700*              CONDITION CODE SO A SHORT NIGHT SHIFT JUMPS OUT
001800*              BEFORE THE WINDOW CLOSES INSTEAD OF AT 2 AM.
001900*              RUNS AS STEP045 OF DAILYRUN, AFTER ROSTRPT.
001910*              THE MINIMUM FOR EACH COMBINATION COMES FROM ITS
001920*              SHFTREF SHIFT DEFINITION.
002000*
002100* MODIFICATION HISTORY.
002200*     DATE       INIT  DESCRIPTION
002670*                      BUILDS (LAYOUT AWKREC), SO DAILY VOLUME
002680*                      IS UNBOUNDED AND THE OVERFLOW ABEND
002690*                      (CC 16) NO LONGER EXISTS.
002691*     2026-10-01  GC   THE MINIMUM STAFFING LEVEL IS NOW READ
002692*                      PER DEPARTMENT/SHIFT FROM SHFTREF (THE
002693*                      DEPARTMENTS OWN ENTRY, ELSE THE SHOP-WIDE
002694*                      ONE) AND PRINTED ON EACH LINE.  THE FIXED
002695*                      LEVEL OF 2 REMAINS ONLY AS THE FALLBACK
002696*                      FOR A SHIFT WITH NO DEFINITION.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. SHIFTCOV.
004400         ORGANIZATION IS INDEXED
004410         ACCESS MODE IS DYNAMIC
004420         RECORD KEY IS AWK-KEY.
004430     SELECT OPTIONAL SHIFT-REFERENCE ASSIGN TO "SHFTREF"
004440         ORGANIZATION IS INDEXED
004450         ACCESS MODE IS RANDOM
004460         RECORD KEY IS SHF-KEY.
004500     SELECT COVERAGE-REPORT ASSIGN TO "SHIFTRPT"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004610     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
005600* ONE EMPLOYEE GROUP AT A TIME, SAME AS ROSTRPT READS IT.
005700 FD  ACTIVITY-WORK.
005710     COPY AWKREC.
005720
005730* SHIFT REFERENCE - READ BY KEY FOR EACH COMBINATIONS MINIMUM
005740* HEADCOUNT.  OPTIONAL - WITH NO FILE THE DEFAULT LEVEL APPLIES.
005750 FD  SHIFT-REFERENCE.
005760     COPY SHFREC.
005800
005900* COVERAGE REPORT - SUPERVISOR-READABLE TEXT LINES.
006000 FD  COVERAGE-REPORT.
008600     05  WS-FLAGGED-COUNT        PIC 9(05) COMP VALUE ZERO.
008700     05  WS-EMP-ACT-COUNT        PIC 9(05) COMP VALUE ZERO.
008750     05  WS-COV-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
008760     05  WS-NO-SHIFT-COUNT       PIC 9(05) COMP VALUE ZERO.
008800
008900* DEFAULT MINIMUM STAFFING LEVEL - USED ONLY FOR A DEPARTMENT/
009000* SHIFT COMBINATION WITH NO SHFTREF DEFINITION.
009100 77  WS-MIN-STAFF-LEVEL      PIC 9(03) COMP VALUE 2.
009200
009300* DEPARTMENT/SHIFT COVERAGE ROLL-UP - ONE ENTRY PER DISTINCT
010100         10  WS-COV-EMP-COUNT    PIC 9(05) COMP.
010200         10  WS-COV-ACT-COUNT    PIC 9(05) COMP.
010300         10  WS-COV-IDLE-COUNT   PIC 9(05) COMP.
010410         10  WS-COV-MIN-STAFF    PIC 9(03) COMP.
010420
010500* COVERAGE DETAIL LINE BUILD AREA.
010600 01  WS-COVERAGE-DETAIL.
010700     05  FILLER                  PIC X(05) VALUE "DEPT ".
010800     05  WS-COV-LINE-DEPT        PIC X(04).
010900     05  FILLER                  PIC X(07) VALUE " SHIFT ".
011000     05  WS-COV-LINE-SHIFT       PIC X(01).
011100     05  FILLER                  PIC X(06) VALUE "  EMP ".
011200     05  WS-COV-LINE-EMP         PIC 9(05).
011300     05  FILLER                  PIC X(06) VALUE "  ACT ".
011400     05  WS-COV-LINE-ACT         PIC 9(05).
011500     05  FILLER                  PIC X(06) VALUE " IDLE ".
011600     05  WS-COV-LINE-IDLE        PIC 9(05).
011610     05  FILLER                  PIC X(05) VALUE " MIN ".
011620     05  WS-COV-LINE-MIN         PIC 9(03).
011700     05  FILLER                  PIC X(01) VALUE SPACES.
011800     05  WS-COV-LINE-FLAGS       PIC X(21).
011900
012000* FOOTER COUNT EDIT AREAS.
012100 01  WS-FOOTER-LINE          PIC X(80).
014000     STOP RUN.
014100
014200*================================================================
014300* 1000-INITIALIZE - OPEN ALL THE FILES, WRITE THE REPORT
014400*                   HEADER, AND PRIME THE EMPLOYEE READ.
014500*================================================================
014600 1000-INITIALIZE.
014700     OPEN INPUT EMPLOYEE-MASTER.
014800     OPEN INPUT ACTIVITY-WORK.
014810     OPEN INPUT SHIFT-REFERENCE.
014900     OPEN OUTPUT COVERAGE-REPORT.
015000     MOVE "SHIFT COVERAGE REPORT - DEPARTMENT/SHIFT ROLL-UP"
015100         TO COVERAGE-LINE.
027900     MOVE ZERO TO WS-COV-EMP-COUNT (COV-IDX).
028000     MOVE ZERO TO WS-COV-ACT-COUNT (COV-IDX).
028100     MOVE ZERO TO WS-COV-IDLE-COUNT (COV-IDX).
028150     PERFORM 3400-LOAD-MIN-STAFF THRU 3400-EXIT.
028200     SET COVERAGE-ENTRY-FOUND TO TRUE.
028300 3300-EXIT.
028400     EXIT.
029000     END-IF.
029100 3350-EXIT.
029200     EXIT.
029204
029208*----------------------------------------------------------------
029212* 3400-LOAD-MIN-STAFF - SET THE NEW ENTRYS MINIMUM HEADCOUNT
029216*                       FROM SHFTREF - THE DEPARTMENTS OWN
029220*                       DEFINITION OF THE SHIFT FIRST, THEN THE
029224*                       SHOP-WIDE ONE, ELSE THE DEFAULT LEVEL.
029228*----------------------------------------------------------------
029232 3400-LOAD-MIN-STAFF.
029236     MOVE WS-MIN-STAFF-LEVEL TO WS-COV-MIN-STAFF (COV-IDX).
029240     MOVE EMP-SHIFT-CODE TO SHF-SHIFT-CODE.
029244     MOVE EMP-DEPARTMENT TO SHF-DEPARTMENT.
029248     READ SHIFT-REFERENCE
029252         INVALID KEY
029256             MOVE EMP-SHIFT-CODE TO SHF-SHIFT-CODE
029260             MOVE SPACES TO SHF-DEPARTMENT
029264             READ SHIFT-REFERENCE
029268                 INVALID KEY
029272                     ADD 1 TO WS-NO-SHIFT-COUNT
029276                     GO TO 3400-EXIT
029280             END-READ
029284     END-READ.
029288     MOVE SHF-MIN-HEADCOUNT TO WS-COV-MIN-STAFF (COV-IDX).
029292 3400-EXIT.
029296     EXIT.
029300
029400*================================================================
029500* 4000-PRINT-COVERAGE - ONE REPORT LINE PER DEPARTMENT/SHIFT
032000     MOVE WS-COV-EMP-COUNT (COV-IDX) TO WS-COV-LINE-EMP.
032100     MOVE WS-COV-ACT-COUNT (COV-IDX) TO WS-COV-LINE-ACT.
032200     MOVE WS-COV-IDLE-COUNT (COV-IDX) TO WS-COV-LINE-IDLE.
032250     MOVE WS-COV-MIN-STAFF (COV-IDX) TO WS-COV-LINE-MIN.
032300     MOVE SPACES TO WS-COV-LINE-FLAGS.
032400     EVALUATE TRUE
032500         WHEN WS-COV-EMP-COUNT (COV-IDX)
032550                < WS-COV-MIN-STAFF (COV-IDX)
032600          AND WS-COV-IDLE-COUNT (COV-IDX) > ZERO
032700             MOVE "*UNDERSTAFFED* *IDLE*" TO WS-COV-LINE-FLAGS
032800         WHEN WS-COV-EMP-COUNT (COV-IDX)
032850                < WS-COV-MIN-STAFF (COV-IDX)
032900             MOVE "*UNDERSTAFFED*" TO WS-COV-LINE-FLAGS
033000         WHEN WS-COV-IDLE-COUNT (COV-IDX) > ZERO
033100             MOVE "*IDLE*" TO WS-COV-LINE-FLAGS
035700     WRITE COVERAGE-LINE FROM WS-FOOTER-LINE.
035800     CLOSE EMPLOYEE-MASTER.
035900     CLOSE ACTIVITY-WORK.
035950     CLOSE SHIFT-REFERENCE.
036000     CLOSE COVERAGE-REPORT.
036100     IF SOME-COVERAGE-FLAGGED
036500         MOVE 4 TO RETURN-CODE
037100     DISPLAY "SHIFTCOV: " WS-COV-COUNT
037200         " DEPARTMENT/SHIFT COMBINATION(S), "
037300         WS-FLAGGED-COUNT " FLAGGED".
037310     DISPLAY "SHIFTCOV: " WS-NO-SHIFT-COUNT
037320         " COMBINATION(S) WITH NO SHFTREF DEFINITION - "
037330         "DEFAULT MINIMUM USED".
037400 9000-EXIT.
037500     EXIT.
037600
