000100*================================================================
000200* PROGRAM-ID.  ACTLVAR
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-09
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     PLAN-VERSUS-ACTUAL VARIANCE.  THE SCHEDULING
000900*              SYSTEM RETURNS ONE ACTLFILE RECORD (LAYOUT ACLREC)
001000*              PER EXTRACT RECORD IT WORKED, GIVING THE ACTUAL
001100*              START, THE ACTUAL MINUTES, AND A COMPLETED /
001200*              PARTIAL / NOT-DONE STATUS.  ACTLVAR LOADS THE
001300*              DAYS SCHEXTR INTO A TABLE, MATCHES EACH ACTUAL
001400*              AGAINST IT RECORD-FOR-RECORD (EMPLOYEE, ACTIVITY,
001500*              RUN DATE - THE SAME MATCH ACKMATCH MAKES), AND:
001600*                  POSTS THE ACTUALS ONTO THE ACTHIST RECORD
001700*                  HISTLOAD ROLLED IN FOR THAT EXTRACT RECORD,
001800*                  SO HISTINQ SHOWS PLAN AND ACTUAL TOGETHER;
001900*                  LISTS ON VARRPT, BY DEPARTMENT AND EMPLOYEE,
002000*                  EVERY LATE START, OVERRUN, PARTIAL, AND
002100*                  NEVER-DONE ACTIVITY, EVERY EXTRACT RECORD WITH
002200*                  NO ACTUALS, AND EVERY ACTUAL THAT MATCHES
002300*                  NOTHING WE SENT.
002400*              A START MORE THAN WS-GRACE-MINUTES AFTER THE PLAN
002500*              IS LATE; MINUTES MORE THAN WS-GRACE-MINUTES OVER
002600*              THE PLANNED DURATION ARE AN OVERRUN.  AN EXTRACT
002700*              RECORD WITH NEITHER A PLANNED START NOR A PLANNED
002800*              DURATION IS NOT TIMED.  DEPARTMENT IS THE
002900*              EMPLOYEES CURRENT EMPMAST DEPARTMENT ("????" WHEN
003000*              THE EMPLOYEE IS NO LONGER ON FILE).
003100*              ACTHIST IS KEYED ON EMPLOYEE, RUN DATE, AND THE
003200*              SEQUENCE WITHIN THE DAY HISTLOAD GAVE EACH
003300*              EXTRACT RECORD; THE SAME NUMBERING IS REBUILT
003400*              HERE, AND THE ACTIVITY NAME ON THE HISTORY RECORD
003500*              MUST AGREE BEFORE ANYTHING IS POSTED.  A RERUN
003600*              POSTS THE SAME VALUES OVER THEMSELVES.
003700*              RUNS AS STEP010 OF ACTLRUN, AFTER THE FEEDCHK GATE
003800*              AND BEFORE THE NEXT DAILYRUN REPLACES SCHEXTR.
003900*
004000*              CONDITION CODES.
004100*                  00 = EVERYTHING RAN TO PLAN.
004200*                  04 = LATE STARTS, OVERRUNS, PARTIALS, OR
004300*                       NEVER-DONE ACTIVITIES LISTED.
004400*                  08 = EXTRACT RECORDS WITH NO ACTUALS, ACTUALS
004500*                       MATCHING NOTHING WE SENT, DUPLICATE OR
004600*                       BAD-STATUS ACTUALS, OR ACTUALS THAT COULD
004700*                       NOT BE POSTED TO ACTHIST.
004800*                  16 = THE EXTRACT OVERRAN THE TABLE - THE
004900*                       MATCH-OFF IS NOT TRUSTWORTHY.
005000*
005100* MODIFICATION HISTORY.
005200*     DATE       INIT  DESCRIPTION
005300*     ---------  ----  ---------------------------------------
005400*     2026-10-09  GC   ORIGINAL - SCHEDULER ACTUALS MATCH-OFF,
005500*                      VARIANCE REPORT, AND ACTHIST POSTING.
005530*     2026-10-15  GC   LATE AND OVER HEADINGS MOVED OVER THEIR
005560*                      COLUMNS.
005600*================================================================
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. ACTLVAR.
005900 AUTHOR. GUY CHERKESKY.
006000 INSTALLATION. SHIFT-OPS DATA CENTER.
006100 DATE-WRITTEN. 2026-10-09.
006200 DATE-COMPILED.
006300
006400*----------------------------------------------------------------
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT SCHED-EXTRACT ASSIGN TO "SCHEXTR"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT SCHED-ACTUALS ASSIGN TO "ACTLFILE"
007100         ORGANIZATION IS SEQUENTIAL.
007200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS EMP-ID.
007600     SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS HST-KEY.
008000     SELECT SORT-FILE ASSIGN TO "SORTWK1".
008100     SELECT VARIANCE-WORK ASSIGN TO "VARWRK"
008200         ORGANIZATION IS SEQUENTIAL.
008300     SELECT VARIANCE-REPORT ASSIGN TO "VARRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-RUNSTATS-STATUS.
008800
008900*----------------------------------------------------------------
009000 DATA DIVISION.
009100 FILE SECTION.
009200* SCHEDULING EXTRACT - THE FEED ROSTRPT WROTE, LAYOUT EXTREC.
009300 FD  SCHED-EXTRACT.
009400     COPY EXTREC.
009500
009600* ACTUALS FILE - ONE RECORD PER EXTRACT RECORD THE SCHEDULING
009700* SYSTEM WORKED, LAYOUT ACLREC, CONTROL RECORDS ALREADY
009800* STRIPPED BY FEEDCHK.
009900 FD  SCHED-ACTUALS.
010000     COPY ACLREC.
010100
010200* EMPLOYEE MASTER - READ BY KEY FOR THE DEPARTMENT EACH
010300* VARIANCE IS REPORTED UNDER.
010400 FD  EMPLOYEE-MASTER.
010500     COPY EMPREC.
010600
010700* ACTIVITY HISTORY - READ BY KEY AND REWRITTEN WITH THE
010800* ACTUALS.
010900 FD  ACTIVITY-HISTORY.
011000     COPY HISTREC.
011100
011200* SORT WORK FILE - VARIANCES RESEQUENCED BY DEPARTMENT, THEN
011300* EMPLOYEE, THEN EXTRACT ORDER.  ONLY THE KEY FIELDS ARE NAMED;
011400* THE FULL LAYOUT IS WS-VARIANCE-RECORD.
011500 SD  SORT-FILE.
011600 01  SORT-RECORD.
011700     05  SORT-DEPARTMENT         PIC X(04).
011800     05  SORT-EMP-ID             PIC X(05).
011900     05  SORT-ORDER              PIC 9(05).
012000     05  FILLER                  PIC X(96).
012100
012200* SORTED VARIANCES - READ BACK INTO WS-VARIANCE-RECORD TO PRINT.
012300 FD  VARIANCE-WORK.
012400 01  VARIANCE-WORK-RECORD    PIC X(110).
012500
012600* VARIANCE REPORT - SUPERVISOR-READABLE TEXT LINES.
012700 FD  VARIANCE-REPORT.
012800 01  VARIANCE-LINE           PIC X(80).
012900
013000* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
013100* COUNTER, FOR THE OPSTREND TREND REPORT.
013200 FD  RUN-STATISTICS.
013300     COPY RSTREC.
013400
013500*----------------------------------------------------------------
013600 WORKING-STORAGE SECTION.
013700* SWITCHES.
013800 01  WS-SWITCHES.
013900     05  WS-EXT-EOF-SWITCH       PIC X(01) VALUE "N".
014000         88  NO-MORE-EXTRACTS        VALUE "Y".
014100     05  WS-ACL-EOF-SWITCH       PIC X(01) VALUE "N".
014200         88  NO-MORE-ACTUALS         VALUE "Y".
014300     05  WS-VAR-EOF-SWITCH       PIC X(01) VALUE "N".
014400         88  NO-MORE-VARIANCES       VALUE "Y".
014500     05  WS-MATCH-SWITCH         PIC X(01) VALUE "N".
014600         88  ACTUAL-WAS-MATCHED      VALUE "Y".
014700     05  WS-KEY-SEEN-SWITCH      PIC X(01) VALUE "N".
014800         88  KEY-ALREADY-MATCHED     VALUE "Y".
014900     05  WS-EXT-OVERFLOW-SWITCH  PIC X(01) VALUE "N".
015000         88  EXTRACT-TABLE-OVERFLOWED VALUE "Y".
015100     05  WS-DEPT-STARTED-SWITCH  PIC X(01) VALUE "N".
015200         88  DEPARTMENT-STARTED      VALUE "Y".
015300
015400* COUNTERS.
015500 01  WS-COUNTERS.
015600     05  WS-EXTRACT-COUNT        PIC 9(05) COMP VALUE ZERO.
015700     05  WS-ACTUAL-COUNT         PIC 9(05) COMP VALUE ZERO.
015800     05  WS-POSTED-COUNT         PIC 9(05) COMP VALUE ZERO.
015900     05  WS-NOT-POSTED-COUNT     PIC 9(05) COMP VALUE ZERO.
016000     05  WS-ON-PLAN-COUNT        PIC 9(05) COMP VALUE ZERO.
016100     05  WS-SURPLUS-ORDER        PIC 9(05) COMP VALUE ZERO.
016200
016300* VARIANCE COUNTS - ONE SET PER DEPARTMENT, ONE FOR THE SHOP.
016400* A LATE START THAT ALSO OVERRAN COUNTS IN BOTH.
016500 01  WS-DEPT-TOTALS.
016600     05  WS-DT-LATE              PIC 9(05) COMP.
016700     05  WS-DT-OVERRUN           PIC 9(05) COMP.
016800     05  WS-DT-PARTIAL           PIC 9(05) COMP.
016900     05  WS-DT-NEVER-DONE        PIC 9(05) COMP.
017000     05  WS-DT-NO-ACTUALS        PIC 9(05) COMP.
017100     05  WS-DT-UNPLANNED         PIC 9(05) COMP.
017200     05  WS-DT-DUPLICATE         PIC 9(05) COMP.
017300     05  WS-DT-BAD-STATUS        PIC 9(05) COMP.
017400 01  WS-SHOP-TOTALS.
017500     05  WS-ST-LATE              PIC 9(05) COMP VALUE ZERO.
017600     05  WS-ST-OVERRUN           PIC 9(05) COMP VALUE ZERO.
017700     05  WS-ST-PARTIAL           PIC 9(05) COMP VALUE ZERO.
017800     05  WS-ST-NEVER-DONE        PIC 9(05) COMP VALUE ZERO.
017900     05  WS-ST-NO-ACTUALS        PIC 9(05) COMP VALUE ZERO.
018000     05  WS-ST-UNPLANNED         PIC 9(05) COMP VALUE ZERO.
018100     05  WS-ST-DUPLICATE         PIC 9(05) COMP VALUE ZERO.
018200     05  WS-ST-BAD-STATUS        PIC 9(05) COMP VALUE ZERO.
018300
018400* LATENESS AND OVERRUN TOLERANCE - A START OR A DURATION UP TO
018500* THIS MANY MINUTES PAST THE PLAN IS STILL ON PLAN.
018600 77  WS-GRACE-MINUTES        PIC 9(03) COMP VALUE 10.
018700
018800* IN-MEMORY COPY OF THE DAYS EXTRACT, ONE ENTRY PER SCHEXTR
018900* RECORD, CARRYING THE HISTORY SEQUENCE HISTLOAD GAVE IT AND THE
019000* ACTUALS ONCE MATCHED.  500 ENTRIES MATCHES ACKMATCH AND THE
019100* ACTIVITIES-TABLE LIMIT THAT FEEDS THE EXTRACT.
019200 01  WS-EXTRACT-TABLE-COUNT  PIC 9(05) COMP VALUE ZERO.
019300 01  WS-EXTRACT-TABLE.
019400     05  WS-EXTRACT-ENTRY OCCURS 500 TIMES
019500             INDEXED BY EXT-IDX.
019600         10  WS-EXT-EMP-ID       PIC X(05).
019700         10  WS-EXT-FIRST-NAME   PIC X(12).
019800         10  WS-EXT-LAST-NAME    PIC X(12).
019900         10  WS-EXT-ACTIVITY     PIC X(30).
020000         10  WS-EXT-RUN-DATE     PIC 9(08).
020100         10  WS-EXT-SEQ-NO       PIC 9(03).
020200         10  WS-EXT-PLAN-START   PIC 9(04).
020300         10  WS-EXT-PLAN-MINS    PIC 9(04).
020400         10  WS-EXT-MATCHED-FLAG PIC X(01).
020500             88  ENTRY-WAS-MATCHED   VALUE "Y".
020600         10  WS-EXT-ACT-START    PIC 9(04).
020700         10  WS-EXT-ACT-MINS     PIC 9(04).
020800         10  WS-EXT-ACT-STATUS   PIC X(01).
020900         10  WS-EXT-POSTED-FLAG  PIC X(01).
021000             88  ENTRY-WAS-POSTED    VALUE "Y".
021100
021200* HISTORY SEQUENCE CONTROL - REBUILT EXACTLY AS HISTLOAD BUILDS
021300* IT: RESTARTS AT 1 WHENEVER THE EMPLOYEE CHANGES IN SCHEXTR.
021400 01  WS-SEQ-CONTROL.
021500     05  WS-PRIOR-EMP-ID         PIC X(05) VALUE SPACES.
021600     05  WS-DAY-SEQ-NO           PIC 9(03) VALUE ZERO.
021700
021800* VARIANCE RECORD - BUILT FOR THE SORT AND READ BACK TO PRINT.
021900 01  WS-VARIANCE-RECORD.
022000     05  WS-VR-DEPARTMENT        PIC X(04).
022100     05  WS-VR-EMP-ID            PIC X(05).
022200     05  WS-VR-ORDER             PIC 9(05).
022300     05  WS-VR-FIRST-NAME        PIC X(12).
022400     05  WS-VR-LAST-NAME         PIC X(12).
022500     05  WS-VR-ACTIVITY          PIC X(30).
022600     05  WS-VR-RUN-DATE          PIC 9(08).
022700     05  WS-VR-TYPE              PIC X(01).
022800         88  VR-IS-VARIANCE          VALUE "V".
022900         88  VR-NO-ACTUALS           VALUE "M".
023000         88  VR-IS-UNPLANNED         VALUE "U".
023100         88  VR-IS-DUPLICATE         VALUE "D".
023200         88  VR-BAD-STATUS           VALUE "B".
023300     05  WS-VR-STATUS            PIC X(01).
023400     05  WS-VR-PLAN-START        PIC 9(04).
023500     05  WS-VR-PLAN-MINS         PIC 9(04).
023600     05  WS-VR-ACT-START         PIC 9(04).
023700     05  WS-VR-ACT-MINS          PIC 9(04).
023800     05  WS-VR-LATE-MINS         PIC 9(04).
023900     05  WS-VR-OVER-MINS         PIC 9(04).
024000     05  WS-VR-POSTED-FLAG       PIC X(01).
024100         88  VR-WAS-POSTED           VALUE "Y".
024200     05  FILLER                  PIC X(07).
024300
024400* TIME ARITHMETIC WORK AREA - HHMM CONVERTED TO MINUTES PAST
024500* MIDNIGHT.
024600 01  WS-TIME-WORK.
024700     05  WS-HHMM                 PIC 9(04).
024800     05  WS-HOURS                PIC 9(02).
024900     05  WS-MINUTES              PIC 9(02).
025000     05  WS-PLAN-START-MINS      PIC 9(05) COMP.
025100     05  WS-ACT-START-MINS       PIC 9(05) COMP.
025200     05  WS-DIFFERENCE           PIC S9(05) COMP.
025300
025400* CONTROL-BREAK HOLD AREAS.
025500 01  WS-HOLD-DEPARTMENT      PIC X(04) VALUE SPACES.
025600 01  WS-HOLD-EMP-ID          PIC X(05) VALUE SPACES.
025700
025800* REPORT LINE BUILD AREAS.
025900 01  WS-COLUMN-HEADING.
026000     05  FILLER                  PIC X(04) VALUE SPACES.
026100     05  FILLER                  PIC X(31) VALUE "ACTIVITY".
026200     05  FILLER                  PIC X(10) VALUE "PLANNED".
026300     05  FILLER                  PIC X(10) VALUE "ACTUAL".
026400     05  FILLER                  PIC X(11) VALUE "STATUS".
026500     05  FILLER                  PIC X(06) VALUE "LATE  ".
026600     05  FILLER                  PIC X(06) VALUE "OVER  ".
026700 01  WS-EMPLOYEE-HEADING.
026800     05  FILLER                  PIC X(09) VALUE "  EMP-ID ".
026900     05  WS-EH-EMP-ID            PIC X(05).
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  WS-EH-FIRST-NAME        PIC X(12).
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  WS-EH-LAST-NAME         PIC X(12).
027400 01  WS-VARIANCE-DETAIL.
027500     05  FILLER                  PIC X(04) VALUE SPACES.
027600     05  WS-VD-ACTIVITY          PIC X(30).
027700     05  FILLER                  PIC X(01) VALUE SPACE.
027800     05  WS-VD-PLANNED.
027900         10  WS-VD-PLAN-START    PIC X(04).
028000         10  WS-VD-PLAN-SEP      PIC X(01).
028100         10  WS-VD-PLAN-MINS     PIC X(04).
028200     05  FILLER                  PIC X(01) VALUE SPACE.
028300     05  WS-VD-ACTUAL.
028400         10  WS-VD-ACT-START     PIC X(04).
028500         10  WS-VD-ACT-SEP       PIC X(01).
028600         10  WS-VD-ACT-MINS      PIC X(04).
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  WS-VD-STATUS            PIC X(10).
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  WS-VD-LATE              PIC ZZZ9 BLANK WHEN ZERO.
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  WS-VD-OVER              PIC ZZZ9 BLANK WHEN ZERO.
029300 01  WS-NOTE-LINE.
029400     05  FILLER                  PIC X(08) VALUE SPACES.
029500     05  FILLER                  PIC X(03) VALUE "** ".
029600     05  WS-NOTE-TEXT            PIC X(69).
029700 01  WS-TOTAL-LINE-1.
029800     05  WS-TL-LABEL             PIC X(14).
029900     05  FILLER                  PIC X(06) VALUE " LATE ".
030000     05  WS-TL-LATE              PIC ZZZZ9.
030100     05  FILLER                  PIC X(09) VALUE "  OVERRUN".
030200     05  WS-TL-OVERRUN           PIC ZZZZ9.
030300     05  FILLER                  PIC X(09) VALUE "  PARTIAL".
030400     05  WS-TL-PARTIAL           PIC ZZZZ9.
030500     05  FILLER                  PIC X(12) VALUE "  NEVER DONE".
030600     05  WS-TL-NEVER-DONE        PIC ZZZZ9.
030700 01  WS-TOTAL-LINE-2.
030800     05  FILLER                  PIC X(14) VALUE SPACES.
030900     05  FILLER                  PIC X(12) VALUE " NO ACTUALS ".
031000     05  WS-TL-NO-ACTUALS        PIC ZZZZ9.
031100     05  FILLER                  PIC X(11) VALUE "  UNPLANNED".
031200     05  WS-TL-UNPLANNED         PIC ZZZZ9.
031300     05  FILLER                  PIC X(11) VALUE "  DUPLICATE".
031400     05  WS-TL-DUPLICATE         PIC ZZZZ9.
031500     05  FILLER                  PIC X(12) VALUE "  BAD STATUS".
031600     05  WS-TL-BAD-STATUS        PIC ZZZZ9.
031700 01  WS-FOOTER-LINE          PIC X(80).
031800 01  WS-COUNT-DISPLAY        PIC 9(05).
031900 01  WS-GRACE-DISPLAY        PIC ZZ9.
032000
032100* RUN DATE.
032200 01  WS-CURRENT-TIMESTAMP    PIC X(21).
032300 01  WS-RUN-DATE-YMD         PIC 9(08).
032400 01  WS-RUN-DATE-DISPLAY.
032500     05  WS-RUN-DATE-MM          PIC 9(02).
032600     05  FILLER                  PIC X(01) VALUE "/".
032700     05  WS-RUN-DATE-DD          PIC 9(02).
032800     05  FILLER                  PIC X(01) VALUE "/".
032900     05  WS-RUN-DATE-CCYY        PIC 9(04).
033000
033100* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
033200* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
033300 01  WS-RUNSTATS-STATUS      PIC X(02).
033400
033500*----------------------------------------------------------------
033600 PROCEDURE DIVISION.
033700
033800*================================================================
033900* 0000-MAINLINE - MATCH THE ACTUALS OFF AGAINST THE EXTRACT,
034000*                 POSTING AS WE GO, SORT THE VARIANCES BY
034100*                 DEPARTMENT AND EMPLOYEE, AND PRINT THEM.
034200*================================================================
034300 0000-MAINLINE.
034400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034500     SORT SORT-FILE
034600         ON ASCENDING KEY SORT-DEPARTMENT
034700                          SORT-EMP-ID
034800                          SORT-ORDER
034900         INPUT PROCEDURE IS 2000-MATCH-ACTUALS
035000                       THRU 2000-EXIT
035100         GIVING VARIANCE-WORK.
035200     PERFORM 5000-PRINT-VARIANCES THRU 5000-EXIT.
035300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035400     STOP RUN.
035500
035600*================================================================
035700* 1000-INITIALIZE - CAPTURE THE RUN DATE AND OPEN THE KEYED
035800*                   FILES THE MATCH READS AND UPDATES.
035900*================================================================
036000 1000-INITIALIZE.
036100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
036200     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
036300     MOVE WS-CURRENT-TIMESTAMP (1:4) TO WS-RUN-DATE-CCYY.
036400     MOVE WS-CURRENT-TIMESTAMP (5:2) TO WS-RUN-DATE-MM.
036500     MOVE WS-CURRENT-TIMESTAMP (7:2) TO WS-RUN-DATE-DD.
036600     OPEN INPUT EMPLOYEE-MASTER.
036700     OPEN I-O ACTIVITY-HISTORY.
036800 1000-EXIT.
036900     EXIT.
037000
037100*================================================================
037200* 2000-MATCH-ACTUALS - SORT INPUT PROCEDURE.  LOAD THE EXTRACT
037300*                      TABLE, MATCH AND POST EVERY ACTUAL
037400*                      (RELEASING THOSE THAT MATCH NOTHING), THEN
037500*                      RELEASE ONE VARIANCE PER EXTRACT RECORD
037600*                      THAT DID NOT RUN TO PLAN.
037700*================================================================
037800 2000-MATCH-ACTUALS.
037900     OPEN INPUT SCHED-EXTRACT.
038000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
038100     PERFORM 2200-LOAD-EXTRACT THRU 2200-EXIT
038200         UNTIL NO-MORE-EXTRACTS.
038300     CLOSE SCHED-EXTRACT.
038400     OPEN INPUT SCHED-ACTUALS.
038500     PERFORM 3100-READ-ACTUAL THRU 3100-EXIT.
038600     PERFORM 3000-MATCH-ACTUAL THRU 3000-EXIT
038700         UNTIL NO-MORE-ACTUALS.
038800     CLOSE SCHED-ACTUALS.
038900     IF WS-EXTRACT-TABLE-COUNT > ZERO
039000         PERFORM 4000-CHECK-ONE-ENTRY THRU 4000-EXIT
039100             VARYING EXT-IDX FROM 1 BY 1
039200             UNTIL EXT-IDX > WS-EXTRACT-TABLE-COUNT
039300     END-IF.
039400 2000-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------------
039800* 2100-READ-EXTRACT - READ THE NEXT SCHEDULING EXTRACT RECORD.
039900*----------------------------------------------------------------
040000 2100-READ-EXTRACT.
040100     READ SCHED-EXTRACT
040200         AT END
040300             SET NO-MORE-EXTRACTS TO TRUE
040400         NOT AT END
040500             ADD 1 TO WS-EXTRACT-COUNT
040600     END-READ.
040700 2100-EXIT.
040800     EXIT.
040900
041000*----------------------------------------------------------------
041100* 2200-LOAD-EXTRACT - APPEND THE CURRENT EXTRACT RECORD TO THE
041200*                     TABLE WITH ITS HISTORY SEQUENCE, UNLESS
041300*                     THE TABLE IS ALREADY FULL.
041400*----------------------------------------------------------------
041500 2200-LOAD-EXTRACT.
041600     IF WS-EXTRACT-TABLE-COUNT >= 500
041700         SET EXTRACT-TABLE-OVERFLOWED TO TRUE
041800         SET NO-MORE-EXTRACTS TO TRUE
041900         DISPLAY "ACTLVAR: EXTRACT TABLE LIMIT OF 500 ENTRIES "
042000             "EXCEEDED - SCHEXTR HAS TOO MANY RECORDS."
042100         GO TO 2200-EXIT
042200     END-IF.
042300     IF EXT-EMP-ID = WS-PRIOR-EMP-ID
042400         ADD 1 TO WS-DAY-SEQ-NO
042500     ELSE
042600         MOVE EXT-EMP-ID TO WS-PRIOR-EMP-ID
042700         MOVE 1 TO WS-DAY-SEQ-NO
042800     END-IF.
042900     ADD 1 TO WS-EXTRACT-TABLE-COUNT.
043000     SET EXT-IDX TO WS-EXTRACT-TABLE-COUNT.
043100     MOVE EXT-EMP-ID TO WS-EXT-EMP-ID (EXT-IDX).
043200     MOVE EXT-FIRST-NAME TO WS-EXT-FIRST-NAME (EXT-IDX).
043300     MOVE EXT-LAST-NAME TO WS-EXT-LAST-NAME (EXT-IDX).
043400     MOVE EXT-ACTIVITY-NAME TO WS-EXT-ACTIVITY (EXT-IDX).
043500     MOVE EXT-RUN-DATE TO WS-EXT-RUN-DATE (EXT-IDX).
043600     MOVE WS-DAY-SEQ-NO TO WS-EXT-SEQ-NO (EXT-IDX).
043700     MOVE EXT-START-TIME TO WS-EXT-PLAN-START (EXT-IDX).
043800     MOVE EXT-DURATION-MINS TO WS-EXT-PLAN-MINS (EXT-IDX).
043900     MOVE "N" TO WS-EXT-MATCHED-FLAG (EXT-IDX).
044000     MOVE ZERO TO WS-EXT-ACT-START (EXT-IDX).
044100     MOVE ZERO TO WS-EXT-ACT-MINS (EXT-IDX).
044200     MOVE SPACE TO WS-EXT-ACT-STATUS (EXT-IDX).
044300     MOVE "N" TO WS-EXT-POSTED-FLAG (EXT-IDX).
044400     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
044500 2200-EXIT.
044600     EXIT.
044700
044800*================================================================
044900* 3000-MATCH-ACTUAL - TAKE THE FIRST STILL-UNMATCHED TABLE ENTRY
045000*                     THAT CARRIES THIS ACTUALS EMPLOYEE,
045100*                     ACTIVITY, AND RUN DATE, KEEP THE ACTUALS ON
045200*                     IT, AND POST THEM TO ACTHIST.  AN ACTUAL
045300*                     WHOSE KEY WAS ALREADY USED UP IS A
045400*                     DUPLICATE; ONE MATCHING NOTHING IS
045500*                     UNPLANNED.  BOTH ARE RELEASED AS THEY ARE
045600*                     FOUND.
045700*================================================================
045800 3000-MATCH-ACTUAL.
045900     MOVE "N" TO WS-MATCH-SWITCH.
046000     MOVE "N" TO WS-KEY-SEEN-SWITCH.
046100     IF WS-EXTRACT-TABLE-COUNT > ZERO
046200         PERFORM 3200-MATCH-ONE-ENTRY THRU 3200-EXIT
046300             VARYING EXT-IDX FROM 1 BY 1
046400             UNTIL EXT-IDX > WS-EXTRACT-TABLE-COUNT
046500                OR ACTUAL-WAS-MATCHED
046600     END-IF.
046700     IF ACTUAL-WAS-MATCHED
046800         SET EXT-IDX DOWN BY 1
046900         MOVE ACL-STATUS TO WS-EXT-ACT-STATUS (EXT-IDX)
047000         IF ACL-STATUS-IS-VALID
047100             MOVE ACL-ACTUAL-START TO WS-EXT-ACT-START (EXT-IDX)
047200             MOVE ACL-ACTUAL-MINS TO WS-EXT-ACT-MINS (EXT-IDX)
047300             IF ACL-IS-NOT-DONE
047400                 MOVE ZERO TO WS-EXT-ACT-START (EXT-IDX)
047500                 MOVE ZERO TO WS-EXT-ACT-MINS (EXT-IDX)
047600             END-IF
047700             PERFORM 3300-POST-HISTORY THRU 3300-EXIT
047800         END-IF
047900     ELSE
048000         PERFORM 3400-RELEASE-UNMATCHED THRU 3400-EXIT
048100     END-IF.
048200     PERFORM 3100-READ-ACTUAL THRU 3100-EXIT.
048300 3000-EXIT.
048400     EXIT.
048500
048600*----------------------------------------------------------------
048700* 3100-READ-ACTUAL - READ THE NEXT ACTUALS RECORD.
048800*----------------------------------------------------------------
048900 3100-READ-ACTUAL.
049000     READ SCHED-ACTUALS
049100         AT END
049200             SET NO-MORE-ACTUALS TO TRUE
049300         NOT AT END
049400             ADD 1 TO WS-ACTUAL-COUNT
049500     END-READ.
049600 3100-EXIT.
049700     EXIT.
049800
049900 3200-MATCH-ONE-ENTRY.
050000     IF WS-EXT-EMP-ID (EXT-IDX) = ACL-EMP-ID
050100        AND WS-EXT-ACTIVITY (EXT-IDX) = ACL-ACTIVITY-NAME
050200        AND WS-EXT-RUN-DATE (EXT-IDX) = ACL-RUN-DATE
050300         IF ENTRY-WAS-MATCHED (EXT-IDX)
050400             SET KEY-ALREADY-MATCHED TO TRUE
050500         ELSE
050600             MOVE "Y" TO WS-EXT-MATCHED-FLAG (EXT-IDX)
050700             SET ACTUAL-WAS-MATCHED TO TRUE
050800         END-IF
050900     END-IF.
051000 3200-EXIT.
051100     EXIT.
051200
051300*----------------------------------------------------------------
051400* 3300-POST-HISTORY - CARRY THE ACTUALS ONTO THE ACTHIST RECORD
051500*                     HISTLOAD WROTE FOR THIS EXTRACT RECORD.
051600*                     NO SUCH KEY, OR A DIFFERENT ACTIVITY UNDER
051700*                     IT, LEAVES THE ENTRY UNPOSTED.
051800*----------------------------------------------------------------
051900 3300-POST-HISTORY.
052000     MOVE WS-EXT-EMP-ID (EXT-IDX) TO HST-EMP-ID.
052100     MOVE WS-EXT-RUN-DATE (EXT-IDX) TO HST-RUN-DATE.
052200     MOVE WS-EXT-SEQ-NO (EXT-IDX) TO HST-SEQ-NO.
052300     READ ACTIVITY-HISTORY
052400         INVALID KEY
052500             ADD 1 TO WS-NOT-POSTED-COUNT
052600             GO TO 3300-EXIT
052700     END-READ.
052800     IF HST-ACTIVITY-NAME NOT = WS-EXT-ACTIVITY (EXT-IDX)
052900         ADD 1 TO WS-NOT-POSTED-COUNT
053000         GO TO 3300-EXIT
053100     END-IF.
053200     MOVE WS-EXT-ACT-START (EXT-IDX) TO HST-ACTUAL-START.
053300     MOVE WS-EXT-ACT-MINS (EXT-IDX) TO HST-ACTUAL-MINS.
053400     MOVE WS-EXT-ACT-STATUS (EXT-IDX) TO HST-ACTUAL-STATUS.
053500     REWRITE ACTIVITY-HISTORY-RECORD
053600         INVALID KEY
053700             ADD 1 TO WS-NOT-POSTED-COUNT
053800             GO TO 3300-EXIT
053900     END-REWRITE.
054000     MOVE "Y" TO WS-EXT-POSTED-FLAG (EXT-IDX).
054100     ADD 1 TO WS-POSTED-COUNT.
054200 3300-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* 3400-RELEASE-UNMATCHED - AN ACTUAL FOR NOTHING WE SENT, OR A
054700*                          SECOND ONE FOR SOMETHING ALREADY
054800*                          MATCHED.  IT SORTS AFTER THE
054900*                          EMPLOYEES EXTRACT RECORDS.
055000*----------------------------------------------------------------
055100 3400-RELEASE-UNMATCHED.
055200     MOVE SPACES TO WS-VARIANCE-RECORD.
055300     MOVE ACL-EMP-ID TO WS-VR-EMP-ID.
055400     ADD 1 TO WS-SURPLUS-ORDER.
055500     COMPUTE WS-VR-ORDER = 50000 + WS-SURPLUS-ORDER.
055600     MOVE ACL-ACTIVITY-NAME TO WS-VR-ACTIVITY.
055700     MOVE ACL-RUN-DATE TO WS-VR-RUN-DATE.
055800     MOVE ACL-STATUS TO WS-VR-STATUS.
055900     MOVE ZERO TO WS-VR-PLAN-START.
056000     MOVE ZERO TO WS-VR-PLAN-MINS.
056100     MOVE ACL-ACTUAL-START TO WS-VR-ACT-START.
056200     MOVE ACL-ACTUAL-MINS TO WS-VR-ACT-MINS.
056300     MOVE ZERO TO WS-VR-LATE-MINS.
056400     MOVE ZERO TO WS-VR-OVER-MINS.
056500     MOVE "N" TO WS-VR-POSTED-FLAG.
056600     IF KEY-ALREADY-MATCHED
056700         SET VR-IS-DUPLICATE TO TRUE
056800     ELSE
056900         SET VR-IS-UNPLANNED TO TRUE
057000     END-IF.
057100     PERFORM 4900-RELEASE-VARIANCE THRU 4900-EXIT.
057200 3400-EXIT.
057300     EXIT.
057400
057500*================================================================
057600* 4000-CHECK-ONE-ENTRY - MEASURE ONE EXTRACT RECORD AGAINST ITS
057700*                        ACTUALS AND RELEASE IT WHEN IT DID NOT
057800*                        RUN TO PLAN OR COULD NOT BE POSTED.
057900*================================================================
058000 4000-CHECK-ONE-ENTRY.
058100     MOVE SPACES TO WS-VARIANCE-RECORD.
058200     MOVE WS-EXT-EMP-ID (EXT-IDX) TO WS-VR-EMP-ID.
058300     SET WS-VR-ORDER TO EXT-IDX.
058400     MOVE WS-EXT-FIRST-NAME (EXT-IDX) TO WS-VR-FIRST-NAME.
058500     MOVE WS-EXT-LAST-NAME (EXT-IDX) TO WS-VR-LAST-NAME.
058600     MOVE WS-EXT-ACTIVITY (EXT-IDX) TO WS-VR-ACTIVITY.
058700     MOVE WS-EXT-RUN-DATE (EXT-IDX) TO WS-VR-RUN-DATE.
058800     MOVE WS-EXT-ACT-STATUS (EXT-IDX) TO WS-VR-STATUS.
058900     MOVE WS-EXT-PLAN-START (EXT-IDX) TO WS-VR-PLAN-START.
059000     MOVE WS-EXT-PLAN-MINS (EXT-IDX) TO WS-VR-PLAN-MINS.
059100     MOVE WS-EXT-ACT-START (EXT-IDX) TO WS-VR-ACT-START.
059200     MOVE WS-EXT-ACT-MINS (EXT-IDX) TO WS-VR-ACT-MINS.
059300     MOVE ZERO TO WS-VR-LATE-MINS.
059400     MOVE ZERO TO WS-VR-OVER-MINS.
059500     MOVE WS-EXT-POSTED-FLAG (EXT-IDX) TO WS-VR-POSTED-FLAG.
059600     EVALUATE TRUE
059700         WHEN NOT ENTRY-WAS-MATCHED (EXT-IDX)
059800             SET VR-NO-ACTUALS TO TRUE
059900         WHEN WS-VR-STATUS NOT = "C"
060000          AND WS-VR-STATUS NOT = "P"
060100          AND WS-VR-STATUS NOT = "N"
060200             SET VR-BAD-STATUS TO TRUE
060300         WHEN OTHER
060400             SET VR-IS-VARIANCE TO TRUE
060500             PERFORM 4100-MEASURE-VARIANCE THRU 4100-EXIT
060600     END-EVALUATE.
060700     IF VR-IS-VARIANCE
060800        AND WS-VR-STATUS = "C"
060900        AND WS-VR-LATE-MINS = ZERO
061000        AND WS-VR-OVER-MINS = ZERO
061100        AND VR-WAS-POSTED
061200         ADD 1 TO WS-ON-PLAN-COUNT
061300         GO TO 4000-EXIT
061400     END-IF.
061500     PERFORM 4900-RELEASE-VARIANCE THRU 4900-EXIT.
061600 4000-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000* 4100-MEASURE-VARIANCE - MINUTES LATE AND MINUTES OVER, EACH
062100*                         KEPT ONLY WHEN PAST THE GRACE PERIOD.
062200*                         NOT-DONE AND UNTIMED ENTRIES HAVE
062300*                         NEITHER.
062400*----------------------------------------------------------------
062500 4100-MEASURE-VARIANCE.
062600     IF WS-VR-STATUS = "N"
062700         GO TO 4100-EXIT
062800     END-IF.
062900     IF WS-VR-PLAN-START = ZERO
063000        AND WS-VR-PLAN-MINS = ZERO
063100         GO TO 4100-EXIT
063200     END-IF.
063300     MOVE WS-VR-PLAN-START TO WS-HHMM.
063400     PERFORM 4200-HHMM-TO-MINUTES THRU 4200-EXIT.
063500     COMPUTE WS-PLAN-START-MINS = WS-HOURS * 60 + WS-MINUTES.
063600     MOVE WS-VR-ACT-START TO WS-HHMM.
063700     PERFORM 4200-HHMM-TO-MINUTES THRU 4200-EXIT.
063800     COMPUTE WS-ACT-START-MINS = WS-HOURS * 60 + WS-MINUTES.
063900     COMPUTE WS-DIFFERENCE = WS-ACT-START-MINS
064000         - WS-PLAN-START-MINS.
064100     IF WS-DIFFERENCE > WS-GRACE-MINUTES
064200         MOVE WS-DIFFERENCE TO WS-VR-LATE-MINS
064300     END-IF.
064400     COMPUTE WS-DIFFERENCE = WS-VR-ACT-MINS - WS-VR-PLAN-MINS.
064500     IF WS-DIFFERENCE > WS-GRACE-MINUTES
064600         MOVE WS-DIFFERENCE TO WS-VR-OVER-MINS
064700     END-IF.
064800 4100-EXIT.
064900     EXIT.
065000
065100 4200-HHMM-TO-MINUTES.
065200     DIVIDE WS-HHMM BY 100 GIVING WS-HOURS
065300         REMAINDER WS-MINUTES.
065400 4200-EXIT.
065500     EXIT.
065600
065700*----------------------------------------------------------------
065800* 4900-RELEASE-VARIANCE - FILE THE VARIANCE UNDER THE
065900*                         EMPLOYEES CURRENT DEPARTMENT AND HAND
066000*                         IT TO THE SORT.
066100*----------------------------------------------------------------
066200 4900-RELEASE-VARIANCE.
066300     MOVE WS-VR-EMP-ID TO EMP-ID.
066400     READ EMPLOYEE-MASTER
066500         INVALID KEY
066600             MOVE "????" TO WS-VR-DEPARTMENT
066700         NOT INVALID KEY
066800             MOVE EMP-DEPARTMENT TO WS-VR-DEPARTMENT
066900             IF WS-VR-FIRST-NAME = SPACES
067000                 MOVE FIRST-NAME TO WS-VR-FIRST-NAME
067100                 MOVE LAST-NAME TO WS-VR-LAST-NAME
067200             END-IF
067300     END-READ.
067400     RELEASE SORT-RECORD FROM WS-VARIANCE-RECORD.
067500 4900-EXIT.
067600     EXIT.
067700
067800*================================================================
067900* 5000-PRINT-VARIANCES - READ THE SORTED VARIANCES BACK AND
068000*                        PRINT THEM WITH A HEADING PER
068100*                        DEPARTMENT AND EMPLOYEE AND A TOTAL PER
068200*                        DEPARTMENT.
068300*================================================================
068400 5000-PRINT-VARIANCES.
068500     OPEN INPUT VARIANCE-WORK.
068600     OPEN OUTPUT VARIANCE-REPORT.
068700     MOVE SPACES TO VARIANCE-LINE.
068800     STRING "SCHEDULER ACTUALS VARIANCE - SCHEXTR VS ACTLFILE"
068900                DELIMITED BY SIZE
069000            "   RUN DATE: " DELIMITED BY SIZE
069100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
069200            INTO VARIANCE-LINE
069300     END-STRING.
069400     WRITE VARIANCE-LINE.
069500     MOVE WS-GRACE-MINUTES TO WS-GRACE-DISPLAY.
069600     MOVE SPACES TO VARIANCE-LINE.
069700     STRING "LATE/OVER = MINUTES PAST PLAN, GRACE"
069800                DELIMITED BY SIZE
069900            WS-GRACE-DISPLAY DELIMITED BY SIZE
070000            " MINUTES" DELIMITED BY SIZE
070100            INTO VARIANCE-LINE
070200     END-STRING.
070300     WRITE VARIANCE-LINE.
070400     WRITE VARIANCE-LINE FROM WS-COLUMN-HEADING.
070500     MOVE ALL "-" TO VARIANCE-LINE.
070600     WRITE VARIANCE-LINE.
070700     PERFORM 5100-READ-VARIANCE THRU 5100-EXIT.
070800     PERFORM 5200-PRINT-ONE-VARIANCE THRU 5200-EXIT
070900         UNTIL NO-MORE-VARIANCES.
071000     IF DEPARTMENT-STARTED
071100         PERFORM 5400-DEPARTMENT-TOTAL THRU 5400-EXIT
071200     END-IF.
071300 5000-EXIT.
071400     EXIT.
071500
071600 5100-READ-VARIANCE.
071700     READ VARIANCE-WORK INTO WS-VARIANCE-RECORD
071800         AT END
071900             SET NO-MORE-VARIANCES TO TRUE
072000     END-READ.
072100 5100-EXIT.
072200     EXIT.
072300
072400*----------------------------------------------------------------
072500* 5200-PRINT-ONE-VARIANCE - BREAK ON DEPARTMENT AND EMPLOYEE,
072600*                           THEN ONE DETAIL LINE, COUNTED.
072700*----------------------------------------------------------------
072800 5200-PRINT-ONE-VARIANCE.
072900     IF NOT DEPARTMENT-STARTED
073000        OR WS-VR-DEPARTMENT NOT = WS-HOLD-DEPARTMENT
073100         IF DEPARTMENT-STARTED
073200             PERFORM 5400-DEPARTMENT-TOTAL THRU 5400-EXIT
073300         END-IF
073400         PERFORM 5300-DEPARTMENT-HEADING THRU 5300-EXIT
073500     END-IF.
073600     IF WS-VR-EMP-ID NOT = WS-HOLD-EMP-ID
073700         MOVE WS-VR-EMP-ID TO WS-HOLD-EMP-ID
073800         MOVE WS-VR-EMP-ID TO WS-EH-EMP-ID
073900         MOVE WS-VR-FIRST-NAME TO WS-EH-FIRST-NAME
074000         MOVE WS-VR-LAST-NAME TO WS-EH-LAST-NAME
074100         WRITE VARIANCE-LINE FROM WS-EMPLOYEE-HEADING
074200     END-IF.
074300     PERFORM 5500-BUILD-DETAIL THRU 5500-EXIT.
074400     WRITE VARIANCE-LINE FROM WS-VARIANCE-DETAIL.
074500     IF VR-IS-VARIANCE
074600        AND NOT VR-WAS-POSTED
074700         MOVE "NOT POSTED - NO MATCHING ACTHIST RECORD"
074800             TO WS-NOTE-TEXT
074900         WRITE VARIANCE-LINE FROM WS-NOTE-LINE
075000     END-IF.
075100     PERFORM 5100-READ-VARIANCE THRU 5100-EXIT.
075200 5200-EXIT.
075300     EXIT.
075400
075500 5300-DEPARTMENT-HEADING.
075600     SET DEPARTMENT-STARTED TO TRUE.
075700     MOVE WS-VR-DEPARTMENT TO WS-HOLD-DEPARTMENT.
075800     MOVE SPACES TO WS-HOLD-EMP-ID.
075900     INITIALIZE WS-DEPT-TOTALS.
076000     MOVE SPACES TO VARIANCE-LINE.
076100     WRITE VARIANCE-LINE.
076200     STRING "DEPARTMENT " DELIMITED BY SIZE
076300            WS-VR-DEPARTMENT DELIMITED BY SIZE
076400            INTO VARIANCE-LINE
076500     END-STRING.
076600     WRITE VARIANCE-LINE.
076700 5300-EXIT.
076800     EXIT.
076900
077000 5400-DEPARTMENT-TOTAL.
077100     MOVE SPACES TO WS-TL-LABEL.
077200     STRING "  DEPT " DELIMITED BY SIZE
077300            WS-HOLD-DEPARTMENT DELIMITED BY SIZE
077400            INTO WS-TL-LABEL
077500     END-STRING.
077600     MOVE WS-DT-LATE TO WS-TL-LATE.
077700     MOVE WS-DT-OVERRUN TO WS-TL-OVERRUN.
077800     MOVE WS-DT-PARTIAL TO WS-TL-PARTIAL.
077900     MOVE WS-DT-NEVER-DONE TO WS-TL-NEVER-DONE.
078000     MOVE WS-DT-NO-ACTUALS TO WS-TL-NO-ACTUALS.
078100     MOVE WS-DT-UNPLANNED TO WS-TL-UNPLANNED.
078200     MOVE WS-DT-DUPLICATE TO WS-TL-DUPLICATE.
078300     MOVE WS-DT-BAD-STATUS TO WS-TL-BAD-STATUS.
078400     WRITE VARIANCE-LINE FROM WS-TOTAL-LINE-1.
078500     WRITE VARIANCE-LINE FROM WS-TOTAL-LINE-2.
078600     ADD WS-DT-LATE TO WS-ST-LATE.
078700     ADD WS-DT-OVERRUN TO WS-ST-OVERRUN.
078800     ADD WS-DT-PARTIAL TO WS-ST-PARTIAL.
078900     ADD WS-DT-NEVER-DONE TO WS-ST-NEVER-DONE.
079000     ADD WS-DT-NO-ACTUALS TO WS-ST-NO-ACTUALS.
079100     ADD WS-DT-UNPLANNED TO WS-ST-UNPLANNED.
079200     ADD WS-DT-DUPLICATE TO WS-ST-DUPLICATE.
079300     ADD WS-DT-BAD-STATUS TO WS-ST-BAD-STATUS.
079400 5400-EXIT.
079500     EXIT.
079600
079700*----------------------------------------------------------------
079800* 5500-BUILD-DETAIL - PLANNED AND ACTUAL AS START+MINUTES, THE
079900*                     STATUS IN WORDS, AND THE LATE/OVER MINUTES.
080000*----------------------------------------------------------------
080100 5500-BUILD-DETAIL.
080200     MOVE WS-VR-ACTIVITY TO WS-VD-ACTIVITY.
080300     MOVE SPACES TO WS-VD-PLANNED.
080400     MOVE SPACES TO WS-VD-ACTUAL.
080500     MOVE ZERO TO WS-VD-LATE.
080600     MOVE ZERO TO WS-VD-OVER.
080700     IF NOT VR-IS-UNPLANNED
080800        AND NOT VR-IS-DUPLICATE
080900         MOVE WS-VR-PLAN-START TO WS-VD-PLAN-START
081000         MOVE "+" TO WS-VD-PLAN-SEP
081100         MOVE WS-VR-PLAN-MINS TO WS-VD-PLAN-MINS
081200     END-IF.
081300     IF NOT VR-NO-ACTUALS
081400        AND WS-VR-STATUS NOT = "N"
081500         MOVE WS-VR-ACT-START TO WS-VD-ACT-START
081600         MOVE "+" TO WS-VD-ACT-SEP
081700         MOVE WS-VR-ACT-MINS TO WS-VD-ACT-MINS
081800     END-IF.
081900     EVALUATE TRUE
082000         WHEN VR-NO-ACTUALS
082100             MOVE "NO ACTUALS" TO WS-VD-STATUS
082200             ADD 1 TO WS-DT-NO-ACTUALS
082300         WHEN VR-IS-UNPLANNED
082400             MOVE "UNPLANNED" TO WS-VD-STATUS
082500             ADD 1 TO WS-DT-UNPLANNED
082600         WHEN VR-IS-DUPLICATE
082700             MOVE "DUPLICATE" TO WS-VD-STATUS
082800             ADD 1 TO WS-DT-DUPLICATE
082900         WHEN VR-BAD-STATUS
083000             MOVE SPACES TO WS-VD-STATUS
083100             STRING "BAD STAT " DELIMITED BY SIZE
083200                    WS-VR-STATUS DELIMITED BY SIZE
083300                    INTO WS-VD-STATUS
083400             END-STRING
083500             ADD 1 TO WS-DT-BAD-STATUS
083600         WHEN WS-VR-STATUS = "N"
083700             MOVE "NEVER DONE" TO WS-VD-STATUS
083800             ADD 1 TO WS-DT-NEVER-DONE
083900         WHEN WS-VR-STATUS = "P"
084000             MOVE "PARTIAL" TO WS-VD-STATUS
084100             ADD 1 TO WS-DT-PARTIAL
084200         WHEN OTHER
084300             MOVE "COMPLETED" TO WS-VD-STATUS
084400     END-EVALUATE.
084500     IF WS-VR-LATE-MINS > ZERO
084600         MOVE WS-VR-LATE-MINS TO WS-VD-LATE
084700         ADD 1 TO WS-DT-LATE
084800     END-IF.
084900     IF WS-VR-OVER-MINS > ZERO
085000         MOVE WS-VR-OVER-MINS TO WS-VD-OVER
085100         ADD 1 TO WS-DT-OVERRUN
085200     END-IF.
085300 5500-EXIT.
085400     EXIT.
085500
085600*================================================================
085700* 9000-TERMINATE - SHOP TOTALS, CLOSE EVERYTHING, AND SET THE
085800*                  CONDITION CODE.
085900*================================================================
086000 9000-TERMINATE.
086100     MOVE SPACES TO VARIANCE-LINE.
086200     WRITE VARIANCE-LINE.
086300     MOVE ALL "=" TO VARIANCE-LINE.
086400     WRITE VARIANCE-LINE.
086500     MOVE "SHOP TOTAL" TO WS-TL-LABEL.
086600     MOVE WS-ST-LATE TO WS-TL-LATE.
086700     MOVE WS-ST-OVERRUN TO WS-TL-OVERRUN.
086800     MOVE WS-ST-PARTIAL TO WS-TL-PARTIAL.
086900     MOVE WS-ST-NEVER-DONE TO WS-TL-NEVER-DONE.
087000     MOVE WS-ST-NO-ACTUALS TO WS-TL-NO-ACTUALS.
087100     MOVE WS-ST-UNPLANNED TO WS-TL-UNPLANNED.
087200     MOVE WS-ST-DUPLICATE TO WS-TL-DUPLICATE.
087300     MOVE WS-ST-BAD-STATUS TO WS-TL-BAD-STATUS.
087400     WRITE VARIANCE-LINE FROM WS-TOTAL-LINE-1.
087500     WRITE VARIANCE-LINE FROM WS-TOTAL-LINE-2.
087600     MOVE SPACES TO VARIANCE-LINE.
087700     WRITE VARIANCE-LINE.
087800     MOVE "EXTRACT RECORDS:            " TO WS-FOOTER-LINE.
087900     MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY.
088000     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
088100     MOVE "ACTUALS RECEIVED:           " TO WS-FOOTER-LINE.
088200     MOVE WS-ACTUAL-COUNT TO WS-COUNT-DISPLAY.
088300     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
088400     MOVE "RAN TO PLAN:                " TO WS-FOOTER-LINE.
088500     MOVE WS-ON-PLAN-COUNT TO WS-COUNT-DISPLAY.
088600     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
088700     MOVE "POSTED TO ACTHIST:          " TO WS-FOOTER-LINE.
088800     MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
088900     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
089000     MOVE "NOT POSTED - NOT ON ACTHIST:" TO WS-FOOTER-LINE.
089100     MOVE WS-NOT-POSTED-COUNT TO WS-COUNT-DISPLAY.
089200     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
089300     CLOSE VARIANCE-WORK.
089400     CLOSE VARIANCE-REPORT.
089500     CLOSE EMPLOYEE-MASTER.
089600     CLOSE ACTIVITY-HISTORY.
089700     EVALUATE TRUE
089800         WHEN EXTRACT-TABLE-OVERFLOWED
089900             MOVE 16 TO RETURN-CODE
090000         WHEN WS-ST-NO-ACTUALS > ZERO
090100           OR WS-ST-UNPLANNED > ZERO
090200           OR WS-ST-DUPLICATE > ZERO
090300           OR WS-ST-BAD-STATUS > ZERO
090400           OR WS-NOT-POSTED-COUNT > ZERO
090500             MOVE 8 TO RETURN-CODE
090600         WHEN WS-ST-LATE > ZERO
090700           OR WS-ST-OVERRUN > ZERO
090800           OR WS-ST-PARTIAL > ZERO
090900           OR WS-ST-NEVER-DONE > ZERO
091000             MOVE 4 TO RETURN-CODE
091100         WHEN OTHER
091200             MOVE 0 TO RETURN-CODE
091300     END-EVALUATE.
091400     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
091500     DISPLAY "ACTLVAR: " WS-EXTRACT-COUNT
091600         " EXTRACT RECORD(S), " WS-ACTUAL-COUNT " ACTUAL(S), "
091700         WS-POSTED-COUNT " POSTED".
091800     DISPLAY "ACTLVAR: " WS-ST-LATE " LATE, " WS-ST-OVERRUN
091900         " OVERRUN, " WS-ST-NEVER-DONE " NEVER DONE, "
092000         WS-ST-NO-ACTUALS " NO ACTUALS".
092100 9000-EXIT.
092200     EXIT.
092300
092400 9100-WRITE-COUNT.
092500     MOVE WS-COUNT-DISPLAY TO WS-FOOTER-LINE (30:5).
092600     WRITE VARIANCE-LINE FROM WS-FOOTER-LINE.
092700 9100-EXIT.
092800     EXIT.
092900
093000*----------------------------------------------------------------
093100* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
093200*                        CONDITION CODE TO THE SHARED RUNSTATS
093300*                        FILE, ONE RECORD PER COUNTER.
093400*----------------------------------------------------------------
093500 9500-WRITE-RUN-STATS.
093600     OPEN EXTEND RUN-STATISTICS.
093700     IF WS-RUNSTATS-STATUS = "35"
093800         OPEN OUTPUT RUN-STATISTICS
093900         CLOSE RUN-STATISTICS
094000         OPEN EXTEND RUN-STATISTICS
094100     END-IF.
094200     MOVE SPACES TO RUN-STATISTICS-RECORD.
094300     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
094400     MOVE "ACTLVAR" TO RST-PROGRAM.
094500     MOVE RETURN-CODE TO RST-CONDITION-CODE.
094600     MOVE "ACTUALS RECEIVED" TO RST-COUNTER-NAME.
094700     MOVE WS-ACTUAL-COUNT TO RST-COUNTER-VALUE.
094800     WRITE RUN-STATISTICS-RECORD.
094900     MOVE "ACTUALS POSTED" TO RST-COUNTER-NAME.
095000     MOVE WS-POSTED-COUNT TO RST-COUNTER-VALUE.
095100     WRITE RUN-STATISTICS-RECORD.
095200     MOVE "LATE STARTS" TO RST-COUNTER-NAME.
095300     MOVE WS-ST-LATE TO RST-COUNTER-VALUE.
095400     WRITE RUN-STATISTICS-RECORD.
095500     MOVE "OVERRUNS" TO RST-COUNTER-NAME.
095600     MOVE WS-ST-OVERRUN TO RST-COUNTER-VALUE.
095700     WRITE RUN-STATISTICS-RECORD.
095800     MOVE "NEVER DONE" TO RST-COUNTER-NAME.
095900     MOVE WS-ST-NEVER-DONE TO RST-COUNTER-VALUE.
096000     WRITE RUN-STATISTICS-RECORD.
096100     MOVE "NO ACTUALS" TO RST-COUNTER-NAME.
096200     MOVE WS-ST-NO-ACTUALS TO RST-COUNTER-VALUE.
096300     WRITE RUN-STATISTICS-RECORD.
096400     CLOSE RUN-STATISTICS.
096500 9500-EXIT.
096600     EXIT.
