000100*================================================================
000200* PROGRAM-ID.  PAYINTF
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-02
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     PAY-PERIOD LABOR-HOURS INTERFACE TO PAYROLL.
000900*              RUN AT EACH PAY-PERIOD CLOSE.  TAKES THE PERIOD
001000*              FROM THE PAYCAL PAY CALENDAR (THE PERIOD ID THE
001100*              OPERATOR ENTERS, OR WHEN LEFT BLANK THE OLDEST
001200*              OPEN PERIOD THAT HAS ENDED), READS THE ACTHIST
001300*              HISTORY FILE, AND TOTALS HST-DURATION-MINS FOR
001400*              THE PERIOD PER EMPLOYEE BY ACTIVITY CATEGORY.
001500*              WRITES ONE PAYIFACE RECORD PER EMPLOYEE AND
001600*              CATEGORY BETWEEN A HEADER AND TRAILER CONTROL
001700*              RECORD (LAYOUT PYIREC), PRINTS THE PAYRPT CONTROL
001800*              REPORT OF HOURS PER DEPARTMENT, PER CATEGORY,
001900*              AND IN TOTAL, AND CLOSES THE PERIOD ON PAYCAL.
002000*              A PERIOD ALREADY CLOSED IS NOT SENT AGAIN UNLESS
002100*              THE OPERATOR ANSWERS Y TO THE FORCED-RERUN
002200*              PROMPT; THE HEADER THEN CARRIES THE SENDING
002300*              NUMBER SO PAYROLL SEES IT IS A REPLACEMENT.
002400*              REPLACES THE RE-KEYING OF HOURS FROM THE
002500*              PRINTED ROSTERS.
002600*
002700* MODIFICATION HISTORY.
002800*     DATE       INIT  DESCRIPTION
002900*     ---------  ----  ---------------------------------------
003000*     2026-10-02  GC   ORIGINAL - PAYROLL LABOR-HOURS INTERFACE
003100*                      BUILT FROM THE ACTIVITY HISTORY.
003200*================================================================
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. PAYINTF.
003500 AUTHOR. GUY CHERKESKY.
003600 INSTALLATION. SHIFT-OPS DATA CENTER.
003700 DATE-WRITTEN. 2026-10-02.
003800 DATE-COMPILED.
003900
004000*----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PCL-PERIOD-ID.
004800     SELECT ACTIVITY-HISTORY ASSIGN TO "ACTHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS HST-KEY.
005200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS EMP-ID.
005600     SELECT PAYROLL-INTERFACE ASSIGN TO "PAYIFACE"
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT CONTROL-REPORT ASSIGN TO "PAYRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RUNSTATS-STATUS.
006300
006400*----------------------------------------------------------------
006500 DATA DIVISION.
006600 FILE SECTION.
006700* PAY CALENDAR - SAME RECORD PAYCALMT MAINTAINS.  READ TO PICK
006800* THE PERIOD AND REWRITTEN TO CLOSE IT.
006900 FD  PAY-CALENDAR.
007000     COPY PCLREC.
007100
007200* ACTIVITY HISTORY - SAME RECORD HISTLOAD WRITES.  READ IN KEY
007300* ORDER, SO EACH EMPLOYEES RECORDS ARRIVE TOGETHER.
007400 FD  ACTIVITY-HISTORY.
007500     COPY HISTREC.
007600
007700* EMPLOYEE MASTER - READ BY KEY FOR EACH EMPLOYEES DEPARTMENT.
007800 FD  EMPLOYEE-MASTER.
007900     COPY EMPREC.
008000
008100* PAYROLL INTERFACE - HEADER, DETAILS, TRAILER.
008200 FD  PAYROLL-INTERFACE.
008300     COPY PYIREC.
008400
008500* CONTROL REPORT - PAYROLL-CLERK-READABLE TEXT LINES.
008600 FD  CONTROL-REPORT.
008700 01  CONTROL-LINE            PIC X(80).
008800
008900* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
009000* COUNTER, FOR THE OPSTREND TREND REPORT.
009100 FD  RUN-STATISTICS.
009200     COPY RSTREC.
009300
009400*----------------------------------------------------------------
009500 WORKING-STORAGE SECTION.
009600* SWITCHES.
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
009900         88  NO-MORE-HISTORY         VALUE "Y".
010000     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
010100         88  NO-MORE-PERIODS         VALUE "Y".
010200     05  WS-PERIOD-SWITCH        PIC X(01) VALUE "N".
010300         88  PERIOD-IS-SELECTED      VALUE "Y".
010400     05  WS-FORCE-SWITCH         PIC X(01) VALUE "N".
010500         88  FORCE-RERUN             VALUE "Y".
010600     05  WS-EMP-SWITCH           PIC X(01) VALUE "N".
010700         88  EMPLOYEE-STARTED        VALUE "Y".
010800     05  WS-ENTRY-FOUND-SWITCH   PIC X(01) VALUE "N".
010900         88  TABLE-ENTRY-FOUND       VALUE "Y".
010950     05  WS-CAT-FOUND-SWITCH     PIC X(01) VALUE "N".
010960         88  CATEGORY-ENTRY-FOUND    VALUE "Y".
011000
011100* COUNTERS.
011200 01  WS-COUNTERS.
011300     05  WS-HISTORY-READ-COUNT   PIC 9(07) COMP VALUE ZERO.
011400     05  WS-IN-PERIOD-COUNT      PIC 9(07) COMP VALUE ZERO.
011500     05  WS-NO-TIME-COUNT        PIC 9(05) COMP VALUE ZERO.
011600     05  WS-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE ZERO.
011700     05  WS-NOT-ON-MASTER-COUNT  PIC 9(05) COMP VALUE ZERO.
011800     05  WS-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
011900     05  WS-TOTAL-MINUTES        PIC 9(09) COMP VALUE ZERO.
012000     05  WS-SEND-COUNT           PIC 9(02) VALUE ZERO.
012100     05  WS-FOUND-SUB            PIC 9(03) COMP VALUE ZERO.
012150     05  WS-CAT-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
012200
012300* CONDITION CODE FOR A PERIOD THAT CANNOT BE SENT - SET WHERE
012400* THE PERIOD IS REFUSED, REPORTED AT TERMINATION.
012500 01  WS-REFUSED-RC           PIC 9(02) VALUE ZERO.
012600
012700* OPERATOR INPUT.
012800 01  WS-OPERATOR-INPUT.
012900     05  WS-TARGET-PERIOD        PIC X(06)  VALUE SPACES.
013000
013100* THE PERIOD BEING SENT, HELD APART FROM THE FILE RECORD SO THE
013200* CLOSE CAN REWRITE IT AFTER THE HISTORY PASS.
013300 01  WS-SAVED-PERIOD         PIC X(80).
013310 01  WS-PERIOD-ID            PIC X(06).
013320 01  WS-PERIOD-START         PIC 9(08).
013330 01  WS-PERIOD-END           PIC 9(08).
013400
013500* TODAYS DATE, PULLED ONCE AT INITIALIZATION.
013600 01  WS-CURRENT-TIMESTAMP    PIC X(21).
013700 01  WS-TODAY                PIC 9(08).
013800
013900* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
014000* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
014100 01  WS-RUNSTATS-STATUS      PIC X(02).
014200
014300* CURRENT-EMPLOYEE CONTROL-BREAK WORK AREA AND THAT EMPLOYEES
014400* MINUTES BY CATEGORY FOR THE PERIOD.
014500 01  WS-CURRENT-EMP          PIC X(05) VALUE SPACES.
014600 01  WS-WORK-CATEGORY        PIC X(10).
014700 01  WS-EMP-DEPT             PIC X(04).
014800 01  WS-EMP-CAT-COUNT        PIC 9(03) COMP VALUE ZERO.
014900 01  WS-EMP-CAT-TABLE.
015000     05  WS-EMP-CAT-ENTRY OCCURS 50 TIMES
015100             INDEXED BY EMP-CAT-IDX.
015200         10  WS-EMP-CAT-NAME     PIC X(10).
015300         10  WS-EMP-CAT-MINUTES  PIC 9(07) COMP.
015400
015500* DEPARTMENT ROLL-UP FOR THE CONTROL REPORT, IN FIRST-SEEN
015600* ORDER.
015700 01  WS-DEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
015800 01  WS-DEPT-TABLE.
015900     05  WS-DEPT-ENTRY OCCURS 100 TIMES
016000             INDEXED BY DEPT-IDX.
016100         10  WS-DEPT-CODE        PIC X(04).
016200         10  WS-DEPT-EMP-COUNT   PIC 9(05) COMP.
016300         10  WS-DEPT-MINUTES     PIC 9(09) COMP.
016400
016500* CATEGORY ROLL-UP FOR THE CONTROL REPORT, IN FIRST-SEEN ORDER.
016600 01  WS-CAT-COUNT            PIC 9(03) COMP VALUE ZERO.
016700 01  WS-CATEGORY-TABLE.
016800     05  WS-CAT-ENTRY OCCURS 50 TIMES
016900             INDEXED BY CAT-IDX.
017000         10  WS-CAT-NAME         PIC X(10).
017100         10  WS-CAT-MINUTES      PIC 9(09) COMP.
017200
017300* MINUTES-TO-HOURS WORK AREA.
017400 01  WS-HOURS-WORK           PIC 9(07)V99.
017500
017600* REPORT LINE BUILD AREAS.
017700 01  WS-DATE-EDIT.
017800     05  WS-DE-MM                PIC 9(02).
017900     05  FILLER                  PIC X(01) VALUE "/".
018000     05  WS-DE-DD                PIC 9(02).
018100     05  FILLER                  PIC X(01) VALUE "/".
018200     05  WS-DE-CCYY              PIC 9(04).
018300 01  WS-START-DATE-EDIT      PIC X(10).
018400 01  WS-END-DATE-EDIT        PIC X(10).
018500 01  WS-DEPT-DETAIL.
018600     05  FILLER                  PIC X(05) VALUE "DEPT ".
018700     05  WS-DPL-DEPT             PIC X(04).
018800     05  FILLER                  PIC X(13) VALUE
018900         "   EMPLOYEES ".
019000     05  WS-DPL-EMP-COUNT        PIC ZZZZ9.
019100     05  FILLER                  PIC X(09) VALUE "   HOURS ".
019200     05  WS-DPL-HOURS            PIC Z(06)9.99.
019300     05  FILLER                  PIC X(34) VALUE SPACES.
019400 01  WS-CATEGORY-DETAIL.
019500     05  FILLER                  PIC X(09) VALUE "CATEGORY ".
019600     05  WS-CTL-CATEGORY         PIC X(10).
019700     05  FILLER                  PIC X(08) VALUE SPACES.
019800     05  FILLER                  PIC X(09) VALUE "   HOURS ".
019900     05  WS-CTL-HOURS            PIC Z(06)9.99.
020000     05  FILLER                  PIC X(34) VALUE SPACES.
020100 01  WS-HOURS-DISPLAY        PIC Z(06)9.99.
020200 01  WS-FOOTER-LINE          PIC X(80).
020300 01  WS-COUNT-DISPLAY        PIC 9(07).
020400
020500*----------------------------------------------------------------
020600 PROCEDURE DIVISION.
020700
020800*================================================================
020900* 0000-MAINLINE - PICK THE PAY PERIOD, TOTAL ITS HISTORY INTO
021000*                 THE INTERFACE FILE, PRINT THE CONTROL REPORT,
021100*                 CLOSE THE PERIOD, AND SET THE CONDITION CODE.
021200*================================================================
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021500     IF PERIOD-IS-SELECTED
021600         PERFORM 2000-TALLY-HISTORY THRU 2000-EXIT
021700             UNTIL NO-MORE-HISTORY
021800         IF EMPLOYEE-STARTED
021900             PERFORM 2500-END-EMPLOYEE THRU 2500-EXIT
022000         END-IF
022100         PERFORM 3000-PRINT-CONTROL-REPORT THRU 3000-EXIT
022200         PERFORM 4000-CLOSE-PERIOD THRU 4000-EXIT
022300     END-IF.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     STOP RUN.
022600
022700*================================================================
022800* 1000-INITIALIZE - ASK FOR THE PERIOD AND WHETHER TO FORCE A
022900*                   RERUN, PICK THE PERIOD FROM PAYCAL, AND IF
023000*                   IT MAY BE SENT OPEN THE REST OF THE FILES,
023100*                   WRITE THE INTERFACE HEADER, AND PRIME THE
023200*                   HISTORY READ.
023300*================================================================
023400 1000-INITIALIZE.
023500     DISPLAY "PAYINTF - PAYROLL LABOR-HOURS INTERFACE".
023600     DISPLAY "PAY PERIOD ID (CCYYNN, BLANK = OLDEST OPEN): "
023700         WITH NO ADVANCING.
023800     ACCEPT WS-TARGET-PERIOD.
023900     DISPLAY "FORCE RERUN OF A CLOSED PERIOD (Y/N): "
024000         WITH NO ADVANCING.
024100     ACCEPT WS-FORCE-SWITCH.
024200     IF NOT FORCE-RERUN
024300         MOVE "N" TO WS-FORCE-SWITCH
024400     END-IF.
024500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
024600     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY.
024700     OPEN I-O PAY-CALENDAR.
024800     IF WS-TARGET-PERIOD = SPACES
024900         PERFORM 1100-FIND-OLDEST-OPEN THRU 1100-EXIT
025000     ELSE
025100         PERFORM 1200-READ-NAMED-PERIOD THRU 1200-EXIT
025200     END-IF.
025300     IF NOT PERIOD-IS-SELECTED
025400         GO TO 1000-EXIT
025500     END-IF.
025600     MOVE PAY-CALENDAR-RECORD TO WS-SAVED-PERIOD.
025700     COMPUTE WS-SEND-COUNT = PCL-SEND-COUNT + 1.
025710     MOVE PCL-PERIOD-ID TO WS-PERIOD-ID.
025720     MOVE PCL-START-DATE TO WS-PERIOD-START.
025730     MOVE PCL-END-DATE TO WS-PERIOD-END.
025800     OPEN INPUT ACTIVITY-HISTORY.
025900     OPEN INPUT EMPLOYEE-MASTER.
026000     OPEN OUTPUT PAYROLL-INTERFACE.
026100     OPEN OUTPUT CONTROL-REPORT.
026200     PERFORM 1300-WRITE-HEADER THRU 1300-EXIT.
026300     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600
026700*----------------------------------------------------------------
026800* 1100-FIND-OLDEST-OPEN - NO PERIOD NAMED: WALK PAYCAL IN KEY
026900*                         (DATE) ORDER AND TAKE THE FIRST OPEN
027000*                         PERIOD WHOSE LAST DAY HAS PASSED.
027100*----------------------------------------------------------------
027200 1100-FIND-OLDEST-OPEN.
027300     MOVE LOW-VALUES TO PCL-PERIOD-ID.
027400     START PAY-CALENDAR KEY >= PCL-PERIOD-ID
027500         INVALID KEY
027600             SET NO-MORE-PERIODS TO TRUE
027700     END-START.
027800     PERFORM 1150-CHECK-NEXT-PERIOD THRU 1150-EXIT
027900         UNTIL NO-MORE-PERIODS
028000            OR PERIOD-IS-SELECTED.
028100     IF NOT PERIOD-IS-SELECTED
028200         DISPLAY "PAYINTF: NO OPEN PAY PERIOD HAS ENDED - "
028300             "NOTHING TO SEND."
028400         MOVE 4 TO WS-REFUSED-RC
028500     END-IF.
028600 1100-EXIT.
028700     EXIT.
028800
028900 1150-CHECK-NEXT-PERIOD.
029000     READ PAY-CALENDAR NEXT RECORD
029100         AT END
029200             SET NO-MORE-PERIODS TO TRUE
029300     END-READ.
029400     IF NOT NO-MORE-PERIODS
029500        AND PCL-IS-OPEN
029600        AND PCL-END-DATE < WS-TODAY
029700         SET PERIOD-IS-SELECTED TO TRUE
029800     END-IF.
029900 1150-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 1200-READ-NAMED-PERIOD - THE OPERATOR NAMED THE PERIOD.  IT
030400*                          MUST BE ON PAYCAL AND OVER, AND A
030500*                          CLOSED ONE IS ONLY SENT AGAIN ON A
030600*                          FORCED RERUN.
030700*----------------------------------------------------------------
030800 1200-READ-NAMED-PERIOD.
030900     MOVE WS-TARGET-PERIOD TO PCL-PERIOD-ID.
031000     READ PAY-CALENDAR
031100         INVALID KEY
031200             DISPLAY "PAYINTF: PAY PERIOD " WS-TARGET-PERIOD
031300                 " IS NOT ON THE PAY CALENDAR."
031400             MOVE 16 TO WS-REFUSED-RC
031500             GO TO 1200-EXIT
031600     END-READ.
031700     IF PCL-END-DATE NOT < WS-TODAY
031800         DISPLAY "PAYINTF: PAY PERIOD " WS-TARGET-PERIOD
031900             " DOES NOT END UNTIL " PCL-END-DATE
032000             " - NOT SENT."
032100         MOVE 8 TO WS-REFUSED-RC
032200         GO TO 1200-EXIT
032300     END-IF.
032400     IF PCL-IS-CLOSED
032500        AND NOT FORCE-RERUN
032600         DISPLAY "PAYINTF: PAY PERIOD " WS-TARGET-PERIOD
032700             " WAS SENT ON " PCL-CLOSED-DATE
032800             " - NOT SENT AGAIN WITHOUT A FORCED RERUN."
032900         MOVE 8 TO WS-REFUSED-RC
033000         GO TO 1200-EXIT
033100     END-IF.
033200     IF PCL-IS-CLOSED
033300         DISPLAY "PAYINTF: FORCED RERUN OF CLOSED PAY PERIOD "
033400             WS-TARGET-PERIOD "."
033500     END-IF.
033600     SET PERIOD-IS-SELECTED TO TRUE.
033700 1200-EXIT.
033800     EXIT.
033900
034000*----------------------------------------------------------------
034100* 1300-WRITE-HEADER - THE INTERFACE HEADER: BUSINESS DATE (THE
034200*                     PERIODS LAST DAY), PERIOD, FIRST DAY, AND
034300*                     SENDING NUMBER.
034400*----------------------------------------------------------------
034500 1300-WRITE-HEADER.
034600     MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
034700     SET PYI-IS-HEADER TO TRUE.
034800     MOVE PCL-END-DATE TO PYI-BUSINESS-DATE.
034900     MOVE PCL-PERIOD-ID TO PYI-CTL-PERIOD-ID.
035000     MOVE PCL-START-DATE TO PYI-CTL-START-DATE.
035100     MOVE WS-SEND-COUNT TO PYI-CTL-SEND-COUNT.
035200     WRITE PAYROLL-INTERFACE-RECORD.
035300 1300-EXIT.
035400     EXIT.
035500
035600*================================================================
035700* 2000-TALLY-HISTORY - FOLD THE CURRENT HISTORY RECORD INTO ITS
035800*                      EMPLOYEES CATEGORY TOTALS IF IT FALLS IN
035900*                      THE PERIOD, CLOSING OUT THE PRIOR
036000*                      EMPLOYEE ON A CHANGE, THEN READ THE NEXT.
036100*                      A RECORD WITH NO NUMERIC DURATION IS
036200*                      COUNTED AND SKIPPED.
036300*================================================================
036400 2000-TALLY-HISTORY.
036500     IF HST-RUN-DATE < WS-PERIOD-START
036600        OR HST-RUN-DATE > WS-PERIOD-END
036700         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
036800         GO TO 2000-EXIT
036900     END-IF.
037000     IF HST-DURATION-MINS IS NOT NUMERIC
037100         ADD 1 TO WS-NO-TIME-COUNT
037200         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
037300         GO TO 2000-EXIT
037400     END-IF.
037500     ADD 1 TO WS-IN-PERIOD-COUNT.
037600     IF NOT EMPLOYEE-STARTED
037700         SET EMPLOYEE-STARTED TO TRUE
037800         MOVE HST-EMP-ID TO WS-CURRENT-EMP
037900     ELSE
038000         IF HST-EMP-ID NOT = WS-CURRENT-EMP
038100             PERFORM 2500-END-EMPLOYEE THRU 2500-EXIT
038200             MOVE HST-EMP-ID TO WS-CURRENT-EMP
038300         END-IF
038400     END-IF.
038500     PERFORM 2200-ADD-EMP-CATEGORY THRU 2200-EXIT.
038600     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
038700 2000-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------------
039100* 2100-READ-HISTORY - READ THE NEXT HISTORY RECORD IN KEY ORDER.
039200*----------------------------------------------------------------
039300 2100-READ-HISTORY.
039400     READ ACTIVITY-HISTORY
039500         AT END
039600             SET NO-MORE-HISTORY TO TRUE
039700         NOT AT END
039800             ADD 1 TO WS-HISTORY-READ-COUNT
039900     END-READ.
040000 2100-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* 2200-ADD-EMP-CATEGORY - ADD THE RECORDS MINUTES TO THE
040500*                         CURRENT EMPLOYEES ENTRY FOR ITS
040600*                         CATEGORY, OPENING ONE IF NEEDED.  A
040700*                         RECORD WITH NO CATEGORY IS PAID UNDER
040800*                         "(NONE)" RATHER THAN DROPPED.
040900*----------------------------------------------------------------
041000 2200-ADD-EMP-CATEGORY.
041100     MOVE HST-CATEGORY TO WS-WORK-CATEGORY.
041200     IF WS-WORK-CATEGORY = SPACES
041300         MOVE "(NONE)" TO WS-WORK-CATEGORY
041400     END-IF.
041500     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
041600     IF WS-EMP-CAT-COUNT > ZERO
041700         PERFORM 2250-MATCH-EMP-CATEGORY THRU 2250-EXIT
041800             VARYING EMP-CAT-IDX FROM 1 BY 1
041900             UNTIL EMP-CAT-IDX > WS-EMP-CAT-COUNT
042000                OR TABLE-ENTRY-FOUND
042100     END-IF.
042200     IF TABLE-ENTRY-FOUND
042300         SET EMP-CAT-IDX TO WS-FOUND-SUB
042400         ADD HST-DURATION-MINS TO WS-EMP-CAT-MINUTES (EMP-CAT-IDX)
042500         GO TO 2200-EXIT
042600     END-IF.
042700     IF WS-EMP-CAT-COUNT >= 50
042800         DISPLAY "PAYINTF: MORE THAN 50 CATEGORIES FOR EMP-ID "
042900             WS-CURRENT-EMP " - " WS-WORK-CATEGORY
043000             " NOT SENT."
043100         GO TO 2200-EXIT
043200     END-IF.
043300     ADD 1 TO WS-EMP-CAT-COUNT.
043400     SET EMP-CAT-IDX TO WS-EMP-CAT-COUNT.
043500     MOVE WS-WORK-CATEGORY TO WS-EMP-CAT-NAME (EMP-CAT-IDX).
043600     MOVE HST-DURATION-MINS TO WS-EMP-CAT-MINUTES (EMP-CAT-IDX).
043700 2200-EXIT.
043800     EXIT.
043900
044000* THE FOUND SUBSCRIPT IS CAPTURED HERE BECAUSE PERFORM VARYING
044100* STEPS EMP-CAT-IDX ONCE MORE BEFORE ITS FINAL UNTIL TEST.
044200 2250-MATCH-EMP-CATEGORY.
044300     IF WS-EMP-CAT-NAME (EMP-CAT-IDX) = WS-WORK-CATEGORY
044400         SET TABLE-ENTRY-FOUND TO TRUE
044500         SET WS-FOUND-SUB TO EMP-CAT-IDX
044600     END-IF.
044700 2250-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100* 2500-END-EMPLOYEE - CLOSE OUT THE EMPLOYEE JUST FINISHED:
045200*                     LOOK UP THEIR DEPARTMENT, WRITE ONE
045300*                     INTERFACE RECORD PER CATEGORY, ROLL THE
045400*                     MINUTES INTO THE DEPARTMENT AND CATEGORY
045500*                     TOTALS, AND RESET FOR THE NEXT EMPLOYEE.
045600*                     AN EMPLOYEE SINCE DELETED FROM THE MASTER
045700*                     IS STILL PAID FOR THE HOURS WORKED, UNDER
045800*                     DEPARTMENT "????", AND COUNTED.
045900*----------------------------------------------------------------
046000 2500-END-EMPLOYEE.
046100     ADD 1 TO WS-EMPLOYEE-COUNT.
046200     MOVE WS-CURRENT-EMP TO EMP-ID.
046300     READ EMPLOYEE-MASTER
046400         INVALID KEY
046500             MOVE "????" TO WS-EMP-DEPT
046600             ADD 1 TO WS-NOT-ON-MASTER-COUNT
046700             DISPLAY "PAYINTF: EMP-ID " WS-CURRENT-EMP
046800                 " HAS PERIOD HOURS BUT IS NOT ON EMPMAST."
046900         NOT INVALID KEY
047000             MOVE EMP-DEPARTMENT TO WS-EMP-DEPT
047100     END-READ.
047200     PERFORM 2600-FIND-DEPT-ENTRY THRU 2600-EXIT.
047300     IF TABLE-ENTRY-FOUND
047400         ADD 1 TO WS-DEPT-EMP-COUNT (DEPT-IDX)
047500     END-IF.
047600     PERFORM 2550-WRITE-ONE-CATEGORY THRU 2550-EXIT
047700         VARYING EMP-CAT-IDX FROM 1 BY 1
047800         UNTIL EMP-CAT-IDX > WS-EMP-CAT-COUNT.
047900     MOVE ZERO TO WS-EMP-CAT-COUNT.
048000 2500-EXIT.
048100     EXIT.
048200
048300 2550-WRITE-ONE-CATEGORY.
048400     MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
048500     MOVE WS-CURRENT-EMP TO PYI-EMP-ID.
048600     MOVE WS-PERIOD-ID TO PYI-PERIOD-ID.
048700     MOVE WS-EMP-DEPT TO PYI-DEPARTMENT.
048800     MOVE WS-EMP-CAT-NAME (EMP-CAT-IDX) TO PYI-CATEGORY.
048900     MOVE WS-EMP-CAT-MINUTES (EMP-CAT-IDX) TO PYI-MINUTES.
049000     COMPUTE PYI-HOURS ROUNDED =
049100         WS-EMP-CAT-MINUTES (EMP-CAT-IDX) / 60.
049200     WRITE PAYROLL-INTERFACE-RECORD.
049300     ADD 1 TO WS-DETAIL-COUNT.
049400     ADD WS-EMP-CAT-MINUTES (EMP-CAT-IDX) TO WS-TOTAL-MINUTES.
049500     IF TABLE-ENTRY-FOUND
049600         ADD WS-EMP-CAT-MINUTES (EMP-CAT-IDX)
049700             TO WS-DEPT-MINUTES (DEPT-IDX)
049800     END-IF.
049900     PERFORM 2700-ADD-CATEGORY-TOTAL THRU 2700-EXIT.
050000 2550-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400* 2600-FIND-DEPT-ENTRY - FIND (OR ADD) THE DEPARTMENT ROLL-UP
050500*                        ENTRY, LEAVING DEPT-IDX ON IT.
050600*----------------------------------------------------------------
050700 2600-FIND-DEPT-ENTRY.
050800     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
050900     IF WS-DEPT-COUNT > ZERO
051000         PERFORM 2650-MATCH-ONE-DEPT THRU 2650-EXIT
051100             VARYING DEPT-IDX FROM 1 BY 1
051200             UNTIL DEPT-IDX > WS-DEPT-COUNT
051300                OR TABLE-ENTRY-FOUND
051400     END-IF.
051500     IF TABLE-ENTRY-FOUND
051600         SET DEPT-IDX TO WS-FOUND-SUB
051700         GO TO 2600-EXIT
051800     END-IF.
051900     IF WS-DEPT-COUNT >= 100
052000         DISPLAY "PAYINTF: MORE THAN 100 DEPARTMENTS - "
052100             WS-EMP-DEPT " NOT ON THE CONTROL REPORT."
052200         GO TO 2600-EXIT
052300     END-IF.
052400     ADD 1 TO WS-DEPT-COUNT.
052500     SET DEPT-IDX TO WS-DEPT-COUNT.
052600     MOVE WS-EMP-DEPT TO WS-DEPT-CODE (DEPT-IDX).
052700     MOVE ZERO TO WS-DEPT-EMP-COUNT (DEPT-IDX).
052800     MOVE ZERO TO WS-DEPT-MINUTES (DEPT-IDX).
052900     SET TABLE-ENTRY-FOUND TO TRUE.
053000 2600-EXIT.
053100     EXIT.
053200
053300 2650-MATCH-ONE-DEPT.
053400     IF WS-DEPT-CODE (DEPT-IDX) = WS-EMP-DEPT
053500         SET TABLE-ENTRY-FOUND TO TRUE
053600         SET WS-FOUND-SUB TO DEPT-IDX
053700     END-IF.
053800 2650-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------------
054200* 2700-ADD-CATEGORY-TOTAL - ADD ONE EMPLOYEE CATEGORYS MINUTES
054300*                           TO THE SHOP-WIDE CATEGORY TOTAL.
054400*                           USES ITS OWN SWITCH AND SUBSCRIPT
054500*                           SO THE DEPARTMENT ENTRY FOUND BY
054600*                           THE CALLER IS LEFT ALONE.
054700*----------------------------------------------------------------
054800 2700-ADD-CATEGORY-TOTAL.
054900     MOVE "N" TO WS-CAT-FOUND-SWITCH.
055000     IF WS-CAT-COUNT > ZERO
055100         PERFORM 2750-MATCH-ONE-CATEGORY THRU 2750-EXIT
055200             VARYING CAT-IDX FROM 1 BY 1
055300             UNTIL CAT-IDX > WS-CAT-COUNT
055400                OR CATEGORY-ENTRY-FOUND
055500     END-IF.
055600     IF CATEGORY-ENTRY-FOUND
055700         SET CAT-IDX TO WS-CAT-FOUND-SUB
055800         ADD WS-EMP-CAT-MINUTES (EMP-CAT-IDX)
055900             TO WS-CAT-MINUTES (CAT-IDX)
056000         GO TO 2700-EXIT
056100     END-IF.
056200     IF WS-CAT-COUNT >= 50
056300         DISPLAY "PAYINTF: MORE THAN 50 CATEGORIES - "
056400             WS-EMP-CAT-NAME (EMP-CAT-IDX)
056500             " NOT ON THE CONTROL REPORT."
056600         GO TO 2700-EXIT
056700     END-IF.
056800     ADD 1 TO WS-CAT-COUNT.
056900     SET CAT-IDX TO WS-CAT-COUNT.
057000     MOVE WS-EMP-CAT-NAME (EMP-CAT-IDX) TO WS-CAT-NAME (CAT-IDX).
057100     MOVE WS-EMP-CAT-MINUTES (EMP-CAT-IDX)
057200         TO WS-CAT-MINUTES (CAT-IDX).
057300 2700-EXIT.
057400     EXIT.
057500
057600 2750-MATCH-ONE-CATEGORY.
057700     IF WS-CAT-NAME (CAT-IDX) = WS-EMP-CAT-NAME (EMP-CAT-IDX)
057800         SET CATEGORY-ENTRY-FOUND TO TRUE
057900         SET WS-CAT-FOUND-SUB TO CAT-IDX
058000     END-IF.
058100 2750-EXIT.
058200     EXIT.
058250
058300*================================================================
058400* 3000-PRINT-CONTROL-REPORT - THE PAYROLL CLERKS CHECK AGAINST
058500*                             WHAT PAYROLL LOADED: THE PERIOD,
058600*                             HOURS PER DEPARTMENT, HOURS PER
058700*                             CATEGORY, AND THE GRAND TOTALS THAT
058800*                             MATCH THE INTERFACE TRAILER.
058900*================================================================
059000 3000-PRINT-CONTROL-REPORT.
059100     PERFORM 3050-WRITE-TRAILER THRU 3050-EXIT.
059200     MOVE "PAYINTF - PAYROLL INTERFACE CONTROL REPORT"
059300         TO CONTROL-LINE.
059400     WRITE CONTROL-LINE.
059500     MOVE WS-PERIOD-START (5:2) TO WS-DE-MM.
059600     MOVE WS-PERIOD-START (7:2) TO WS-DE-DD.
059700     MOVE WS-PERIOD-START (1:4) TO WS-DE-CCYY.
059800     MOVE WS-DATE-EDIT TO WS-START-DATE-EDIT.
059900     MOVE WS-PERIOD-END (5:2) TO WS-DE-MM.
060000     MOVE WS-PERIOD-END (7:2) TO WS-DE-DD.
060100     MOVE WS-PERIOD-END (1:4) TO WS-DE-CCYY.
060200     MOVE WS-DATE-EDIT TO WS-END-DATE-EDIT.
060300     MOVE SPACES TO WS-FOOTER-LINE.
060400     STRING "PAY PERIOD " DELIMITED BY SIZE
060500            WS-PERIOD-ID DELIMITED BY SIZE
060600            "   " DELIMITED BY SIZE
060700            WS-START-DATE-EDIT DELIMITED BY SIZE
060800            " THRU " DELIMITED BY SIZE
060900            WS-END-DATE-EDIT DELIMITED BY SIZE
061000            "   SENDING " DELIMITED BY SIZE
061100            WS-SEND-COUNT DELIMITED BY SIZE
061200            INTO WS-FOOTER-LINE
061300     END-STRING.
061400     WRITE CONTROL-LINE FROM WS-FOOTER-LINE.
061500     IF FORCE-RERUN
061600         MOVE "*** FORCED RERUN - REPLACES EARLIER SENDING ***"
061700             TO CONTROL-LINE
061800         WRITE CONTROL-LINE
061900     END-IF.
062000     MOVE SPACES TO CONTROL-LINE.
062100     WRITE CONTROL-LINE.
062200     MOVE "HOURS BY DEPARTMENT" TO CONTROL-LINE.
062300     WRITE CONTROL-LINE.
062400     IF WS-DEPT-COUNT > ZERO
062500         PERFORM 3100-PRINT-ONE-DEPT THRU 3100-EXIT
062600             VARYING DEPT-IDX FROM 1 BY 1
062700             UNTIL DEPT-IDX > WS-DEPT-COUNT
062800     END-IF.
062900     MOVE SPACES TO CONTROL-LINE.
063000     WRITE CONTROL-LINE.
063100     MOVE "HOURS BY CATEGORY" TO CONTROL-LINE.
063200     WRITE CONTROL-LINE.
063300     IF WS-CAT-COUNT > ZERO
063400         PERFORM 3200-PRINT-ONE-CATEGORY THRU 3200-EXIT
063500             VARYING CAT-IDX FROM 1 BY 1
063600             UNTIL CAT-IDX > WS-CAT-COUNT
063700     END-IF.
063800     MOVE SPACES TO CONTROL-LINE.
063900     WRITE CONTROL-LINE.
064000     MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-DISPLAY.
064100     MOVE SPACES TO WS-FOOTER-LINE.
064200     STRING "TOTAL EMPLOYEES PAID: " DELIMITED BY SIZE
064300            WS-COUNT-DISPLAY DELIMITED BY SIZE
064400            INTO WS-FOOTER-LINE
064500     END-STRING.
064600     WRITE CONTROL-LINE FROM WS-FOOTER-LINE.
064700     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
064800     MOVE SPACES TO WS-FOOTER-LINE.
064900     STRING "TOTAL INTERFACE DETAIL RECORDS: " DELIMITED BY SIZE
065000            WS-COUNT-DISPLAY DELIMITED BY SIZE
065100            INTO WS-FOOTER-LINE
065200     END-STRING.
065300     WRITE CONTROL-LINE FROM WS-FOOTER-LINE.
065400     COMPUTE WS-HOURS-WORK ROUNDED = WS-TOTAL-MINUTES / 60.
065500     MOVE WS-HOURS-WORK TO WS-HOURS-DISPLAY.
065600     MOVE SPACES TO WS-FOOTER-LINE.
065700     STRING "TOTAL HOURS: " DELIMITED BY SIZE
065800            WS-HOURS-DISPLAY DELIMITED BY SIZE
065900            INTO WS-FOOTER-LINE
066000     END-STRING.
066100     WRITE CONTROL-LINE FROM WS-FOOTER-LINE.
066200     IF WS-NOT-ON-MASTER-COUNT > ZERO
066300         MOVE WS-NOT-ON-MASTER-COUNT TO WS-COUNT-DISPLAY
066400         MOVE SPACES TO WS-FOOTER-LINE
066500         STRING "EMPLOYEES NOT ON EMPMAST (DEPT ????): "
066600                    DELIMITED BY SIZE
066700                WS-COUNT-DISPLAY DELIMITED BY SIZE
066800                INTO WS-FOOTER-LINE
066900         END-STRING
067000         WRITE CONTROL-LINE FROM WS-FOOTER-LINE
067100     END-IF.
067200     IF WS-NO-TIME-COUNT > ZERO
067300         MOVE WS-NO-TIME-COUNT TO WS-COUNT-DISPLAY
067400         MOVE SPACES TO WS-FOOTER-LINE
067500         STRING "HISTORY RECORDS SKIPPED - NO DURATION: "
067600                    DELIMITED BY SIZE
067700                WS-COUNT-DISPLAY DELIMITED BY SIZE
067800                INTO WS-FOOTER-LINE
067900         END-STRING
068000         WRITE CONTROL-LINE FROM WS-FOOTER-LINE
068100     END-IF.
068200 3000-EXIT.
068300     EXIT.
068350
068400*----------------------------------------------------------------
068500* 3050-WRITE-TRAILER - THE INTERFACE TRAILER: DETAIL RECORD COUNT
068600*                      AND TOTAL MINUTES, FOR PAYROLL TO BALANCE
068700*                      THE LOAD AGAINST.
068800*----------------------------------------------------------------
068900 3050-WRITE-TRAILER.
069000     MOVE SPACES TO PAYROLL-INTERFACE-RECORD.
069100     SET PYI-IS-TRAILER TO TRUE.
069200     MOVE WS-DETAIL-COUNT TO PYI-RECORD-COUNT.
069300     MOVE WS-TOTAL-MINUTES TO PYI-TOTAL-MINUTES.
069400     WRITE PAYROLL-INTERFACE-RECORD.
069500 3050-EXIT.
069600     EXIT.
069650
069700 3100-PRINT-ONE-DEPT.
069800     MOVE WS-DEPT-CODE (DEPT-IDX) TO WS-DPL-DEPT.
069900     MOVE WS-DEPT-EMP-COUNT (DEPT-IDX) TO WS-DPL-EMP-COUNT.
070000     COMPUTE WS-HOURS-WORK ROUNDED =
070050         WS-DEPT-MINUTES (DEPT-IDX) / 60.
070100     MOVE WS-HOURS-WORK TO WS-DPL-HOURS.
070200     WRITE CONTROL-LINE FROM WS-DEPT-DETAIL.
070300 3100-EXIT.
070400     EXIT.
070450
070500 3200-PRINT-ONE-CATEGORY.
070600     MOVE WS-CAT-NAME (CAT-IDX) TO WS-CTL-CATEGORY.
070700     COMPUTE WS-HOURS-WORK ROUNDED =
070750         WS-CAT-MINUTES (CAT-IDX) / 60.
070800     MOVE WS-HOURS-WORK TO WS-CTL-HOURS.
070900     WRITE CONTROL-LINE FROM WS-CATEGORY-DETAIL.
071000 3200-EXIT.
071100     EXIT.
071150
071200*================================================================
071300* 4000-CLOSE-PERIOD - MARK THE PERIOD SENT ON PAYCAL SO THE NEXT
071400*                     RUN DOES NOT SEND IT AGAIN: STATUS CLOSED,
071500*                     THE DATE SENT, AND THE SENDING NUMBER.
071600*================================================================
071700 4000-CLOSE-PERIOD.
071800     MOVE WS-SAVED-PERIOD TO PAY-CALENDAR-RECORD.
071900     SET PCL-IS-CLOSED TO TRUE.
072000     MOVE WS-TODAY TO PCL-CLOSED-DATE.
072100     MOVE WS-SEND-COUNT TO PCL-SEND-COUNT.
072200     REWRITE PAY-CALENDAR-RECORD
072300         INVALID KEY
072400             DISPLAY "PAYINTF: COULD NOT CLOSE PAY PERIOD "
072500                 WS-PERIOD-ID " ON PAYCAL."
072600             MOVE 16 TO WS-REFUSED-RC
072700     END-REWRITE.
072800 4000-EXIT.
072900     EXIT.
072950
073000*================================================================
073100* 9000-TERMINATE - CLOSE THE FILES, SET THE CONDITION CODE, AND
073200*                  REPORT THE COUNTS.  RC 0 = SENT CLEAN, 4 =
073300*                  SENT WITH EMPLOYEES NOT ON EMPMAST (OR NO
073400*                  PERIOD DUE), 8 = PERIOD REFUSED, 16 = PERIOD
073500*                  NOT ON PAYCAL OR COULD NOT BE CLOSED.
073600*================================================================
073700 9000-TERMINATE.
073800     CLOSE PAY-CALENDAR.
073900     IF PERIOD-IS-SELECTED
074000         CLOSE ACTIVITY-HISTORY
074100         CLOSE EMPLOYEE-MASTER
074200         CLOSE PAYROLL-INTERFACE
074300         CLOSE CONTROL-REPORT
074400     END-IF.
074500     EVALUATE TRUE
074600         WHEN WS-REFUSED-RC > ZERO
074700             MOVE WS-REFUSED-RC TO RETURN-CODE
074800         WHEN WS-NOT-ON-MASTER-COUNT > ZERO
074900             MOVE 4 TO RETURN-CODE
075000         WHEN OTHER
075100             MOVE 0 TO RETURN-CODE
075200     END-EVALUATE.
075300     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
075400     IF PERIOD-IS-SELECTED
075500         DISPLAY "PAYINTF: PAY PERIOD " WS-PERIOD-ID
075600             " SENT - SENDING " WS-SEND-COUNT
075700         DISPLAY "PAYINTF: " WS-EMPLOYEE-COUNT " EMPLOYEE(S), "
075800             WS-DETAIL-COUNT " INTERFACE RECORD(S), "
075900             WS-TOTAL-MINUTES " MINUTE(S)"
076000         DISPLAY "PAYINTF: " WS-NOT-ON-MASTER-COUNT
076100             " EMPLOYEE(S) NOT ON EMPMAST"
076200     END-IF.
076300 9000-EXIT.
076400     EXIT.
076450
076500*----------------------------------------------------------------
076600* 9500-WRITE-RUN-STATS - APPEND THIS RUNS COUNTERS TO RUNSTATS.
076700*----------------------------------------------------------------
076800 9500-WRITE-RUN-STATS.
076900     OPEN EXTEND RUN-STATISTICS.
077000     IF WS-RUNSTATS-STATUS = "35"
077100         OPEN OUTPUT RUN-STATISTICS
077200         CLOSE RUN-STATISTICS
077300         OPEN EXTEND RUN-STATISTICS
077400     END-IF.
077500     MOVE SPACES TO RUN-STATISTICS-RECORD.
077600     MOVE WS-TODAY TO RST-RUN-DATE.
077700     MOVE "PAYINTF" TO RST-PROGRAM.
077800     MOVE RETURN-CODE TO RST-CONDITION-CODE.
077900     MOVE "HISTORY RECORDS READ" TO RST-COUNTER-NAME.
078000     MOVE WS-HISTORY-READ-COUNT TO RST-COUNTER-VALUE.
078100     WRITE RUN-STATISTICS-RECORD.
078200     MOVE "EMPLOYEES PAID" TO RST-COUNTER-NAME.
078300     MOVE WS-EMPLOYEE-COUNT TO RST-COUNTER-VALUE.
078400     WRITE RUN-STATISTICS-RECORD.
078500     MOVE "INTERFACE RECORDS" TO RST-COUNTER-NAME.
078600     MOVE WS-DETAIL-COUNT TO RST-COUNTER-VALUE.
078700     WRITE RUN-STATISTICS-RECORD.
078800     CLOSE RUN-STATISTICS.
078900 9500-EXIT.
079000     EXIT.
