000100*================================================================
000200* PROGRAM-ID.  CATUTIL
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-06
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     ACTIVITY CATEGORY UTILIZATION BY DEPARTMENT AND
000900*              SHIFT OVER AN OPERATOR-ENTERED DATE RANGE
001000*              (USUALLY A MONTH OR A QUARTER).  BUILT FROM
001100*              ACTHIST, WHICH KEEPS EVERY DAY HISTLOAD HAS EVER
001200*              LOADED, AND EMPMAST - NOT FROM WEEKEXT, WHICH IS
001300*              CLEARED EVERY WEEK.
001400*              FOR EACH DEPARTMENT AND SHIFT THE REPORT GIVES THE
001500*              MINUTES BOOKED TO EACH ACTIVITY CATEGORY AS A SHARE
001600*              OF THE AVAILABLE SHIFT TIME, THEN DEPARTMENT
001700*              SUBTOTALS ACROSS SHIFTS AND SHOP TOTALS.
001800*              AVAILABLE SHIFT TIME IS ONE PAID SHIFT (SHFTREF
001900*              SHF-PAID-MINUTES - DEPARTMENT ENTRY, THEN SHOP-WIDE
002000*              ENTRY, THEN THE 480-MINUTE DEFAULT) FOR EVERY
002100*              EMPLOYEE-DAY ON ACTHIST IN THE RANGE.  AN EMPLOYEE
002200*              IS PLACED BY THE DEPARTMENT AND SHIFT NOW ON
002300*              EMPMAST; HISTORY FOR AN EMP-ID NO LONGER ON EMPMAST
002400*              IS SHOWN UNDER DEPARTMENT "????".
002500*              THE SAME RANGE ONE YEAR EARLIER IS ACCUMULATED IN
002600*              THE SAME PASS AND PRINTED ALONGSIDE WHEN ACTHIST
002700*              GOES BACK THAT FAR.
002800*              ENDS CC 4 WHEN THE RANGE HOLDS NO HISTORY, A SHIFT
002900*              LENGTH WAS DEFAULTED, AN EMP-ID WAS NOT ON EMPMAST,
003000*              OR A WORK TABLE FILLED; OTHERWISE CC 0.
003100*
003200* MODIFICATION HISTORY.
003300*     DATE       INIT  DESCRIPTION
003400*     ---------  ----  ---------------------------------------
003500*     2026-10-06  GC   ORIGINAL - CATEGORY UTILIZATION REPORT
003600*                      WITH SAME-PERIOD-LAST-YEAR COMPARISON.
003630*     2026-10-15  GC   THE FROM AND TO DATES MUST NOW BE REAL
003660*                      CALENDAR DATES, NOT JUST EIGHT DIGITS.
003700*================================================================
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. CATUTIL.
004000 AUTHOR. GUY CHERKESKY.
004100 INSTALLATION. SHIFT-OPS DATA CENTER.
004200 DATE-WRITTEN. 2026-10-06.
004300 DATE-COMPILED.
004400
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT OPTIONAL ACTIVITY-HISTORY ASSIGN TO "ACTHIST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS HST-KEY.
005300     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS EMP-ID.
005700     SELECT OPTIONAL SHIFT-REFERENCE ASSIGN TO "SHFTREF"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS SHF-KEY.
006100     SELECT UTILIZATION-REPORT ASSIGN TO "CATUTRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RUNSTATS-STATUS.
006600
006700*----------------------------------------------------------------
006800 DATA DIVISION.
006900 FILE SECTION.
007000* ACTIVITY HISTORY - LOADED BY HISTLOAD, READ IN KEY ORDER SO
007100* EACH EMPLOYEES DAYS ARRIVE TOGETHER AND IN DATE ORDER.
007200 FD  ACTIVITY-HISTORY.
007300     COPY HISTREC.
007400
007500* EMPLOYEE MASTER - READ BY KEY FOR EACH EMPLOYEES DEPARTMENT
007600* AND SHIFT CODE.
007700 FD  EMPLOYEE-MASTER.
007800     COPY EMPREC.
007900
008000* SHIFT REFERENCE - READ BY KEY FOR THE PAID SHIFT LENGTH.
008100* OPTIONAL - WITH NO FILE EVERY SHIFT USES THE DEFAULT LENGTH.
008200 FD  SHIFT-REFERENCE.
008300     COPY SHFREC.
008400
008500* UTILIZATION REPORT - OPERATOR-READABLE TEXT LINES.
008600 FD  UTILIZATION-REPORT.
008700 01  REPORT-LINE             PIC X(80).
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
010000     05  WS-DATES-OK-SWITCH      PIC X(01) VALUE "N".
010100         88  DATES-ARE-VALID         VALUE "Y".
010130     05  WS-CALENDAR-SWITCH      PIC X(01) VALUE "N".
010160         88  DATE-IS-ON-CALENDAR     VALUE "Y".
010200     05  WS-PERIOD-SWITCH        PIC X(01) VALUE SPACE.
010300         88  IN-CURRENT-PERIOD       VALUE "C".
010400         88  IN-LAST-YEAR            VALUE "L".
010500     05  WS-LY-HISTORY-SWITCH    PIC X(01) VALUE "N".
010600         88  LAST-YEAR-HISTORY-FOUND VALUE "Y".
010700     05  WS-DS-FOUND-SWITCH      PIC X(01) VALUE "N".
010800         88  DEPT-SHIFT-FOUND        VALUE "Y".
010900     05  WS-DC-FOUND-SWITCH      PIC X(01) VALUE "N".
011000         88  DEPT-CATEGORY-FOUND     VALUE "Y".
011100     05  WS-PC-FOUND-SWITCH      PIC X(01) VALUE "N".
011200         88  PRINT-CATEGORY-FOUND    VALUE "Y".
011300     05  WS-DEPT-PRINT-SWITCH    PIC X(01) VALUE "N".
011400         88  DEPT-PRINT-STARTED      VALUE "Y".
011500     05  WS-SELECT-SWITCH        PIC X(01) VALUE SPACE.
011600         88  SELECT-DEPT-SHIFT       VALUE "S".
011700         88  SELECT-DEPARTMENT       VALUE "D".
011800         88  SELECT-WHOLE-SHOP       VALUE "T".
011900
012000* COUNTERS, SUBSCRIPTS, AND PAGE CONTROL.
012100 01  WS-COUNTERS.
012200     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
012300     05  WS-CURRENT-RECORDS      PIC 9(07) COMP VALUE ZERO.
012400     05  WS-LAST-YEAR-RECORDS    PIC 9(07) COMP VALUE ZERO.
012500     05  WS-NOT-ON-MASTER-COUNT  PIC 9(05) COMP VALUE ZERO.
012600     05  WS-DEFAULT-SHIFT-COUNT  PIC 9(05) COMP VALUE ZERO.
012700     05  WS-TABLE-FULL-COUNT     PIC 9(05) COMP VALUE ZERO.
012800     05  WS-DS-SUB               PIC 9(03) COMP VALUE ZERO.
012900     05  WS-DS-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
013000     05  WS-CUR-DS-SUB           PIC 9(03) COMP VALUE ZERO.
013100     05  WS-INSERT-SUB           PIC 9(03) COMP VALUE ZERO.
013200     05  WS-MOVE-SUB             PIC 9(03) COMP VALUE ZERO.
013300     05  WS-DC-SUB               PIC 9(04) COMP VALUE ZERO.
013400     05  WS-DC-FOUND-SUB         PIC 9(04) COMP VALUE ZERO.
013500     05  WS-PC-SUB               PIC 9(03) COMP VALUE ZERO.
013600     05  WS-PC-FOUND-SUB         PIC 9(03) COMP VALUE ZERO.
013700     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
013800     05  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
013900     05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 55.
014000     05  WS-PAGE-NUMBER-DISPLAY  PIC 9(03).
014100
014200* DEFAULT SHIFT LENGTH - USED ONLY FOR A SHIFT WITH NO SHFTREF
014300* DEFINITION OR AN EMPLOYEE NOT ON EMPMAST, AS IN ACTOVLAP.
014400 77  WS-DEFAULT-PAID-MINS    PIC 9(04) COMP VALUE 480.
014500
014600* WORK TABLE LIMITS.
014700 77  WS-MAX-DEPT-SHIFTS      PIC 9(03) COMP VALUE 200.
014800 77  WS-MAX-DEPT-CATEGORIES  PIC 9(04) COMP VALUE 2000.
014900 77  WS-MAX-PRINT-CATEGORIES PIC 9(03) COMP VALUE 50.
015000
015100* RUN DATE.
015200 01  WS-CURRENT-TIMESTAMP    PIC X(21).
015300 01  WS-RUN-DATE-YMD         PIC 9(08).
015400 01  WS-RUN-DATE-DISPLAY.
015500     05  WS-RUN-DATE-MM          PIC 9(02).
015600     05  FILLER                  PIC X(01) VALUE "/".
015700     05  WS-RUN-DATE-DD          PIC 9(02).
015800     05  FILLER                  PIC X(01) VALUE "/".
015900     05  WS-RUN-DATE-CCYY        PIC 9(04).
016000
016100* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
016200* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
016300 01  WS-RUNSTATS-STATUS      PIC X(02).
016400
016500* THE DATE RANGE AS ENTERED, AND THE SAME RANGE ONE YEAR EARLIER.
016600* A 29 FEBRUARY END OF RANGE BECOMES 28 FEBRUARY LAST YEAR.
016700 01  WS-FROM-DATE            PIC X(08) VALUE SPACES.
016800 01  WS-FROM-DATE-N REDEFINES WS-FROM-DATE
016900                             PIC 9(08).
017000 01  WS-TO-DATE              PIC X(08) VALUE SPACES.
017100 01  WS-TO-DATE-N REDEFINES WS-TO-DATE
017200                             PIC 9(08).
017220
017240* CALENDAR CHECK WORK AREA.
017260 01  WS-CHECK-DATE           PIC 9(08).
017280 01  WS-CHECK-INTEGER        PIC 9(07) COMP.
017300 01  WS-LY-FROM-DATE         PIC 9(08) VALUE ZERO.
017400 01  WS-LY-FROM-PARTS REDEFINES WS-LY-FROM-DATE.
017500     05  WS-LY-FROM-CCYY         PIC 9(04).
017600     05  WS-LY-FROM-MMDD         PIC 9(04).
017700 01  WS-LY-TO-DATE           PIC 9(08) VALUE ZERO.
017800 01  WS-LY-TO-PARTS REDEFINES WS-LY-TO-DATE.
017900     05  WS-LY-TO-CCYY           PIC 9(04).
018000     05  WS-LY-TO-MMDD           PIC 9(04).
018100
018200* THE EARLIEST DAY ON ACTHIST - WHEN IT FALLS INSIDE LAST YEARS
018300* RANGE THE COMPARISON ONLY COVERS PART OF THAT RANGE.
018400 01  WS-HIST-FIRST-DATE      PIC 9(08) VALUE ZERO.
018500
018600* CONTROL-BREAK WORK AREA - THE EMPLOYEE AND DAY BEING COUNTED,
018700* AND WHERE THAT EMPLOYEE IS PLACED.
018800 01  WS-CURRENT-EMP          PIC X(05) VALUE LOW-VALUES.
018900 01  WS-LAST-DAY             PIC 9(08) VALUE ZERO.
019000 01  WS-SEARCH-KEY.
019100     05  WS-SEARCH-DEPT          PIC X(04).
019200     05  WS-SEARCH-SHIFT         PIC X(01).
019300 01  WS-SEARCH-CATEGORY      PIC X(10).
019400
019500* DEPARTMENT/SHIFT TABLE - KEPT IN DEPARTMENT/SHIFT ORDER AS
019600* ENTRIES ARE ADDED, SO THE REPORT CAN BREAK ON DEPARTMENT.
019700* MINUTES ARE BOOKED MINUTES; AVAIL IS EMPLOYEE-DAYS TIMES THE
019800* PAID SHIFT LENGTH.  LY- IS THE SAME PERIOD LAST YEAR.
019900 01  WS-DS-COUNT             PIC 9(03) COMP VALUE ZERO.
020000 01  WS-DS-TABLE.
020100     05  WS-DS-ENTRY             OCCURS 200 TIMES.
020200         10  WS-DS-KEY.
020300             15  WS-DS-DEPT          PIC X(04).
020400             15  WS-DS-SHIFT         PIC X(01).
020500         10  WS-DS-PAID-MINS     PIC 9(04) COMP.
020600         10  WS-DS-LENGTH-SWITCH PIC X(01).
020700             88  DS-LENGTH-DEFAULTED     VALUE "D".
020800             88  DS-NOT-ON-MASTER        VALUE "M".
020900         10  WS-DS-DAYS          PIC 9(07) COMP.
021000         10  WS-DS-LY-DAYS       PIC 9(07) COMP.
021100         10  WS-DS-AVAIL         PIC 9(09) COMP.
021200         10  WS-DS-LY-AVAIL      PIC 9(09) COMP.
021300         10  WS-DS-BOOKED        PIC 9(09) COMP.
021400         10  WS-DS-LY-BOOKED     PIC 9(09) COMP.
021500
021600* DEPARTMENT/SHIFT/CATEGORY MINUTES - IN THE ORDER CATEGORIES
021700* ARE FIRST MET.
021800 01  WS-DC-COUNT             PIC 9(04) COMP VALUE ZERO.
021900 01  WS-DC-TABLE.
022000     05  WS-DC-ENTRY             OCCURS 2000 TIMES.
022100         10  WS-DC-KEY.
022200             15  WS-DC-DEPT          PIC X(04).
022300             15  WS-DC-SHIFT         PIC X(01).
022400             15  WS-DC-CATEGORY      PIC X(10).
022500         10  WS-DC-MINUTES       PIC 9(09) COMP.
022600         10  WS-DC-LY-MINUTES    PIC 9(09) COMP.
022700
022800* PRINT CATEGORY TABLE - THE CATEGORIES OF ONE REPORT BLOCK
022900* (A DEPARTMENT/SHIFT, A DEPARTMENT SUBTOTAL, OR THE SHOP),
023000* GATHERED FROM THE TABLE ABOVE, AND THE BLOCK TOTALS.
023100 01  WS-PC-COUNT             PIC 9(03) COMP VALUE ZERO.
023200 01  WS-PC-TABLE.
023300     05  WS-PC-ENTRY             OCCURS 50 TIMES.
023400         10  WS-PC-CATEGORY      PIC X(10).
023500         10  WS-PC-MINUTES       PIC 9(09) COMP.
023600         10  WS-PC-LY-MINUTES    PIC 9(09) COMP.
023700 01  WS-BLOCK-TOTALS.
023800     05  WS-BLK-DAYS             PIC 9(07) COMP.
023900     05  WS-BLK-LY-DAYS          PIC 9(07) COMP.
024000     05  WS-BLK-AVAIL            PIC 9(09) COMP.
024100     05  WS-BLK-LY-AVAIL         PIC 9(09) COMP.
024200     05  WS-BLK-BOOKED           PIC 9(09) COMP.
024300     05  WS-BLK-LY-BOOKED        PIC 9(09) COMP.
024400 01  WS-DEPT-TOTALS.
024500     05  WS-DEPT-DAYS            PIC 9(07) COMP.
024600     05  WS-DEPT-LY-DAYS         PIC 9(07) COMP.
024700     05  WS-DEPT-AVAIL           PIC 9(09) COMP.
024800     05  WS-DEPT-LY-AVAIL        PIC 9(09) COMP.
024900     05  WS-DEPT-BOOKED          PIC 9(09) COMP.
025000     05  WS-DEPT-LY-BOOKED       PIC 9(09) COMP.
025100 01  WS-SHOP-TOTALS.
025200     05  WS-SHOP-DAYS            PIC 9(07) COMP VALUE ZERO.
025300     05  WS-SHOP-LY-DAYS         PIC 9(07) COMP VALUE ZERO.
025400     05  WS-SHOP-AVAIL           PIC 9(09) COMP VALUE ZERO.
025500     05  WS-SHOP-LY-AVAIL        PIC 9(09) COMP VALUE ZERO.
025600     05  WS-SHOP-BOOKED          PIC 9(09) COMP VALUE ZERO.
025700     05  WS-SHOP-LY-BOOKED       PIC 9(09) COMP VALUE ZERO.
025800 01  WS-PRINT-DEPT           PIC X(04) VALUE SPACES.
025900
026000* ONE FIGURES LINE - LABEL, MINUTES, AND SHARE OF AVAILABLE.
026100 01  WS-LINE-LABEL           PIC X(16).
026200 01  WS-LINE-MINUTES         PIC 9(09) COMP.
026300 01  WS-LINE-LY-MINUTES      PIC 9(09) COMP.
026400 01  WS-PERCENT              PIC 9(04)V9.
026500
026600* REPORT LINE BUILD AREAS.
026700 01  WS-OUT-LINE             PIC X(80).
026800 01  WS-HOLD-LINE            PIC X(80).
026900 01  WS-COLUMN-HEADING.
027000     05  FILLER                  PIC X(20) VALUE "    CATEGORY".
027100     05  FILLER                  PIC X(09) VALUE "  MINUTES".
027200     05  FILLER                  PIC X(08) VALUE "   % AVL".
027300     05  FILLER                  PIC X(13) VALUE "    LAST YEAR".
027400     05  FILLER                  PIC X(08) VALUE "   % AVL".
027500     05  FILLER                  PIC X(22) VALUE SPACES.
027600 01  WS-BLOCK-HEADING.
027700     05  WS-BH-TITLE             PIC X(32).
027800     05  FILLER                  PIC X(14) VALUE "EMPLOYEE-DAYS ".
027900     05  WS-BH-DAYS              PIC ZZZZZZ9.
028000     05  WS-BH-LY-AREA.
028100         10  FILLER              PIC X(12) VALUE "  LAST YEAR ".
028200         10  WS-BH-LY-DAYS       PIC ZZZZZZ9.
028300     05  FILLER                  PIC X(08) VALUE SPACES.
028400 01  WS-SHIFT-NOTE.
028500     05  FILLER                  PIC X(04) VALUE SPACES.
028600     05  FILLER                  PIC X(31) VALUE
028700         "PAID MINUTES PER EMPLOYEE-DAY: ".
028800     05  WS-SN-PAID-MINS         PIC ZZZ9.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  WS-SN-SOURCE            PIC X(40).
029100 01  WS-UTIL-LINE.
029200     05  FILLER                  PIC X(04) VALUE SPACES.
029300     05  WS-UL-LABEL             PIC X(16).
029400     05  WS-UL-MINUTES           PIC Z(08)9.
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  WS-UL-PCT               PIC ZZZ9.9.
029700     05  WS-UL-LY-AREA.
029800         10  FILLER              PIC X(04) VALUE SPACES.
029900         10  WS-UL-LY-MINUTES    PIC Z(08)9.
030000         10  FILLER              PIC X(02) VALUE SPACES.
030100         10  WS-UL-LY-PCT        PIC ZZZ9.9.
030200     05  FILLER                  PIC X(22) VALUE SPACES.
030300 01  WS-FOOTER-LINE          PIC X(80).
030400 01  WS-COUNT-DISPLAY        PIC 9(07).
030500
030600*----------------------------------------------------------------
030700 PROCEDURE DIVISION.
030800
030900*================================================================
031000* 0000-MAINLINE - TAKE THE DATE RANGE, ACCUMULATE ACTHIST FOR IT
031100*                 AND FOR THE SAME RANGE LAST YEAR, THEN PRINT.
031200*================================================================
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031500     PERFORM 2000-ACCUMULATE-HISTORY THRU 2000-EXIT.
031600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031800     STOP RUN.
031900
032000*================================================================
032100* 1000-INITIALIZE - OPEN THE REFERENCE FILES AND THE REPORT,
032200*                   CAPTURE THE RUN DATE, AND TAKE THE DATE RANGE
032300*                   FROM THE OPERATOR, RE-PROMPTING UNTIL BOTH
032400*                   ARE CALENDAR DATES AND TO IS NOT BEFORE FROM.
032500*================================================================
032600 1000-INITIALIZE.
032700     OPEN INPUT EMPLOYEE-MASTER.
032800     OPEN INPUT SHIFT-REFERENCE.
032900     OPEN OUTPUT UTILIZATION-REPORT.
033000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
033100     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
033200     MOVE WS-CURRENT-TIMESTAMP (1:4) TO WS-RUN-DATE-CCYY.
033300     MOVE WS-CURRENT-TIMESTAMP (5:2) TO WS-RUN-DATE-MM.
033400     MOVE WS-CURRENT-TIMESTAMP (7:2) TO WS-RUN-DATE-DD.
033500     PERFORM 1100-ACCEPT-DATES THRU 1100-EXIT
033600         UNTIL DATES-ARE-VALID.
033700     PERFORM 1200-SET-LAST-YEAR THRU 1200-EXIT.
033800 1000-EXIT.
033900     EXIT.
034000
034100 1100-ACCEPT-DATES.
034200     DISPLAY "REPORT FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
034300     ACCEPT WS-FROM-DATE.
034400     DISPLAY "REPORT TO DATE (YYYYMMDD): " WITH NO ADVANCING.
034500     ACCEPT WS-TO-DATE.
034530     IF WS-FROM-DATE IS NOT NUMERIC
034560         DISPLAY "FROM DATE MUST BE EIGHT DIGITS - RE-ENTER"
034590         GO TO 1100-EXIT
034620     END-IF.
034650     IF WS-TO-DATE IS NOT NUMERIC
034680         DISPLAY "TO DATE MUST BE EIGHT DIGITS - RE-ENTER"
034710         GO TO 1100-EXIT
034740     END-IF.
034770     MOVE WS-FROM-DATE-N TO WS-CHECK-DATE.
034800     PERFORM 1150-CHECK-CALENDAR-DATE THRU 1150-EXIT.
034830     IF NOT DATE-IS-ON-CALENDAR
034860         DISPLAY "FROM DATE IS NOT A CALENDAR DATE - RE-ENTER"
034890         GO TO 1100-EXIT
034920     END-IF.
034950     MOVE WS-TO-DATE-N TO WS-CHECK-DATE.
034980     PERFORM 1150-CHECK-CALENDAR-DATE THRU 1150-EXIT.
035010     IF NOT DATE-IS-ON-CALENDAR
035040         DISPLAY "TO DATE IS NOT A CALENDAR DATE - RE-ENTER"
035070         GO TO 1100-EXIT
035100     END-IF.
035130     EVALUATE TRUE
035160         WHEN WS-TO-DATE < WS-FROM-DATE
035400             DISPLAY "TO DATE IS BEFORE THE FROM DATE - "
035500                 "RE-ENTER"
035600         WHEN OTHER
035700             SET DATES-ARE-VALID TO TRUE
035800     END-EVALUATE.
035900 1100-EXIT.
036000     EXIT.
036005
036010 1150-CHECK-CALENDAR-DATE.
036015     MOVE "N" TO WS-CALENDAR-SWITCH.
036020     IF WS-CHECK-DATE (5:2) < "01"
036025        OR WS-CHECK-DATE (5:2) > "12"
036030        OR WS-CHECK-DATE (7:2) < "01"
036035        OR WS-CHECK-DATE (7:2) > "31"
036040         GO TO 1150-EXIT
036045     END-IF.
036050     MOVE FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
036055         TO WS-CHECK-INTEGER.
036060     IF WS-CHECK-INTEGER > ZERO
036065         SET DATE-IS-ON-CALENDAR TO TRUE
036070     END-IF.
036075 1150-EXIT.
036080     EXIT.
036100
036200*----------------------------------------------------------------
036300* 1200-SET-LAST-YEAR - THE SAME RANGE ONE YEAR EARLIER.  THERE
036400*                      IS NO 29 FEBRUARY LAST YEAR, SO IT BECOMES
036500*                      THE 28TH.
036600*----------------------------------------------------------------
036700 1200-SET-LAST-YEAR.
036800     COMPUTE WS-LY-FROM-DATE = WS-FROM-DATE-N - 10000.
036900     IF WS-LY-FROM-MMDD = 0229
037000         MOVE 0228 TO WS-LY-FROM-MMDD
037100     END-IF.
037200     COMPUTE WS-LY-TO-DATE = WS-TO-DATE-N - 10000.
037300     IF WS-LY-TO-MMDD = 0229
037400         MOVE 0228 TO WS-LY-TO-MMDD
037500     END-IF.
037600 1200-EXIT.
037700     EXIT.
037800
037900*================================================================
038000* 2000-ACCUMULATE-HISTORY - ONE PASS OF ACTHIST, TAKING RECORDS
038100*                           IN EITHER RANGE.
038200*================================================================
038300 2000-ACCUMULATE-HISTORY.
038400     OPEN INPUT ACTIVITY-HISTORY.
038500     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
038600     PERFORM 2200-PROCESS-HISTORY THRU 2200-EXIT
038700         UNTIL NO-MORE-HISTORY.
038800     CLOSE ACTIVITY-HISTORY.
038900 2000-EXIT.
039000     EXIT.
039100
039200 2100-READ-HISTORY.
039300     READ ACTIVITY-HISTORY
039400         AT END
039500             SET NO-MORE-HISTORY TO TRUE
039600         NOT AT END
039700             ADD 1 TO WS-RECORDS-READ
039800     END-READ.
039900 2100-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------
040300* 2200-PROCESS-HISTORY - ONE ACTHIST RECORD.  A NEW EMPLOYEE IS
040400*                        PLACED BY DEPARTMENT AND SHIFT; A NEW DAY
040500*                        FOR THE EMPLOYEE ADDS ONE PAID SHIFT OF
040600*                        AVAILABLE TIME; THE MINUTES GO TO THE
040700*                        RECORDS CATEGORY.
040800*----------------------------------------------------------------
040900 2200-PROCESS-HISTORY.
041000     IF WS-RECORDS-READ = 1
041100        OR HST-RUN-DATE < WS-HIST-FIRST-DATE
041200         MOVE HST-RUN-DATE TO WS-HIST-FIRST-DATE
041300     END-IF.
041400     EVALUATE TRUE
041500         WHEN HST-RUN-DATE >= WS-FROM-DATE-N
041600          AND HST-RUN-DATE <= WS-TO-DATE-N
041700             SET IN-CURRENT-PERIOD TO TRUE
041800             ADD 1 TO WS-CURRENT-RECORDS
041900         WHEN HST-RUN-DATE >= WS-LY-FROM-DATE
042000          AND HST-RUN-DATE <= WS-LY-TO-DATE
042100             SET IN-LAST-YEAR TO TRUE
042200             ADD 1 TO WS-LAST-YEAR-RECORDS
042300             SET LAST-YEAR-HISTORY-FOUND TO TRUE
042400         WHEN OTHER
042500             PERFORM 2100-READ-HISTORY THRU 2100-EXIT
042600             GO TO 2200-EXIT
042700     END-EVALUATE.
042800     IF HST-EMP-ID NOT = WS-CURRENT-EMP
042900         PERFORM 2300-PLACE-EMPLOYEE THRU 2300-EXIT
043000         MOVE ZERO TO WS-LAST-DAY
043100     END-IF.
043200     IF WS-CUR-DS-SUB = ZERO
043300         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
043400         GO TO 2200-EXIT
043500     END-IF.
043600     IF HST-RUN-DATE NOT = WS-LAST-DAY
043700         MOVE HST-RUN-DATE TO WS-LAST-DAY
043800         IF IN-CURRENT-PERIOD
043900             ADD 1 TO WS-DS-DAYS (WS-CUR-DS-SUB)
044000             ADD WS-DS-PAID-MINS (WS-CUR-DS-SUB)
044100                 TO WS-DS-AVAIL (WS-CUR-DS-SUB)
044200         ELSE
044300             ADD 1 TO WS-DS-LY-DAYS (WS-CUR-DS-SUB)
044400             ADD WS-DS-PAID-MINS (WS-CUR-DS-SUB)
044500                 TO WS-DS-LY-AVAIL (WS-CUR-DS-SUB)
044600         END-IF
044700     END-IF.
044800     IF IN-CURRENT-PERIOD
044900         ADD HST-DURATION-MINS TO WS-DS-BOOKED (WS-CUR-DS-SUB)
045000     ELSE
045100         ADD HST-DURATION-MINS TO WS-DS-LY-BOOKED (WS-CUR-DS-SUB)
045200     END-IF.
045300     MOVE HST-CATEGORY TO WS-SEARCH-CATEGORY.
045400     IF WS-SEARCH-CATEGORY = SPACES
045500         MOVE "(NONE)" TO WS-SEARCH-CATEGORY
045600     END-IF.
045700     PERFORM 2500-ADD-CATEGORY-MINUTES THRU 2500-EXIT.
045800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
045900 2200-EXIT.
046000     EXIT.
046100
046200*----------------------------------------------------------------
046300* 2300-PLACE-EMPLOYEE - EMPMAST DEPARTMENT AND SHIFT FOR THE NEW
046400*                       EMPLOYEE, AND ITS DEPARTMENT/SHIFT ENTRY,
046500*                       ADDED IN KEY ORDER IF NOT YET HELD.
046600*                       LEAVES WS-CUR-DS-SUB ZERO WHEN THE TABLE
046700*                       IS FULL.
046800*----------------------------------------------------------------
046900 2300-PLACE-EMPLOYEE.
047000     MOVE HST-EMP-ID TO WS-CURRENT-EMP.
047100     MOVE ZERO TO WS-CUR-DS-SUB.
047200     MOVE HST-EMP-ID TO EMP-ID.
047300     READ EMPLOYEE-MASTER
047400         INVALID KEY
047500             ADD 1 TO WS-NOT-ON-MASTER-COUNT
047600             MOVE "????" TO WS-SEARCH-DEPT
047700             MOVE "?" TO WS-SEARCH-SHIFT
047800         NOT INVALID KEY
047900             MOVE EMP-DEPARTMENT TO WS-SEARCH-DEPT
048000             MOVE EMP-SHIFT-CODE TO WS-SEARCH-SHIFT
048100     END-READ.
048200     MOVE "N" TO WS-DS-FOUND-SWITCH.
048300     PERFORM 2310-CHECK-DEPT-SHIFT THRU 2310-EXIT
048400         VARYING WS-DS-SUB FROM 1 BY 1
048500         UNTIL WS-DS-SUB > WS-DS-COUNT
048600            OR DEPT-SHIFT-FOUND.
048700     IF DEPT-SHIFT-FOUND
048800         MOVE WS-DS-FOUND-SUB TO WS-CUR-DS-SUB
048900         GO TO 2300-EXIT
049000     END-IF.
049100     IF WS-DS-COUNT >= WS-MAX-DEPT-SHIFTS
049200         ADD 1 TO WS-TABLE-FULL-COUNT
049300         GO TO 2300-EXIT
049400     END-IF.
049500     PERFORM 2400-ADD-DEPT-SHIFT THRU 2400-EXIT.
049600 2300-EXIT.
049700     EXIT.
049800
049900 2310-CHECK-DEPT-SHIFT.
050000     IF WS-DS-KEY (WS-DS-SUB) = WS-SEARCH-KEY
050100         SET DEPT-SHIFT-FOUND TO TRUE
050200         MOVE WS-DS-SUB TO WS-DS-FOUND-SUB
050300     END-IF.
050400 2310-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------------
050800* 2400-ADD-DEPT-SHIFT - OPEN A SLOT IN KEY ORDER FOR A NEW
050900*                       DEPARTMENT/SHIFT AND LOOK UP ITS PAID
051000*                       SHIFT LENGTH - THE DEPARTMENTS OWN
051100*                       SHFTREF ENTRY, THEN THE SHOP-WIDE ONE,
051200*                       THEN THE DEFAULT.
051300*----------------------------------------------------------------
051400 2400-ADD-DEPT-SHIFT.
051500     ADD 1 TO WS-DS-COUNT GIVING WS-INSERT-SUB.
051600     PERFORM 2410-FIND-SLOT THRU 2410-EXIT
051700         VARYING WS-DS-SUB FROM WS-DS-COUNT BY -1
051800         UNTIL WS-DS-SUB = ZERO.
051900     PERFORM 2420-MOVE-ENTRY-UP THRU 2420-EXIT
052000         VARYING WS-MOVE-SUB FROM WS-DS-COUNT BY -1
052100         UNTIL WS-MOVE-SUB < WS-INSERT-SUB.
052200     ADD 1 TO WS-DS-COUNT.
052300     MOVE WS-INSERT-SUB TO WS-CUR-DS-SUB.
052400     MOVE WS-SEARCH-KEY TO WS-DS-KEY (WS-CUR-DS-SUB).
052500     MOVE ZERO TO WS-DS-DAYS (WS-CUR-DS-SUB)
052600                  WS-DS-LY-DAYS (WS-CUR-DS-SUB)
052700                  WS-DS-AVAIL (WS-CUR-DS-SUB)
052800                  WS-DS-LY-AVAIL (WS-CUR-DS-SUB)
052900                  WS-DS-BOOKED (WS-CUR-DS-SUB)
053000                  WS-DS-LY-BOOKED (WS-CUR-DS-SUB).
053100     MOVE SPACE TO WS-DS-LENGTH-SWITCH (WS-CUR-DS-SUB).
053200     MOVE WS-DEFAULT-PAID-MINS TO WS-DS-PAID-MINS (WS-CUR-DS-SUB).
053300     IF WS-SEARCH-DEPT = "????"
053400         SET DS-NOT-ON-MASTER (WS-CUR-DS-SUB) TO TRUE
053500         GO TO 2400-EXIT
053600     END-IF.
053700     MOVE WS-SEARCH-SHIFT TO SHF-SHIFT-CODE.
053800     MOVE WS-SEARCH-DEPT TO SHF-DEPARTMENT.
053900     READ SHIFT-REFERENCE
054000         INVALID KEY
054100             MOVE WS-SEARCH-SHIFT TO SHF-SHIFT-CODE
054200             MOVE SPACES TO SHF-DEPARTMENT
054300             READ SHIFT-REFERENCE
054400                 INVALID KEY
054500                     SET DS-LENGTH-DEFAULTED (WS-CUR-DS-SUB)
054600                         TO TRUE
054700                     ADD 1 TO WS-DEFAULT-SHIFT-COUNT
054800                     GO TO 2400-EXIT
054900             END-READ
055000     END-READ.
055100     MOVE SHF-PAID-MINUTES TO WS-DS-PAID-MINS (WS-CUR-DS-SUB).
055200 2400-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600* 2410-FIND-SLOT - WALKING DOWN FROM THE TOP, THE NEW ENTRY GOES
055700*                  BELOW EVERY ENTRY WITH A HIGHER KEY.
055800*----------------------------------------------------------------
055900 2410-FIND-SLOT.
056000     IF WS-DS-KEY (WS-DS-SUB) > WS-SEARCH-KEY
056100         MOVE WS-DS-SUB TO WS-INSERT-SUB
056200     END-IF.
056300 2410-EXIT.
056400     EXIT.
056500
056600 2420-MOVE-ENTRY-UP.
056700     MOVE WS-DS-ENTRY (WS-MOVE-SUB)
056800         TO WS-DS-ENTRY (WS-MOVE-SUB + 1).
056900 2420-EXIT.
057000     EXIT.
057100
057200*----------------------------------------------------------------
057300* 2500-ADD-CATEGORY-MINUTES - ADD THE RECORDS MINUTES TO ITS
057400*                             DEPARTMENT/SHIFT/CATEGORY ENTRY,
057500*                             OPENING ONE IF NEEDED.
057600*----------------------------------------------------------------
057700 2500-ADD-CATEGORY-MINUTES.
057800     MOVE "N" TO WS-DC-FOUND-SWITCH.
057900     PERFORM 2510-CHECK-CATEGORY THRU 2510-EXIT
058000         VARYING WS-DC-SUB FROM 1 BY 1
058100         UNTIL WS-DC-SUB > WS-DC-COUNT
058200            OR DEPT-CATEGORY-FOUND.
058300     IF NOT DEPT-CATEGORY-FOUND
058400         IF WS-DC-COUNT >= WS-MAX-DEPT-CATEGORIES
058500             ADD 1 TO WS-TABLE-FULL-COUNT
058600             GO TO 2500-EXIT
058700         END-IF
058800         ADD 1 TO WS-DC-COUNT
058900         MOVE WS-DC-COUNT TO WS-DC-FOUND-SUB
059000         MOVE WS-DS-DEPT (WS-CUR-DS-SUB)
059100             TO WS-DC-DEPT (WS-DC-FOUND-SUB)
059200         MOVE WS-DS-SHIFT (WS-CUR-DS-SUB)
059300             TO WS-DC-SHIFT (WS-DC-FOUND-SUB)
059400         MOVE WS-SEARCH-CATEGORY
059500             TO WS-DC-CATEGORY (WS-DC-FOUND-SUB)
059600         MOVE ZERO TO WS-DC-MINUTES (WS-DC-FOUND-SUB)
059700                      WS-DC-LY-MINUTES (WS-DC-FOUND-SUB)
059800     END-IF.
059900     IF IN-CURRENT-PERIOD
060000         ADD HST-DURATION-MINS TO WS-DC-MINUTES (WS-DC-FOUND-SUB)
060100     ELSE
060200         ADD HST-DURATION-MINS
060300             TO WS-DC-LY-MINUTES (WS-DC-FOUND-SUB)
060400     END-IF.
060500 2500-EXIT.
060600     EXIT.
060700
060800 2510-CHECK-CATEGORY.
060900     IF WS-DC-DEPT (WS-DC-SUB) = WS-DS-DEPT (WS-CUR-DS-SUB)
061000        AND WS-DC-SHIFT (WS-DC-SUB) = WS-DS-SHIFT (WS-CUR-DS-SUB)
061100        AND WS-DC-CATEGORY (WS-DC-SUB) = WS-SEARCH-CATEGORY
061200         SET DEPT-CATEGORY-FOUND TO TRUE
061300         MOVE WS-DC-SUB TO WS-DC-FOUND-SUB
061400     END-IF.
061500 2510-EXIT.
061600     EXIT.
061700
061800*================================================================
061900* 3000-PRINT-REPORT - ONE BLOCK PER DEPARTMENT/SHIFT IN KEY
062000*                     ORDER, A SUBTOTAL BLOCK AT EACH CHANGE OF
062100*                     DEPARTMENT, AND THE SHOP TOTAL BLOCK.
062200*================================================================
062300 3000-PRINT-REPORT.
062400     PERFORM 8600-PRINT-PAGE-HEADER THRU 8600-EXIT.
062500     IF WS-DS-COUNT = ZERO
062600         MOVE "NO ACTIVITY HISTORY ON ACTHIST FOR THIS PERIOD."
062700             TO WS-OUT-LINE
062800         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
062900         GO TO 3000-EXIT
063000     END-IF.
063100     PERFORM 3100-PRINT-DEPT-SHIFT THRU 3100-EXIT
063200         VARYING WS-DS-SUB FROM 1 BY 1
063300         UNTIL WS-DS-SUB > WS-DS-COUNT.
063400     PERFORM 3200-PRINT-DEPT-SUBTOTAL THRU 3200-EXIT.
063500     PERFORM 3300-PRINT-SHOP-TOTAL THRU 3300-EXIT.
063600 3000-EXIT.
063700     EXIT.
063800
063900*----------------------------------------------------------------
064000* 3100-PRINT-DEPT-SHIFT - ONE DEPARTMENT/SHIFT BLOCK, PRECEDED
064100*                         BY THE PREVIOUS DEPARTMENTS SUBTOTAL
064200*                         WHEN THE DEPARTMENT CHANGES.
064300*----------------------------------------------------------------
064400 3100-PRINT-DEPT-SHIFT.
064500     IF NOT DEPT-PRINT-STARTED
064600        OR WS-DS-DEPT (WS-DS-SUB) NOT = WS-PRINT-DEPT
064700         IF DEPT-PRINT-STARTED
064800             PERFORM 3200-PRINT-DEPT-SUBTOTAL THRU 3200-EXIT
064900         END-IF
065000         SET DEPT-PRINT-STARTED TO TRUE
065100         MOVE WS-DS-DEPT (WS-DS-SUB) TO WS-PRINT-DEPT
065200         MOVE ZERO TO WS-DEPT-DAYS WS-DEPT-LY-DAYS
065300                      WS-DEPT-AVAIL WS-DEPT-LY-AVAIL
065400                      WS-DEPT-BOOKED WS-DEPT-LY-BOOKED
065500     END-IF.
065600     MOVE WS-DS-DAYS (WS-DS-SUB) TO WS-BLK-DAYS.
065700     MOVE WS-DS-LY-DAYS (WS-DS-SUB) TO WS-BLK-LY-DAYS.
065800     MOVE WS-DS-AVAIL (WS-DS-SUB) TO WS-BLK-AVAIL.
065900     MOVE WS-DS-LY-AVAIL (WS-DS-SUB) TO WS-BLK-LY-AVAIL.
066000     MOVE WS-DS-BOOKED (WS-DS-SUB) TO WS-BLK-BOOKED.
066100     MOVE WS-DS-LY-BOOKED (WS-DS-SUB) TO WS-BLK-LY-BOOKED.
066200     ADD WS-BLK-DAYS TO WS-DEPT-DAYS WS-SHOP-DAYS.
066300     ADD WS-BLK-LY-DAYS TO WS-DEPT-LY-DAYS WS-SHOP-LY-DAYS.
066400     ADD WS-BLK-AVAIL TO WS-DEPT-AVAIL WS-SHOP-AVAIL.
066500     ADD WS-BLK-LY-AVAIL TO WS-DEPT-LY-AVAIL WS-SHOP-LY-AVAIL.
066600     ADD WS-BLK-BOOKED TO WS-DEPT-BOOKED WS-SHOP-BOOKED.
066700     ADD WS-BLK-LY-BOOKED TO WS-DEPT-LY-BOOKED WS-SHOP-LY-BOOKED.
066800     MOVE SPACES TO WS-BH-TITLE.
066900     STRING "DEPARTMENT " DELIMITED BY SIZE
067000            WS-DS-DEPT (WS-DS-SUB) DELIMITED BY SIZE
067100            "  SHIFT " DELIMITED BY SIZE
067200            WS-DS-SHIFT (WS-DS-SUB) DELIMITED BY SIZE
067300            INTO WS-BH-TITLE
067400     END-STRING.
067500     SET SELECT-DEPT-SHIFT TO TRUE.
067600     MOVE WS-DS-KEY (WS-DS-SUB) TO WS-SEARCH-KEY.
067700     PERFORM 8300-COLLECT-CATEGORIES THRU 8300-EXIT.
067800     PERFORM 8700-PRINT-BLOCK-HEADING THRU 8700-EXIT.
067900     MOVE WS-DS-PAID-MINS (WS-DS-SUB) TO WS-SN-PAID-MINS.
068000     EVALUATE TRUE
068100         WHEN DS-NOT-ON-MASTER (WS-DS-SUB)
068200             MOVE "(DEFAULT - EMP-ID NOT ON EMPMAST)"
068300                 TO WS-SN-SOURCE
068400         WHEN DS-LENGTH-DEFAULTED (WS-DS-SUB)
068500             MOVE "(DEFAULT - NO SHFTREF ENTRY)" TO WS-SN-SOURCE
068600         WHEN OTHER
068700             MOVE "(SHFTREF)" TO WS-SN-SOURCE
068800     END-EVALUATE.
068900     MOVE WS-SHIFT-NOTE TO WS-OUT-LINE.
069000     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
069100     PERFORM 8400-PRINT-BLOCK THRU 8400-EXIT.
069200 3100-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------------
069600* 3200-PRINT-DEPT-SUBTOTAL - THE DEPARTMENT ACROSS ALL ITS
069700*                            SHIFTS.
069800*----------------------------------------------------------------
069900 3200-PRINT-DEPT-SUBTOTAL.
070000     MOVE WS-DEPT-TOTALS TO WS-BLOCK-TOTALS.
070100     MOVE SPACES TO WS-BH-TITLE.
070200     STRING "DEPARTMENT " DELIMITED BY SIZE
070300            WS-PRINT-DEPT DELIMITED BY SIZE
070400            " SUBTOTAL" DELIMITED BY SIZE
070500            INTO WS-BH-TITLE
070600     END-STRING.
070700     SET SELECT-DEPARTMENT TO TRUE.
070800     MOVE WS-PRINT-DEPT TO WS-SEARCH-DEPT.
070900     PERFORM 8300-COLLECT-CATEGORIES THRU 8300-EXIT.
071000     PERFORM 8700-PRINT-BLOCK-HEADING THRU 8700-EXIT.
071100     PERFORM 8400-PRINT-BLOCK THRU 8400-EXIT.
071200 3200-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------------
071600* 3300-PRINT-SHOP-TOTAL - EVERY DEPARTMENT AND SHIFT TOGETHER.
071700*----------------------------------------------------------------
071800 3300-PRINT-SHOP-TOTAL.
071900     MOVE WS-SHOP-TOTALS TO WS-BLOCK-TOTALS.
072000     MOVE ALL "=" TO WS-OUT-LINE.
072100     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
072200     MOVE "SHOP TOTAL" TO WS-BH-TITLE.
072300     SET SELECT-WHOLE-SHOP TO TRUE.
072400     PERFORM 8300-COLLECT-CATEGORIES THRU 8300-EXIT.
072500     PERFORM 8700-PRINT-BLOCK-HEADING THRU 8700-EXIT.
072600     PERFORM 8400-PRINT-BLOCK THRU 8400-EXIT.
072700 3300-EXIT.
072800     EXIT.
072900
073000*----------------------------------------------------------------
073100* 8300-COLLECT-CATEGORIES - GATHER THE CATEGORY MINUTES FOR THE
073200*                           BLOCK BEING PRINTED INTO THE PRINT
073300*                           CATEGORY TABLE: ONE DEPARTMENT/SHIFT,
073400*                           ONE DEPARTMENT, OR THE WHOLE SHOP.
073500*----------------------------------------------------------------
073600 8300-COLLECT-CATEGORIES.
073700     MOVE ZERO TO WS-PC-COUNT.
073800     PERFORM 8310-COLLECT-ONE THRU 8310-EXIT
073900         VARYING WS-DC-SUB FROM 1 BY 1
074000         UNTIL WS-DC-SUB > WS-DC-COUNT.
074100 8300-EXIT.
074200     EXIT.
074300
074400 8310-COLLECT-ONE.
074500     EVALUATE TRUE
074600         WHEN SELECT-DEPT-SHIFT
074700             IF WS-DC-DEPT (WS-DC-SUB) NOT = WS-SEARCH-DEPT
074800                OR WS-DC-SHIFT (WS-DC-SUB) NOT = WS-SEARCH-SHIFT
074900                 GO TO 8310-EXIT
075000             END-IF
075100         WHEN SELECT-DEPARTMENT
075200             IF WS-DC-DEPT (WS-DC-SUB) NOT = WS-SEARCH-DEPT
075300                 GO TO 8310-EXIT
075400             END-IF
075500     END-EVALUATE.
075600     MOVE "N" TO WS-PC-FOUND-SWITCH.
075700     PERFORM 8320-CHECK-PRINT-CATEGORY THRU 8320-EXIT
075800         VARYING WS-PC-SUB FROM 1 BY 1
075900         UNTIL WS-PC-SUB > WS-PC-COUNT
076000            OR PRINT-CATEGORY-FOUND.
076100     IF NOT PRINT-CATEGORY-FOUND
076200         IF WS-PC-COUNT >= WS-MAX-PRINT-CATEGORIES
076300             ADD 1 TO WS-TABLE-FULL-COUNT
076400             GO TO 8310-EXIT
076500         END-IF
076600         ADD 1 TO WS-PC-COUNT
076700         MOVE WS-PC-COUNT TO WS-PC-FOUND-SUB
076800         MOVE WS-DC-CATEGORY (WS-DC-SUB)
076900             TO WS-PC-CATEGORY (WS-PC-FOUND-SUB)
077000         MOVE ZERO TO WS-PC-MINUTES (WS-PC-FOUND-SUB)
077100                      WS-PC-LY-MINUTES (WS-PC-FOUND-SUB)
077200     END-IF.
077300     ADD WS-DC-MINUTES (WS-DC-SUB)
077400         TO WS-PC-MINUTES (WS-PC-FOUND-SUB).
077500     ADD WS-DC-LY-MINUTES (WS-DC-SUB)
077600         TO WS-PC-LY-MINUTES (WS-PC-FOUND-SUB).
077700 8310-EXIT.
077800     EXIT.
077900
078000 8320-CHECK-PRINT-CATEGORY.
078100     IF WS-PC-CATEGORY (WS-PC-SUB) = WS-DC-CATEGORY (WS-DC-SUB)
078200         SET PRINT-CATEGORY-FOUND TO TRUE
078300         MOVE WS-PC-SUB TO WS-PC-FOUND-SUB
078400     END-IF.
078500 8320-EXIT.
078600     EXIT.
078700
078800*----------------------------------------------------------------
078900* 8400-PRINT-BLOCK - THE CATEGORY LINES OF A BLOCK, THEN TOTAL
079000*                    BOOKED, THE UNBOOKED (OR OVERBOOKED) BALANCE,
079100*                    AND THE AVAILABLE SHIFT TIME.
079200*----------------------------------------------------------------
079300 8400-PRINT-BLOCK.
079400     PERFORM 8410-PRINT-CATEGORY THRU 8410-EXIT
079500         VARYING WS-PC-SUB FROM 1 BY 1
079600         UNTIL WS-PC-SUB > WS-PC-COUNT.
079700     MOVE "TOTAL BOOKED" TO WS-LINE-LABEL.
079800     MOVE WS-BLK-BOOKED TO WS-LINE-MINUTES.
079900     MOVE WS-BLK-LY-BOOKED TO WS-LINE-LY-MINUTES.
080000     PERFORM 8450-PRINT-FIGURES THRU 8450-EXIT.
080100     IF WS-BLK-BOOKED > WS-BLK-AVAIL
080200         MOVE "OVERBOOKED" TO WS-LINE-LABEL
080300         COMPUTE WS-LINE-MINUTES = WS-BLK-BOOKED - WS-BLK-AVAIL
080400     ELSE
080500         MOVE "UNBOOKED" TO WS-LINE-LABEL
080600         COMPUTE WS-LINE-MINUTES = WS-BLK-AVAIL - WS-BLK-BOOKED
080700     END-IF.
080800     IF WS-BLK-LY-BOOKED > WS-BLK-LY-AVAIL
080900         COMPUTE WS-LINE-LY-MINUTES =
081000             WS-BLK-LY-BOOKED - WS-BLK-LY-AVAIL
081100     ELSE
081200         COMPUTE WS-LINE-LY-MINUTES =
081300             WS-BLK-LY-AVAIL - WS-BLK-LY-BOOKED
081400     END-IF.
081500     PERFORM 8450-PRINT-FIGURES THRU 8450-EXIT.
081600     MOVE "AVAILABLE" TO WS-LINE-LABEL.
081700     MOVE WS-BLK-AVAIL TO WS-LINE-MINUTES.
081800     MOVE WS-BLK-LY-AVAIL TO WS-LINE-LY-MINUTES.
081900     PERFORM 8450-PRINT-FIGURES THRU 8450-EXIT.
082000 8400-EXIT.
082100     EXIT.
082200
082300 8410-PRINT-CATEGORY.
082400     MOVE WS-PC-CATEGORY (WS-PC-SUB) TO WS-LINE-LABEL.
082500     MOVE WS-PC-MINUTES (WS-PC-SUB) TO WS-LINE-MINUTES.
082600     MOVE WS-PC-LY-MINUTES (WS-PC-SUB) TO WS-LINE-LY-MINUTES.
082700     PERFORM 8450-PRINT-FIGURES THRU 8450-EXIT.
082800 8410-EXIT.
082900     EXIT.
083000
083100*----------------------------------------------------------------
083200* 8450-PRINT-FIGURES - ONE FIGURES LINE WITH EACH MINUTES FIGURE
083300*                      AS A PERCENTAGE OF THE BLOCKS AVAILABLE
083400*                      TIME.  THE LAST-YEAR COLUMNS STAY BLANK
083500*                      WHEN ACTHIST DOES NOT GO BACK THAT FAR.
083600*----------------------------------------------------------------
083700 8450-PRINT-FIGURES.
083800     MOVE WS-LINE-LABEL TO WS-UL-LABEL.
083900     MOVE WS-LINE-MINUTES TO WS-UL-MINUTES.
084000     MOVE ZERO TO WS-PERCENT.
084100     IF WS-BLK-AVAIL > ZERO
084200         COMPUTE WS-PERCENT ROUNDED =
084300             WS-LINE-MINUTES * 100 / WS-BLK-AVAIL
084400             ON SIZE ERROR
084500                 MOVE 9999.9 TO WS-PERCENT
084600         END-COMPUTE
084700     END-IF.
084800     MOVE WS-PERCENT TO WS-UL-PCT.
084900     IF NOT LAST-YEAR-HISTORY-FOUND
085000         MOVE SPACES TO WS-UL-LY-AREA
085100     ELSE
085200         MOVE WS-LINE-LY-MINUTES TO WS-UL-LY-MINUTES
085300         MOVE ZERO TO WS-PERCENT
085400         IF WS-BLK-LY-AVAIL > ZERO
085500             COMPUTE WS-PERCENT ROUNDED =
085600                 WS-LINE-LY-MINUTES * 100 / WS-BLK-LY-AVAIL
085700                 ON SIZE ERROR
085800                     MOVE 9999.9 TO WS-PERCENT
085900             END-COMPUTE
086000         END-IF
086100         MOVE WS-PERCENT TO WS-UL-LY-PCT
086200     END-IF.
086300     MOVE WS-UTIL-LINE TO WS-OUT-LINE.
086400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
086500 8450-EXIT.
086600     EXIT.
086700
086800*----------------------------------------------------------------
086900* 8500-WRITE-LINE - PAGE-BREAK IF NEEDED, THEN WRITE THE LINE.
087000*                   THE LINE IS HELD ASIDE WHILE THE PAGE HEADER
087100*                   IS BUILT IN THE SAME AREA.
087200*----------------------------------------------------------------
087300 8500-WRITE-LINE.
087400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
087500         MOVE WS-OUT-LINE TO WS-HOLD-LINE
087600         PERFORM 8600-PRINT-PAGE-HEADER THRU 8600-EXIT
087700         MOVE WS-HOLD-LINE TO WS-OUT-LINE
087800     END-IF.
087900     WRITE REPORT-LINE FROM WS-OUT-LINE.
088000     ADD 1 TO WS-LINE-COUNT.
088100 8500-EXIT.
088200     EXIT.
088300
088400*----------------------------------------------------------------
088500* 8600-PRINT-PAGE-HEADER - TITLE, RUN DATE AND PAGE, THE TWO
088600*                          DATE RANGES, AND THE COLUMN HEADING.
088700*----------------------------------------------------------------
088800 8600-PRINT-PAGE-HEADER.
088900     ADD 1 TO WS-PAGE-NUMBER.
089000     MOVE ZERO TO WS-LINE-COUNT.
089100     IF WS-PAGE-NUMBER > 1
089200         WRITE REPORT-LINE FROM SPACES
089300             BEFORE ADVANCING PAGE
089400     END-IF.
089500     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY.
089600     MOVE SPACES TO WS-OUT-LINE.
089700     STRING "CATEGORY UTILIZATION BY DEPARTMENT/SHIFT"
089800                DELIMITED BY SIZE
089900            "   RUN DATE: " DELIMITED BY SIZE
090000            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
090100            "   PAGE: " DELIMITED BY SIZE
090200            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
090300            INTO WS-OUT-LINE
090400     END-STRING.
090500     PERFORM 8650-WRITE-HEADER-LINE THRU 8650-EXIT.
090600     MOVE SPACES TO WS-OUT-LINE.
090700     STRING "PERIOD:    " DELIMITED BY SIZE
090800            WS-FROM-DATE DELIMITED BY SIZE
090900            " THRU " DELIMITED BY SIZE
091000            WS-TO-DATE DELIMITED BY SIZE
091100            INTO WS-OUT-LINE
091200     END-STRING.
091300     PERFORM 8650-WRITE-HEADER-LINE THRU 8650-EXIT.
091400     MOVE SPACES TO WS-OUT-LINE.
091500     EVALUATE TRUE
091600         WHEN NOT LAST-YEAR-HISTORY-FOUND
091700             STRING "LAST YEAR: " DELIMITED BY SIZE
091800                    WS-LY-FROM-DATE DELIMITED BY SIZE
091900                    " THRU " DELIMITED BY SIZE
092000                    WS-LY-TO-DATE DELIMITED BY SIZE
092100                    " - NO HISTORY ON ACTHIST" DELIMITED BY SIZE
092200                    INTO WS-OUT-LINE
092300             END-STRING
092400         WHEN WS-HIST-FIRST-DATE > WS-LY-FROM-DATE
092500             STRING "LAST YEAR: " DELIMITED BY SIZE
092600                    WS-LY-FROM-DATE DELIMITED BY SIZE
092700                    " THRU " DELIMITED BY SIZE
092800                    WS-LY-TO-DATE DELIMITED BY SIZE
092900                    " - PARTIAL, HISTORY FROM " DELIMITED BY SIZE
093000                    WS-HIST-FIRST-DATE DELIMITED BY SIZE
093100                    INTO WS-OUT-LINE
093200             END-STRING
093300         WHEN OTHER
093400             STRING "LAST YEAR: " DELIMITED BY SIZE
093500                    WS-LY-FROM-DATE DELIMITED BY SIZE
093600                    " THRU " DELIMITED BY SIZE
093700                    WS-LY-TO-DATE DELIMITED BY SIZE
093800                    INTO WS-OUT-LINE
093900             END-STRING
094000     END-EVALUATE.
094100     PERFORM 8650-WRITE-HEADER-LINE THRU 8650-EXIT.
094200     MOVE WS-COLUMN-HEADING TO WS-OUT-LINE.
094300     PERFORM 8650-WRITE-HEADER-LINE THRU 8650-EXIT.
094400     MOVE ALL "-" TO WS-OUT-LINE.
094500     PERFORM 8650-WRITE-HEADER-LINE THRU 8650-EXIT.
094600 8600-EXIT.
094700     EXIT.
094800
094900 8650-WRITE-HEADER-LINE.
095000     WRITE REPORT-LINE FROM WS-OUT-LINE.
095100     ADD 1 TO WS-LINE-COUNT.
095200 8650-EXIT.
095300     EXIT.
095400
095500*----------------------------------------------------------------
095600* 8700-PRINT-BLOCK-HEADING - BLANK LINE, THEN THE BLOCK TITLE
095700*                            WITH ITS EMPLOYEE-DAYS.  A BLOCK
095800*                            THAT WILL NOT FIT IN WHAT IS LEFT OF
095900*                            THE PAGE STARTS A NEW ONE.  THE
096000*                            BLOCKS CATEGORIES ARE ALREADY
096100*                            COLLECTED.
096200*----------------------------------------------------------------
096300 8700-PRINT-BLOCK-HEADING.
096400     IF WS-LINE-COUNT + WS-PC-COUNT + 6 > WS-LINES-PER-PAGE
096500         MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
096600     ELSE
096700         MOVE SPACES TO WS-OUT-LINE
096800         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
096900     END-IF.
097000     MOVE WS-BLK-DAYS TO WS-BH-DAYS.
097100     IF LAST-YEAR-HISTORY-FOUND
097200         MOVE "  LAST YEAR " TO WS-BH-LY-AREA
097300         MOVE WS-BLK-LY-DAYS TO WS-BH-LY-DAYS
097400     ELSE
097500         MOVE SPACES TO WS-BH-LY-AREA
097600     END-IF.
097700     MOVE WS-BLOCK-HEADING TO WS-OUT-LINE.
097800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
097900 8700-EXIT.
098000     EXIT.
098100
098200*================================================================
098300* 9000-TERMINATE - RECORD COUNTS AND WARNINGS, CLOSE UP, AND SET
098400*                  THE CONDITION CODE: 4 = NOTHING IN RANGE, A
098500*                  DEFAULTED SHIFT LENGTH, AN EMP-ID NOT ON
098600*                  EMPMAST, OR A FULL WORK TABLE; 0 = CLEAN.
098700*================================================================
098800 9000-TERMINATE.
098900     MOVE SPACES TO WS-OUT-LINE.
099000     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
099100     MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY.
099200     MOVE SPACES TO WS-FOOTER-LINE.
099300     STRING "ACTHIST RECORDS READ:         " DELIMITED BY SIZE
099400            WS-COUNT-DISPLAY DELIMITED BY SIZE
099500            INTO WS-FOOTER-LINE
099600     END-STRING.
099700     MOVE WS-FOOTER-LINE TO WS-OUT-LINE.
099800     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
099900     MOVE WS-CURRENT-RECORDS TO WS-COUNT-DISPLAY.
100000     MOVE SPACES TO WS-FOOTER-LINE.
100100     STRING "  IN PERIOD:                  " DELIMITED BY SIZE
100200            WS-COUNT-DISPLAY DELIMITED BY SIZE
100300            INTO WS-FOOTER-LINE
100400     END-STRING.
100500     MOVE WS-FOOTER-LINE TO WS-OUT-LINE.
100600     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
100700     MOVE WS-LAST-YEAR-RECORDS TO WS-COUNT-DISPLAY.
100800     MOVE SPACES TO WS-FOOTER-LINE.
100900     STRING "  IN SAME PERIOD LAST YEAR:   " DELIMITED BY SIZE
101000            WS-COUNT-DISPLAY DELIMITED BY SIZE
101100            INTO WS-FOOTER-LINE
101200     END-STRING.
101300     MOVE WS-FOOTER-LINE TO WS-OUT-LINE.
101400     PERFORM 8500-WRITE-LINE THRU 8500-EXIT.
101500     IF WS-NOT-ON-MASTER-COUNT > ZERO
101600         MOVE "WARNING: HISTORY FOR EMP-IDS NOT ON EMPMAST"
101700             TO WS-OUT-LINE
101800         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
101900         MOVE "         IS SHOWN UNDER DEPARTMENT ????"
102000             TO WS-OUT-LINE
102100         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
102200     END-IF.
102300     IF WS-DEFAULT-SHIFT-COUNT > ZERO
102400         MOVE "WARNING: NO SHFTREF ENTRY - DEFAULT LENGTH USED"
102500             TO WS-OUT-LINE
102600         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
102700     END-IF.
102800     IF WS-TABLE-FULL-COUNT > ZERO
102900         MOVE "WARNING: WORK TABLE FULL - REPORT IS INCOMPLETE"
103000             TO WS-OUT-LINE
103100         PERFORM 8500-WRITE-LINE THRU 8500-EXIT
103200     END-IF.
103300     IF WS-CURRENT-RECORDS = ZERO
103400        OR WS-NOT-ON-MASTER-COUNT > ZERO
103500        OR WS-DEFAULT-SHIFT-COUNT > ZERO
103600        OR WS-TABLE-FULL-COUNT > ZERO
103700         MOVE 4 TO RETURN-CODE
103800     ELSE
103900         MOVE 0 TO RETURN-CODE
104000     END-IF.
104100     CLOSE EMPLOYEE-MASTER.
104200     CLOSE SHIFT-REFERENCE.
104300     CLOSE UTILIZATION-REPORT.
104400     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
104500     DISPLAY "CATUTIL: " WS-RECORDS-READ
104600         " HISTORY RECORD(S) READ, "
104700         WS-CURRENT-RECORDS " IN PERIOD, "
104800         WS-LAST-YEAR-RECORDS " LAST YEAR".
104900 9000-EXIT.
105000     EXIT.
105100
105200*----------------------------------------------------------------
105300* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
105400*                        CONDITION CODE TO THE SHARED RUNSTATS
105500*                        FILE, ONE RECORD PER COUNTER.
105600*----------------------------------------------------------------
105700 9500-WRITE-RUN-STATS.
105800     OPEN EXTEND RUN-STATISTICS.
105900     IF WS-RUNSTATS-STATUS = "35"
106000         OPEN OUTPUT RUN-STATISTICS
106100         CLOSE RUN-STATISTICS
106200         OPEN EXTEND RUN-STATISTICS
106300     END-IF.
106400     MOVE SPACES TO RUN-STATISTICS-RECORD.
106500     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
106600     MOVE "CATUTIL" TO RST-PROGRAM.
106700     MOVE RETURN-CODE TO RST-CONDITION-CODE.
106800     MOVE "HISTORY RECORDS READ" TO RST-COUNTER-NAME.
106900     MOVE WS-RECORDS-READ TO RST-COUNTER-VALUE.
107000     WRITE RUN-STATISTICS-RECORD.
107100     MOVE "RECORDS IN PERIOD" TO RST-COUNTER-NAME.
107200     MOVE WS-CURRENT-RECORDS TO RST-COUNTER-VALUE.
107300     WRITE RUN-STATISTICS-RECORD.
107400     MOVE "RECORDS LAST YEAR" TO RST-COUNTER-NAME.
107500     MOVE WS-LAST-YEAR-RECORDS TO RST-COUNTER-VALUE.
107600     WRITE RUN-STATISTICS-RECORD.
107700     CLOSE RUN-STATISTICS.
107800 9500-EXIT.
107900     EXIT.
