000100*================================================================
000200* PROGRAM-ID.  ROSTDIST
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-03
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     PER-DEPARTMENT ROSTER DISTRIBUTION.  REWRITES THE
000900*              SHOP-WIDE ROSTPRT ROSTER ROSTRPT PRINTS AS THE
001000*              DEPTROST DISTRIBUTION FILE - ONE SELF-CONTAINED
001100*              SECTION PER DEPARTMENT, EACH STARTING ON A NEW
001200*              PAGE - SO THE MORNING ROSTER NO LONGER HAS TO BE
001300*              TORN APART BY HAND.  EACH SECTION OPENS WITH A
001400*              COVER SHEET GIVING THE DEPARTMENT NAME, SUPERVISOR,
001500*              AND LOCATION FROM DEPTREF, CARRIES ITS OWN PAGE
001600*              HEADERS AND PAGE NUMBERS, AND CLOSES WITH ITS OWN
001700*              CONTROL TOTALS, CHECKED AGAINST THE ROSTRPT
001710*              DEPARTMENT SUBTOTAL.  THE RUN DECK SPLITS DEPTROST
001720*              AT THE COVER SHEETS INTO ONE PRINT FILE PER
001730*              DEPARTMENT.  EVERY SECTION WRITTEN IS LISTED WITH
001800*              ITS NUMBER AND LINE COUNT ON THE ROSTDLOG
001900*              DISTRIBUTION LOG.  A DEPARTMENT ON
002000*              EMPMAST WITH NO SUPERVISOR ON DEPTREF - WHETHER OR
002100*              NOT IT HAD ANYONE ON TODAYS ROSTER - IS FLAGGED ON
002200*              THE LOG AS UNDELIVERABLE.
002300*
002400* MODIFICATION HISTORY.
002500*     DATE       INIT  DESCRIPTION
002600*     ---------  ----  ---------------------------------------
002700*     2026-10-03  GC   ORIGINAL - PER-DEPARTMENT ROSTER FILES,
002800*                      COVER SHEETS, AND DISTRIBUTION LOG.
002810*     2026-10-15  GC   ALL SECTIONS NOW GO TO THE ONE DEPTROST
002820*                      FILE, EACH ON A NEW PAGE UNDER ITS COVER
002830*                      SHEET; DAILYRUN SPLITS IT PER DEPARTMENT.
002840*                      THE LOG LISTS SECTION NUMBERS.
002900*================================================================
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. ROSTDIST.
003200 AUTHOR. GUY CHERKESKY.
003300 INSTALLATION. SHIFT-OPS DATA CENTER.
003400 DATE-WRITTEN. 2026-10-03.
003500 DATE-COMPILED.
003600
003700*----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ROSTER-REPORT ASSIGN TO "ROSTPRT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT DEPARTMENT-REFERENCE ASSIGN TO "DEPTREF"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS DPT-CODE.
004700     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS EMP-ID.
005100     SELECT DEPT-ROSTER ASSIGN TO "DEPTROST"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT DISTRIBUTION-LOG ASSIGN TO "ROSTDLOG"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RUNSTATS-STATUS.
005800
005900*----------------------------------------------------------------
006000 DATA DIVISION.
006100 FILE SECTION.
006200* SHOP-WIDE ROSTER - THE PRINT FILE ROSTRPT WROTE IN STEP040,
006300* READ BACK ONE TEXT LINE AT A TIME.
006400 FD  ROSTER-REPORT.
006500 01  ROSTER-IN-LINE          PIC X(80).
006600
006700* DEPARTMENT REFERENCE - PROBED BY KEY FOR THE COVER SHEET AND
006800* THE SUPERVISOR.  MAINTAINED BY DEPTRFMT.
006900 FD  DEPARTMENT-REFERENCE.
007000     COPY DPTREC.
007100
007200* EMPLOYEE MASTER - READ FRONT TO BACK FOR EVERY DEPARTMENT IN
007300* USE, SO ONE WITH NOBODY ON TODAYS ROSTER IS STILL CHECKED.
007400 FD  EMPLOYEE-MASTER.
007500     COPY EMPREC.
007600
007700* DEPARTMENT ROSTERS - ONE SECTION PER DEPARTMENT SECTION OF
007800* ROSTPRT, EACH STARTING ON A NEW PAGE WITH ITS COVER SHEET.
007900 FD  DEPT-ROSTER.
008000 01  DEPT-ROSTER-LINE        PIC X(80).
008100
008200* DISTRIBUTION LOG - ONE LINE PER SECTION WRITTEN OR DEPARTMENT
008300* FLAGGED.
008400 FD  DISTRIBUTION-LOG.
008500 01  LOG-LINE                PIC X(80).
008600
008700* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
008800* COUNTER, FOR THE OPSTREND TREND REPORT.
008900 FD  RUN-STATISTICS.
009000     COPY RSTREC.
009100
009200*----------------------------------------------------------------
009300 WORKING-STORAGE SECTION.
009400* SWITCHES.
009500 01  WS-SWITCHES.
009600     05  WS-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
009700         88  NO-MORE-ROSTER-LINES    VALUE "Y".
009800     05  WS-EMP-EOF-SWITCH       PIC X(01) VALUE "N".
009900         88  NO-MORE-EMPLOYEES       VALUE "Y".
010000     05  WS-SECTION-SWITCH       PIC X(01) VALUE "N".
010100         88  SECTION-IS-OPEN         VALUE "Y".
010200     05  WS-DELIVER-SWITCH       PIC X(01) VALUE "Y".
010300         88  SUPERVISOR-IS-KNOWN     VALUE "Y".
010400         88  DEPT-IS-UNDELIVERABLE   VALUE "N".
010500     05  WS-SUBTOTAL-SWITCH      PIC X(01) VALUE "N".
010600         88  SUBTOTAL-WAS-READ       VALUE "Y".
010700     05  WS-DEPT-FOUND-SWITCH    PIC X(01) VALUE "N".
010800         88  DEPT-ALREADY-LOGGED     VALUE "Y".
010900
011000* COUNTERS AND PAGE CONTROL.
011100 01  WS-COUNTERS.
011200     05  WS-ROSTER-READ-COUNT    PIC 9(07) COMP VALUE ZERO.
011300     05  WS-FILE-COUNT           PIC 9(05) COMP VALUE ZERO.
011350     05  WS-SECTION-NUMBER       PIC 9(05) COMP VALUE ZERO.
011400     05  WS-UNDELIVERABLE-COUNT  PIC 9(05) COMP VALUE ZERO.
011500     05  WS-MISMATCH-COUNT       PIC 9(05) COMP VALUE ZERO.
011600     05  WS-TOTAL-LINES          PIC 9(07) COMP VALUE ZERO.
011700     05  WS-FILE-LINE-COUNT      PIC 9(05) COMP VALUE ZERO.
011800     05  WS-FILE-DETAIL-COUNT    PIC 9(05) COMP VALUE ZERO.
011900     05  WS-FILE-EMP-COUNT       PIC 9(05) COMP VALUE ZERO.
012000     05  WS-EXPECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
012100     05  WS-PAGE-NUMBER          PIC 9(03) COMP VALUE ZERO.
012200     05  WS-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
012300     05  WS-LINES-PER-PAGE       PIC 9(03) COMP VALUE 30.
012400     05  WS-PAGE-NUMBER-DISPLAY  PIC 9(03).
012500
012600* RUN DATE, PULLED ONCE AT INITIALIZATION.  THE PRINTED FORM IS
012700* TAKEN FROM THE ROSTPRT TITLE LINE WHEN ONE IS READ, SO EVERY
012800* DEPARTMENT SECTION CARRIES THE SAME DATE AS THE SHOP ROSTER.
012900 01  WS-CURRENT-TIMESTAMP    PIC X(21).
013000
013100* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
013200* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
013300 01  WS-RUNSTATS-STATUS      PIC X(02).
013400 01  WS-RUN-DATE-YMD         PIC 9(08).
013500 01  WS-RUN-DATE-DISPLAY.
013600     05  WS-RUN-DATE-MM          PIC 9(02).
013700     05  FILLER                  PIC X(01) VALUE "/".
013800     05  WS-RUN-DATE-DD          PIC 9(02).
013900     05  FILLER                  PIC X(01) VALUE "/".
014000     05  WS-RUN-DATE-CCYY        PIC 9(04).
014100 01  WS-RUN-DATE-TEXT        PIC X(10).
014200
014300* THE ROSTPRT LINE JUST READ, WITH ANY LEADING FORM FEED LEFT BY
014400* A ROSTRPT PAGE EJECT STRIPPED OFF, AND THE VIEWS OF IT THAT
014500* IDENTIFY A DEPARTMENT HEADER OR SUBTOTAL LINE.  THESE FOLLOW
014600* THE LINES ROSTRPT BUILDS IN 3130/3140.
014700 01  WS-IN-LINE              PIC X(80).
014800 01  WS-IN-HEADER-VIEW REDEFINES WS-IN-LINE.
014900     05  WS-IN-HDR-LITERAL       PIC X(12).
015000     05  WS-IN-HDR-DEPT          PIC X(04).
015100     05  FILLER                  PIC X(64).
015200 01  WS-IN-SUBTOTAL-VIEW REDEFINES WS-IN-LINE.
015300     05  WS-IN-SUB-LITERAL       PIC X(11).
015400     05  WS-IN-SUB-DEPT          PIC X(04).
015500     05  WS-IN-SUB-LABEL         PIC X(11).
015600     05  WS-IN-SUB-COUNT         PIC 9(05).
015700     05  FILLER                  PIC X(49).
015800 01  WS-IN-DETAIL-VIEW REDEFINES WS-IN-LINE.
015900     05  WS-IN-DETAIL-NAME       PIC X(25).
016000     05  FILLER                  PIC X(55).
016100 01  WS-IN-TITLE-VIEW REDEFINES WS-IN-LINE.
016200     05  WS-IN-TITLE-LITERAL     PIC X(19).
016300     05  FILLER                  PIC X(13).
016400     05  WS-IN-TITLE-DATE        PIC X(10).
016500     05  FILLER                  PIC X(38).
016600
016700* THE ROSTPRT COLUMN-HEADING LINE, KEPT AS READ SO EVERY
016800* DEPARTMENT SECTION HEADS ITS PAGES THE SAME WAY.
016900 01  WS-COLUMN-HEADING       PIC X(80) VALUE SPACES.
017000
017100* THE DEPARTMENT WHOSE SECTION IS OPEN AND ITS DEPTREF DETAILS.
017300 01  WS-CURRENT-DEPT         PIC X(04) VALUE SPACES.
017400 01  WS-CURRENT-NAME         PIC X(30).
017500 01  WS-CURRENT-SUPERVISOR   PIC X(25).
017600 01  WS-CURRENT-LOCATION     PIC X(15).
017700 01  WS-LAST-EMP-NAME        PIC X(25).
018100
018200* DEPARTMENTS ALREADY ON THE LOG, SO THE EMPMAST SWEEP FLAGS
018300* ONLY THE ONES TODAYS ROSTER DID NOT COVER.
018400 01  WS-LOGGED-COUNT         PIC 9(03) COMP VALUE ZERO.
018500 01  WS-LOGGED-TABLE.
018600     05  WS-LOGGED-DEPT OCCURS 200 TIMES
018700             INDEXED BY LOG-IDX
018800                                 PIC X(04).
018900
019000* LINE BUILD AREAS.
019100 01  WS-OUT-LINE             PIC X(80).
019200 01  WS-HOLD-LINE            PIC X(80).
019300 01  WS-COVER-LINE.
019400     05  WS-COVER-LABEL          PIC X(14).
019500     05  WS-COVER-VALUE          PIC X(66).
019550 01  WS-SECTION-DISPLAY      PIC ZZZZ9.
019600 01  WS-LOG-DETAIL.
019700     05  WS-LOG-SECTION          PIC X(08).
019710     05  WS-LOG-SECTION-VIEW REDEFINES WS-LOG-SECTION.
019720         10  WS-LOG-SECTION-NO   PIC ZZZZ9.
019730         10  FILLER              PIC X(03).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-LOG-DEPT             PIC X(04).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-LOG-LINES            PIC ZZZZ9.
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  WS-LOG-PAGES            PIC ZZ9.
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  WS-LOG-STATUS           PIC X(13).
020600     05  FILLER                  PIC X(01) VALUE SPACES.
020700     05  WS-LOG-SUPERVISOR       PIC X(28).
020800     05  FILLER                  PIC X(10) VALUE SPACES.
020900 01  WS-FOOTER-LINE          PIC X(80).
021000 01  WS-COUNT-DISPLAY        PIC 9(07).
021100 01  WS-COUNT-DISPLAY-2      PIC 9(05).
021200
021300*----------------------------------------------------------------
021400 PROCEDURE DIVISION.
021500
021600*================================================================
021700* 0000-MAINLINE - SPLIT ROSTPRT INTO DEPARTMENT SECTIONS, SWEEP
021800*                 EMPMAST FOR DEPARTMENTS NOBODY CAN BE SENT A
021900*                 ROSTER FOR, THEN CLOSE OUT.
022000*================================================================
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     PERFORM 2000-PROCESS-ROSTER-LINE THRU 2000-EXIT
022400         UNTIL NO-MORE-ROSTER-LINES.
022500     IF SECTION-IS-OPEN
022600         PERFORM 2350-FINISH-DEPT-FILE THRU 2350-EXIT
022700     END-IF.
022800     PERFORM 3000-CHECK-MASTER-DEPT THRU 3000-EXIT
022900         UNTIL NO-MORE-EMPLOYEES.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     STOP RUN.
023200
023300*================================================================
023400* 1000-INITIALIZE - OPEN THE FILES, CAPTURE THE RUN DATE, HEAD
023500*                   THE DISTRIBUTION LOG, AND PRIME BOTH READS.
023600*================================================================
023700 1000-INITIALIZE.
023800     OPEN INPUT ROSTER-REPORT.
023900     OPEN INPUT DEPARTMENT-REFERENCE.
024000     OPEN INPUT EMPLOYEE-MASTER.
024100     OPEN OUTPUT DISTRIBUTION-LOG.
024150     OPEN OUTPUT DEPT-ROSTER.
024200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
024300     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
024400     MOVE WS-CURRENT-TIMESTAMP (1:4) TO WS-RUN-DATE-CCYY.
024500     MOVE WS-CURRENT-TIMESTAMP (5:2) TO WS-RUN-DATE-MM.
024600     MOVE WS-CURRENT-TIMESTAMP (7:2) TO WS-RUN-DATE-DD.
024700     MOVE WS-RUN-DATE-DISPLAY TO WS-RUN-DATE-TEXT.
024800     MOVE SPACES TO LOG-LINE.
024900     STRING "ROSTER DISTRIBUTION LOG" DELIMITED BY SIZE
025000            "   RUN DATE: " DELIMITED BY SIZE
025100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
025200            INTO LOG-LINE
025300     END-STRING.
025400     WRITE LOG-LINE.
025500     MOVE "SECTION   DEPT  LINES  PGS  STATUS        SUPERVISOR"
025600         TO LOG-LINE.
025700     WRITE LOG-LINE.
025800     MOVE ALL "-" TO LOG-LINE.
025900     WRITE LOG-LINE.
026000     PERFORM 2100-READ-ROSTER-LINE THRU 2100-EXIT.
026100     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
026200 1000-EXIT.
026300     EXIT.
026400
026500*================================================================
026600* 2000-PROCESS-ROSTER-LINE - SORT OUT WHAT KIND OF ROSTPRT LINE
026700*                            THIS IS.  ROSTRPT PAGE HEADERS ARE
026800*                            DROPPED (EACH DEPARTMENT SECTION
026900*                            PRINTS ITS OWN), A DEPARTMENT HEADER
027000*                            OPENS A NEW SECTION, A SUBTOTAL
027100*                            CLOSES IT, AND ANYTHING ELSE INSIDE A
027200*                            SECTION IS A ROSTER DETAIL LINE.  THE
027300*                            SHOP-WIDE CATEGORY AND TOTAL LINES
027400*                            AFTER THE LAST SECTION BELONG TO NO
027500*                            DEPARTMENT AND ARE NOT DISTRIBUTED.
027600*================================================================
027700 2000-PROCESS-ROSTER-LINE.
027800     EVALUATE TRUE
027900         WHEN WS-IN-LINE = SPACES
028000             CONTINUE
028100         WHEN WS-IN-TITLE-LITERAL = "DAILY ROSTER REPORT"
028200             MOVE WS-IN-TITLE-DATE TO WS-RUN-DATE-TEXT
028300         WHEN WS-IN-LINE (1:13) = "EMPLOYEE NAME"
028400             MOVE WS-IN-LINE TO WS-COLUMN-HEADING
028500         WHEN WS-IN-LINE = ALL "-"
028600             CONTINUE
028700         WHEN WS-IN-HDR-LITERAL = "DEPARTMENT: "
028800             PERFORM 2200-OPEN-DEPT-FILE THRU 2200-EXIT
028900         WHEN WS-IN-SUB-LITERAL = "DEPARTMENT "
029000          AND WS-IN-SUB-LABEL = " SUBTOTAL: "
029100             PERFORM 2300-CLOSE-DEPT-SECTION THRU 2300-EXIT
029200         WHEN SECTION-IS-OPEN
029300             PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
029400         WHEN OTHER
029500             CONTINUE
029600     END-EVALUATE.
029700     PERFORM 2100-READ-ROSTER-LINE THRU 2100-EXIT.
029800 2000-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------
030200* 2100-READ-ROSTER-LINE - READ THE NEXT ROSTPRT LINE.  A ROSTRPT
030300*                         PAGE EJECT COMES BACK AS A FORM FEED
030400*                         AHEAD OF THE NEXT TITLE LINE; IT IS
030500*                         STRIPPED SO THE TITLE IS RECOGNIZED.
030600*----------------------------------------------------------------
030700 2100-READ-ROSTER-LINE.
030800     READ ROSTER-REPORT
030900         AT END
031000             SET NO-MORE-ROSTER-LINES TO TRUE
031100             GO TO 2100-EXIT
031200     END-READ.
031300     ADD 1 TO WS-ROSTER-READ-COUNT.
031400     IF ROSTER-IN-LINE (1:1) = X"0C"
031500         MOVE ROSTER-IN-LINE (2:79) TO WS-IN-LINE
031600     ELSE
031700         MOVE ROSTER-IN-LINE TO WS-IN-LINE
031800     END-IF.
031900 2100-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------
032300* 2200-OPEN-DEPT-FILE - A DEPARTMENT HEADER: LOOK THE DEPARTMENT
032400*                       UP ON DEPTREF, START ITS SECTION, PRINT
032500*                       THE COVER SHEET, AND CARRY THE HEADER
032600*                       LINE OVER AS THE FIRST ROSTER LINE.  NO
032700*                       SUPERVISOR ON DEPTREF (OR NO DEPTREF
032800*                       ENTRY AT ALL) MAKES THE SECTION
032900*                       UNDELIVERABLE; IT IS STILL PRODUCED SO
033000*                       OPERATIONS CAN ROUTE IT BY HAND.
033100*----------------------------------------------------------------
033200 2200-OPEN-DEPT-FILE.
033300     IF SECTION-IS-OPEN
033400         PERFORM 2350-FINISH-DEPT-FILE THRU 2350-EXIT
033500     END-IF.
033600     MOVE WS-IN-HDR-DEPT TO WS-CURRENT-DEPT.
033900     PERFORM 2600-LOOK-UP-DEPT THRU 2600-EXIT.
034000     ADD 1 TO WS-SECTION-NUMBER.
034100     SET SECTION-IS-OPEN TO TRUE.
034200     MOVE "N" TO WS-SUBTOTAL-SWITCH.
034300     MOVE ZERO TO WS-EXPECTED-COUNT.
034400     MOVE ZERO TO WS-FILE-LINE-COUNT.
034500     MOVE ZERO TO WS-FILE-DETAIL-COUNT.
034600     MOVE ZERO TO WS-FILE-EMP-COUNT.
034700     MOVE ZERO TO WS-PAGE-NUMBER.
034800     MOVE SPACES TO WS-LAST-EMP-NAME.
034900     PERFORM 2250-PRINT-COVER-SHEET THRU 2250-EXIT.
035000     MOVE WS-IN-LINE TO WS-OUT-LINE.
035100     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
035200     PERFORM 2700-NOTE-DEPT-LOGGED THRU 2700-EXIT.
035300 2200-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------------
035700* 2250-PRINT-COVER-SHEET - PAGE 1 OF EVERY DEPARTMENT SECTION:
035800*                          WHO IT GOES TO AND WHERE.  EVERY
035810*                          SECTION AFTER THE FIRST STARTS ON A
035820*                          NEW PAGE.  THE ROSTER ITSELF STARTS
035900*                          ON PAGE 2.
036000*----------------------------------------------------------------
036100 2250-PRINT-COVER-SHEET.
036200     ADD 1 TO WS-PAGE-NUMBER.
036210     IF WS-SECTION-NUMBER > 1
036220         WRITE DEPT-ROSTER-LINE FROM SPACES
036230             BEFORE ADVANCING PAGE
036240     END-IF.
036300     MOVE SPACES TO WS-OUT-LINE.
036400     STRING "DAILY ROSTER DISTRIBUTION - COVER SHEET"
036500                DELIMITED BY SIZE
036600            "   RUN DATE: " DELIMITED BY SIZE
036700            WS-RUN-DATE-TEXT DELIMITED BY SIZE
036800            INTO WS-OUT-LINE
036900     END-STRING.
037000     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
037100     MOVE SPACES TO WS-OUT-LINE.
037200     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
037300     MOVE "DEPARTMENT:" TO WS-COVER-LABEL.
037400     MOVE WS-CURRENT-DEPT TO WS-COVER-VALUE.
037500     MOVE WS-COVER-LINE TO WS-OUT-LINE.
037600     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
037700     MOVE "NAME:" TO WS-COVER-LABEL.
037800     MOVE WS-CURRENT-NAME TO WS-COVER-VALUE.
037900     MOVE WS-COVER-LINE TO WS-OUT-LINE.
038000     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
038100     MOVE "SUPERVISOR:" TO WS-COVER-LABEL.
038200     IF SUPERVISOR-IS-KNOWN
038300         MOVE WS-CURRENT-SUPERVISOR TO WS-COVER-VALUE
038400     ELSE
038500         MOVE "*** NONE ON DEPTREF - UNDELIVERABLE ***"
038600             TO WS-COVER-VALUE
038700     END-IF.
038800     MOVE WS-COVER-LINE TO WS-OUT-LINE.
038900     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
039000     MOVE "LOCATION:" TO WS-COVER-LABEL.
039100     MOVE WS-CURRENT-LOCATION TO WS-COVER-VALUE.
039200     MOVE WS-COVER-LINE TO WS-OUT-LINE.
039300     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
039400     MOVE SPACES TO WS-OUT-LINE.
039500     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
039600     MOVE "SECTION:" TO WS-COVER-LABEL.
039650     MOVE WS-SECTION-NUMBER TO WS-SECTION-DISPLAY.
039700     MOVE WS-SECTION-DISPLAY TO WS-COVER-VALUE.
039800     MOVE WS-COVER-LINE TO WS-OUT-LINE.
039900     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
040000     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
040100 2250-EXIT.
040200     EXIT.
040300
040400*----------------------------------------------------------------
040500* 2300-CLOSE-DEPT-SECTION - THE ROSTRPT DEPARTMENT SUBTOTAL: CARRY
040600*                           IT OVER, KEEP ITS COUNT TO CHECK THE
040700*                           SECTIONS OWN TOTALS AGAINST, AND
040800*                           FINISH THE SECTION.
040900*----------------------------------------------------------------
041000 2300-CLOSE-DEPT-SECTION.
041100     IF NOT SECTION-IS-OPEN
041200         GO TO 2300-EXIT
041300     END-IF.
041400     MOVE WS-IN-LINE TO WS-OUT-LINE.
041500     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
041600     IF WS-IN-SUB-COUNT IS NUMERIC
041700         MOVE WS-IN-SUB-COUNT TO WS-EXPECTED-COUNT
041800         SET SUBTOTAL-WAS-READ TO TRUE
041900     END-IF.
042000     PERFORM 2350-FINISH-DEPT-FILE THRU 2350-EXIT.
042100 2300-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* 2350-FINISH-DEPT-FILE - PRINT THE SECTIONS OWN CONTROL
042600*                         TOTALS AND LOG IT.  A SECTION WHOSE
042700*                         DETAIL COUNT DOES NOT AGREE WITH THE
042800*                         ROSTRPT SUBTOTAL (OR THAT HAD NO
042900*                         SUBTOTAL TO CHECK) IS COUNTED AS A
043000*                         MISMATCH AND FLAGGED ON BOTH.
043100*----------------------------------------------------------------
043200 2350-FINISH-DEPT-FILE.
043300     MOVE SPACES TO WS-OUT-LINE.
043400     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
043500     MOVE SPACES TO WS-OUT-LINE.
043600     STRING "CONTROL TOTALS - DEPARTMENT " DELIMITED BY SIZE
043700            WS-CURRENT-DEPT DELIMITED BY SIZE
043800            INTO WS-OUT-LINE
043900     END-STRING.
044000     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
044100     MOVE WS-FILE-EMP-COUNT TO WS-COUNT-DISPLAY-2.
044200     MOVE SPACES TO WS-OUT-LINE.
044300     STRING "  EMPLOYEES LISTED:       " DELIMITED BY SIZE
044400            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
044500            INTO WS-OUT-LINE
044600     END-STRING.
044700     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
044800     MOVE WS-FILE-DETAIL-COUNT TO WS-COUNT-DISPLAY-2.
044900     MOVE SPACES TO WS-OUT-LINE.
045000     STRING "  ROSTER LINES:           " DELIMITED BY SIZE
045100            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
045200            INTO WS-OUT-LINE
045300     END-STRING.
045400     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
045500     MOVE SPACES TO WS-OUT-LINE.
045600     IF SUBTOTAL-WAS-READ
045700        AND WS-EXPECTED-COUNT = WS-FILE-DETAIL-COUNT
045800         MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY-2
045900         STRING "  ROSTPRT SUBTOTAL:       " DELIMITED BY SIZE
046000                WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
046100                "  AGREES" DELIMITED BY SIZE
046200                INTO WS-OUT-LINE
046300         END-STRING
046400     ELSE
046500         ADD 1 TO WS-MISMATCH-COUNT
046600         MOVE WS-EXPECTED-COUNT TO WS-COUNT-DISPLAY-2
046700         STRING "  ROSTPRT SUBTOTAL:       " DELIMITED BY SIZE
046800                WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
046900                "  *** DOES NOT AGREE ***" DELIMITED BY SIZE
047000                INTO WS-OUT-LINE
047100         END-STRING
047200     END-IF.
047300     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
047400     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY.
047500     MOVE SPACES TO WS-OUT-LINE.
047600     STRING "  PAGES, WITH COVER:        " DELIMITED BY SIZE
047700            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
047800            INTO WS-OUT-LINE
047900     END-STRING.
048000     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
048200     MOVE "N" TO WS-SECTION-SWITCH.
048300     ADD 1 TO WS-FILE-COUNT.
048400     ADD WS-FILE-LINE-COUNT TO WS-TOTAL-LINES.
048500     MOVE SPACES TO WS-LOG-SECTION.
048550     MOVE WS-SECTION-NUMBER TO WS-LOG-SECTION-NO.
048600     MOVE WS-CURRENT-DEPT TO WS-LOG-DEPT.
048700     MOVE WS-FILE-LINE-COUNT TO WS-LOG-LINES.
048800     MOVE WS-PAGE-NUMBER TO WS-LOG-PAGES.
048900     PERFORM 2800-WRITE-LOG-DETAIL THRU 2800-EXIT.
049000     IF NOT SUBTOTAL-WAS-READ
049100        OR WS-EXPECTED-COUNT NOT = WS-FILE-DETAIL-COUNT
049200         MOVE WS-FILE-DETAIL-COUNT TO WS-COUNT-DISPLAY-2
049300         MOVE SPACES TO LOG-LINE
049400         STRING "          *** " DELIMITED BY SIZE
049500                WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
049600                " ROSTER LINE(S) - DOES NOT AGREE WITH "
049700                    DELIMITED BY SIZE
049800                "ROSTPRT ***" DELIMITED BY SIZE
049900                INTO LOG-LINE
050000         END-STRING
050100         WRITE LOG-LINE
050200     END-IF.
050300 2350-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700* 2400-WRITE-DETAIL - ONE ROSTER DETAIL LINE, CARRIED OVER AS IS.
050800*                     ROSTRPT REPEATS THE NAME ON EACH OF AN
050900*                     EMPLOYEES LINES, SO A CHANGE OF NAME IS A
051000*                     NEW EMPLOYEE FOR THE SECTIONS OWN TOTALS.
051100*----------------------------------------------------------------
051200 2400-WRITE-DETAIL.
051300     ADD 1 TO WS-FILE-DETAIL-COUNT.
051400     IF WS-IN-DETAIL-NAME NOT = WS-LAST-EMP-NAME
051500         ADD 1 TO WS-FILE-EMP-COUNT
051600         MOVE WS-IN-DETAIL-NAME TO WS-LAST-EMP-NAME
051700     END-IF.
051800     MOVE WS-IN-LINE TO WS-OUT-LINE.
051900     PERFORM 2450-WRITE-ROSTER-LINE THRU 2450-EXIT.
052000 2400-EXIT.
052100     EXIT.
052200
052300*----------------------------------------------------------------
052400* 2450-WRITE-ROSTER-LINE - PAGE-BREAK IF NEEDED, THEN WRITE THE
052500*                          ROSTER LINE BUILT BY THE CALLER.  THE
052600*                          LINE IS HELD ASIDE WHILE THE PAGE
052700*                          HEADER USES THE OUTPUT AREA.
052800*----------------------------------------------------------------
052900 2450-WRITE-ROSTER-LINE.
053000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
053100         MOVE WS-OUT-LINE TO WS-HOLD-LINE
053200         PERFORM 2550-PRINT-PAGE-HEADER THRU 2550-EXIT
053300         MOVE WS-HOLD-LINE TO WS-OUT-LINE
053400     END-IF.
053500     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
053600 2450-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------------
054000* 2500-WRITE-FILE-LINE - THE ONLY PLACE A DEPARTMENT SECTION
054100*                        LINE IS WRITTEN, SO THE ONE PLACE THE
054200*                        SECTIONS LINE COUNT FOR THE LOG IS KEPT.
054300*----------------------------------------------------------------
054400 2500-WRITE-FILE-LINE.
054500     WRITE DEPT-ROSTER-LINE FROM WS-OUT-LINE.
054600     ADD 1 TO WS-LINE-COUNT.
054700     ADD 1 TO WS-FILE-LINE-COUNT.
054800 2500-EXIT.
054900     EXIT.
055000
055100*----------------------------------------------------------------
055200* 2550-PRINT-PAGE-HEADER - NEW PAGE OF A DEPARTMENT SECTION:
055300*                          TITLE WITH DEPARTMENT, RUN DATE, AND
055400*                          PAGE NUMBER ON ONE LINE, THEN THE
055500*                          ROSTPRT COLUMN HEADINGS.
055600*----------------------------------------------------------------
055700 2550-PRINT-PAGE-HEADER.
055800     ADD 1 TO WS-PAGE-NUMBER.
055900     MOVE ZERO TO WS-LINE-COUNT.
056000     WRITE DEPT-ROSTER-LINE FROM SPACES
056100         BEFORE ADVANCING PAGE.
056200     MOVE WS-PAGE-NUMBER TO WS-PAGE-NUMBER-DISPLAY.
056300     MOVE SPACES TO WS-OUT-LINE.
056400     STRING "DAILY ROSTER - DEPARTMENT " DELIMITED BY SIZE
056500            WS-CURRENT-DEPT DELIMITED BY SIZE
056600            "   RUN DATE: " DELIMITED BY SIZE
056700            WS-RUN-DATE-TEXT DELIMITED BY SIZE
056800            "   PAGE: " DELIMITED BY SIZE
056900            WS-PAGE-NUMBER-DISPLAY DELIMITED BY SIZE
057000            INTO WS-OUT-LINE
057100     END-STRING.
057200     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
057300     MOVE WS-COLUMN-HEADING TO WS-OUT-LINE.
057400     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
057500     MOVE ALL "-" TO WS-OUT-LINE.
057600     PERFORM 2500-WRITE-FILE-LINE THRU 2500-EXIT.
057700 2550-EXIT.
057800     EXIT.
057900
058000*----------------------------------------------------------------
058100* 2600-LOOK-UP-DEPT - DEPTREF DETAILS FOR WS-CURRENT-DEPT, AND
058200*                     WHETHER THERE IS A SUPERVISOR TO DELIVER
058300*                     TO.
058400*----------------------------------------------------------------
058500 2600-LOOK-UP-DEPT.
058600     SET SUPERVISOR-IS-KNOWN TO TRUE.
058700     MOVE WS-CURRENT-DEPT TO DPT-CODE.
058800     READ DEPARTMENT-REFERENCE
058900         INVALID KEY
059000             MOVE "(NOT ON DEPTREF)" TO WS-CURRENT-NAME
059100             MOVE SPACES TO WS-CURRENT-SUPERVISOR
059200             MOVE SPACES TO WS-CURRENT-LOCATION
059300             SET DEPT-IS-UNDELIVERABLE TO TRUE
059400             GO TO 2600-EXIT
059500     END-READ.
059600     MOVE DPT-NAME TO WS-CURRENT-NAME.
059700     MOVE DPT-SUPERVISOR TO WS-CURRENT-SUPERVISOR.
059800     MOVE DPT-LOCATION TO WS-CURRENT-LOCATION.
059900     IF DPT-SUPERVISOR = SPACES
060000         SET DEPT-IS-UNDELIVERABLE TO TRUE
060100     END-IF.
060200 2600-EXIT.
060300     EXIT.
060400
060500*----------------------------------------------------------------
060600* 2700-NOTE-DEPT-LOGGED - REMEMBER A DEPARTMENT THAT IS ON THE
060700*                         LOG, FOR THE EMPMAST SWEEP.
060800*----------------------------------------------------------------
060900 2700-NOTE-DEPT-LOGGED.
061000     IF WS-LOGGED-COUNT >= 200
061100         DISPLAY "ROSTDIST: MORE THAN 200 DEPARTMENTS - "
061200             WS-CURRENT-DEPT " MAY BE LOGGED TWICE."
061300         GO TO 2700-EXIT
061400     END-IF.
061500     ADD 1 TO WS-LOGGED-COUNT.
061600     SET LOG-IDX TO WS-LOGGED-COUNT.
061700     MOVE WS-CURRENT-DEPT TO WS-LOGGED-DEPT (LOG-IDX).
061800 2700-EXIT.
061900     EXIT.
062000
062100*----------------------------------------------------------------
062200* 2800-WRITE-LOG-DETAIL - ONE DISTRIBUTION LOG LINE FOR THE
062300*                         DEPARTMENT IN WS-CURRENT-DEPT; THE
062400*                         CALLER FILLS IN SECTION, LINES, PAGES.
062500*----------------------------------------------------------------
062600 2800-WRITE-LOG-DETAIL.
062700     IF SUPERVISOR-IS-KNOWN
062800         MOVE "DELIVER TO" TO WS-LOG-STATUS
062900         MOVE WS-CURRENT-SUPERVISOR TO WS-LOG-SUPERVISOR
063000     ELSE
063100         ADD 1 TO WS-UNDELIVERABLE-COUNT
063200         MOVE "UNDELIVERABLE" TO WS-LOG-STATUS
063300         IF WS-CURRENT-NAME = "(NOT ON DEPTREF)"
063400             MOVE "(DEPARTMENT NOT ON DEPTREF)"
063500                 TO WS-LOG-SUPERVISOR
063600         ELSE
063700             MOVE "(NO SUPERVISOR ON DEPTREF)"
063800                 TO WS-LOG-SUPERVISOR
063900         END-IF
064000     END-IF.
064100     WRITE LOG-LINE FROM WS-LOG-DETAIL.
064200 2800-EXIT.
064300     EXIT.
064400
064500*================================================================
064600* 3000-CHECK-MASTER-DEPT - EMPMAST SWEEP.  A DEPARTMENT NOT
064700*                          ALREADY ON THE LOG HAD NOBODY ON
064800*                          TODAYS ROSTER; IF IT HAS NO SUPERVISOR
064900*                          ON DEPTREF EITHER IT IS LOGGED AS
065000*                          UNDELIVERABLE WITH NO SECTION, SO THE
065050*                          GAP IS FIXED BEFORE IT HAS STAFF TO
065100*                          ROSTER.
065200*================================================================
065300 3000-CHECK-MASTER-DEPT.
065400     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
065500     IF WS-LOGGED-COUNT > ZERO
065600         PERFORM 3050-MATCH-LOGGED-DEPT THRU 3050-EXIT
065700             VARYING LOG-IDX FROM 1 BY 1
065800             UNTIL LOG-IDX > WS-LOGGED-COUNT
065900                OR DEPT-ALREADY-LOGGED
066000     END-IF.
066100     IF DEPT-ALREADY-LOGGED
066200         PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT
066300         GO TO 3000-EXIT
066400     END-IF.
066500     MOVE EMP-DEPARTMENT TO WS-CURRENT-DEPT.
066600     PERFORM 2700-NOTE-DEPT-LOGGED THRU 2700-EXIT.
066700     PERFORM 2600-LOOK-UP-DEPT THRU 2600-EXIT.
066800     IF DEPT-IS-UNDELIVERABLE
066900         MOVE "(NONE)" TO WS-LOG-SECTION
067000         MOVE WS-CURRENT-DEPT TO WS-LOG-DEPT
067100         MOVE ZERO TO WS-LOG-LINES
067200         MOVE ZERO TO WS-LOG-PAGES
067300         PERFORM 2800-WRITE-LOG-DETAIL THRU 2800-EXIT
067400     END-IF.
067500     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
067600 3000-EXIT.
067700     EXIT.
067800
067900 3050-MATCH-LOGGED-DEPT.
068000     IF WS-LOGGED-DEPT (LOG-IDX) = EMP-DEPARTMENT
068100         SET DEPT-ALREADY-LOGGED TO TRUE
068200     END-IF.
068300 3050-EXIT.
068400     EXIT.
068500
068600*----------------------------------------------------------------
068700* 3100-READ-EMPLOYEE - READ THE NEXT EMPLOYEE IN KEY ORDER.
068800*----------------------------------------------------------------
068900 3100-READ-EMPLOYEE.
069000     READ EMPLOYEE-MASTER
069100         AT END
069200             SET NO-MORE-EMPLOYEES TO TRUE
069300     END-READ.
069400 3100-EXIT.
069500     EXIT.
069600
069700*================================================================
069800* 9000-TERMINATE - FOOT THE DISTRIBUTION LOG, CLOSE EVERYTHING,
069900*                  AND SET THE JOB CONDITION CODE: 8 WHEN A
070000*                  DEPARTMENT SECTION DISAGREES WITH ROSTPRT,
070100*                  4 WHEN A DEPARTMENT IS UNDELIVERABLE, ELSE 0.
070200*================================================================
070300 9000-TERMINATE.
070400     MOVE SPACES TO LOG-LINE.
070500     WRITE LOG-LINE.
070600     MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY.
070700     MOVE SPACES TO WS-FOOTER-LINE.
070800     STRING "DEPARTMENT SECTIONS WRITTEN: " DELIMITED BY SIZE
070900            WS-COUNT-DISPLAY DELIMITED BY SIZE
071000            INTO WS-FOOTER-LINE
071100     END-STRING.
071200     WRITE LOG-LINE FROM WS-FOOTER-LINE.
071300     MOVE WS-TOTAL-LINES TO WS-COUNT-DISPLAY.
071400     MOVE SPACES TO WS-FOOTER-LINE.
071500     STRING "TOTAL LINES DISTRIBUTED: " DELIMITED BY SIZE
071600            WS-COUNT-DISPLAY DELIMITED BY SIZE
071700            INTO WS-FOOTER-LINE
071800     END-STRING.
071900     WRITE LOG-LINE FROM WS-FOOTER-LINE.
072000     MOVE WS-UNDELIVERABLE-COUNT TO WS-COUNT-DISPLAY.
072100     MOVE SPACES TO WS-FOOTER-LINE.
072200     STRING "UNDELIVERABLE DEPARTMENTS: " DELIMITED BY SIZE
072300            WS-COUNT-DISPLAY DELIMITED BY SIZE
072400            INTO WS-FOOTER-LINE
072500     END-STRING.
072600     WRITE LOG-LINE FROM WS-FOOTER-LINE.
072700     MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
072800     MOVE SPACES TO WS-FOOTER-LINE.
072900     STRING "SECTIONS NOT AGREEING WITH ROSTPRT: "
072950                DELIMITED BY SIZE
073000            WS-COUNT-DISPLAY DELIMITED BY SIZE
073100            INTO WS-FOOTER-LINE
073200     END-STRING.
073300     WRITE LOG-LINE FROM WS-FOOTER-LINE.
073400     CLOSE ROSTER-REPORT.
073500     CLOSE DEPARTMENT-REFERENCE.
073600     CLOSE EMPLOYEE-MASTER.
073700     CLOSE DISTRIBUTION-LOG.
073750     CLOSE DEPT-ROSTER.
073800     EVALUATE TRUE
073900         WHEN WS-MISMATCH-COUNT > ZERO
074000             MOVE 8 TO RETURN-CODE
074100         WHEN WS-UNDELIVERABLE-COUNT > ZERO
074200             MOVE 4 TO RETURN-CODE
074300         WHEN OTHER
074400             MOVE 0 TO RETURN-CODE
074500     END-EVALUATE.
074600     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
074700     DISPLAY "ROSTDIST: " WS-FILE-COUNT " DEPARTMENT SECTION(S), "
074800         WS-TOTAL-LINES " LINE(S) DISTRIBUTED".
074900     DISPLAY "ROSTDIST: " WS-UNDELIVERABLE-COUNT
075000         " DEPARTMENT(S) UNDELIVERABLE - NO DEPTREF SUPERVISOR".
075100     DISPLAY "ROSTDIST: " WS-MISMATCH-COUNT
075200         " SECTION(S) NOT AGREEING WITH ROSTPRT".
075300 9000-EXIT.
075400     EXIT.
075500
075600*----------------------------------------------------------------
075700* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
075800*                        CONDITION CODE TO THE SHARED RUNSTATS
075900*                        FILE, ONE RECORD PER COUNTER.
076000*----------------------------------------------------------------
076100 9500-WRITE-RUN-STATS.
076200     OPEN EXTEND RUN-STATISTICS.
076300     IF WS-RUNSTATS-STATUS = "35"
076400         OPEN OUTPUT RUN-STATISTICS
076500         CLOSE RUN-STATISTICS
076600         OPEN EXTEND RUN-STATISTICS
076700     END-IF.
076800     MOVE SPACES TO RUN-STATISTICS-RECORD.
076900     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
077000     MOVE "ROSTDIST" TO RST-PROGRAM.
077100     MOVE RETURN-CODE TO RST-CONDITION-CODE.
077200     MOVE "ROSTER LINES READ" TO RST-COUNTER-NAME.
077300     MOVE WS-ROSTER-READ-COUNT TO RST-COUNTER-VALUE.
077400     WRITE RUN-STATISTICS-RECORD.
077500     MOVE "DEPARTMENT FILES" TO RST-COUNTER-NAME.
077600     MOVE WS-FILE-COUNT TO RST-COUNTER-VALUE.
077700     WRITE RUN-STATISTICS-RECORD.
077800     MOVE "UNDELIVERABLE DEPTS" TO RST-COUNTER-NAME.
077900     MOVE WS-UNDELIVERABLE-COUNT TO RST-COUNTER-VALUE.
078000     WRITE RUN-STATISTICS-RECORD.
078100     CLOSE RUN-STATISTICS.
078200 9500-EXIT.
078300     EXIT.
