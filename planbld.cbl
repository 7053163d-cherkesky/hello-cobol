000100*================================================================
000200* PROGRAM-ID.  PLANBLD
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-12
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     NIGHTLY WEEK-AHEAD PLAN BUILD.  STAGES THE NEXT
000900*              BUSINESS DAYS DLYACT FROM THE ACTPLAN FORWARD PLAN
001000*              - HDR WITH THE BUSINESS DATE, ONE ACTREC RECORD PER
001100*              PLANNED ACTIVITY, TRL WITH THE COUNT - SO THE
001200*              MORNINGS DAILYRUN PASSES IT THROUGH STEP001 FEEDCHK
001300*              LIKE ANY OTHER FEED.  THEN PRINTS THE PLANRPT
001400*              FORECAST OF EVERY PLAN ENTRY FROM THAT DAY ON THAT
001500*              WILL NOT WORK AS PLANNED - THE EMPLOYEE IS INSIDE A
001600*              LEAVCAL LEAVE WINDOW ON THE PLAN DATE, THE
001700*              EMPLOYEES EMP-STATUS IS NOT "A" (OR THE EMPLOYEE IS
001800*              NOT ON EMPMAST AT ALL), OR THE ACTIVITY CODE HAS
001900*              BEEN RETIRED FROM ACTREF - WHILE THERE IS STILL
002000*              TIME TO REASSIGN THE WORK.
002100*
002200*              THE OPERATOR (OR THE PLANRUN DECK) MAY NAME THE
002300*              STAGING DATE; BLANK MEANS THE NEXT WEEKDAY AFTER
002400*              TODAY, SO A FRIDAY NIGHT BUILD STAGES MONDAY.  A
002500*              DLYACT STILL CARRYING THE HDR OF AN EARLIER
002600*              BUSINESS DATE HAS NOT BEEN CONSUMED BY DAILYRUN AND
002700*              IS NEVER OVERWRITTEN; ONE ALREADY STAGED FOR THE
002800*              SAME DATE IS REBUILT, SO A RERUN PICKS UP LATE PLAN
002840*              CHANGES.  NOR IS DLYACT TOUCHED WHILE A DAILYRUN
002880*              IS UNFINISHED (BATCHWIN OR JOBSTAT ON FILE) - ITS
002920*              FEED HAS LOST THE HDR TO FEEDCHK BUT THE RERUN MAY
002960*              STILL NEED IT.
003000*
003100* CONDITION CODES.
003200*     00  DLYACT STAGED, NO CLASHES IN THE FORECAST.
003300*     04  DLYACT STAGED, BUT THE FORECAST HAS CLASHES OR NOTHING
003400*         WAS PLANNED FOR THE STAGING DATE.
003500*     08  DLYACT NOT STAGED - AN UNCONSUMED FEED IS ON FILE.  THE
003560*         FORECAST IS STILL PRINTED.  ALSO SET WHILE A DAILYRUN
003620*         IS UNFINISHED.
003700*     12  THE STAGING DATE ENTERED IS NOT A VALID DATE - NOTHING
003800*         WAS DONE.
003900*
004000* MODIFICATION HISTORY.
004100*     DATE       INIT  DESCRIPTION
004200*     ---------  ----  ---------------------------------------
004300*     2026-10-12  GC   ORIGINAL - DLYACT STAGING FROM THE WEEK-
004400*                      AHEAD PLAN WITH LEAVE-CONFLICT FORECAST.
004430*     2026-10-15  GC   DLYACT LEFT ALONE WHILE BATCHWIN OR JOBSTAT
004460*                      SHOWS AN UNFINISHED DAILYRUN (CC 8).
004470*     2026-10-15  GC   PLANRPT FOOTER NAMES AN UNFINISHED DAILYRUN
004480*                      AS THE REASON NOTHING WAS STAGED.
004500*================================================================
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. PLANBLD.
004800 AUTHOR. GUY CHERKESKY.
004900 INSTALLATION. SHIFT-OPS DATA CENTER.
005000 DATE-WRITTEN. 2026-10-12.
005100 DATE-COMPILED.
005200
005300*----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT OPTIONAL ACTIVITY-PLAN ASSIGN TO "ACTPLAN"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PLN-KEY.
006100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS EMP-ID.
006500     SELECT OPTIONAL LEAVE-CALENDAR ASSIGN TO "LEAVCAL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS LEV-EMP-ID.
006900     SELECT ACTIVITY-REFERENCE ASSIGN TO "ACTREF"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS ARF-ACTIVITY-CODE.
007300     SELECT DAILY-ACTIVITIES ASSIGN TO "DLYACT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-DLYACT-STATUS.
007600     SELECT PLAN-REPORT ASSIGN TO "PLANRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL.
007800     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-RUNSTATS-STATUS.
008010     SELECT BATCH-WINDOW ASSIGN TO "BATCHWIN"
008020         ORGANIZATION IS LINE SEQUENTIAL
008030         FILE STATUS IS WS-WINDOW-STATUS.
008040     SELECT JOB-STATUS ASSIGN TO "JOBSTAT"
008050         ORGANIZATION IS LINE SEQUENTIAL
008060         FILE STATUS IS WS-JOBSTAT-STATUS.
008100
008200*----------------------------------------------------------------
008300 DATA DIVISION.
008400 FILE SECTION.
008500* WEEK-AHEAD PLAN - READ FROM THE STAGING DATE FORWARD IN KEY
008600* (DATE) ORDER.  OPTIONAL - NOTHING HAS BEEN PLANNED YET ON A
008700* FIRST RUN.  MAINTAINED BY PLANMNT.
008800 FD  ACTIVITY-PLAN.
008900     COPY PLNREC.
009000
009100* EMPLOYEE MASTER - PROBED BY KEY FOR STATUS AND DEPARTMENT.
009200 FD  EMPLOYEE-MASTER.
009300     COPY EMPREC.
009400
009500* LEAVE CALENDAR - PROBED BY KEY FOR THE EMPLOYEES OPEN LEAVE.
009600* OPTIONAL - A SITE WITH NO LEAVES BOOKED HAS NO CALENDAR YET.
009700 FD  LEAVE-CALENDAR.
009800     COPY LEVREC.
009900
010000* ACTIVITY REFERENCE - PROBED BY CODE; A CODE NO LONGER ON FILE
010100* HAS BEEN RETIRED.  MAINTAINED BY ACTREFMT.
010200 FD  ACTIVITY-REFERENCE.
010300     COPY ARFREC.
010400
010500* DAILY ACTIVITY FEED BEING STAGED - 50-BYTE ACTREC RECORDS
010600* BETWEEN A CTLREC HEADER AND TRAILER CUT TO THE SAME LENGTH.
010700 FD  DAILY-ACTIVITIES.
010800     COPY ACTREC.
010900
011000* FORECAST REPORT - ONE LINE PER CLASH.
011100 FD  PLAN-REPORT.
011200 01  REPORT-LINE             PIC X(80).
011300
011400* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
011500* COUNTER, FOR THE OPSTREND TREND REPORT.
011600 FD  RUN-STATISTICS.
011700     COPY RSTREC.
011710
011720* BATCH-WINDOW INDICATOR AND DAILYRUN STEP-RESTART FILE - ONLY
011730* TESTED FOR; EITHER ONE ON FILE MEANS A DAILYRUN HAS NOT YET
011740* RUN TO A NORMAL END.
011750 FD  BATCH-WINDOW.
011760     COPY WINREC.
011770
011780 FD  JOB-STATUS.
011790 01  JOB-STATUS-LINE         PIC X(80).
011800
011900*----------------------------------------------------------------
012000 WORKING-STORAGE SECTION.
012100* FEED CONTROL RECORD BUILD AREA - HEADER AND TRAILER FOR DLYACT.
012200 COPY CTLREC.
012300
012400* SWITCHES.
012500 01  WS-SWITCHES.
012600     05  WS-PLAN-EOF-SWITCH      PIC X(01) VALUE "N".
012700         88  NO-MORE-PLAN-ENTRIES    VALUE "Y".
012800     05  WS-DATE-SWITCH          PIC X(01) VALUE "Y".
012900         88  STAGING-DATE-IS-VALID   VALUE "Y".
013000         88  STAGING-DATE-IS-INVALID VALUE "N".
013100     05  WS-UNCONSUMED-SWITCH    PIC X(01) VALUE "N".
013200         88  UNCONSUMED-FEED-ON-FILE VALUE "Y".
013300     05  WS-MASTER-SWITCH        PIC X(01) VALUE "N".
013400         88  EMPLOYEE-ON-MASTER      VALUE "Y".
013500     05  WS-LEAVE-SWITCH         PIC X(01) VALUE "N".
013600         88  LEAVE-ON-CALENDAR       VALUE "Y".
013700     05  WS-LEAVE-CLASH-SWITCH   PIC X(01) VALUE "N".
013800         88  PLAN-DATE-IN-LEAVE      VALUE "Y".
013900     05  WS-REFERENCE-SWITCH     PIC X(01) VALUE "N".
014000         88  ACTIVITY-ON-REFERENCE   VALUE "Y".
014100
014200* COUNTERS.
014300 01  WS-COUNTERS.
014400     05  WS-STAGED-COUNT         PIC 9(07) COMP VALUE ZERO.
014500     05  WS-FORECAST-COUNT       PIC 9(07) COMP VALUE ZERO.
014600     05  WS-LEAVE-CLASH-COUNT    PIC 9(05) COMP VALUE ZERO.
014700     05  WS-STATUS-CLASH-COUNT   PIC 9(05) COMP VALUE ZERO.
014800     05  WS-RETIRED-COUNT        PIC 9(05) COMP VALUE ZERO.
014900     05  WS-CLASH-COUNT          PIC 9(05) COMP VALUE ZERO.
015000
015100* RUN DATE, STAGING DATE, AND DAY ARITHMETIC WORK AREAS.  THE
015200* WEEKDAY IS THE REMAINDER OF THE INTEGER DATE DIVIDED BY 7, AS
015300* IN WEEKRPT - 1 = MONDAY THROUGH 6 = SATURDAY, 0 = SUNDAY.
015400 01  WS-CURRENT-TIMESTAMP    PIC X(21).
015500 01  WS-RUN-DATE-YMD         PIC 9(08).
015600 01  WS-STAGING-REPLY        PIC X(08)  VALUE SPACES.
015700 01  WS-STAGING-DATE         PIC 9(08)  VALUE ZERO.
015800 01  WS-STAGING-INTEGER      PIC 9(07) COMP.
015900 01  WS-WEEKDAY              PIC 9(01) COMP.
016000 01  WS-STAGED-FEED-DATE     PIC X(08)  VALUE SPACES.
016100
016200* MM/DD/CCYY EDIT AREA FOR HEADINGS AND DETAIL LINES.
016300 01  WS-DATE-YMD             PIC 9(08).
016400 01  WS-DATE-YMD-PARTS REDEFINES WS-DATE-YMD.
016500     05  WS-DATE-CCYY            PIC 9(04).
016600     05  WS-DATE-MM              PIC 9(02).
016700     05  WS-DATE-DD              PIC 9(02).
016800 01  WS-DATE-DISPLAY.
016900     05  WS-DATE-DISP-MM         PIC 9(02).
017000     05  FILLER                  PIC X(01) VALUE "/".
017100     05  WS-DATE-DISP-DD         PIC 9(02).
017200     05  FILLER                  PIC X(01) VALUE "/".
017300     05  WS-DATE-DISP-CCYY       PIC 9(04).
017400 01  WS-RUN-DATE-DISPLAY     PIC X(10).
017500 01  WS-STAGING-DATE-DISPLAY PIC X(10).
017600
017700* FILE STATUS FOR DLYACT - "35" MEANS NO FEED IS ON FILE.
017800 01  WS-DLYACT-STATUS        PIC X(02).
017900
018000* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
018100* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
018200 01  WS-RUNSTATS-STATUS      PIC X(02).
018220
018240* FILE STATUS FOR BATCHWIN AND JOBSTAT - "35" MEANS NOT ON FILE.
018260 01  WS-WINDOW-STATUS        PIC X(02).
018280 01  WS-JOBSTAT-STATUS       PIC X(02).
018300
018400* REPORT COLUMN HEADING.
018500 01  WS-COLUMN-HEADING.
018600     05  FILLER                  PIC X(11) VALUE "PLAN DATE".
018700     05  FILLER                  PIC X(07) VALUE "EMP-ID".
018800     05  FILLER                  PIC X(04) VALUE "SEQ".
018900     05  FILLER                  PIC X(05) VALUE "DEPT".
019000     05  FILLER                  PIC X(31) VALUE "ACTIVITY".
019100     05  FILLER                  PIC X(22) VALUE "CLASH".
019200
019300* FORECAST DETAIL LINE BUILD AREA.
019400 01  WS-CLASH-DETAIL.
019500     05  WS-CLD-PLAN-DATE        PIC X(10).
019600     05  FILLER                  PIC X(01) VALUE SPACE.
019700     05  WS-CLD-EMP-ID           PIC X(05).
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-CLD-SEQ-NO           PIC 9(03).
020000     05  FILLER                  PIC X(01) VALUE SPACE.
020100     05  WS-CLD-DEPARTMENT       PIC X(04).
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  WS-CLD-ACTIVITY         PIC X(30).
020400     05  FILLER                  PIC X(01) VALUE SPACE.
020500     05  WS-CLD-CLASH            PIC X(22).
020600
020700* FOOTER COUNT EDIT AREA.
020800 01  WS-COUNT-DISPLAY        PIC 9(07).
020900
021000*----------------------------------------------------------------
021100 PROCEDURE DIVISION.
021200
021300*================================================================
021400* 0000-MAINLINE - SETTLE THE STAGING DATE, STAGE ITS DLYACT
021500*                 UNLESS AN UNCONSUMED FEED IS IN THE WAY,
021600*                 FORECAST EVERY PLAN ENTRY FROM THAT DATE ON,
021700*                 AND SET THE CONDITION CODE.
021800*================================================================
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022100     IF STAGING-DATE-IS-INVALID
022200         PERFORM 9000-TERMINATE THRU 9000-EXIT
022300         STOP RUN
022400     END-IF.
022500     PERFORM 2000-CHECK-STAGED-FEED THRU 2000-EXIT.
022600     IF NOT UNCONSUMED-FEED-ON-FILE
022700         PERFORM 3000-STAGE-DLYACT THRU 3000-EXIT
022800     END-IF.
022900     PERFORM 4000-FORECAST-PLAN THRU 4000-EXIT.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     STOP RUN.
023200
023300*================================================================
023400* 1000-INITIALIZE - CAPTURE TODAYS DATE, ACCEPT OR DERIVE THE
023500*                   STAGING DATE, OPEN THE FILES, AND WRITE THE
023600*                   REPORT HEADINGS.
023700*================================================================
023800 1000-INITIALIZE.
023900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
024000     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
024100     MOVE WS-RUN-DATE-YMD TO WS-DATE-YMD.
024200     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
024300     MOVE WS-DATE-DISPLAY TO WS-RUN-DATE-DISPLAY.
024400     PERFORM 1100-SET-STAGING-DATE THRU 1100-EXIT.
024500     IF STAGING-DATE-IS-INVALID
024600         GO TO 1000-EXIT
024700     END-IF.
024800     MOVE WS-STAGING-DATE TO WS-DATE-YMD.
024900     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
025000     MOVE WS-DATE-DISPLAY TO WS-STAGING-DATE-DISPLAY.
025100     OPEN INPUT ACTIVITY-PLAN.
025200     OPEN INPUT EMPLOYEE-MASTER.
025300     OPEN INPUT LEAVE-CALENDAR.
025400     OPEN INPUT ACTIVITY-REFERENCE.
025500     OPEN OUTPUT PLAN-REPORT.
025600     MOVE SPACES TO REPORT-LINE.
025700     STRING "WEEK-AHEAD PLAN FORECAST" DELIMITED BY SIZE
025800            "                      RUN DATE: " DELIMITED BY SIZE
025900            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
026000            INTO REPORT-LINE
026100     END-STRING.
026200     WRITE REPORT-LINE.
026300     MOVE SPACES TO REPORT-LINE.
026400     STRING "LEAVE, EMP-STATUS, AND RETIRED-ACTIVITY CLASHES "
026500                DELIMITED BY SIZE
026600            "FROM " DELIMITED BY SIZE
026700            WS-STAGING-DATE-DISPLAY DELIMITED BY SIZE
026800            " ON" DELIMITED BY SIZE
026900            INTO REPORT-LINE
027000     END-STRING.
027100     WRITE REPORT-LINE.
027200     MOVE SPACES TO REPORT-LINE.
027300     WRITE REPORT-LINE.
027400     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
027500     MOVE ALL "-" TO REPORT-LINE.
027600     WRITE REPORT-LINE.
027700 1000-EXIT.
027800     EXIT.
027900
028000*----------------------------------------------------------------
028100* 1100-SET-STAGING-DATE - A BLANK REPLY STAGES THE NEXT WEEKDAY
028200*                         AFTER TODAY.  A DATE ENTERED MUST BE A
028300*                         CALENDAR DATE NO EARLIER THAN TODAY -
028400*                         TODAY ITSELF IS ALLOWED FOR A BUILD
028500*                         RERUN AFTER MIDNIGHT.
028600*----------------------------------------------------------------
028700 1100-SET-STAGING-DATE.
028800     DISPLAY "STAGING DATE (YYYYMMDD, BLANK = NEXT BUSINESS "
028900         "DAY): " WITH NO ADVANCING.
029000     ACCEPT WS-STAGING-REPLY.
029100     IF WS-STAGING-REPLY = SPACES
029200         PERFORM 1150-NEXT-BUSINESS-DAY THRU 1150-EXIT
029300         GO TO 1100-EXIT
029400     END-IF.
029500     IF WS-STAGING-REPLY IS NOT NUMERIC
029600         SET STAGING-DATE-IS-INVALID TO TRUE
029700         GO TO 1100-EXIT
029800     END-IF.
029900     MOVE WS-STAGING-REPLY TO WS-STAGING-DATE.
030000     IF WS-STAGING-DATE (5:2) < "01"
030100        OR WS-STAGING-DATE (5:2) > "12"
030200        OR WS-STAGING-DATE (7:2) < "01"
030300        OR WS-STAGING-DATE (7:2) > "31"
030400        OR WS-STAGING-DATE < WS-RUN-DATE-YMD
030500         SET STAGING-DATE-IS-INVALID TO TRUE
030600         GO TO 1100-EXIT
030700     END-IF.
030800     IF FUNCTION INTEGER-OF-DATE (WS-STAGING-DATE) = ZERO
030900         SET STAGING-DATE-IS-INVALID TO TRUE
031000     END-IF.
031100 1100-EXIT.
031200     EXIT.
031300
031400 1150-NEXT-BUSINESS-DAY.
031500     COMPUTE WS-STAGING-INTEGER =
031600         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD) + 1.
031700     COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-STAGING-INTEGER 7).
031800     EVALUATE WS-WEEKDAY
031900         WHEN 6
032000             ADD 2 TO WS-STAGING-INTEGER
032100         WHEN 0
032200             ADD 1 TO WS-STAGING-INTEGER
032300     END-EVALUATE.
032400     MOVE FUNCTION DATE-OF-INTEGER (WS-STAGING-INTEGER)
032500         TO WS-STAGING-DATE.
032600 1150-EXIT.
032700     EXIT.
032800
032900*================================================================
033000* 2000-CHECK-STAGED-FEED - LOOK AT WHAT IS ON DLYACT NOW.  A FILE
033100*                          DAILYRUN HAS CONSUMED HAS HAD ITS HDR
033200*                          STRIPPED BY FEEDCHK AND MAY BE
033300*                          REPLACED.  ONE STILL OPENING WITH AN
033400*                          HDR FOR AN EARLIER BUSINESS DATE IS
033450*                          WAITING FOR ITS OWN DAILYRUN AND IS
033500*                          LEFT ALONE.  FEEDCHK STRIPS THE HDR AT
033510*                          STEP001, SO WHILE A DAILYRUN IS STILL
033520*                          UNFINISHED - BATCHWIN OR JOBSTAT ON
033530*                          FILE - THE FEED IS LEFT ALONE TOO; ITS
033540*                          RERUN MAY STILL NEED IT.
033600*================================================================
033700 2000-CHECK-STAGED-FEED.
033800     OPEN INPUT DAILY-ACTIVITIES.
033900     IF WS-DLYACT-STATUS = "35"
034000         GO TO 2000-EXIT
034100     END-IF.
034200     READ DAILY-ACTIVITIES
034300         AT END
034400             CONTINUE
034500         NOT AT END
034600             MOVE SPACES TO FEED-CONTROL-RECORD
034700             MOVE ACTIVITY-RECORD TO FEED-CONTROL-RECORD
034800             IF FC-IS-HEADER
034900                 MOVE FC-HEADER-DATA (1:8) TO WS-STAGED-FEED-DATE
035000             END-IF
035100     END-READ.
035200     CLOSE DAILY-ACTIVITIES.
035300     IF WS-STAGED-FEED-DATE NOT = SPACES
035400        AND WS-STAGED-FEED-DATE < WS-STAGING-DATE
035500         SET UNCONSUMED-FEED-ON-FILE TO TRUE
035600         DISPLAY "PLANBLD: DLYACT FOR BUSINESS DATE "
035700             WS-STAGED-FEED-DATE " HAS NOT BEEN CONSUMED - "
035800             "NOT OVERWRITTEN."
035900     END-IF.
035905     IF UNCONSUMED-FEED-ON-FILE
035910         GO TO 2000-EXIT
035915     END-IF.
035920     OPEN INPUT BATCH-WINDOW.
035925     IF WS-WINDOW-STATUS NOT = "35"
035930         SET UNCONSUMED-FEED-ON-FILE TO TRUE
035935         CLOSE BATCH-WINDOW
035940     END-IF.
035945     OPEN INPUT JOB-STATUS.
035950     IF WS-JOBSTAT-STATUS NOT = "35"
035955         SET UNCONSUMED-FEED-ON-FILE TO TRUE
035960         CLOSE JOB-STATUS
035965     END-IF.
035970     IF UNCONSUMED-FEED-ON-FILE
035975         DISPLAY "PLANBLD: DAILYRUN HAS NOT RUN TO A NORMAL END "
035980             "(BATCHWIN OR JOBSTAT ON FILE) -"
035985         DISPLAY "PLANBLD: ITS DLYACT MAY NOT BE FULLY CONSUMED "
035990             "- NOT OVERWRITTEN."
035995     END-IF.
036000 2000-EXIT.
036100     EXIT.
036200
036300*================================================================
036400* 3000-STAGE-DLYACT - WRITE THE HDR, EVERY PLAN ENTRY FOR THE
036500*                     STAGING DATE AS AN ACTREC RECORD, AND THE
036600*                     TRL WITH THEIR COUNT.
036700*================================================================
036800 3000-STAGE-DLYACT.
036900     OPEN OUTPUT DAILY-ACTIVITIES.
037000     MOVE SPACES TO FEED-CONTROL-RECORD.
037100     SET FC-IS-HEADER TO TRUE.
037200     MOVE WS-STAGING-DATE TO FC-BUSINESS-DATE.
037300     WRITE ACTIVITY-RECORD FROM FEED-CONTROL-RECORD.
037400     PERFORM 5000-START-PLAN THRU 5000-EXIT.
037500     PERFORM 3100-STAGE-ONE-ENTRY THRU 3100-EXIT
037600         UNTIL NO-MORE-PLAN-ENTRIES
037700            OR PLN-PLAN-DATE NOT = WS-STAGING-DATE.
037800     MOVE SPACES TO FEED-CONTROL-RECORD.
037900     SET FC-IS-TRAILER TO TRUE.
038000     MOVE WS-STAGED-COUNT TO FC-RECORD-COUNT.
038100     WRITE ACTIVITY-RECORD FROM FEED-CONTROL-RECORD.
038200     CLOSE DAILY-ACTIVITIES.
038300 3000-EXIT.
038400     EXIT.
038500
038600*----------------------------------------------------------------
038700* 3100-STAGE-ONE-ENTRY - ONE DLYACT RECORD FROM THE CURRENT PLAN
038800*                        ENTRY.  THE DESCRIPTION IS TAKEN FRESH
038900*                        FROM ACTREF SO A RE-WORDED ACTIVITY STILL
039000*                        PASSES ARRAYS; A RETIRED CODE GOES OUT
039100*                        UNDER ITS PLANNED NAME AND ARRAYS FILES
039200*                        IT ON ACTEXCP, AS IT WOULD ANY UNAPPROVED
039300*                        ACTIVITY.
039400*----------------------------------------------------------------
039500 3100-STAGE-ONE-ENTRY.
039600     MOVE SPACES TO ACTIVITY-RECORD.
039700     MOVE PLN-EMP-ID TO ACT-EMP-ID.
039800     MOVE PLN-SEQ-NO TO ACT-SEQ-NO.
039900     MOVE PLN-ACTIVITY-NAME TO ACTIVITY-NAME.
040000     MOVE PLN-START-TIME TO ACT-START-TIME.
040100     MOVE PLN-DURATION-MINS TO ACT-DURATION-MINS.
040200     PERFORM 6300-READ-REFERENCE THRU 6300-EXIT.
040300     IF ACTIVITY-ON-REFERENCE
040400         MOVE ARF-ACTIVITY-DESC TO ACTIVITY-NAME
040500     END-IF.
040600     WRITE ACTIVITY-RECORD.
040700     ADD 1 TO WS-STAGED-COUNT.
040800     PERFORM 5100-READ-PLAN THRU 5100-EXIT.
040900 3100-EXIT.
041000     EXIT.
041100
041200*================================================================
041300* 4000-FORECAST-PLAN - CHECK EVERY PLAN ENTRY FROM THE STAGING
041400*                      DATE TO THE END OF THE PLAN AND LIST EACH
041500*                      CLASH FOUND.
041600*================================================================
041700 4000-FORECAST-PLAN.
041800     PERFORM 5000-START-PLAN THRU 5000-EXIT.
041900     PERFORM 4100-CHECK-ONE-ENTRY THRU 4100-EXIT
042000         UNTIL NO-MORE-PLAN-ENTRIES.
042100 4000-EXIT.
042200     EXIT.
042300
042400*----------------------------------------------------------------
042500* 4100-CHECK-ONE-ENTRY - AN EMPLOYEE NOT ON EMPMAST CANNOT BE
042600*                        CHECKED FURTHER.  OTHERWISE THE PLAN DATE
042700*                        IS TESTED AGAINST THE LEAVCAL WINDOW
042800*                        (START DATE UP TO, NOT INCLUDING, THE
042900*                        RETURN DATE, AS LEAVUPDT APPLIES IT) AND
043000*                        THE EMP-STATUS.  AN EMPLOYEE ON LEAVE
043100*                        TODAY WHOSE LEAVCAL RETURN FALLS ON OR
043200*                        BEFORE THE PLAN DATE WILL HAVE BEEN
043300*                        FLIPPED BACK TO "A" BY THEN AND IS NOT A
043400*                        CLASH; ONE ALREADY LISTED FOR THE LEAVE
043500*                        WINDOW IS NOT LISTED TWICE.  THE ACTIVITY
043600*                        CODE IS CHECKED EITHER WAY.
043700*----------------------------------------------------------------
043800 4100-CHECK-ONE-ENTRY.
043900     ADD 1 TO WS-FORECAST-COUNT.
044000     MOVE "N" TO WS-LEAVE-CLASH-SWITCH.
044100     PERFORM 6100-READ-MASTER THRU 6100-EXIT.
044200     IF NOT EMPLOYEE-ON-MASTER
044300         ADD 1 TO WS-STATUS-CLASH-COUNT
044400         MOVE "NOT ON EMPMAST" TO WS-CLD-CLASH
044500         PERFORM 7000-WRITE-CLASH THRU 7000-EXIT
044600         GO TO 4100-CHECK-ACTIVITY
044700     END-IF.
044800     PERFORM 6200-READ-LEAVE THRU 6200-EXIT.
044900     IF LEAVE-ON-CALENDAR
045000        AND LEV-START-DATE NOT > PLN-PLAN-DATE
045100        AND LEV-RETURN-DATE > PLN-PLAN-DATE
045200         SET PLAN-DATE-IN-LEAVE TO TRUE
045300         ADD 1 TO WS-LEAVE-CLASH-COUNT
045400         MOVE SPACES TO WS-CLD-CLASH
045500         STRING "LEAVE - BACK " DELIMITED BY SIZE
045600                LEV-RETURN-DATE DELIMITED BY SIZE
045700                INTO WS-CLD-CLASH
045800         END-STRING
045900         PERFORM 7000-WRITE-CLASH THRU 7000-EXIT
046000     END-IF.
046100     EVALUATE TRUE
046200         WHEN EMP-IS-ACTIVE
046300             CONTINUE
046400         WHEN EMP-ON-LEAVE AND PLAN-DATE-IN-LEAVE
046500             CONTINUE
046600         WHEN EMP-ON-LEAVE AND LEAVE-ON-CALENDAR
046700          AND LEV-RETURN-DATE NOT > PLN-PLAN-DATE
046800             CONTINUE
046900         WHEN OTHER
047000             ADD 1 TO WS-STATUS-CLASH-COUNT
047100             MOVE SPACES TO WS-CLD-CLASH
047200             STRING "EMP-STATUS IS " DELIMITED BY SIZE
047300                    EMP-STATUS DELIMITED BY SIZE
047400                    INTO WS-CLD-CLASH
047500             END-STRING
047600             PERFORM 7000-WRITE-CLASH THRU 7000-EXIT
047700     END-EVALUATE.
047800 4100-CHECK-ACTIVITY.
047900     PERFORM 6300-READ-REFERENCE THRU 6300-EXIT.
048000     IF NOT ACTIVITY-ON-REFERENCE
048100         ADD 1 TO WS-RETIRED-COUNT
048200         MOVE SPACES TO WS-CLD-CLASH
048300         STRING "ACTIVITY " DELIMITED BY SIZE
048400                PLN-ACTIVITY-CODE DELIMITED BY SIZE
048500                " RETIRED" DELIMITED BY SIZE
048600                INTO WS-CLD-CLASH
048700         END-STRING
048800         PERFORM 7000-WRITE-CLASH THRU 7000-EXIT
048900     END-IF.
049000     PERFORM 5100-READ-PLAN THRU 5100-EXIT.
049100 4100-EXIT.
049200     EXIT.
049300
049400*================================================================
049500* 5000-START-PLAN - POSITION THE PLAN ON THE FIRST ENTRY FOR THE
049600*                   STAGING DATE OR LATER AND READ IT.
049700*================================================================
049800 5000-START-PLAN.
049900     MOVE "N" TO WS-PLAN-EOF-SWITCH.
050000     MOVE WS-STAGING-DATE TO PLN-PLAN-DATE.
050100     MOVE LOW-VALUES TO PLN-EMP-ID.
050200     MOVE ZERO TO PLN-SEQ-NO.
050300     START ACTIVITY-PLAN
050400         KEY IS NOT LESS THAN PLN-KEY
050500         INVALID KEY
050600             SET NO-MORE-PLAN-ENTRIES TO TRUE
050700             GO TO 5000-EXIT
050800     END-START.
050900     PERFORM 5100-READ-PLAN THRU 5100-EXIT.
051000 5000-EXIT.
051100     EXIT.
051200
051300 5100-READ-PLAN.
051400     READ ACTIVITY-PLAN NEXT RECORD
051500         AT END
051600             SET NO-MORE-PLAN-ENTRIES TO TRUE
051700     END-READ.
051800 5100-EXIT.
051900     EXIT.
052000
052100*----------------------------------------------------------------
052200* 6100-READ-MASTER - PROBE THE MASTER FOR THE PLAN ENTRYS
052300*                    EMPLOYEE.
052400*----------------------------------------------------------------
052500 6100-READ-MASTER.
052600     MOVE "N" TO WS-MASTER-SWITCH.
052700     MOVE PLN-EMP-ID TO EMP-ID.
052800     READ EMPLOYEE-MASTER
052900         INVALID KEY
053000             CONTINUE
053100         NOT INVALID KEY
053200             SET EMPLOYEE-ON-MASTER TO TRUE
053300     END-READ.
053400 6100-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------
053800* 6200-READ-LEAVE - PROBE THE CALENDAR FOR THE EMPLOYEES OPEN
053900*                   LEAVE.
054000*----------------------------------------------------------------
054100 6200-READ-LEAVE.
054200     MOVE "N" TO WS-LEAVE-SWITCH.
054300     MOVE PLN-EMP-ID TO LEV-EMP-ID.
054400     READ LEAVE-CALENDAR
054500         INVALID KEY
054600             CONTINUE
054700         NOT INVALID KEY
054800             SET LEAVE-ON-CALENDAR TO TRUE
054900     END-READ.
055000 6200-EXIT.
055100     EXIT.
055200
055300*----------------------------------------------------------------
055400* 6300-READ-REFERENCE - PROBE ACTREF FOR THE PLANNED ACTIVITY
055500*                       CODE.
055600*----------------------------------------------------------------
055700 6300-READ-REFERENCE.
055800     MOVE "N" TO WS-REFERENCE-SWITCH.
055900     MOVE PLN-ACTIVITY-CODE TO ARF-ACTIVITY-CODE.
056000     READ ACTIVITY-REFERENCE
056100         INVALID KEY
056200             CONTINUE
056300         NOT INVALID KEY
056400             SET ACTIVITY-ON-REFERENCE TO TRUE
056500     END-READ.
056600 6300-EXIT.
056700     EXIT.
056800
056900*----------------------------------------------------------------
057000* 6900-EDIT-DATE - WS-DATE-YMD TO MM/DD/CCYY IN WS-DATE-DISPLAY.
057100*----------------------------------------------------------------
057200 6900-EDIT-DATE.
057300     MOVE WS-DATE-MM TO WS-DATE-DISP-MM.
057400     MOVE WS-DATE-DD TO WS-DATE-DISP-DD.
057500     MOVE WS-DATE-CCYY TO WS-DATE-DISP-CCYY.
057600 6900-EXIT.
057700     EXIT.
057800
057900*----------------------------------------------------------------
058000* 7000-WRITE-CLASH - ONE FORECAST LINE FOR THE CURRENT PLAN
058100*                    ENTRY.  THE CALLER HAS ALREADY SET THE CLASH
058200*                    TEXT.
058300*----------------------------------------------------------------
058400 7000-WRITE-CLASH.
058500     ADD 1 TO WS-CLASH-COUNT.
058600     MOVE PLN-PLAN-DATE TO WS-DATE-YMD.
058700     PERFORM 6900-EDIT-DATE THRU 6900-EXIT.
058800     MOVE WS-DATE-DISPLAY TO WS-CLD-PLAN-DATE.
058900     MOVE PLN-EMP-ID TO WS-CLD-EMP-ID.
059000     MOVE PLN-SEQ-NO TO WS-CLD-SEQ-NO.
059100     IF EMPLOYEE-ON-MASTER
059200         MOVE EMP-DEPARTMENT TO WS-CLD-DEPARTMENT
059300     ELSE
059400         MOVE "????" TO WS-CLD-DEPARTMENT
059500     END-IF.
059600     MOVE PLN-ACTIVITY-NAME TO WS-CLD-ACTIVITY.
059700     WRITE REPORT-LINE FROM WS-CLASH-DETAIL.
059800 7000-EXIT.
059900     EXIT.
060000
060100*================================================================
060200* 9000-TERMINATE - WRITE THE TRAILING COUNTS, CLOSE EVERYTHING,
060300*                  AND SET THE CONDITION CODE (SEE THE BANNER).
060400*================================================================
060500 9000-TERMINATE.
060600     IF STAGING-DATE-IS-INVALID
060700         DISPLAY "PLANBLD: STAGING DATE " WS-STAGING-REPLY
060800             " IS NOT A VALID DATE FROM TODAY ON - NOTHING DONE."
060900         MOVE 12 TO RETURN-CODE
061000         GO TO 9000-EXIT
061100     END-IF.
061200     IF WS-CLASH-COUNT = ZERO
061300         MOVE "NO CLASHES FOUND." TO REPORT-LINE
061400         WRITE REPORT-LINE
061500     END-IF.
061600     MOVE SPACES TO REPORT-LINE.
061700     WRITE REPORT-LINE.
061800     MOVE SPACES TO REPORT-LINE.
061900     EVALUATE TRUE
061920         WHEN UNCONSUMED-FEED-ON-FILE
061940          AND WS-STAGED-FEED-DATE = SPACES
061960             STRING "DLYACT NOT STAGED - DAILYRUN HAS NOT YET "
061970                        DELIMITED BY SIZE
061980                    "REACHED NORMAL END" DELIMITED BY SIZE
061985                    INTO REPORT-LINE
061990             END-STRING
062000         WHEN UNCONSUMED-FEED-ON-FILE
062050             STRING "DLYACT NOT STAGED - FEED FOR "
062100                        DELIMITED BY SIZE
062150                    WS-STAGED-FEED-DATE DELIMITED BY SIZE
062200                    " NOT YET CONSUMED" DELIMITED BY SIZE
062300                    INTO REPORT-LINE
062400             END-STRING
062500         WHEN OTHER
062600             MOVE WS-STAGED-COUNT TO WS-COUNT-DISPLAY
062700             STRING "DLYACT STAGED FOR " DELIMITED BY SIZE
062800                    WS-STAGING-DATE-DISPLAY DELIMITED BY SIZE
062900                    ":      " DELIMITED BY SIZE
063000                    WS-COUNT-DISPLAY DELIMITED BY SIZE
063100                    " ACTIVITY(IES)" DELIMITED BY SIZE
063200                    INTO REPORT-LINE
063300             END-STRING
063400     END-EVALUATE.
063500     WRITE REPORT-LINE.
063600     MOVE WS-FORECAST-COUNT TO WS-COUNT-DISPLAY.
063700     MOVE SPACES TO REPORT-LINE.
063800     STRING "PLAN ENTRIES FORECAST:         " DELIMITED BY SIZE
063900            WS-COUNT-DISPLAY DELIMITED BY SIZE
064000            INTO REPORT-LINE
064100     END-STRING.
064200     WRITE REPORT-LINE.
064300     MOVE WS-LEAVE-CLASH-COUNT TO WS-COUNT-DISPLAY.
064400     MOVE SPACES TO REPORT-LINE.
064500     STRING "  LEAVE WINDOW CLASHES:        " DELIMITED BY SIZE
064600            WS-COUNT-DISPLAY DELIMITED BY SIZE
064700            INTO REPORT-LINE
064800     END-STRING.
064900     WRITE REPORT-LINE.
065000     MOVE WS-STATUS-CLASH-COUNT TO WS-COUNT-DISPLAY.
065100     MOVE SPACES TO REPORT-LINE.
065200     STRING "  EMPLOYEE STATUS CLASHES:     " DELIMITED BY SIZE
065300            WS-COUNT-DISPLAY DELIMITED BY SIZE
065400            INTO REPORT-LINE
065500     END-STRING.
065600     WRITE REPORT-LINE.
065700     MOVE WS-RETIRED-COUNT TO WS-COUNT-DISPLAY.
065800     MOVE SPACES TO REPORT-LINE.
065900     STRING "  RETIRED ACTIVITY CLASHES:    " DELIMITED BY SIZE
066000            WS-COUNT-DISPLAY DELIMITED BY SIZE
066100            INTO REPORT-LINE
066200     END-STRING.
066300     WRITE REPORT-LINE.
066400     CLOSE ACTIVITY-PLAN.
066500     CLOSE EMPLOYEE-MASTER.
066600     CLOSE LEAVE-CALENDAR.
066700     CLOSE ACTIVITY-REFERENCE.
066800     CLOSE PLAN-REPORT.
066900     EVALUATE TRUE
067000         WHEN UNCONSUMED-FEED-ON-FILE
067100             MOVE 8 TO RETURN-CODE
067200         WHEN WS-CLASH-COUNT > ZERO
067300           OR WS-STAGED-COUNT = ZERO
067400             MOVE 4 TO RETURN-CODE
067500         WHEN OTHER
067600             MOVE 0 TO RETURN-CODE
067700     END-EVALUATE.
067800     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
067900     IF UNCONSUMED-FEED-ON-FILE
068000         DISPLAY "PLANBLD: DLYACT NOT STAGED"
068100     ELSE
068200         DISPLAY "PLANBLD: " WS-STAGED-COUNT
068300             " ACTIVITY(IES) STAGED ON DLYACT FOR "
068400             WS-STAGING-DATE
068500     END-IF.
068600     DISPLAY "PLANBLD: " WS-FORECAST-COUNT
068700         " PLAN ENTRY(IES) FORECAST, " WS-CLASH-COUNT
068800         " CLASH(ES) ON PLANRPT".
068900 9000-EXIT.
069000     EXIT.
069100
069200*----------------------------------------------------------------
069300* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
069400*                        CONDITION CODE TO THE SHARED RUNSTATS
069500*                        FILE, ONE RECORD PER COUNTER.
069600*----------------------------------------------------------------
069700 9500-WRITE-RUN-STATS.
069800     OPEN EXTEND RUN-STATISTICS.
069900     IF WS-RUNSTATS-STATUS = "35"
070000         OPEN OUTPUT RUN-STATISTICS
070100         CLOSE RUN-STATISTICS
070200         OPEN EXTEND RUN-STATISTICS
070300     END-IF.
070400     MOVE SPACES TO RUN-STATISTICS-RECORD.
070500     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
070600     MOVE "PLANBLD" TO RST-PROGRAM.
070700     MOVE RETURN-CODE TO RST-CONDITION-CODE.
070800     MOVE "ACTIVITIES STAGED" TO RST-COUNTER-NAME.
070900     MOVE WS-STAGED-COUNT TO RST-COUNTER-VALUE.
071000     WRITE RUN-STATISTICS-RECORD.
071100     MOVE "ENTRIES FORECAST" TO RST-COUNTER-NAME.
071200     MOVE WS-FORECAST-COUNT TO RST-COUNTER-VALUE.
071300     WRITE RUN-STATISTICS-RECORD.
071400     MOVE "FORECAST CLASHES" TO RST-COUNTER-NAME.
071500     MOVE WS-CLASH-COUNT TO RST-COUNTER-VALUE.
071600     WRITE RUN-STATISTICS-RECORD.
071700     CLOSE RUN-STATISTICS.
071800 9500-EXIT.
071900     EXIT.
