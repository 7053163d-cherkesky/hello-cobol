000100*================================================================
000200* PROGRAM-ID.  QUALEXP
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-13
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     WEEKLY CERTIFICATION EXPIRY REPORT.  READS THE
000900*              EMPQUAL QUALIFICATION FILE FRONT TO BACK AND LISTS
001000*              ON QEXPRPT EVERY CERTIFICATION WHOSE EXPIRY DATE
001100*              FALLS IN THE NEXT WS-WARNING-DAYS DAYS (TODAY
001200*              THROUGH TODAY + 30), SO IT CAN BE RENEWED BEFORE
001300*              ARRAYS STARTS REJECTING THE EMPLOYEES ASSIGNMENTS.
001400*              ENTRIES ARE GROUPED BY THE DEPTREF SUPERVISOR OF
001500*              THE EMPLOYEES CURRENT EMPMAST DEPARTMENT, THEN BY
001600*              DEPARTMENT, SOONEST EXPIRY FIRST.  A DEPARTMENT
001700*              WITH NO SUPERVISOR ON DEPTREF (OR AN EMPLOYEE NO
001800*              LONGER ON EMPMAST, SHOWN UNDER DEPARTMENT "????")
001900*              IS LISTED LAST, UNDER AN UNDELIVERABLE HEADING.
002000*              TERMINATED EMPLOYEES ARE LEFT OFF.  CERTIFICATIONS
002100*              ALREADY EXPIRED ARE NOT LISTED - ARRAYS REPORTS
002200*              THOSE ON ACTEXCP THE DAY THEY ARE ASSIGNED.
002300*              RUN ON DEMAND ONCE A WEEK, LIKE WEEKRPT.
002350*              READ-ONLY.
002400*
002500* CONDITION CODES.
002600*     00  REPORT PRODUCED.
002700*     04  REPORT PRODUCED, BUT SOME EXPIRING CERTIFICATIONS HAVE
002800*         NO DEPTREF SUPERVISOR TO GO TO.
002900*
003000* MODIFICATION HISTORY.
003100*     DATE       INIT  DESCRIPTION
003200*     ---------  ----  ---------------------------------------
003300*     2026-10-13  GC   ORIGINAL - 30-DAY CERTIFICATION EXPIRY
003400*                      REPORT BY DEPARTMENT SUPERVISOR.
003500*================================================================
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. QUALEXP.
003800 AUTHOR. GUY CHERKESKY.
003900 INSTALLATION. SHIFT-OPS DATA CENTER.
004000 DATE-WRITTEN. 2026-10-13.
004100 DATE-COMPILED.
004200
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL QUALIFICATIONS ASSIGN TO "EMPQUAL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS QLF-KEY.
005100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS EMP-ID.
005500     SELECT DEPARTMENT-REFERENCE ASSIGN TO "DEPTREF"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS DPT-CODE.
005900     SELECT ACTIVITY-REFERENCE ASSIGN TO "ACTREF"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS ARF-ACTIVITY-CODE.
006300     SELECT SORT-FILE ASSIGN TO "SORTWK1".
006400     SELECT EXPIRY-WORK ASSIGN TO "QEXPWRK"
006500         ORGANIZATION IS SEQUENTIAL.
006600     SELECT EXPIRY-REPORT ASSIGN TO "QEXPRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-RUNSTATS-STATUS.
007100
007200*----------------------------------------------------------------
007300 DATA DIVISION.
007400 FILE SECTION.
007500* QUALIFICATIONS - READ FRONT TO BACK IN KEY ORDER.  OPTIONAL SO A
007600* SHOP WITH NO CERTIFICATIONS YET GETS AN EMPTY REPORT.
007700 FD  QUALIFICATIONS.
007800     COPY QLFREC.
007900
008000* EMPLOYEE MASTER - READ BY KEY FOR THE NAME, STATUS, AND
008100* DEPARTMENT.
008200 FD  EMPLOYEE-MASTER.
008300     COPY EMPREC.
008400
008500* DEPARTMENT REFERENCE - READ BY KEY FOR THE SUPERVISOR.
008600 FD  DEPARTMENT-REFERENCE.
008700     COPY DPTREC.
008800
008900* ACTIVITY REFERENCE - READ BY KEY FOR THE ACTIVITY DESCRIPTION.
009000 FD  ACTIVITY-REFERENCE.
009100     COPY ARFREC.
009200
009300* SORT WORK FILE - EXPIRING CERTIFICATIONS RESEQUENCED BY
009400* SUPERVISOR (UNDELIVERABLE LAST), DEPARTMENT, EXPIRY DATE, AND
009500* EMPLOYEE.  ONLY THE KEY FIELDS ARE NAMED; THE FULL LAYOUT IS
009600* WS-EXPIRY-RECORD.
009700 SD  SORT-FILE.
009800 01  SORT-RECORD.
009900     05  SORT-NO-SUPER-FLAG      PIC X(01).
010000     05  SORT-SUPERVISOR         PIC X(25).
010100     05  SORT-DEPARTMENT         PIC X(04).
010200     05  SORT-EXPIRY-DATE        PIC 9(08).
010300     05  SORT-EMP-ID             PIC X(05).
010400     05  SORT-ACTIVITY-CODE      PIC X(04).
010500     05  FILLER                  PIC X(83).
010600
010700* SORTED EXPIRIES - READ BACK INTO WS-EXPIRY-RECORD TO PRINT.
010800 FD  EXPIRY-WORK.
010900 01  EXPIRY-WORK-RECORD      PIC X(130).
011000
011100* EXPIRY REPORT - SUPERVISOR-READABLE TEXT LINES.
011200 FD  EXPIRY-REPORT.
011300 01  EXPIRY-LINE             PIC X(80).
011400
011500* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
011600* COUNTER, FOR THE OPSTREND TREND REPORT.
011700 FD  RUN-STATISTICS.
011800     COPY RSTREC.
011900
012000*----------------------------------------------------------------
012100 WORKING-STORAGE SECTION.
012200* SWITCHES.
012300 01  WS-SWITCHES.
012400     05  WS-QLF-EOF-SWITCH       PIC X(01) VALUE "N".
012500         88  NO-MORE-QUALIFICATIONS  VALUE "Y".
012600     05  WS-EXP-EOF-SWITCH       PIC X(01) VALUE "N".
012700         88  NO-MORE-EXPIRIES        VALUE "Y".
012800     05  WS-SUPER-STARTED-SWITCH PIC X(01) VALUE "N".
012900         88  SUPERVISOR-STARTED      VALUE "Y".
013000
013100* COUNTERS.
013200 01  WS-COUNTERS.
013300     05  WS-QUALIFICATION-COUNT  PIC 9(05) COMP VALUE ZERO.
013400     05  WS-EXPIRING-COUNT       PIC 9(05) COMP VALUE ZERO.
013500     05  WS-NO-SUPER-COUNT       PIC 9(05) COMP VALUE ZERO.
013600     05  WS-TERMINATED-COUNT     PIC 9(05) COMP VALUE ZERO.
013700     05  WS-SUPER-COUNT          PIC 9(05) COMP VALUE ZERO.
013800
013900* HOW FAR AHEAD TO LOOK, IN DAYS.
014000 77  WS-WARNING-DAYS         PIC 9(03) COMP VALUE 30.
014100
014200* EXPIRY RECORD - BUILT FOR THE SORT AND READ BACK TO PRINT.
014300 01  WS-EXPIRY-RECORD.
014400     05  WS-ER-NO-SUPER-FLAG     PIC X(01).
014500         88  ER-HAS-SUPERVISOR       VALUE "0".
014600         88  ER-IS-UNDELIVERABLE     VALUE "1".
014700     05  WS-ER-SUPERVISOR        PIC X(25).
014800     05  WS-ER-DEPARTMENT        PIC X(04).
014900     05  WS-ER-EXPIRY-DATE       PIC 9(08).
015000     05  WS-ER-EXPIRY-PARTS REDEFINES WS-ER-EXPIRY-DATE.
015100         10  WS-ER-EXPIRY-CCYY   PIC 9(04).
015200         10  WS-ER-EXPIRY-MM     PIC 9(02).
015300         10  WS-ER-EXPIRY-DD     PIC 9(02).
015400     05  WS-ER-EMP-ID            PIC X(05).
015500     05  WS-ER-ACTIVITY-CODE     PIC X(04).
015600     05  WS-ER-FIRST-NAME        PIC X(12).
015700     05  WS-ER-LAST-NAME         PIC X(12).
015800     05  WS-ER-DEPT-NAME         PIC X(30).
015900     05  WS-ER-ACTIVITY-DESC     PIC X(22).
016000     05  WS-ER-DAYS-LEFT         PIC 9(03).
016100     05  FILLER                  PIC X(04).
016200
016300* DATE ARITHMETIC WORK AREA.
016400 01  WS-DATE-WORK.
016500     05  WS-TODAY-INTEGER        PIC 9(07) COMP.
016600     05  WS-LIMIT-INTEGER        PIC 9(07) COMP.
016700     05  WS-EXPIRY-INTEGER       PIC 9(07) COMP.
016800     05  WS-LIMIT-DATE           PIC 9(08).
016900
017000* CONTROL-BREAK HOLD AREAS.
017100 01  WS-HOLD-NO-SUPER-FLAG   PIC X(01) VALUE SPACES.
017200 01  WS-HOLD-SUPERVISOR      PIC X(25) VALUE SPACES.
017300 01  WS-HOLD-DEPARTMENT      PIC X(04) VALUE SPACES.
017400
017500* REPORT LINE BUILD AREAS.
017600 01  WS-COLUMN-HEADING.
017700     05  FILLER                  PIC X(04) VALUE SPACES.
017800     05  FILLER                  PIC X(07) VALUE "EMP-ID".
017900     05  FILLER                  PIC X(27) VALUE "NAME".
018000     05  FILLER                  PIC X(05) VALUE "CODE".
018100     05  FILLER                  PIC X(23) VALUE "ACTIVITY".
018200     05  FILLER                  PIC X(10) VALUE "EXPIRES".
018300     05  FILLER                  PIC X(04) VALUE "DAYS".
018400 01  WS-SUPERVISOR-HEADING.
018500     05  FILLER                  PIC X(12) VALUE "SUPERVISOR: ".
018600     05  WS-SH-SUPERVISOR        PIC X(40).
018700 01  WS-DEPARTMENT-HEADING.
018800     05  FILLER                  PIC X(13) VALUE "  DEPARTMENT ".
018900     05  WS-DH-DEPARTMENT        PIC X(04).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  WS-DH-DEPT-NAME         PIC X(30).
019200 01  WS-EXPIRY-DETAIL.
019300     05  FILLER                  PIC X(04) VALUE SPACES.
019400     05  WS-ED-EMP-ID            PIC X(05).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  WS-ED-FIRST-NAME        PIC X(12).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  WS-ED-LAST-NAME         PIC X(12).
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  WS-ED-ACTIVITY-CODE     PIC X(04).
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  WS-ED-ACTIVITY-DESC     PIC X(22).
020300     05  FILLER                  PIC X(01) VALUE SPACE.
020400     05  WS-ED-EXPIRY.
020500         10  WS-ED-EXPIRY-MM     PIC 9(02).
020600         10  FILLER              PIC X(01) VALUE "/".
020700         10  WS-ED-EXPIRY-DD     PIC 9(02).
020800         10  FILLER              PIC X(01) VALUE "/".
020900         10  WS-ED-EXPIRY-CCYY   PIC 9(04).
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  WS-ED-DAYS-LEFT         PIC ZZ9.
021200 01  WS-SUPERVISOR-TOTAL.
021300     05  FILLER                  PIC X(04) VALUE SPACES.
021400     05  WS-STL-COUNT            PIC ZZZZ9.
021500     05  FILLER                  PIC X(40) VALUE
021600         " CERTIFICATION(S) EXPIRING".
021700 01  WS-FOOTER-LINE          PIC X(80).
021800 01  WS-COUNT-DISPLAY        PIC 9(05).
021900 01  WS-DAYS-DISPLAY         PIC ZZ9.
022000
022100* RUN DATE.
022200 01  WS-CURRENT-TIMESTAMP    PIC X(21).
022300 01  WS-RUN-DATE-YMD         PIC 9(08).
022400 01  WS-RUN-DATE-DISPLAY.
022500     05  WS-RUN-DATE-MM          PIC 9(02).
022600     05  FILLER                  PIC X(01) VALUE "/".
022700     05  WS-RUN-DATE-DD          PIC 9(02).
022800     05  FILLER                  PIC X(01) VALUE "/".
022900     05  WS-RUN-DATE-CCYY        PIC 9(04).
023000 01  WS-LIMIT-DATE-DISPLAY.
023100     05  WS-LIMIT-DATE-MM        PIC 9(02).
023200     05  FILLER                  PIC X(01) VALUE "/".
023300     05  WS-LIMIT-DATE-DD        PIC 9(02).
023400     05  FILLER                  PIC X(01) VALUE "/".
023500     05  WS-LIMIT-DATE-CCYY      PIC 9(04).
023600
023700* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
023800* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
023900 01  WS-RUNSTATS-STATUS      PIC X(02).
024000
024100*----------------------------------------------------------------
024200 PROCEDURE DIVISION.
024300
024400*================================================================
024500* 0000-MAINLINE - PICK OUT THE CERTIFICATIONS EXPIRING IN THE
024600*                 WINDOW, SORT THEM BY SUPERVISOR AND DEPARTMENT,
024700*                 AND PRINT THEM.
024800*================================================================
024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025100     SORT SORT-FILE
025200         ON ASCENDING KEY SORT-NO-SUPER-FLAG
025300                          SORT-SUPERVISOR
025400                          SORT-DEPARTMENT
025500                          SORT-EXPIRY-DATE
025600                          SORT-EMP-ID
025700                          SORT-ACTIVITY-CODE
025800         INPUT PROCEDURE IS 2000-SELECT-EXPIRIES
025900                       THRU 2000-EXIT
026000         GIVING EXPIRY-WORK.
026100     PERFORM 5000-PRINT-EXPIRIES THRU 5000-EXIT.
026200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026300     STOP RUN.
026400
026500*================================================================
026600* 1000-INITIALIZE - CAPTURE THE RUN DATE, WORK OUT THE LAST DAY OF
026700*                   THE WARNING WINDOW, AND OPEN THE KEYED FILES
026800*                   THE SELECTION READS.
026900*================================================================
027000 1000-INITIALIZE.
027100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
027200     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
027300     MOVE WS-CURRENT-TIMESTAMP (1:4) TO WS-RUN-DATE-CCYY.
027400     MOVE WS-CURRENT-TIMESTAMP (5:2) TO WS-RUN-DATE-MM.
027500     MOVE WS-CURRENT-TIMESTAMP (7:2) TO WS-RUN-DATE-DD.
027600     MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD)
027700         TO WS-TODAY-INTEGER.
027800     COMPUTE WS-LIMIT-INTEGER = WS-TODAY-INTEGER
027900         + WS-WARNING-DAYS.
028000     MOVE FUNCTION DATE-OF-INTEGER (WS-LIMIT-INTEGER)
028100         TO WS-LIMIT-DATE.
028200     MOVE WS-LIMIT-DATE (1:4) TO WS-LIMIT-DATE-CCYY.
028300     MOVE WS-LIMIT-DATE (5:2) TO WS-LIMIT-DATE-MM.
028400     MOVE WS-LIMIT-DATE (7:2) TO WS-LIMIT-DATE-DD.
028500     OPEN INPUT EMPLOYEE-MASTER.
028600     OPEN INPUT DEPARTMENT-REFERENCE.
028700     OPEN INPUT ACTIVITY-REFERENCE.
028800 1000-EXIT.
028900     EXIT.
029000
029100*================================================================
029200* 2000-SELECT-EXPIRIES - SORT INPUT PROCEDURE.  READ EVERY
029300*                        QUALIFICATION AND RELEASE THE ONES THAT
029400*                        EXPIRE INSIDE THE WINDOW.
029500*================================================================
029600 2000-SELECT-EXPIRIES.
029700     OPEN INPUT QUALIFICATIONS.
029800     PERFORM 2100-READ-QUALIFICATION THRU 2100-EXIT.
029900     PERFORM 2200-CHECK-QUALIFICATION THRU 2200-EXIT
030000         UNTIL NO-MORE-QUALIFICATIONS.
030100     CLOSE QUALIFICATIONS.
030200 2000-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------------
030600* 2100-READ-QUALIFICATION - READ THE NEXT QUALIFICATION RECORD.
030700*----------------------------------------------------------------
030800 2100-READ-QUALIFICATION.
030900     READ QUALIFICATIONS NEXT RECORD
031000         AT END
031100             SET NO-MORE-QUALIFICATIONS TO TRUE
031200         NOT AT END
031300             ADD 1 TO WS-QUALIFICATION-COUNT
031400     END-READ.
031500 2100-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------------
031900* 2200-CHECK-QUALIFICATION - CHECK THE CURRENT QUALIFICATION AND
032000*                            MOVE ON TO THE NEXT.
032100*----------------------------------------------------------------
032200 2200-CHECK-QUALIFICATION.
032300     PERFORM 2250-SELECT-QUALIFICATION THRU 2250-EXIT.
032400     PERFORM 2100-READ-QUALIFICATION THRU 2100-EXIT.
032500 2200-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------------
032900* 2250-SELECT-QUALIFICATION - AN EXPIRY FROM TODAY THROUGH THE
033000*                             LAST DAY OF THE WINDOW IS RELEASED,
033100*                             UNLESS THE EMPLOYEE IS TERMINATED.
033200*----------------------------------------------------------------
033300 2250-SELECT-QUALIFICATION.
033400     IF QLF-EXPIRY-DATE < WS-RUN-DATE-YMD
033500        OR QLF-EXPIRY-DATE > WS-LIMIT-DATE
033600         GO TO 2250-EXIT
033700     END-IF.
033800     MOVE SPACES TO WS-EXPIRY-RECORD.
033900     MOVE QLF-EMP-ID TO WS-ER-EMP-ID.
034000     MOVE QLF-ACTIVITY-CODE TO WS-ER-ACTIVITY-CODE.
034100     MOVE QLF-EXPIRY-DATE TO WS-ER-EXPIRY-DATE.
034200     MOVE FUNCTION INTEGER-OF-DATE (QLF-EXPIRY-DATE)
034300         TO WS-EXPIRY-INTEGER.
034400     COMPUTE WS-ER-DAYS-LEFT = WS-EXPIRY-INTEGER
034500         - WS-TODAY-INTEGER.
034600     MOVE QLF-EMP-ID TO EMP-ID.
034700     READ EMPLOYEE-MASTER
034800         INVALID KEY
034900             MOVE "????" TO WS-ER-DEPARTMENT
035000             MOVE "** NOT ON" TO WS-ER-FIRST-NAME
035100             MOVE "EMPMAST **" TO WS-ER-LAST-NAME
035200         NOT INVALID KEY
035300             MOVE EMP-DEPARTMENT TO WS-ER-DEPARTMENT
035400             MOVE FIRST-NAME TO WS-ER-FIRST-NAME
035500             MOVE LAST-NAME TO WS-ER-LAST-NAME
035600     END-READ.
035700     IF WS-ER-DEPARTMENT NOT = "????"
035800        AND EMP-IS-TERMINATED
035900         ADD 1 TO WS-TERMINATED-COUNT
036000         GO TO 2250-EXIT
036100     END-IF.
036200     PERFORM 2300-FIND-SUPERVISOR THRU 2300-EXIT.
036300     MOVE QLF-ACTIVITY-CODE TO ARF-ACTIVITY-CODE.
036400     READ ACTIVITY-REFERENCE
036500         INVALID KEY
036600             MOVE "** NOT ON ACTREF **" TO WS-ER-ACTIVITY-DESC
036700         NOT INVALID KEY
036800             MOVE ARF-ACTIVITY-DESC TO WS-ER-ACTIVITY-DESC
036900     END-READ.
037000     ADD 1 TO WS-EXPIRING-COUNT.
037100     RELEASE SORT-RECORD FROM WS-EXPIRY-RECORD.
037200 2250-EXIT.
037300     EXIT.
037400
037500*----------------------------------------------------------------
037600* 2300-FIND-SUPERVISOR - THE DEPTREF SUPERVISOR OF THE EMPLOYEES
037700*                        DEPARTMENT.  NO DEPTREF ENTRY, OR ONE
037800*                        WITH A BLANK SUPERVISOR, IS
037850*                        UNDELIVERABLE.
037900*----------------------------------------------------------------
038000 2300-FIND-SUPERVISOR.
038100     SET ER-IS-UNDELIVERABLE TO TRUE.
038200     MOVE SPACES TO WS-ER-SUPERVISOR.
038300     MOVE SPACES TO WS-ER-DEPT-NAME.
038400     IF WS-ER-DEPARTMENT = "????"
038500         MOVE "** NOT ON EMPMAST **" TO WS-ER-DEPT-NAME
038600         GO TO 2300-EXIT
038700     END-IF.
038800     MOVE WS-ER-DEPARTMENT TO DPT-CODE.
038900     READ DEPARTMENT-REFERENCE
039000         INVALID KEY
039100             MOVE "** NOT ON DEPTREF **" TO WS-ER-DEPT-NAME
039200             GO TO 2300-EXIT
039300     END-READ.
039400     MOVE DPT-NAME TO WS-ER-DEPT-NAME.
039500     IF DPT-SUPERVISOR NOT = SPACES
039600         SET ER-HAS-SUPERVISOR TO TRUE
039700         MOVE DPT-SUPERVISOR TO WS-ER-SUPERVISOR
039800     END-IF.
039900 2300-EXIT.
040000     EXIT.
040100
040200*================================================================
040300* 5000-PRINT-EXPIRIES - READ THE SORTED EXPIRIES BACK AND PRINT
040400*                       THEM WITH A HEADING PER SUPERVISOR AND
040500*                       DEPARTMENT AND A COUNT PER SUPERVISOR.
040600*================================================================
040700 5000-PRINT-EXPIRIES.
040800     OPEN INPUT EXPIRY-WORK.
040900     OPEN OUTPUT EXPIRY-REPORT.
041000     MOVE SPACES TO EXPIRY-LINE.
041100     STRING "CERTIFICATIONS EXPIRING - BY DEPARTMENT SUPERVISOR"
041200                DELIMITED BY SIZE
041300            "   RUN DATE: " DELIMITED BY SIZE
041400            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
041500            INTO EXPIRY-LINE
041600     END-STRING.
041700     WRITE EXPIRY-LINE.
041800     MOVE WS-WARNING-DAYS TO WS-DAYS-DISPLAY.
041900     MOVE SPACES TO EXPIRY-LINE.
042000     STRING "EXPIRY DATES " DELIMITED BY SIZE
042100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
042200            " THROUGH " DELIMITED BY SIZE
042300            WS-LIMIT-DATE-DISPLAY DELIMITED BY SIZE
042400            " (NEXT" DELIMITED BY SIZE
042500            WS-DAYS-DISPLAY DELIMITED BY SIZE
042600            " DAYS)" DELIMITED BY SIZE
042700            INTO EXPIRY-LINE
042800     END-STRING.
042900     WRITE EXPIRY-LINE.
043000     WRITE EXPIRY-LINE FROM WS-COLUMN-HEADING.
043100     MOVE ALL "-" TO EXPIRY-LINE.
043200     WRITE EXPIRY-LINE.
043300     PERFORM 5100-READ-EXPIRY THRU 5100-EXIT.
043400     IF NO-MORE-EXPIRIES
043500         MOVE SPACES TO EXPIRY-LINE
043600         WRITE EXPIRY-LINE
043700         MOVE "NO CERTIFICATIONS EXPIRE IN THE WINDOW."
043800             TO EXPIRY-LINE
043900         WRITE EXPIRY-LINE
044000     END-IF.
044100     PERFORM 5200-PRINT-ONE-EXPIRY THRU 5200-EXIT
044200         UNTIL NO-MORE-EXPIRIES.
044300     IF SUPERVISOR-STARTED
044400         PERFORM 5400-SUPERVISOR-TOTAL THRU 5400-EXIT
044500     END-IF.
044600 5000-EXIT.
044700     EXIT.
044800
044900 5100-READ-EXPIRY.
045000     READ EXPIRY-WORK INTO WS-EXPIRY-RECORD
045100         AT END
045200             SET NO-MORE-EXPIRIES TO TRUE
045300     END-READ.
045400 5100-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------------
045800* 5200-PRINT-ONE-EXPIRY - BREAK ON SUPERVISOR AND DEPARTMENT,
045900*                         THEN ONE DETAIL LINE, COUNTED.
046000*----------------------------------------------------------------
046100 5200-PRINT-ONE-EXPIRY.
046200     IF NOT SUPERVISOR-STARTED
046300        OR WS-ER-NO-SUPER-FLAG NOT = WS-HOLD-NO-SUPER-FLAG
046400        OR WS-ER-SUPERVISOR NOT = WS-HOLD-SUPERVISOR
046500         IF SUPERVISOR-STARTED
046600             PERFORM 5400-SUPERVISOR-TOTAL THRU 5400-EXIT
046700         END-IF
046800         PERFORM 5300-SUPERVISOR-HEADING THRU 5300-EXIT
046900     END-IF.
047000     IF WS-ER-DEPARTMENT NOT = WS-HOLD-DEPARTMENT
047100         MOVE WS-ER-DEPARTMENT TO WS-HOLD-DEPARTMENT
047200         MOVE WS-ER-DEPARTMENT TO WS-DH-DEPARTMENT
047300         MOVE WS-ER-DEPT-NAME TO WS-DH-DEPT-NAME
047400         WRITE EXPIRY-LINE FROM WS-DEPARTMENT-HEADING
047500     END-IF.
047600     MOVE WS-ER-EMP-ID TO WS-ED-EMP-ID.
047700     MOVE WS-ER-FIRST-NAME TO WS-ED-FIRST-NAME.
047800     MOVE WS-ER-LAST-NAME TO WS-ED-LAST-NAME.
047900     MOVE WS-ER-ACTIVITY-CODE TO WS-ED-ACTIVITY-CODE.
048000     MOVE WS-ER-ACTIVITY-DESC TO WS-ED-ACTIVITY-DESC.
048100     MOVE WS-ER-EXPIRY-MM TO WS-ED-EXPIRY-MM.
048200     MOVE WS-ER-EXPIRY-DD TO WS-ED-EXPIRY-DD.
048300     MOVE WS-ER-EXPIRY-CCYY TO WS-ED-EXPIRY-CCYY.
048400     MOVE WS-ER-DAYS-LEFT TO WS-ED-DAYS-LEFT.
048500     WRITE EXPIRY-LINE FROM WS-EXPIRY-DETAIL.
048600     ADD 1 TO WS-SUPER-COUNT.
048700     IF ER-IS-UNDELIVERABLE
048800         ADD 1 TO WS-NO-SUPER-COUNT
048900     END-IF.
049000     PERFORM 5100-READ-EXPIRY THRU 5100-EXIT.
049100 5200-EXIT.
049200     EXIT.
049300
049400 5300-SUPERVISOR-HEADING.
049500     SET SUPERVISOR-STARTED TO TRUE.
049600     MOVE WS-ER-NO-SUPER-FLAG TO WS-HOLD-NO-SUPER-FLAG.
049700     MOVE WS-ER-SUPERVISOR TO WS-HOLD-SUPERVISOR.
049800     MOVE SPACES TO WS-HOLD-DEPARTMENT.
049900     MOVE ZERO TO WS-SUPER-COUNT.
050000     IF ER-IS-UNDELIVERABLE
050100         MOVE "*** NONE ON DEPTREF - UNDELIVERABLE ***"
050200             TO WS-SH-SUPERVISOR
050300     ELSE
050400         MOVE WS-ER-SUPERVISOR TO WS-SH-SUPERVISOR
050500     END-IF.
050600     MOVE SPACES TO EXPIRY-LINE.
050700     WRITE EXPIRY-LINE.
050800     WRITE EXPIRY-LINE FROM WS-SUPERVISOR-HEADING.
050900 5300-EXIT.
051000     EXIT.
051100
051200 5400-SUPERVISOR-TOTAL.
051300     MOVE WS-SUPER-COUNT TO WS-STL-COUNT.
051400     WRITE EXPIRY-LINE FROM WS-SUPERVISOR-TOTAL.
051500 5400-EXIT.
051600     EXIT.
051700
051800*================================================================
051900* 9000-TERMINATE - RUN TOTALS, CLOSE EVERYTHING, AND SET THE
052000*                  CONDITION CODE.
052100*================================================================
052200 9000-TERMINATE.
052300     MOVE SPACES TO EXPIRY-LINE.
052400     WRITE EXPIRY-LINE.
052500     MOVE ALL "=" TO EXPIRY-LINE.
052600     WRITE EXPIRY-LINE.
052700     MOVE "QUALIFICATIONS READ:        " TO WS-FOOTER-LINE.
052800     MOVE WS-QUALIFICATION-COUNT TO WS-COUNT-DISPLAY.
052900     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
053000     MOVE "EXPIRING IN THE WINDOW:     " TO WS-FOOTER-LINE.
053100     MOVE WS-EXPIRING-COUNT TO WS-COUNT-DISPLAY.
053200     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
053300     MOVE "  WITH NO SUPERVISOR:       " TO WS-FOOTER-LINE.
053400     MOVE WS-NO-SUPER-COUNT TO WS-COUNT-DISPLAY.
053500     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
053600     MOVE "SKIPPED - TERMINATED:       " TO WS-FOOTER-LINE.
053700     MOVE WS-TERMINATED-COUNT TO WS-COUNT-DISPLAY.
053800     PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
053900     CLOSE EXPIRY-WORK.
054000     CLOSE EXPIRY-REPORT.
054100     CLOSE EMPLOYEE-MASTER.
054200     CLOSE DEPARTMENT-REFERENCE.
054300     CLOSE ACTIVITY-REFERENCE.
054400     IF WS-NO-SUPER-COUNT > ZERO
054500         MOVE 4 TO RETURN-CODE
054600     ELSE
054700         MOVE 0 TO RETURN-CODE
054800     END-IF.
054900     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
055000     DISPLAY "QUALEXP: " WS-QUALIFICATION-COUNT
055100         " QUALIFICATION(S) READ, " WS-EXPIRING-COUNT
055200         " EXPIRING WITHIN " WS-DAYS-DISPLAY " DAYS".
055300     DISPLAY "QUALEXP: " WS-NO-SUPER-COUNT
055400         " EXPIRING WITH NO DEPTREF SUPERVISOR".
055500 9000-EXIT.
055600     EXIT.
055700
055800 9100-WRITE-COUNT.
055900     MOVE WS-COUNT-DISPLAY TO WS-FOOTER-LINE (30:5).
056000     WRITE EXPIRY-LINE FROM WS-FOOTER-LINE.
056100 9100-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------------
056500* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
056600*                        CONDITION CODE TO THE SHARED RUNSTATS
056700*                        FILE, ONE RECORD PER COUNTER.
056800*----------------------------------------------------------------
056900 9500-WRITE-RUN-STATS.
057000     OPEN EXTEND RUN-STATISTICS.
057100     IF WS-RUNSTATS-STATUS = "35"
057200         OPEN OUTPUT RUN-STATISTICS
057300         CLOSE RUN-STATISTICS
057400         OPEN EXTEND RUN-STATISTICS
057500     END-IF.
057600     MOVE SPACES TO RUN-STATISTICS-RECORD.
057700     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
057800     MOVE "QUALEXP" TO RST-PROGRAM.
057900     MOVE RETURN-CODE TO RST-CONDITION-CODE.
058000     MOVE "CERTS EXPIRING" TO RST-COUNTER-NAME.
058100     MOVE WS-EXPIRING-COUNT TO RST-COUNTER-VALUE.
058200     WRITE RUN-STATISTICS-RECORD.
058300     MOVE "EXPIRING NO SUPER" TO RST-COUNTER-NAME.
058400     MOVE WS-NO-SUPER-COUNT TO RST-COUNTER-VALUE.
058500     WRITE RUN-STATISTICS-RECORD.
058600     CLOSE RUN-STATISTICS.
058700 9500-EXIT.
058800     EXIT.
