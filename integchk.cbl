000100*================================================================
000200* PROGRAM-ID.  INTEGCHK
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-05
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.
000900*              EACH BATCH PROGRAM CHECKS ITS OWN INPUTS, BUT
001000*              NOTHING CHECKED THAT THE STANDING FILES AGREE WITH
001100*              EACH OTHER.  WALKS THE INDEXED FILES AND LISTS
001200*              EVERY BROKEN LINK ON THE INTEGRPT REPORT, ONE
001300*              SECTION PER BREAK TYPE:
001400*                  1  LEAVCAL ENTRY FOR AN EMP-ID NO LONGER ON
001500*                     EMPMAST.
001600*                  2  TERMINATED EMPLOYEE STILL HOLDING AN OPEN
001700*                     LEAVCAL ENTRY.
001800*                  3  EMPMAST EMP-DEPARTMENT NO LONGER ON DEPTREF.
001900*                  4  ACTHIST HISTORY FOR AN EMP-ID NO LONGER ON
002000*                     EMPMAST.
002100*                  5  RSNDCNT RESEND COUNTER FOR AN EXTRACT DATE
002200*                     LONG PAST (OLDER THAN WS-STALE-DAYS).
002300*              ENDS CC 8 WHEN ANY LINK OF TYPES 1-4 IS BROKEN
002400*              (FIX BEFORE MONTH-END), CC 4 WHEN THE ONLY
002500*              FINDINGS ARE STALE RESEND COUNTERS (HOUSEKEEPING),
002600*              CC 0 WHEN THE FILES AGREE.  READ-ONLY - NOTHING IS
002700*              CORRECTED HERE; FIXES GO THROUGH THE USUAL
002800*              MAINTENANCE PROGRAMS.
002900*
003000* MODIFICATION HISTORY.
003100*     DATE       INIT  DESCRIPTION
003200*     ---------  ----  ---------------------------------------
003300*     2026-10-05  GC   ORIGINAL - WEEKLY REFERENTIAL INTEGRITY
003400*                      SWEEP ACROSS THE STANDING FILES.
003500*================================================================
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID. INTEGCHK.
003800 AUTHOR. GUY CHERKESKY.
003900 INSTALLATION. SHIFT-OPS DATA CENTER.
004000 DATE-WRITTEN. 2026-10-05.
004100 DATE-COMPILED.
004200
004300*----------------------------------------------------------------
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS EMP-ID.
005100     SELECT DEPARTMENT-REFERENCE ASSIGN TO "DEPTREF"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS DPT-CODE.
005500     SELECT OPTIONAL LEAVE-CALENDAR ASSIGN TO "LEAVCAL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS LEV-EMP-ID.
005900     SELECT OPTIONAL ACTIVITY-HISTORY ASSIGN TO "ACTHIST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS HST-KEY.
006300     SELECT OPTIONAL RESEND-COUNTER ASSIGN TO "RSNDCNT"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS RSN-KEY.
006700     SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-RUNSTATS-STATUS.
007200
007300*----------------------------------------------------------------
007400 DATA DIVISION.
007500 FILE SECTION.
007600* EMPLOYEE MASTER - WALKED IN KEY ORDER FOR THE DEPARTMENT CHECK
007700* AND PROBED BY KEY FOR EVERY OTHER CHECK.
007800 FD  EMPLOYEE-MASTER.
007900     COPY EMPREC.
008000
008100* DEPARTMENT REFERENCE - PROBED BY KEY.  MAINTAINED BY DEPTRFMT.
008200 FD  DEPARTMENT-REFERENCE.
008300     COPY DPTREC.
008400
008500* LEAVE CALENDAR - MAINTAINED BY LEAVMNT, SWEPT BY LEAVUPDT.
008600* OPTIONAL SO A SHOP WITH NO LEAVE BOOKED STILL RUNS CLEAN.
008700 FD  LEAVE-CALENDAR.
008800     COPY LEVREC.
008900
009000* ACTIVITY HISTORY - LOADED BY HISTLOAD, READ IN KEY ORDER SO
009100* EACH EMPLOYEES RECORDS ARRIVE TOGETHER.
009200 FD  ACTIVITY-HISTORY.
009300     COPY HISTREC.
009400
009500* RESEND-ATTEMPT COUNTERS - MAINTAINED BY ACKRSND.
009600 FD  RESEND-COUNTER.
009700     COPY RSNREC.
009800
009900* INTEGRITY REPORT - OPERATOR-READABLE TEXT LINES.
010000 FD  INTEGRITY-REPORT.
010100 01  REPORT-LINE             PIC X(80).
010200
010300* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
010400* COUNTER, FOR THE OPSTREND TREND REPORT.
010500 FD  RUN-STATISTICS.
010600     COPY RSTREC.
010700
010800*----------------------------------------------------------------
010900 WORKING-STORAGE SECTION.
011000* SWITCHES.
011100 01  WS-SWITCHES.
011200     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
011300         88  NO-MORE-RECORDS         VALUE "Y".
011400     05  WS-ON-MASTER-SWITCH     PIC X(01) VALUE "N".
011500         88  EMPLOYEE-ON-MASTER      VALUE "Y".
011600     05  WS-HIST-EMP-SWITCH      PIC X(01) VALUE "N".
011700         88  HISTORY-EMP-STARTED     VALUE "Y".
011800
011900* COUNTERS - ONE PER BREAK TYPE, PLUS THE RECORDS EXAMINED.
012000 01  WS-COUNTERS.
012100     05  WS-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
012200     05  WS-LEAVE-ORPHAN-COUNT   PIC 9(05) COMP VALUE ZERO.
012300     05  WS-TERM-LEAVE-COUNT     PIC 9(05) COMP VALUE ZERO.
012400     05  WS-DEPT-MISSING-COUNT   PIC 9(05) COMP VALUE ZERO.
012500     05  WS-HIST-ORPHAN-COUNT    PIC 9(05) COMP VALUE ZERO.
012600     05  WS-STALE-RESEND-COUNT   PIC 9(05) COMP VALUE ZERO.
012700     05  WS-SECTION-COUNT        PIC 9(05) COMP VALUE ZERO.
012800     05  WS-TOTAL-BREAKS         PIC 9(05) COMP VALUE ZERO.
012900     05  WS-HIST-EMP-RECORDS     PIC 9(05) COMP VALUE ZERO.
013000
013100* A RESEND COUNTER FOR AN EXTRACT DATE MORE THAN THIS MANY DAYS
013200* BACK WILL NEVER BE RESENT AGAIN AND IS ONLY TAKING UP SPACE.
013300 77  WS-STALE-DAYS           PIC 9(03) COMP VALUE 30.
013400
013500* RUN DATE AND THE OLDEST RUN DATE A RESEND COUNTER MAY CARRY.
013600 01  WS-CURRENT-TIMESTAMP    PIC X(21).
013700 01  WS-RUN-DATE-YMD         PIC 9(08).
013800 01  WS-RUN-DATE-DISPLAY.
013900     05  WS-RUN-DATE-MM          PIC 9(02).
014000     05  FILLER                  PIC X(01) VALUE "/".
014100     05  WS-RUN-DATE-DD          PIC 9(02).
014200     05  FILLER                  PIC X(01) VALUE "/".
014300     05  WS-RUN-DATE-CCYY        PIC 9(04).
014400 01  WS-STALE-CUTOFF         PIC 9(08).
014500 01  WS-DAY-NUMBER           PIC 9(07).
014600
014700* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
014800* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
014900 01  WS-RUNSTATS-STATUS      PIC X(02).
015000
015100* ACTHIST CONTROL-BREAK WORK AREA - THE EMPLOYEE WHOSE HISTORY IS
015200* BEING COUNTED AND THE SPAN OF DATES IT COVERS.
015300 01  WS-HIST-EMP-ID          PIC X(05) VALUE SPACES.
015400 01  WS-HIST-FIRST-DATE      PIC 9(08).
015500 01  WS-HIST-LAST-DATE       PIC 9(08).
015600
015700* REPORT LINE BUILD AREAS.
015800 01  WS-SECTION-TITLE        PIC X(80).
015900 01  WS-LEAVE-DETAIL.
016000     05  FILLER                  PIC X(09) VALUE "  EMP-ID ".
016100     05  WS-LVD-EMP-ID           PIC X(05).
016200     05  FILLER                  PIC X(02) VALUE SPACES.
016300     05  WS-LVD-NAME             PIC X(25).
016400     05  FILLER                  PIC X(07) VALUE " LEAVE ".
016500     05  WS-LVD-START            PIC 9(08).
016600     05  FILLER                  PIC X(06) VALUE " THRU ".
016700     05  WS-LVD-RETURN           PIC 9(08).
016800     05  FILLER                  PIC X(10) VALUE SPACES.
016900 01  WS-DEPT-DETAIL.
017000     05  FILLER                  PIC X(09) VALUE "  EMP-ID ".
017100     05  WS-DPD-EMP-ID           PIC X(05).
017200     05  FILLER                  PIC X(02) VALUE SPACES.
017300     05  WS-DPD-NAME             PIC X(25).
017400     05  FILLER                  PIC X(12) VALUE " DEPARTMENT ".
017500     05  WS-DPD-DEPT             PIC X(04).
017600     05  FILLER                  PIC X(23) VALUE SPACES.
017700 01  WS-HIST-DETAIL.
017800     05  FILLER                  PIC X(09) VALUE "  EMP-ID ".
017900     05  WS-HSD-EMP-ID           PIC X(05).
018000     05  FILLER                  PIC X(02) VALUE SPACES.
018100     05  WS-HSD-RECORDS          PIC ZZZZ9.
018200     05  FILLER                  PIC X(18) VALUE
018300         " HISTORY RECORD(S)".
018400     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  WS-HSD-FIRST            PIC 9(08).
018600     05  FILLER                  PIC X(06) VALUE " THRU ".
018700     05  WS-HSD-LAST             PIC 9(08).
018800     05  FILLER                  PIC X(18) VALUE SPACES.
018900 01  WS-RESEND-DETAIL.
019000     05  FILLER                  PIC X(09) VALUE "  EMP-ID ".
019100     05  WS-RSD-EMP-ID           PIC X(05).
019200     05  FILLER                  PIC X(02) VALUE SPACES.
019300     05  WS-RSD-ACTIVITY         PIC X(30).
019400     05  FILLER                  PIC X(06) VALUE "  RUN ".
019500     05  WS-RSD-RUN-DATE         PIC X(08).
019600     05  FILLER                  PIC X(10) VALUE "  ATTEMPT ".
019700     05  WS-RSD-ATTEMPTS         PIC X(02).
019800     05  FILLER                  PIC X(08) VALUE SPACES.
019900 01  WS-FOOTER-LINE          PIC X(80).
020000 01  WS-COUNT-DISPLAY        PIC 9(05).
020100 01  WS-DAYS-DISPLAY         PIC 9(03).
020200
020300*----------------------------------------------------------------
020400 PROCEDURE DIVISION.
020500
020600*================================================================
020700* 0000-MAINLINE - ONE PASS PER BREAK TYPE, SO THE REPORT COMES
020800*                 OUT GROUPED BY TYPE, THEN THE SUMMARY AND THE
020900*                 CONDITION CODE.
021000*================================================================
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 2000-CHECK-LEAVE-ORPHANS THRU 2000-EXIT.
021400     PERFORM 3000-CHECK-TERMINATED-LEAVE THRU 3000-EXIT.
021500     PERFORM 4000-CHECK-DEPARTMENTS THRU 4000-EXIT.
021600     PERFORM 5000-CHECK-HISTORY THRU 5000-EXIT.
021700     PERFORM 6000-CHECK-RESEND-COUNTERS THRU 6000-EXIT.
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021900     STOP RUN.
022000
022100*================================================================
022200* 1000-INITIALIZE - OPEN THE REFERENCE FILES AND THE REPORT,
022300*                   CAPTURE THE RUN DATE, WORK OUT THE STALE
022400*                   CUTOFF, AND HEAD THE REPORT.
022500*================================================================
022600 1000-INITIALIZE.
022700     OPEN INPUT EMPLOYEE-MASTER.
022800     OPEN INPUT DEPARTMENT-REFERENCE.
022900     OPEN OUTPUT INTEGRITY-REPORT.
023000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
023100     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
023200     MOVE WS-CURRENT-TIMESTAMP (1:4) TO WS-RUN-DATE-CCYY.
023300     MOVE WS-CURRENT-TIMESTAMP (5:2) TO WS-RUN-DATE-MM.
023400     MOVE WS-CURRENT-TIMESTAMP (7:2) TO WS-RUN-DATE-DD.
023500     COMPUTE WS-DAY-NUMBER =
023600         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YMD)
023700         - WS-STALE-DAYS.
023800     MOVE FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
023900         TO WS-STALE-CUTOFF.
024000     MOVE SPACES TO REPORT-LINE.
024100     STRING "REFERENTIAL INTEGRITY SWEEP" DELIMITED BY SIZE
024200            "   RUN DATE: " DELIMITED BY SIZE
024300            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
024400            INTO REPORT-LINE
024500     END-STRING.
024600     WRITE REPORT-LINE.
024700     MOVE ALL "-" TO REPORT-LINE.
024800     WRITE REPORT-LINE.
024900 1000-EXIT.
025000     EXIT.
025100
025200*================================================================
025300* 2000-CHECK-LEAVE-ORPHANS - TYPE 1: EVERY LEAVCAL ENTRY MUST
025400*                            BELONG TO AN EMPLOYEE STILL ON
025500*                            EMPMAST.  EMPUPDT DELETES DO NOT
025600*                            TOUCH THE LEAVE CALENDAR.
025700*================================================================
025800 2000-CHECK-LEAVE-ORPHANS.
025900     MOVE "1 - LEAVCAL ENTRY FOR AN EMP-ID NOT ON EMPMAST"
026000         TO WS-SECTION-TITLE.
026100     PERFORM 8100-START-SECTION THRU 8100-EXIT.
026200     OPEN INPUT LEAVE-CALENDAR.
026300     PERFORM 2100-READ-LEAVE THRU 2100-EXIT.
026400     PERFORM 2200-CHECK-ONE-LEAVE THRU 2200-EXIT
026500         UNTIL NO-MORE-RECORDS.
026600     CLOSE LEAVE-CALENDAR.
026700     MOVE WS-SECTION-COUNT TO WS-LEAVE-ORPHAN-COUNT.
026800     PERFORM 8200-END-SECTION THRU 8200-EXIT.
026900 2000-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------
027300* 2100-READ-LEAVE - NEXT LEAVCAL ENTRY IN EMP-ID ORDER.  SHARED
027400*                   BY THE TYPE 1 AND TYPE 2 PASSES.
027500*----------------------------------------------------------------
027600 2100-READ-LEAVE.
027700     READ LEAVE-CALENDAR
027800         AT END
027900             SET NO-MORE-RECORDS TO TRUE
028000         NOT AT END
028100             ADD 1 TO WS-RECORDS-READ
028200     END-READ.
028300 2100-EXIT.
028400     EXIT.
028500
028600 2200-CHECK-ONE-LEAVE.
028700     MOVE LEV-EMP-ID TO EMP-ID.
028800     PERFORM 8300-PROBE-MASTER THRU 8300-EXIT.
028900     IF NOT EMPLOYEE-ON-MASTER
029000         MOVE LEV-EMP-ID TO WS-LVD-EMP-ID
029100         MOVE "(NOT ON EMPMAST)" TO WS-LVD-NAME
029200         MOVE LEV-START-DATE TO WS-LVD-START
029300         MOVE LEV-RETURN-DATE TO WS-LVD-RETURN
029400         WRITE REPORT-LINE FROM WS-LEAVE-DETAIL
029500         ADD 1 TO WS-SECTION-COUNT
029600     END-IF.
029700     PERFORM 2100-READ-LEAVE THRU 2100-EXIT.
029800 2200-EXIT.
029900     EXIT.
030000
030100*================================================================
030200* 3000-CHECK-TERMINATED-LEAVE - TYPE 2: A TERMINATED EMPLOYEE
030300*                               SHOULD HOLD NO LEAVE ENTRY -
030400*                               LEAVUPDT WOULD FLIP THEM BACK TO
030500*                               "A" ON THE RETURN DATE.
030600*================================================================
030700 3000-CHECK-TERMINATED-LEAVE.
030800     MOVE "2 - TERMINATED EMPLOYEE WITH AN OPEN LEAVCAL ENTRY"
030900         TO WS-SECTION-TITLE.
031000     PERFORM 8100-START-SECTION THRU 8100-EXIT.
031100     OPEN INPUT LEAVE-CALENDAR.
031200     PERFORM 2100-READ-LEAVE THRU 2100-EXIT.
031300     PERFORM 3100-CHECK-ONE-LEAVE THRU 3100-EXIT
031400         UNTIL NO-MORE-RECORDS.
031500     CLOSE LEAVE-CALENDAR.
031600     MOVE WS-SECTION-COUNT TO WS-TERM-LEAVE-COUNT.
031700     PERFORM 8200-END-SECTION THRU 8200-EXIT.
031800 3000-EXIT.
031900     EXIT.
032000
032100 3100-CHECK-ONE-LEAVE.
032200     MOVE LEV-EMP-ID TO EMP-ID.
032300     PERFORM 8300-PROBE-MASTER THRU 8300-EXIT.
032400     IF EMPLOYEE-ON-MASTER
032500        AND EMP-IS-TERMINATED
032600         MOVE LEV-EMP-ID TO WS-LVD-EMP-ID
032700         MOVE SPACES TO WS-LVD-NAME
032800         STRING FIRST-NAME DELIMITED BY SIZE
032900                " " DELIMITED BY SIZE
033000                LAST-NAME DELIMITED BY SIZE
033100                INTO WS-LVD-NAME
033200         END-STRING
033300         MOVE LEV-START-DATE TO WS-LVD-START
033400         MOVE LEV-RETURN-DATE TO WS-LVD-RETURN
033500         WRITE REPORT-LINE FROM WS-LEAVE-DETAIL
033600         ADD 1 TO WS-SECTION-COUNT
033700     END-IF.
033800     PERFORM 2100-READ-LEAVE THRU 2100-EXIT.
033900 3100-EXIT.
034000     EXIT.
034100
034200*================================================================
034300* 4000-CHECK-DEPARTMENTS - TYPE 3: EVERY EMPMAST EMP-DEPARTMENT
034400*                          MUST STILL BE ON DEPTREF.  DEPTRFMT
034500*                          WILL DELETE A CODE STILL IN USE.
034600*================================================================
034700 4000-CHECK-DEPARTMENTS.
034800     MOVE "3 - EMPMAST DEPARTMENT NOT ON DEPTREF"
034900         TO WS-SECTION-TITLE.
035000     PERFORM 8100-START-SECTION THRU 8100-EXIT.
035100     MOVE LOW-VALUES TO EMP-ID.
035200     START EMPLOYEE-MASTER KEY >= EMP-ID
035300         INVALID KEY
035400             SET NO-MORE-RECORDS TO TRUE
035500     END-START.
035600     IF NOT NO-MORE-RECORDS
035700         PERFORM 4100-READ-NEXT-EMPLOYEE THRU 4100-EXIT
035800     END-IF.
035900     PERFORM 4200-CHECK-ONE-EMPLOYEE THRU 4200-EXIT
036000         UNTIL NO-MORE-RECORDS.
036100     MOVE WS-SECTION-COUNT TO WS-DEPT-MISSING-COUNT.
036200     PERFORM 8200-END-SECTION THRU 8200-EXIT.
036300 4000-EXIT.
036400     EXIT.
036500
036600 4100-READ-NEXT-EMPLOYEE.
036700     READ EMPLOYEE-MASTER NEXT RECORD
036800         AT END
036900             SET NO-MORE-RECORDS TO TRUE
037000         NOT AT END
037100             ADD 1 TO WS-RECORDS-READ
037200     END-READ.
037300 4100-EXIT.
037400     EXIT.
037500
037600 4200-CHECK-ONE-EMPLOYEE.
037700     MOVE EMP-DEPARTMENT TO DPT-CODE.
037800     READ DEPARTMENT-REFERENCE
037900         INVALID KEY
038000             MOVE EMP-ID TO WS-DPD-EMP-ID
038100             MOVE SPACES TO WS-DPD-NAME
038200             STRING FIRST-NAME DELIMITED BY SIZE
038300                    " " DELIMITED BY SIZE
038400                    LAST-NAME DELIMITED BY SIZE
038500                    INTO WS-DPD-NAME
038600             END-STRING
038700             MOVE EMP-DEPARTMENT TO WS-DPD-DEPT
038800             WRITE REPORT-LINE FROM WS-DEPT-DETAIL
038900             ADD 1 TO WS-SECTION-COUNT
039000     END-READ.
039100     PERFORM 4100-READ-NEXT-EMPLOYEE THRU 4100-EXIT.
039200 4200-EXIT.
039300     EXIT.
039400
039500*================================================================
039600* 5000-CHECK-HISTORY - TYPE 4: ACTHIST RECORDS FOR AN EMP-ID NO
039700*                      LONGER ON EMPMAST.  ONE LINE PER SUCH
039800*                      EMPLOYEE WITH THE RECORD COUNT AND DATE
039900*                      SPAN, NOT ONE PER HISTORY RECORD.
040000*================================================================
040100 5000-CHECK-HISTORY.
040200     MOVE "4 - ACTHIST HISTORY FOR AN EMP-ID NOT ON EMPMAST"
040300         TO WS-SECTION-TITLE.
040400     PERFORM 8100-START-SECTION THRU 8100-EXIT.
040500     MOVE "N" TO WS-HIST-EMP-SWITCH.
040600     OPEN INPUT ACTIVITY-HISTORY.
040700     PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
040800     PERFORM 5200-CHECK-ONE-HISTORY THRU 5200-EXIT
040900         UNTIL NO-MORE-RECORDS.
041000     IF HISTORY-EMP-STARTED
041100         PERFORM 5300-END-HISTORY-EMP THRU 5300-EXIT
041200     END-IF.
041300     CLOSE ACTIVITY-HISTORY.
041400     MOVE WS-SECTION-COUNT TO WS-HIST-ORPHAN-COUNT.
041500     PERFORM 8200-END-SECTION THRU 8200-EXIT.
041600 5000-EXIT.
041700     EXIT.
041800
041900 5100-READ-HISTORY.
042000     READ ACTIVITY-HISTORY
042100         AT END
042200             SET NO-MORE-RECORDS TO TRUE
042300         NOT AT END
042400             ADD 1 TO WS-RECORDS-READ
042500     END-READ.
042600 5100-EXIT.
042700     EXIT.
042800
042900 5200-CHECK-ONE-HISTORY.
043000     IF NOT HISTORY-EMP-STARTED
043100        OR HST-EMP-ID NOT = WS-HIST-EMP-ID
043200         IF HISTORY-EMP-STARTED
043300             PERFORM 5300-END-HISTORY-EMP THRU 5300-EXIT
043400         END-IF
043500         SET HISTORY-EMP-STARTED TO TRUE
043600         MOVE HST-EMP-ID TO WS-HIST-EMP-ID
043700         MOVE ZERO TO WS-HIST-EMP-RECORDS
043800         MOVE HST-RUN-DATE TO WS-HIST-FIRST-DATE
043900     END-IF.
044000     ADD 1 TO WS-HIST-EMP-RECORDS.
044100     MOVE HST-RUN-DATE TO WS-HIST-LAST-DATE.
044200     PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
044300 5200-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* 5300-END-HISTORY-EMP - ONE EMPLOYEES HISTORY IS COUNTED; LIST
044800*                        IT IF THE EMPLOYEE IS GONE FROM EMPMAST.
044900*----------------------------------------------------------------
045000 5300-END-HISTORY-EMP.
045100     MOVE WS-HIST-EMP-ID TO EMP-ID.
045200     PERFORM 8300-PROBE-MASTER THRU 8300-EXIT.
045300     IF NOT EMPLOYEE-ON-MASTER
045400         MOVE WS-HIST-EMP-ID TO WS-HSD-EMP-ID
045500         MOVE WS-HIST-EMP-RECORDS TO WS-HSD-RECORDS
045600         MOVE WS-HIST-FIRST-DATE TO WS-HSD-FIRST
045700         MOVE WS-HIST-LAST-DATE TO WS-HSD-LAST
045800         WRITE REPORT-LINE FROM WS-HIST-DETAIL
045900         ADD 1 TO WS-SECTION-COUNT
046000     END-IF.
046100 5300-EXIT.
046200     EXIT.
046300
046400*================================================================
046500* 6000-CHECK-RESEND-COUNTERS - TYPE 5: RSNDCNT COUNTERS FOR AN
046600*                              EXTRACT DATE OLDER THAN THE STALE
046700*                              CUTOFF.  ACKRSND ONLY EVER ADDS
046800*                              AND BUMPS THEM, SO THEY PILE UP.
046900*                              A RUN DATE THAT IS NOT A DATE AT
047000*                              ALL IS LISTED TOO.
047100*================================================================
047200 6000-CHECK-RESEND-COUNTERS.
047300     MOVE SPACES TO WS-SECTION-TITLE.
047400     MOVE WS-STALE-DAYS TO WS-DAYS-DISPLAY.
047500     STRING "5 - RSNDCNT RESEND COUNTER OLDER THAN "
047600                DELIMITED BY SIZE
047700            WS-DAYS-DISPLAY DELIMITED BY SIZE
047800            " DAYS" DELIMITED BY SIZE
047900            INTO WS-SECTION-TITLE
048000     END-STRING.
048100     PERFORM 8100-START-SECTION THRU 8100-EXIT.
048200     OPEN INPUT RESEND-COUNTER.
048300     PERFORM 6100-READ-COUNTER THRU 6100-EXIT.
048400     PERFORM 6200-CHECK-ONE-COUNTER THRU 6200-EXIT
048500         UNTIL NO-MORE-RECORDS.
048600     CLOSE RESEND-COUNTER.
048700     MOVE WS-SECTION-COUNT TO WS-STALE-RESEND-COUNT.
048800     PERFORM 8200-END-SECTION THRU 8200-EXIT.
048900 6000-EXIT.
049000     EXIT.
049100
049200 6100-READ-COUNTER.
049300     READ RESEND-COUNTER
049400         AT END
049500             SET NO-MORE-RECORDS TO TRUE
049600         NOT AT END
049700             ADD 1 TO WS-RECORDS-READ
049800     END-READ.
049900 6100-EXIT.
050000     EXIT.
050100
050200 6200-CHECK-ONE-COUNTER.
050300     IF RSN-RUN-DATE IS NOT NUMERIC
050400        OR RSN-RUN-DATE < WS-STALE-CUTOFF
050500         MOVE RSN-EMP-ID TO WS-RSD-EMP-ID
050600         MOVE RSN-ACTIVITY-NAME TO WS-RSD-ACTIVITY
050700         MOVE RSN-RUN-DATE TO WS-RSD-RUN-DATE
050800         MOVE RSN-ATTEMPTS TO WS-RSD-ATTEMPTS
050900         WRITE REPORT-LINE FROM WS-RESEND-DETAIL
051000         ADD 1 TO WS-SECTION-COUNT
051100     END-IF.
051200     PERFORM 6100-READ-COUNTER THRU 6100-EXIT.
051300 6200-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------------
051700* 8100-START-SECTION - HEAD A BREAK-TYPE SECTION AND RESET THE
051800*                      SECTION COUNT AND END-OF-FILE SWITCH FOR
051900*                      ITS PASS.
052000*----------------------------------------------------------------
052100 8100-START-SECTION.
052200     MOVE SPACES TO REPORT-LINE.
052300     WRITE REPORT-LINE.
052400     MOVE SPACES TO REPORT-LINE.
052500     STRING "BREAK TYPE " DELIMITED BY SIZE
052600            WS-SECTION-TITLE DELIMITED BY SIZE
052700            INTO REPORT-LINE
052800     END-STRING.
052900     WRITE REPORT-LINE.
053000     MOVE ZERO TO WS-SECTION-COUNT.
053100     MOVE "N" TO WS-EOF-SWITCH.
053200 8100-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------------
053600* 8200-END-SECTION - FOOT A SECTION WITH ITS COUNT, OR SAY NONE
053700*                    WERE FOUND, AND ADD IT TO THE TOTAL.
053800*----------------------------------------------------------------
053900 8200-END-SECTION.
054000     IF WS-SECTION-COUNT = ZERO
054100         MOVE "  NONE FOUND." TO REPORT-LINE
054200         WRITE REPORT-LINE
054300         GO TO 8200-EXIT
054400     END-IF.
054500     MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY.
054600     MOVE SPACES TO WS-FOOTER-LINE.
054700     STRING "  BREAKS OF THIS TYPE: " DELIMITED BY SIZE
054800            WS-COUNT-DISPLAY DELIMITED BY SIZE
054900            INTO WS-FOOTER-LINE
055000     END-STRING.
055100     WRITE REPORT-LINE FROM WS-FOOTER-LINE.
055200     ADD WS-SECTION-COUNT TO WS-TOTAL-BREAKS.
055300 8200-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------
055700* 8300-PROBE-MASTER - IS EMP-ID ON EMPMAST?  LEAVES THE RECORD
055800*                     IN THE AREA WHEN IT IS.
055900*----------------------------------------------------------------
056000 8300-PROBE-MASTER.
056100     SET EMPLOYEE-ON-MASTER TO TRUE.
056200     READ EMPLOYEE-MASTER
056300         INVALID KEY
056400             MOVE "N" TO WS-ON-MASTER-SWITCH
056500     END-READ.
056600 8300-EXIT.
056700     EXIT.
056800
056900*================================================================
057000* 9000-TERMINATE - SUMMARY BY TYPE, CLOSE UP, AND SET THE JOB
057100*                  CONDITION CODE: 8 = LINKS BROKEN, FIX BEFORE
057200*                  MONTH-END; 4 = ONLY STALE RESEND COUNTERS TO
057300*                  CLEAR; 0 = THE FILES AGREE.
057400*================================================================
057500 9000-TERMINATE.
057600     MOVE SPACES TO REPORT-LINE.
057700     WRITE REPORT-LINE.
057800     MOVE WS-TOTAL-BREAKS TO WS-COUNT-DISPLAY.
057900     MOVE SPACES TO WS-FOOTER-LINE.
058000     STRING "TOTAL BROKEN LINKS: " DELIMITED BY SIZE
058100            WS-COUNT-DISPLAY DELIMITED BY SIZE
058200            INTO WS-FOOTER-LINE
058300     END-STRING.
058400     WRITE REPORT-LINE FROM WS-FOOTER-LINE.
058500     EVALUATE TRUE
058600         WHEN WS-LEAVE-ORPHAN-COUNT > ZERO
058700           OR WS-TERM-LEAVE-COUNT > ZERO
058800           OR WS-DEPT-MISSING-COUNT > ZERO
058900           OR WS-HIST-ORPHAN-COUNT > ZERO
059000             MOVE "RESULT: FIXES NEEDED BEFORE MONTH-END (CC 8)"
059100                 TO REPORT-LINE
059200             MOVE 8 TO RETURN-CODE
059300         WHEN WS-STALE-RESEND-COUNT > ZERO
059400             MOVE "RESULT: STALE RESEND COUNTERS ONLY (CC 4)"
059500                 TO REPORT-LINE
059600             MOVE 4 TO RETURN-CODE
059700         WHEN OTHER
059800             MOVE "RESULT: ALL FILES AGREE (CC 0)" TO REPORT-LINE
059900             MOVE 0 TO RETURN-CODE
060000     END-EVALUATE.
060100     WRITE REPORT-LINE.
060200     CLOSE EMPLOYEE-MASTER.
060300     CLOSE DEPARTMENT-REFERENCE.
060400     CLOSE INTEGRITY-REPORT.
060500     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
060600     DISPLAY "INTEGCHK: " WS-TOTAL-BREAKS " BROKEN LINK(S) - "
060700         WS-LEAVE-ORPHAN-COUNT " ORPHAN LEAVE, "
060800         WS-TERM-LEAVE-COUNT " TERMINATED ON LEAVE".
060900     DISPLAY "INTEGCHK: " WS-DEPT-MISSING-COUNT
061000         " UNKNOWN DEPARTMENT, " WS-HIST-ORPHAN-COUNT
061100         " ORPHAN HISTORY, " WS-STALE-RESEND-COUNT
061200         " STALE RESEND COUNTER(S)".
061300 9000-EXIT.
061400     EXIT.
061500
061600*----------------------------------------------------------------
061700* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
061800*                        CONDITION CODE TO THE SHARED RUNSTATS
061900*                        FILE, ONE RECORD PER COUNTER.
062000*----------------------------------------------------------------
062100 9500-WRITE-RUN-STATS.
062200     OPEN EXTEND RUN-STATISTICS.
062300     IF WS-RUNSTATS-STATUS = "35"
062400         OPEN OUTPUT RUN-STATISTICS
062500         CLOSE RUN-STATISTICS
062600         OPEN EXTEND RUN-STATISTICS
062700     END-IF.
062800     MOVE SPACES TO RUN-STATISTICS-RECORD.
062900     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
063000     MOVE "INTEGCHK" TO RST-PROGRAM.
063100     MOVE RETURN-CODE TO RST-CONDITION-CODE.
063200     MOVE "RECORDS EXAMINED" TO RST-COUNTER-NAME.
063300     MOVE WS-RECORDS-READ TO RST-COUNTER-VALUE.
063400     WRITE RUN-STATISTICS-RECORD.
063500     MOVE "BROKEN LINKS" TO RST-COUNTER-NAME.
063600     MOVE WS-TOTAL-BREAKS TO RST-COUNTER-VALUE.
063700     WRITE RUN-STATISTICS-RECORD.
063800     CLOSE RUN-STATISTICS.
063900 9500-EXIT.
064000     EXIT.
