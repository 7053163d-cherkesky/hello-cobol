000100*================================================================
000200* PROGRAM-ID.  HRRECON
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-07
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     MONTHLY RECONCILIATION OF EMPMAST AGAINST THE FULL
000900*              EMPLOYEE SNAPSHOT HR SENDS ON HRSNAP (LAYOUT
001000*              TRNREC, ACTION COLUMN IGNORED, WITH THE USUAL
001100*              CTLREC HDR/TRL CONTROL RECORDS).  EMPUPDT ONLY
001200*              APPLIES THE CHANGES HR REMEMBERS TO SEND, SO A LOST
001300*              TRANSACTION LEAVES EMPMAST QUIETLY WRONG.  THE
001400*              SNAPSHOT IS SORTED BY EMP-ID AND MATCHED AGAINST
001500*              EMPMAST IN KEY ORDER; EVERY DIFFERENCE GOES ON THE
001600*              HRRECRPT REPORT:
001700*                  MISSING ON EMPMAST   - ON HRS SNAPSHOT ONLY.
001800*                  NOT ON HR SNAPSHOT   - ON EMPMAST ONLY.
001900*                  FIRST NAME, LAST NAME, STATUS, SHIFT, OR
002000*                  DEPARTMENT DIFFERENT ON THE TWO SIDES.
002100*              WHEN THE OPERATOR ASKS FOR IT, THE CORRECTIVE ADDS,
002200*              CHANGES, AND DELETES ARE ALSO WRITTEN AS AN EMPTRAN
002300*              FEED, WITH HDR/TRL, FOR THE NAMED BUSINESS DATE -
002400*              SO THE FIX PASSES THE STEP002 FEED GATE, IS APPLIED
002500*              BY EMPUPDT, AND IS JOURNALED LIKE ANY OTHER UPDATE.
002600*              HR IS THE SYSTEM OF RECORD: THE CORRECTION ALWAYS
002700*              MOVES EMPMAST TO HRS VALUE.  A BLANK HR FIELD
002800*              CANNOT BE CARRIED BY A CHANGE (BLANK KEEPS THE
002900*              MASTER VALUE) AND AN HR DEPARTMENT NOT ON DEPTREF
003000*              WOULD BE REJECTED BY EMPUPDT, SO THOSE ARE ONLY
003100*              REPORTED.  AN EMPTRAN ALREADY STAGED IS NEVER
003200*              OVERWRITTEN.
003300*              A SNAPSHOT WITHOUT ITS HDR/TRL, OR WHOSE TRAILER
003400*              COUNT DISAGREES, IS NOT COMPARED AT ALL - A SHORT
003500*              SNAPSHOT WOULD OTHERWISE TURN INTO A RUN OF
003600*              DELETES.
003700*
003800*              CONDITION CODES.
003900*                  00 = EMPMAST AGREES WITH THE SNAPSHOT.
004000*                  04 = DIFFERENCES FOUND AND LISTED.
004100*                  08 = DUPLICATE EMP-ID ON THE SNAPSHOT, OR A
004200*                       CORRECTIVE EMPTRAN WAS ASKED FOR BUT ONE
004300*                       IS ALREADY STAGED.
004400*                  12 = SNAPSHOT CONTROL RECORDS MISSING OR THE
004500*                       TRAILER COUNT DOES NOT MATCH - NOT
004600*                       COMPARED.
004700*
004800* MODIFICATION HISTORY.
004900*     DATE       INIT  DESCRIPTION
005000*     ---------  ----  ---------------------------------------
005100*     2026-10-07  GC   ORIGINAL - HR SNAPSHOT RECONCILIATION
005200*                      WITH OPTIONAL CORRECTIVE EMPTRAN.
005300*================================================================
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID. HRRECON.
005600 AUTHOR. GUY CHERKESKY.
005700 INSTALLATION. SHIFT-OPS DATA CENTER.
005800 DATE-WRITTEN. 2026-10-07.
005900 DATE-COMPILED.
006000
006100*----------------------------------------------------------------
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT HR-SNAPSHOT ASSIGN TO "HRSNAP"
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT SORT-FILE ASSIGN TO "SORTWK1".
006800     SELECT SORTED-SNAPSHOT ASSIGN TO "HRSNWRK"
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS EMP-ID.
007400     SELECT DEPARTMENT-REFERENCE ASSIGN TO "DEPTREF"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS DPT-CODE.
007800     SELECT CORRECTIVE-TRANSACTIONS ASSIGN TO "EMPTRAN"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-EMPTRAN-STATUS.
008100     SELECT RECONCILIATION-REPORT ASSIGN TO "HRRECRPT"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-RUNSTATS-STATUS.
008600
008700*----------------------------------------------------------------
008800 DATA DIVISION.
008900 FILE SECTION.
009000* HR SNAPSHOT AS TRANSMITTED - HDR, ONE TRNREC-LAYOUT RECORD PER
009100* EMPLOYEE IN NO PARTICULAR ORDER, TRL.  READ ONLY BY THE SORT
009200* INPUT PROCEDURE, SO IT IS CARRIED HERE UNDESCRIBED.
009300 FD  HR-SNAPSHOT.
009400 01  HR-SNAPSHOT-IN          PIC X(80).
009500
009600* SORT WORK FILE - THE SNAPSHOT DATA RECORDS RESEQUENCED BY
009700* EMP-ID.  ONLY THE KEY FIELD IS NAMED.
009800 SD  SORT-FILE.
009900 01  SORT-RECORD.
010000     05  FILLER                  PIC X(01).
010100     05  SORT-EMP-ID             PIC X(05).
010200     05  FILLER                  PIC X(74).
010300
010400* SORTED SNAPSHOT - THE RECORD THE MATCH ACTUALLY PROCESSES.
010500 FD  SORTED-SNAPSHOT.
010600     COPY TRNREC.
010700
010800* EMPLOYEE MASTER - READ IN KEY ORDER AGAINST THE SNAPSHOT.
010900 FD  EMPLOYEE-MASTER.
011000     COPY EMPREC.
011100
011200* DEPARTMENT REFERENCE - PROBED BY KEY SO NO CORRECTION IS
011300* WRITTEN THAT EMPUPDT WOULD REJECT.
011400 FD  DEPARTMENT-REFERENCE.
011500     COPY DPTREC.
011600
011700* CORRECTIVE TRANSACTIONS - AN EMPTRAN FEED (HDR, TRNREC
011800* RECORDS, TRL) BUILT IN WORKING-STORAGE AND WRITTEN FROM THERE.
011900 FD  CORRECTIVE-TRANSACTIONS.
012000 01  CORRECTIVE-TRAN-RECORD  PIC X(80).
012100
012200* RECONCILIATION REPORT - OPERATOR-READABLE TEXT LINES.
012300 FD  RECONCILIATION-REPORT.
012400 01  REPORT-LINE             PIC X(80).
012500
012600* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
012700* COUNTER, FOR THE OPSTREND TREND REPORT.
012800 FD  RUN-STATISTICS.
012900     COPY RSTREC.
013000
013100*----------------------------------------------------------------
013200 WORKING-STORAGE SECTION.
013300* CONTROL RECORD WORK AREA - THE SNAPSHOTS HDR/TRL ON THE WAY
013400* IN, AND THE CORRECTIVE FEEDS HDR/TRL ON THE WAY OUT.
013500 COPY CTLREC.
013600
013700* SWITCHES.
013800 01  WS-SWITCHES.
013900     05  WS-IN-EOF-SWITCH        PIC X(01) VALUE "N".
014000         88  NO-MORE-INPUT           VALUE "Y".
014100     05  WS-HEADER-SWITCH        PIC X(01) VALUE "N".
014200         88  HEADER-WAS-SEEN         VALUE "Y".
014300     05  WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
014400         88  TRAILER-WAS-SEEN        VALUE "Y".
014500     05  WS-MALFORMED-SWITCH     PIC X(01) VALUE "N".
014600         88  SNAPSHOT-IS-MALFORMED   VALUE "Y".
014700     05  WS-INCOMPLETE-SWITCH    PIC X(01) VALUE "N".
014800         88  SNAPSHOT-IS-INCOMPLETE  VALUE "Y".
014900     05  WS-CORRECTIVE-SWITCH    PIC X(01) VALUE "N".
015000         88  CORRECTIVE-REQUESTED    VALUE "Y".
015100     05  WS-STAGED-SWITCH        PIC X(01) VALUE "N".
015200         88  EMPTRAN-ALREADY-STAGED  VALUE "Y".
015300     05  WS-EMPTRAN-OPEN-SWITCH  PIC X(01) VALUE "N".
015400         88  EMPTRAN-IS-OPEN         VALUE "Y".
015500     05  WS-DATE-OK-SWITCH       PIC X(01) VALUE "N".
015600         88  APPLY-DATE-IS-VALID     VALUE "Y".
015700     05  WS-DUP-SWITCH           PIC X(01) VALUE "N".
015800         88  SNAPSHOT-IS-DUPLICATE   VALUE "Y".
015900     05  WS-DIFFERENT-SWITCH     PIC X(01) VALUE "N".
016000         88  EMPLOYEE-DIFFERS        VALUE "Y".
016100     05  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
016200         88  CORRECTION-HAS-FIELDS   VALUE "Y".
016300     05  WS-DEPT-SWITCH          PIC X(01) VALUE "Y".
016400         88  DEPARTMENT-IS-APPROVED  VALUE "Y".
016500         88  DEPARTMENT-NOT-APPROVED VALUE "N".
016600
016700* COUNTERS.
016800 01  WS-COUNTERS.
016900     05  WS-SNAPSHOT-COUNT       PIC 9(07) COMP VALUE ZERO.
017000     05  WS-TRAILER-COUNT        PIC 9(07) COMP VALUE ZERO.
017100     05  WS-MASTER-COUNT         PIC 9(07) COMP VALUE ZERO.
017200     05  WS-DUPLICATE-COUNT      PIC 9(05) COMP VALUE ZERO.
017300     05  WS-MISSING-OURS-COUNT   PIC 9(05) COMP VALUE ZERO.
017400     05  WS-MISSING-THEIRS-COUNT PIC 9(05) COMP VALUE ZERO.
017500     05  WS-MISMATCH-EMP-COUNT   PIC 9(05) COMP VALUE ZERO.
017600     05  WS-NAME-MISMATCH-COUNT  PIC 9(05) COMP VALUE ZERO.
017700     05  WS-STATUS-MISMATCH-COUNT
017800                                 PIC 9(05) COMP VALUE ZERO.
017900     05  WS-SHIFT-MISMATCH-COUNT PIC 9(05) COMP VALUE ZERO.
018000     05  WS-DEPT-MISMATCH-COUNT  PIC 9(05) COMP VALUE ZERO.
018100     05  WS-UNCORRECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
018200     05  WS-ADD-TRAN-COUNT       PIC 9(05) COMP VALUE ZERO.
018300     05  WS-CHANGE-TRAN-COUNT    PIC 9(05) COMP VALUE ZERO.
018400     05  WS-DELETE-TRAN-COUNT    PIC 9(05) COMP VALUE ZERO.
018500     05  WS-CORRECTIVE-COUNT     PIC 9(07) COMP VALUE ZERO.
018600     05  WS-DIFFERENCE-COUNT     PIC 9(05) COMP VALUE ZERO.
018700
018800* RUN DATE.
018900 01  WS-CURRENT-TIMESTAMP    PIC X(21).
019000 01  WS-RUN-DATE-YMD         PIC 9(08).
019100 01  WS-RUN-DATE-DISPLAY.
019200     05  WS-RUN-DATE-MM          PIC 9(02).
019300     05  FILLER                  PIC X(01) VALUE "/".
019400     05  WS-RUN-DATE-DD          PIC 9(02).
019500     05  FILLER                  PIC X(01) VALUE "/".
019600     05  WS-RUN-DATE-CCYY        PIC 9(04).
019700
019800* FILE STATUS FOR THE CORRECTIVE EMPTRAN - "35" ON THE PROBE
019900* MEANS NOTHING IS STAGED AND IT IS SAFE TO WRITE ONE.
020000 01  WS-EMPTRAN-STATUS       PIC X(02).
020100
020200* FILE STATUS FOR THE RUN-STATISTICS FILE - "35" MEANS THIS IS
020300* THE FIRST RUN AND RUNSTATS DOES NOT EXIST YET.
020400 01  WS-RUNSTATS-STATUS      PIC X(02).
020500
020600* OPERATOR REPLIES.  THE APPLY DATE IS THE BUSINESS DATE OF THE
020700* DAILYRUN THAT WILL CONSUME THE CORRECTIVE FEED - FEEDCHK
020800* REFUSES ANY OTHER DATE IN THE HEADER.
020900 01  WS-CORRECTIVE-REPLY     PIC X(01) VALUE SPACE.
021000 01  WS-APPLY-DATE           PIC X(08) VALUE SPACES.
021100 01  WS-SNAPSHOT-DATE        PIC 9(08) VALUE ZERO.
021200
021300* MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED.
021400 01  WS-SNAP-KEY             PIC X(05) VALUE LOW-VALUES.
021500 01  WS-PREV-SNAP-KEY        PIC X(05) VALUE LOW-VALUES.
021600 01  WS-MAST-KEY             PIC X(05) VALUE LOW-VALUES.
021700
021800* HRS STATUS FOR COMPARISON - BLANK MEANS ACTIVE, THE SAME
021900* DEFAULT EMPUPDT APPLIES TO AN ADD.
022000 01  WS-HR-STATUS            PIC X(01).
022100
022200* CORRECTIVE TRANSACTION BUILD AREA - LAYOUT TRNREC.
022300 01  WS-CORRECTIVE-TRAN.
022400     05  WS-COR-ACTION           PIC X(01).
022500     05  WS-COR-EMP-ID           PIC X(05).
022600     05  WS-COR-FIRST-NAME       PIC X(12).
022700     05  WS-COR-LAST-NAME        PIC X(12).
022800     05  WS-COR-STATUS           PIC X(01).
022900     05  WS-COR-SHIFT-CODE       PIC X(01).
023000     05  WS-COR-DEPARTMENT       PIC X(04).
023100     05  FILLER                  PIC X(44).
023200
023300* REPORT LINE BUILD AREAS.
023400 01  WS-COLUMN-HEADING.
023500     05  FILLER                  PIC X(09) VALUE "  EMP-ID".
023600     05  FILLER                  PIC X(26) VALUE "NAME".
023700     05  FILLER                  PIC X(19) VALUE "DIFFERENCE".
023800     05  FILLER                  PIC X(13) VALUE "EMPMAST".
023900     05  FILLER                  PIC X(13) VALUE "HR SNAPSHOT".
024000 01  WS-DIFF-DETAIL.
024100     05  FILLER                  PIC X(02) VALUE SPACES.
024200     05  WS-DD-EMP-ID            PIC X(05).
024300     05  FILLER                  PIC X(02) VALUE SPACES.
024400     05  WS-DD-NAME              PIC X(25).
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  WS-DD-ITEM              PIC X(19).
024700     05  WS-DD-OURS              PIC X(13).
024800     05  WS-DD-HR                PIC X(13).
024900 01  WS-NOTE-LINE.
025000     05  FILLER                  PIC X(11) VALUE SPACES.
025100     05  FILLER                  PIC X(03) VALUE "** ".
025200     05  WS-NOTE-TEXT            PIC X(66).
025300 01  WS-DIFF-NAME            PIC X(25).
025400 01  WS-FOOTER-LINE          PIC X(80).
025500 01  WS-COUNT-DISPLAY        PIC 9(07).
025600 01  WS-SUMMARY-LABEL        PIC X(32).
025700
025800*----------------------------------------------------------------
025900 PROCEDURE DIVISION.
026000
026100*================================================================
026200* 0000-MAINLINE - SORT AND CHECK THE SNAPSHOT, MATCH IT AGAINST
026300*                 EMPMAST IF IT IS COMPLETE, THEN SUMMARIZE.
026400*================================================================
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     IF NOT SNAPSHOT-IS-INCOMPLETE
026800         PERFORM 2000-MATCH-RECORDS THRU 2000-EXIT
026900             UNTIL WS-SNAP-KEY = HIGH-VALUES
027000               AND WS-MAST-KEY = HIGH-VALUES
027100     END-IF.
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027300     STOP RUN.
027400
027500*================================================================
027600* 1000-INITIALIZE - HEAD THE REPORT, TAKE THE OPERATORS OPTIONS,
027700*                   SORT THE SNAPSHOT, AND - WHEN ITS CONTROL
027800*                   RECORDS CHECK OUT - OPEN THE MATCH FILES AND
027900*                   PRIME BOTH SIDES.
028000*================================================================
028100 1000-INITIALIZE.
028200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
028300     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE-YMD.
028400     MOVE WS-CURRENT-TIMESTAMP (1:4) TO WS-RUN-DATE-CCYY.
028500     MOVE WS-CURRENT-TIMESTAMP (5:2) TO WS-RUN-DATE-MM.
028600     MOVE WS-CURRENT-TIMESTAMP (7:2) TO WS-RUN-DATE-DD.
028700     OPEN OUTPUT RECONCILIATION-REPORT.
028800     MOVE SPACES TO REPORT-LINE.
028900     STRING "HR SNAPSHOT RECONCILIATION" DELIMITED BY SIZE
029000            "   RUN DATE: " DELIMITED BY SIZE
029100            WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
029200            INTO REPORT-LINE
029300     END-STRING.
029400     WRITE REPORT-LINE.
029500     PERFORM 1100-ACCEPT-OPTIONS THRU 1100-EXIT.
029600     PERFORM 1200-SORT-SNAPSHOT THRU 1200-EXIT.
029700     IF SNAPSHOT-IS-INCOMPLETE
029800         GO TO 1000-EXIT
029900     END-IF.
030000     MOVE SPACES TO REPORT-LINE.
030100     MOVE WS-SNAPSHOT-COUNT TO WS-COUNT-DISPLAY.
030200     STRING "SNAPSHOT DATE: " DELIMITED BY SIZE
030300            WS-SNAPSHOT-DATE DELIMITED BY SIZE
030400            "   EMPLOYEE RECORDS: " DELIMITED BY SIZE
030500            WS-COUNT-DISPLAY DELIMITED BY SIZE
030600            INTO REPORT-LINE
030700     END-STRING.
030800     WRITE REPORT-LINE.
030900     MOVE SPACES TO REPORT-LINE.
031000     WRITE REPORT-LINE.
031100     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
031200     MOVE ALL "-" TO REPORT-LINE.
031300     WRITE REPORT-LINE.
031400     OPEN INPUT SORTED-SNAPSHOT.
031500     OPEN INPUT EMPLOYEE-MASTER.
031600     OPEN INPUT DEPARTMENT-REFERENCE.
031700     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
031800     PERFORM 2200-READ-MASTER THRU 2200-EXIT.
031900 1000-EXIT.
032000     EXIT.
032100
032200*----------------------------------------------------------------
032300* 1100-ACCEPT-OPTIONS - CORRECTIVE EMPTRAN WANTED?  IF SO, FOR
032400*                       WHICH BUSINESS DATE, AND IS THERE ROOM
032500*                       FOR IT - AN EMPTRAN ALREADY STAGED FROM
032600*                       HR IS NEVER OVERWRITTEN.
032700*----------------------------------------------------------------
032800 1100-ACCEPT-OPTIONS.
032900     DISPLAY "WRITE CORRECTIVE EMPTRAN (Y/N): " WITH NO ADVANCING.
033000     ACCEPT WS-CORRECTIVE-REPLY.
033100     IF WS-CORRECTIVE-REPLY NOT = "Y"
033200         GO TO 1100-EXIT
033300     END-IF.
033400     SET CORRECTIVE-REQUESTED TO TRUE.
033500     PERFORM 1150-ACCEPT-APPLY-DATE THRU 1150-EXIT
033600         UNTIL APPLY-DATE-IS-VALID.
033700     OPEN INPUT CORRECTIVE-TRANSACTIONS.
033800     IF WS-EMPTRAN-STATUS = "35"
033900         GO TO 1100-EXIT
034000     END-IF.
034100     IF WS-EMPTRAN-STATUS = "00"
034200         CLOSE CORRECTIVE-TRANSACTIONS
034300     END-IF.
034400     SET EMPTRAN-ALREADY-STAGED TO TRUE.
034500     DISPLAY "HRRECON: AN EMPTRAN IS ALREADY STAGED - NO "
034600         "CORRECTIVE FEED WILL BE WRITTEN.".
034700 1100-EXIT.
034800     EXIT.
034900
035000 1150-ACCEPT-APPLY-DATE.
035100     DISPLAY "APPLY ON BUSINESS DATE (YYYYMMDD, BLANK = TODAY): "
035200         WITH NO ADVANCING.
035300     ACCEPT WS-APPLY-DATE.
035400     IF WS-APPLY-DATE = SPACES
035500         MOVE WS-RUN-DATE-YMD TO WS-APPLY-DATE
035600     END-IF.
035700     IF WS-APPLY-DATE IS NOT NUMERIC
035800         DISPLAY "DATE MUST BE EIGHT DIGITS - RE-ENTER"
035900     ELSE
036000         SET APPLY-DATE-IS-VALID TO TRUE
036100     END-IF.
036200 1150-EXIT.
036300     EXIT.
036400
036500*----------------------------------------------------------------
036600* 1200-SORT-SNAPSHOT - RESEQUENCE THE SNAPSHOT DATA RECORDS BY
036700*                      EMP-ID INTO HRSNWRK, CHECKING THE CONTROL
036800*                      RECORDS ON THE WAY THROUGH THE SAME WAY
036900*                      FEEDCHK DOES.
037000*----------------------------------------------------------------
037100 1200-SORT-SNAPSHOT.
037200     SORT SORT-FILE
037300         ON ASCENDING KEY SORT-EMP-ID
037400         INPUT PROCEDURE IS 1230-RELEASE-SNAPSHOT
037500                      THRU 1230-EXIT
037600         GIVING SORTED-SNAPSHOT.
037700     EVALUATE TRUE
037800         WHEN SNAPSHOT-IS-MALFORMED
037900           OR NOT HEADER-WAS-SEEN
038000           OR NOT TRAILER-WAS-SEEN
038100             SET SNAPSHOT-IS-INCOMPLETE TO TRUE
038200             MOVE "SNAPSHOT HDR/TRL MISSING OR OUT OF PLACE."
038300                 TO REPORT-LINE
038400             WRITE REPORT-LINE
038500             MOVE "NOT COMPARED.  HAVE HR RESEND IT."
038600                 TO REPORT-LINE
038700             WRITE REPORT-LINE
038800         WHEN WS-TRAILER-COUNT NOT = WS-SNAPSHOT-COUNT
038900             SET SNAPSHOT-IS-INCOMPLETE TO TRUE
039000             MOVE SPACES TO REPORT-LINE
039100             STRING "SNAPSHOT TRAILER COUNT " DELIMITED BY SIZE
039200                    FC-RECORD-COUNT DELIMITED BY SIZE
039300                    " DOES NOT MATCH " DELIMITED BY SIZE
039400                    INTO REPORT-LINE
039500             END-STRING
039600             WRITE REPORT-LINE
039700             MOVE WS-SNAPSHOT-COUNT TO WS-COUNT-DISPLAY
039800             MOVE SPACES TO REPORT-LINE
039900             STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
040000                    " RECORDS RECEIVED - NOT COMPARED.  HAVE HR "
040100                        DELIMITED BY SIZE
040200                    "RESEND IT." DELIMITED BY SIZE
040300                    INTO REPORT-LINE
040400             END-STRING
040500             WRITE REPORT-LINE
040600     END-EVALUATE.
040700 1200-EXIT.
040800     EXIT.
040900
041000 1230-RELEASE-SNAPSHOT.
041100     OPEN INPUT HR-SNAPSHOT.
041200     PERFORM 1240-READ-SNAPSHOT-IN THRU 1240-EXIT.
041300     PERFORM 1245-RELEASE-ONE THRU 1245-EXIT
041400         UNTIL NO-MORE-INPUT.
041500     CLOSE HR-SNAPSHOT.
041600 1230-EXIT.
041700     EXIT.
041800
041900 1240-READ-SNAPSHOT-IN.
042000     READ HR-SNAPSHOT
042100         AT END
042200             SET NO-MORE-INPUT TO TRUE
042300     END-READ.
042400 1240-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------------
042800* 1245-RELEASE-ONE - THE HDR MUST COME FIRST AND ONLY ONCE, THE
042900*                    TRL LAST AND ONLY ONCE; EVERYTHING BETWEEN
043000*                    IS AN EMPLOYEE, COUNTED AND RELEASED.
043100*----------------------------------------------------------------
043200 1245-RELEASE-ONE.
043300     MOVE HR-SNAPSHOT-IN TO FEED-CONTROL-RECORD.
043400     EVALUATE TRUE
043500         WHEN TRAILER-WAS-SEEN
043600             SET SNAPSHOT-IS-MALFORMED TO TRUE
043700         WHEN FC-IS-HEADER
043800             IF HEADER-WAS-SEEN
043900                OR WS-SNAPSHOT-COUNT > ZERO
044000                 SET SNAPSHOT-IS-MALFORMED TO TRUE
044100             ELSE
044200                 SET HEADER-WAS-SEEN TO TRUE
044300                 MOVE FC-BUSINESS-DATE TO WS-SNAPSHOT-DATE
044400             END-IF
044500         WHEN FC-IS-TRAILER
044600             SET TRAILER-WAS-SEEN TO TRUE
044700             MOVE FC-RECORD-COUNT TO WS-TRAILER-COUNT
044800         WHEN OTHER
044900             IF NOT HEADER-WAS-SEEN
045000                 SET SNAPSHOT-IS-MALFORMED TO TRUE
045100             END-IF
045200             ADD 1 TO WS-SNAPSHOT-COUNT
045300             RELEASE SORT-RECORD FROM HR-SNAPSHOT-IN
045400     END-EVALUATE.
045500     PERFORM 1240-READ-SNAPSHOT-IN THRU 1240-EXIT.
045600 1245-EXIT.
045700     EXIT.
045800
045900*================================================================
046000* 2000-MATCH-RECORDS - ONE STEP OF THE EMP-ID MATCH: THE LOWER
046100*                      KEY IS MISSING FROM THE OTHER SIDE; EQUAL
046200*                      KEYS ARE COMPARED FIELD BY FIELD.
046300*================================================================
046400 2000-MATCH-RECORDS.
046500     EVALUATE TRUE
046600         WHEN WS-SNAP-KEY < WS-MAST-KEY
046700             PERFORM 3000-MISSING-ON-MASTER THRU 3000-EXIT
046800             PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
046900         WHEN WS-SNAP-KEY > WS-MAST-KEY
047000             PERFORM 4000-MISSING-ON-SNAPSHOT THRU 4000-EXIT
047100             PERFORM 2200-READ-MASTER THRU 2200-EXIT
047200         WHEN OTHER
047300             PERFORM 5000-COMPARE-EMPLOYEE THRU 5000-EXIT
047400             PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
047500             PERFORM 2200-READ-MASTER THRU 2200-EXIT
047600     END-EVALUATE.
047700 2000-EXIT.
047800     EXIT.
047900
048000*----------------------------------------------------------------
048100* 2100-READ-SNAPSHOT - NEXT SORTED SNAPSHOT EMPLOYEE.  A SECOND
048200*                      RECORD FOR THE SAME EMP-ID IS REPORTED AND
048300*                      SKIPPED - THE FIRST ONE IS MATCHED.
048400*----------------------------------------------------------------
048500 2100-READ-SNAPSHOT.
048600     SET SNAPSHOT-IS-DUPLICATE TO TRUE.
048700     PERFORM 2110-READ-ONE-SNAPSHOT THRU 2110-EXIT
048800         UNTIL NOT SNAPSHOT-IS-DUPLICATE.
048900 2100-EXIT.
049000     EXIT.
049100
049200 2110-READ-ONE-SNAPSHOT.
049300     MOVE "N" TO WS-DUP-SWITCH.
049400     READ SORTED-SNAPSHOT
049500         AT END
049600             MOVE HIGH-VALUES TO WS-SNAP-KEY
049700             GO TO 2110-EXIT
049800     END-READ.
049900     IF TRN-EMP-ID = WS-PREV-SNAP-KEY
050000         SET SNAPSHOT-IS-DUPLICATE TO TRUE
050100         ADD 1 TO WS-DUPLICATE-COUNT
050200         MOVE TRN-EMP-ID TO WS-DD-EMP-ID
050300         PERFORM 8100-SNAPSHOT-NAME THRU 8100-EXIT
050400         MOVE "DUPLICATE ON HR" TO WS-DD-ITEM
050500         MOVE SPACES TO WS-DD-OURS
050600         MOVE "(SKIPPED)" TO WS-DD-HR
050700         WRITE REPORT-LINE FROM WS-DIFF-DETAIL
050800         GO TO 2110-EXIT
050900     END-IF.
051000     MOVE TRN-EMP-ID TO WS-SNAP-KEY.
051100     MOVE TRN-EMP-ID TO WS-PREV-SNAP-KEY.
051200 2110-EXIT.
051300     EXIT.
051400
051500 2200-READ-MASTER.
051600     READ EMPLOYEE-MASTER
051700         AT END
051800             MOVE HIGH-VALUES TO WS-MAST-KEY
051900         NOT AT END
052000             ADD 1 TO WS-MASTER-COUNT
052100             MOVE EMP-ID TO WS-MAST-KEY
052200     END-READ.
052300 2200-EXIT.
052400     EXIT.
052500
052600*================================================================
052700* 3000-MISSING-ON-MASTER - HR HAS AN EMPLOYEE EMPMAST DOES NOT.
052800*                          THE CORRECTION IS AN ADD FROM THE
052900*                          SNAPSHOT FIELDS.
053000*================================================================
053100 3000-MISSING-ON-MASTER.
053200     ADD 1 TO WS-MISSING-OURS-COUNT.
053300     MOVE TRN-EMP-ID TO WS-DD-EMP-ID.
053400     PERFORM 8100-SNAPSHOT-NAME THRU 8100-EXIT.
053500     MOVE "MISSING ON EMPMAST" TO WS-DD-ITEM.
053600     MOVE SPACES TO WS-DD-OURS.
053700     MOVE SPACES TO WS-DD-HR.
053800     WRITE REPORT-LINE FROM WS-DIFF-DETAIL.
053900     MOVE TRN-DEPARTMENT TO DPT-CODE.
054000     PERFORM 8300-CHECK-DEPARTMENT THRU 8300-EXIT.
054100     IF DEPARTMENT-NOT-APPROVED
054200         PERFORM 8400-NOTE-BAD-DEPARTMENT THRU 8400-EXIT
054300         GO TO 3000-EXIT
054400     END-IF.
054500     MOVE SPACES TO WS-CORRECTIVE-TRAN.
054600     MOVE "A" TO WS-COR-ACTION.
054700     MOVE TRN-EMP-ID TO WS-COR-EMP-ID.
054800     MOVE TRN-FIRST-NAME TO WS-COR-FIRST-NAME.
054900     MOVE TRN-LAST-NAME TO WS-COR-LAST-NAME.
055000     MOVE TRN-STATUS TO WS-COR-STATUS.
055100     MOVE TRN-SHIFT-CODE TO WS-COR-SHIFT-CODE.
055200     MOVE TRN-DEPARTMENT TO WS-COR-DEPARTMENT.
055300     PERFORM 7000-WRITE-CORRECTION THRU 7000-EXIT.
055400 3000-EXIT.
055500     EXIT.
055600
055700*================================================================
055800* 4000-MISSING-ON-SNAPSHOT - EMPMAST HAS AN EMPLOYEE HR DOES
055900*                            NOT.  THE CORRECTION IS A DELETE.
056000*================================================================
056100 4000-MISSING-ON-SNAPSHOT.
056200     ADD 1 TO WS-MISSING-THEIRS-COUNT.
056300     MOVE EMP-ID TO WS-DD-EMP-ID.
056400     PERFORM 8200-MASTER-NAME THRU 8200-EXIT.
056500     MOVE "NOT ON HR SNAPSHOT" TO WS-DD-ITEM.
056600     MOVE SPACES TO WS-DD-OURS.
056700     MOVE SPACES TO WS-DD-HR.
056800     WRITE REPORT-LINE FROM WS-DIFF-DETAIL.
056900     MOVE SPACES TO WS-CORRECTIVE-TRAN.
057000     MOVE "D" TO WS-COR-ACTION.
057100     MOVE EMP-ID TO WS-COR-EMP-ID.
057200     PERFORM 7000-WRITE-CORRECTION THRU 7000-EXIT.
057300 4000-EXIT.
057400     EXIT.
057500
057600*================================================================
057700* 5000-COMPARE-EMPLOYEE - ON BOTH SIDES.  EACH FIELD THAT
057800*                         DIFFERS GETS A REPORT LINE AND, WHERE
057900*                         EMPUPDT CAN CARRY IT, A PLACE IN ONE
058000*                         CHANGE TRANSACTION FOR THE EMPLOYEE.
058100*================================================================
058200 5000-COMPARE-EMPLOYEE.
058300     MOVE "N" TO WS-DIFFERENT-SWITCH.
058400     MOVE "N" TO WS-CHANGED-SWITCH.
058500     MOVE SPACES TO WS-CORRECTIVE-TRAN.
058600     MOVE "C" TO WS-COR-ACTION.
058700     MOVE EMP-ID TO WS-COR-EMP-ID.
058800     MOVE EMP-ID TO WS-DD-EMP-ID.
058900     PERFORM 8200-MASTER-NAME THRU 8200-EXIT.
059000     IF TRN-FIRST-NAME NOT = FIRST-NAME
059100         ADD 1 TO WS-NAME-MISMATCH-COUNT
059200         MOVE "FIRST NAME" TO WS-DD-ITEM
059300         MOVE FIRST-NAME TO WS-DD-OURS
059400         MOVE TRN-FIRST-NAME TO WS-DD-HR
059500         PERFORM 5900-REPORT-FIELD THRU 5900-EXIT
059600         IF TRN-FIRST-NAME = SPACES
059700             PERFORM 5950-NOTE-BLANK-FIELD THRU 5950-EXIT
059800         ELSE
059900             MOVE TRN-FIRST-NAME TO WS-COR-FIRST-NAME
060000             SET CORRECTION-HAS-FIELDS TO TRUE
060100         END-IF
060200     END-IF.
060300     IF TRN-LAST-NAME NOT = LAST-NAME
060400         ADD 1 TO WS-NAME-MISMATCH-COUNT
060500         MOVE "LAST NAME" TO WS-DD-ITEM
060600         MOVE LAST-NAME TO WS-DD-OURS
060700         MOVE TRN-LAST-NAME TO WS-DD-HR
060800         PERFORM 5900-REPORT-FIELD THRU 5900-EXIT
060900         IF TRN-LAST-NAME = SPACES
061000             PERFORM 5950-NOTE-BLANK-FIELD THRU 5950-EXIT
061100         ELSE
061200             MOVE TRN-LAST-NAME TO WS-COR-LAST-NAME
061300             SET CORRECTION-HAS-FIELDS TO TRUE
061400         END-IF
061500     END-IF.
061600     MOVE TRN-STATUS TO WS-HR-STATUS.
061700     IF WS-HR-STATUS = SPACE
061800         MOVE "A" TO WS-HR-STATUS
061900     END-IF.
062000     IF WS-HR-STATUS NOT = EMP-STATUS
062100         ADD 1 TO WS-STATUS-MISMATCH-COUNT
062200         MOVE "STATUS" TO WS-DD-ITEM
062300         MOVE EMP-STATUS TO WS-DD-OURS
062400         MOVE WS-HR-STATUS TO WS-DD-HR
062500         PERFORM 5900-REPORT-FIELD THRU 5900-EXIT
062600         MOVE WS-HR-STATUS TO WS-COR-STATUS
062700         SET CORRECTION-HAS-FIELDS TO TRUE
062800     END-IF.
062900     IF TRN-SHIFT-CODE NOT = EMP-SHIFT-CODE
063000         ADD 1 TO WS-SHIFT-MISMATCH-COUNT
063100         MOVE "SHIFT" TO WS-DD-ITEM
063200         MOVE EMP-SHIFT-CODE TO WS-DD-OURS
063300         MOVE TRN-SHIFT-CODE TO WS-DD-HR
063400         PERFORM 5900-REPORT-FIELD THRU 5900-EXIT
063500         IF TRN-SHIFT-CODE = SPACE
063600             PERFORM 5950-NOTE-BLANK-FIELD THRU 5950-EXIT
063700         ELSE
063800             MOVE TRN-SHIFT-CODE TO WS-COR-SHIFT-CODE
063900             SET CORRECTION-HAS-FIELDS TO TRUE
064000         END-IF
064100     END-IF.
064200     IF TRN-DEPARTMENT NOT = EMP-DEPARTMENT
064300         ADD 1 TO WS-DEPT-MISMATCH-COUNT
064400         MOVE "DEPARTMENT" TO WS-DD-ITEM
064500         MOVE EMP-DEPARTMENT TO WS-DD-OURS
064600         MOVE TRN-DEPARTMENT TO WS-DD-HR
064700         PERFORM 5900-REPORT-FIELD THRU 5900-EXIT
064800         PERFORM 5100-CORRECT-DEPARTMENT THRU 5100-EXIT
064900     END-IF.
065000     IF EMPLOYEE-DIFFERS
065100         ADD 1 TO WS-MISMATCH-EMP-COUNT
065200     END-IF.
065300     IF CORRECTION-HAS-FIELDS
065400         PERFORM 7000-WRITE-CORRECTION THRU 7000-EXIT
065500     END-IF.
065600 5000-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000* 5100-CORRECT-DEPARTMENT - HRS DEPARTMENT GOES ON THE CHANGE
066100*                           ONLY IF IT IS NON-BLANK AND ON
066200*                           DEPTREF.
066300*----------------------------------------------------------------
066400 5100-CORRECT-DEPARTMENT.
066500     IF TRN-DEPARTMENT = SPACES
066600         PERFORM 5950-NOTE-BLANK-FIELD THRU 5950-EXIT
066700         GO TO 5100-EXIT
066800     END-IF.
066900     MOVE TRN-DEPARTMENT TO DPT-CODE.
067000     PERFORM 8300-CHECK-DEPARTMENT THRU 8300-EXIT.
067100     IF DEPARTMENT-NOT-APPROVED
067200         PERFORM 8400-NOTE-BAD-DEPARTMENT THRU 8400-EXIT
067300         GO TO 5100-EXIT
067400     END-IF.
067500     MOVE TRN-DEPARTMENT TO WS-COR-DEPARTMENT.
067600     SET CORRECTION-HAS-FIELDS TO TRUE.
067700 5100-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------
068100* 5900-REPORT-FIELD - ONE MISMATCH LINE.  THE CALLER HAS SET THE
068200*                     FIELD NAME AND BOTH VALUES.
068300*----------------------------------------------------------------
068400 5900-REPORT-FIELD.
068500     SET EMPLOYEE-DIFFERS TO TRUE.
068600     WRITE REPORT-LINE FROM WS-DIFF-DETAIL.
068700 5900-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------------
069100* 5950-NOTE-BLANK-FIELD - HR SENT THE FIELD BLANK.  A BLANK ON A
069200*                         CHANGE KEEPS THE MASTER VALUE, SO THIS
069300*                         ONE CAN ONLY BE FIXED BY HAND.
069400*----------------------------------------------------------------
069500 5950-NOTE-BLANK-FIELD.
069600     ADD 1 TO WS-UNCORRECTED-COUNT.
069700     MOVE "BLANK ON HR SNAPSHOT - NOT CORRECTABLE BY EMPTRAN"
069800         TO WS-NOTE-TEXT.
069900     WRITE REPORT-LINE FROM WS-NOTE-LINE.
070000 5950-EXIT.
070100     EXIT.
070200
070300*================================================================
070400* 7000-WRITE-CORRECTION - ONE CORRECTIVE TRANSACTION, WHEN ONE
070500*                         WAS ASKED FOR AND CAN BE WRITTEN.  THE
070600*                         FEED IS OPENED, AND ITS HDR WRITTEN, ON
070700*                         THE FIRST ONE, SO A CLEAN MATCH LEAVES
070800*                         NO EMPTY EMPTRAN BEHIND.
070900*================================================================
071000 7000-WRITE-CORRECTION.
071100     IF NOT CORRECTIVE-REQUESTED
071200        OR EMPTRAN-ALREADY-STAGED
071300         GO TO 7000-EXIT
071400     END-IF.
071500     IF NOT EMPTRAN-IS-OPEN
071600         OPEN OUTPUT CORRECTIVE-TRANSACTIONS
071700         SET EMPTRAN-IS-OPEN TO TRUE
071800         MOVE SPACES TO FEED-CONTROL-RECORD
071900         SET FC-IS-HEADER TO TRUE
072000         MOVE WS-APPLY-DATE TO FC-BUSINESS-DATE
072100         WRITE CORRECTIVE-TRAN-RECORD FROM FEED-CONTROL-RECORD
072200     END-IF.
072300     WRITE CORRECTIVE-TRAN-RECORD FROM WS-CORRECTIVE-TRAN.
072400     ADD 1 TO WS-CORRECTIVE-COUNT.
072500     EVALUATE WS-COR-ACTION
072600         WHEN "A"
072700             ADD 1 TO WS-ADD-TRAN-COUNT
072800         WHEN "C"
072900             ADD 1 TO WS-CHANGE-TRAN-COUNT
073000         WHEN "D"
073100             ADD 1 TO WS-DELETE-TRAN-COUNT
073200     END-EVALUATE.
073300 7000-EXIT.
073400     EXIT.
073500
073600*----------------------------------------------------------------
073700* 8100-SNAPSHOT-NAME / 8200-MASTER-NAME - THE EMPLOYEES NAME FOR
073800*                     THE REPORT LINE FROM ONE SIDE OR THE OTHER.
073900*----------------------------------------------------------------
074000 8100-SNAPSHOT-NAME.
074100     MOVE SPACES TO WS-DD-NAME.
074200     STRING TRN-FIRST-NAME DELIMITED BY SIZE
074300            " " DELIMITED BY SIZE
074400            TRN-LAST-NAME DELIMITED BY SIZE
074500            INTO WS-DD-NAME
074600     END-STRING.
074700 8100-EXIT.
074800     EXIT.
074900
075000 8200-MASTER-NAME.
075100     MOVE SPACES TO WS-DD-NAME.
075200     STRING FIRST-NAME DELIMITED BY SIZE
075300            " " DELIMITED BY SIZE
075400            LAST-NAME DELIMITED BY SIZE
075500            INTO WS-DD-NAME
075600     END-STRING.
075700 8200-EXIT.
075800     EXIT.
075900
076000*----------------------------------------------------------------
076100* 8300-CHECK-DEPARTMENT - IS DPT-CODE APPROVED ON DEPTREF?  A
076200*                         BLANK CODE PASSES, AS IN EMPUPDT.
076300*----------------------------------------------------------------
076400 8300-CHECK-DEPARTMENT.
076500     SET DEPARTMENT-IS-APPROVED TO TRUE.
076600     IF DPT-CODE = SPACES
076700         GO TO 8300-EXIT
076800     END-IF.
076900     READ DEPARTMENT-REFERENCE
077000         INVALID KEY
077100             SET DEPARTMENT-NOT-APPROVED TO TRUE
077200     END-READ.
077300 8300-EXIT.
077400     EXIT.
077500
077600 8400-NOTE-BAD-DEPARTMENT.
077700     ADD 1 TO WS-UNCORRECTED-COUNT.
077800     MOVE SPACES TO WS-NOTE-TEXT.
077900     STRING "HR DEPARTMENT " DELIMITED BY SIZE
078000            TRN-DEPARTMENT DELIMITED BY SIZE
078100            " NOT ON DEPTREF - NO CORRECTION WRITTEN"
078200                DELIMITED BY SIZE
078300            INTO WS-NOTE-TEXT
078400     END-STRING.
078500     WRITE REPORT-LINE FROM WS-NOTE-LINE.
078600 8400-EXIT.
078700     EXIT.
078800
078900*================================================================
079000* 9000-TERMINATE - CLOSE OUT THE CORRECTIVE FEED WITH ITS TRL,
079100*                  SUMMARIZE BY DIFFERENCE TYPE, AND SET THE
079200*                  CONDITION CODE.
079300*================================================================
079400 9000-TERMINATE.
079500     IF EMPTRAN-IS-OPEN
079600         MOVE SPACES TO FEED-CONTROL-RECORD
079700         SET FC-IS-TRAILER TO TRUE
079800         MOVE WS-CORRECTIVE-COUNT TO FC-RECORD-COUNT
079900         WRITE CORRECTIVE-TRAN-RECORD FROM FEED-CONTROL-RECORD
080000         CLOSE CORRECTIVE-TRANSACTIONS
080100     END-IF.
080200     IF NOT SNAPSHOT-IS-INCOMPLETE
080300         CLOSE SORTED-SNAPSHOT
080400         CLOSE EMPLOYEE-MASTER
080500         CLOSE DEPARTMENT-REFERENCE
080600         PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT
080700     END-IF.
080800     COMPUTE WS-DIFFERENCE-COUNT = WS-MISSING-OURS-COUNT
080900         + WS-MISSING-THEIRS-COUNT + WS-MISMATCH-EMP-COUNT.
081000     EVALUATE TRUE
081100         WHEN SNAPSHOT-IS-INCOMPLETE
081200             MOVE 12 TO RETURN-CODE
081300         WHEN WS-DUPLICATE-COUNT > ZERO
081400           OR EMPTRAN-ALREADY-STAGED
081500             MOVE 8 TO RETURN-CODE
081600         WHEN WS-DIFFERENCE-COUNT > ZERO
081700             MOVE 4 TO RETURN-CODE
081800         WHEN OTHER
081900             MOVE 0 TO RETURN-CODE
082000     END-EVALUATE.
082100     CLOSE RECONCILIATION-REPORT.
082200     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
082300     DISPLAY "HRRECON: " WS-SNAPSHOT-COUNT " SNAPSHOT RECORD(S), "
082400         WS-MASTER-COUNT " EMPMAST RECORD(S)".
082500     DISPLAY "HRRECON: " WS-MISSING-OURS-COUNT
082600         " MISSING ON EMPMAST, " WS-MISSING-THEIRS-COUNT
082700         " NOT ON SNAPSHOT, " WS-MISMATCH-EMP-COUNT
082800         " MISMATCHED".
082900     DISPLAY "HRRECON: " WS-CORRECTIVE-COUNT
083000         " CORRECTIVE TRANSACTION(S) WRITTEN".
083100 9000-EXIT.
083200     EXIT.
083300
083400*----------------------------------------------------------------
083500* 9100-WRITE-SUMMARY - COUNTS BY DIFFERENCE TYPE AND WHAT WAS
083600*                      DONE ABOUT THEM.
083700*----------------------------------------------------------------
083800 9100-WRITE-SUMMARY.
083900     MOVE SPACES TO REPORT-LINE.
084000     WRITE REPORT-LINE.
084100     MOVE "EMPMAST RECORDS READ:" TO WS-SUMMARY-LABEL.
084200     MOVE WS-MASTER-COUNT TO WS-COUNT-DISPLAY.
084300     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
084400     MOVE "MISSING ON EMPMAST:" TO WS-SUMMARY-LABEL.
084500     MOVE WS-MISSING-OURS-COUNT TO WS-COUNT-DISPLAY.
084600     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
084700     MOVE "NOT ON HR SNAPSHOT:" TO WS-SUMMARY-LABEL.
084800     MOVE WS-MISSING-THEIRS-COUNT TO WS-COUNT-DISPLAY.
084900     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
085000     MOVE "EMPLOYEES WITH MISMATCHES:" TO WS-SUMMARY-LABEL.
085100     MOVE WS-MISMATCH-EMP-COUNT TO WS-COUNT-DISPLAY.
085200     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
085300     MOVE "  NAME MISMATCHES:" TO WS-SUMMARY-LABEL.
085400     MOVE WS-NAME-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
085500     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
085600     MOVE "  STATUS MISMATCHES:" TO WS-SUMMARY-LABEL.
085700     MOVE WS-STATUS-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
085800     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
085900     MOVE "  SHIFT MISMATCHES:" TO WS-SUMMARY-LABEL.
086000     MOVE WS-SHIFT-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
086100     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
086200     MOVE "  DEPARTMENT MISMATCHES:" TO WS-SUMMARY-LABEL.
086300     MOVE WS-DEPT-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
086400     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
086500     MOVE "DUPLICATE EMP-IDS ON SNAPSHOT:" TO WS-SUMMARY-LABEL.
086600     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY.
086700     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
086800     MOVE "NOT CORRECTABLE BY EMPTRAN:" TO WS-SUMMARY-LABEL.
086900     MOVE WS-UNCORRECTED-COUNT TO WS-COUNT-DISPLAY.
087000     PERFORM 9150-WRITE-COUNT THRU 9150-EXIT.
087100     MOVE SPACES TO REPORT-LINE.
087200     WRITE REPORT-LINE.
087300     EVALUATE TRUE
087400         WHEN NOT CORRECTIVE-REQUESTED
087500             MOVE "CORRECTIVE EMPTRAN NOT REQUESTED."
087600                 TO REPORT-LINE
087700             WRITE REPORT-LINE
087800         WHEN EMPTRAN-ALREADY-STAGED
087900             MOVE "CORRECTIVE EMPTRAN NOT WRITTEN - ONE IS STAGED"
088000                 TO REPORT-LINE
088100             WRITE REPORT-LINE
088200         WHEN WS-CORRECTIVE-COUNT = ZERO
088300             MOVE "NO CORRECTIVE EMPTRAN - NOTHING TO CORRECT."
088400                 TO REPORT-LINE
088500             WRITE REPORT-LINE
088600         WHEN OTHER
088700             MOVE SPACES TO REPORT-LINE
088800             STRING "CORRECTIVE EMPTRAN WRITTEN FOR "
088900                        DELIMITED BY SIZE
089000                    "BUSINESS DATE " DELIMITED BY SIZE
089100                    WS-APPLY-DATE DELIMITED BY SIZE
089200                    ":" DELIMITED BY SIZE
089300                    INTO REPORT-LINE
089400             END-STRING
089500             WRITE REPORT-LINE
089600             MOVE "  ADDS:" TO WS-SUMMARY-LABEL
089700             MOVE WS-ADD-TRAN-COUNT TO WS-COUNT-DISPLAY
089800             PERFORM 9150-WRITE-COUNT THRU 9150-EXIT
089900             MOVE "  CHANGES:" TO WS-SUMMARY-LABEL
090000             MOVE WS-CHANGE-TRAN-COUNT TO WS-COUNT-DISPLAY
090100             PERFORM 9150-WRITE-COUNT THRU 9150-EXIT
090200             MOVE "  DELETES:" TO WS-SUMMARY-LABEL
090300             MOVE WS-DELETE-TRAN-COUNT TO WS-COUNT-DISPLAY
090400             PERFORM 9150-WRITE-COUNT THRU 9150-EXIT
090500     END-EVALUATE.
090600 9100-EXIT.
090700     EXIT.
090800
090900 9150-WRITE-COUNT.
091000     MOVE SPACES TO WS-FOOTER-LINE.
091100     STRING WS-SUMMARY-LABEL DELIMITED BY SIZE
091200            WS-COUNT-DISPLAY DELIMITED BY SIZE
091300            INTO WS-FOOTER-LINE
091400     END-STRING.
091500     WRITE REPORT-LINE FROM WS-FOOTER-LINE.
091600 9150-EXIT.
091700     EXIT.
091800
091900*----------------------------------------------------------------
092000* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
092100*                        CONDITION CODE TO THE SHARED RUNSTATS
092200*                        FILE, ONE RECORD PER COUNTER.
092300*----------------------------------------------------------------
092400 9500-WRITE-RUN-STATS.
092500     OPEN EXTEND RUN-STATISTICS.
092600     IF WS-RUNSTATS-STATUS = "35"
092700         OPEN OUTPUT RUN-STATISTICS
092800         CLOSE RUN-STATISTICS
092900         OPEN EXTEND RUN-STATISTICS
093000     END-IF.
093100     MOVE SPACES TO RUN-STATISTICS-RECORD.
093200     MOVE WS-RUN-DATE-YMD TO RST-RUN-DATE.
093300     MOVE "HRRECON" TO RST-PROGRAM.
093400     MOVE RETURN-CODE TO RST-CONDITION-CODE.
093500     MOVE "SNAPSHOT RECORDS" TO RST-COUNTER-NAME.
093600     MOVE WS-SNAPSHOT-COUNT TO RST-COUNTER-VALUE.
093700     WRITE RUN-STATISTICS-RECORD.
093800     MOVE "DIFFERENCES" TO RST-COUNTER-NAME.
093900     MOVE WS-DIFFERENCE-COUNT TO RST-COUNTER-VALUE.
094000     WRITE RUN-STATISTICS-RECORD.
094100     MOVE "CORRECTIVE TRANS" TO RST-COUNTER-NAME.
094200     MOVE WS-CORRECTIVE-COUNT TO RST-COUNTER-VALUE.
094300     WRITE RUN-STATISTICS-RECORD.
094400     CLOSE RUN-STATISTICS.
094500 9500-EXIT.
094600     EXIT.
