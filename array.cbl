001800*              A RESTART SKIPS STRAIGHT TO IT; THE RECORDS
001900*              ALREADY LOADED ARE SITTING IN ACTWORK AND DO NOT
002000*              NEED REBUILDING.
002010*              AN APPROVED ACTIVITY WHOSE ACTREF ENTRY NEEDS
002020*              CERTIFICATION IS ALSO CHECKED AGAINST THE EMPQUAL
002030*              QUALIFICATION FILE - THE EMPLOYEE MUST HOLD A
002040*              CERTIFICATION FOR THAT CODE THAT IS IN FORCE ON
002050*              THE RUN DATE, OR THE ACTIVITY IS REJECTED.
002100*
002200* MODIFICATION HISTORY.
002300*     DATE       INIT  DESCRIPTION
006700*                      REPLAYED FROM THE CRASH GAP ARE
006800*                      REWRITTEN IN PLACE SO THE RELOAD IS
006900*                      IDEMPOTENT.
006910*     2026-10-13  GC   AN ACTIVITY WHOSE ACTREF ENTRY IS FLAGGED
006920*                      CERTIFICATION-REQUIRED IS NOW ONLY LOADED
006930*                      FOR AN EMPLOYEE WITH A CURRENT EMPQUAL
006940*                      QUALIFICATION FOR ITS CODE - AN UNQUALIFIED
006950*                      OR EXPIRED ONE GOES TO ACTEXCP, WHICH NOW
006960*                      CARRIES THE REJECT REASON ON EACH LINE.
007000*================================================================
007100 IDENTIFICATION DIVISION.
007200 PROGRAM-ID. ARRAYS.
009600     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-RUNSTATS-STATUS.
009820     SELECT OPTIONAL QUALIFICATIONS ASSIGN TO "EMPQUAL"
009840         ORGANIZATION IS INDEXED
009860         ACCESS MODE IS RANDOM
009880         RECORD KEY IS QLF-KEY.
009900
010000*----------------------------------------------------------------
010100 DATA DIVISION.
012600     COPY ARFREC.
012700
012800* ACTIVITY EXCEPTION REPORT - ONE TEXT LINE PER DLYACT RECORD
012860* WHOSE ACTIVITY NAME MATCHES NO APPROVED DESCRIPTION, OR WHOSE
012920* EMPLOYEE IS NOT CERTIFIED FOR IT.  THE REASON ENDS THE LINE.
013000 FD  ACTIVITY-EXCEPTIONS.
013100 01  ACT-EXCEPTION-LINE      PIC X(80).
013200
013400* COUNTER, FOR THE OPSTREND TREND REPORT.
013500 FD  RUN-STATISTICS.
013600     COPY RSTREC.
013610
013620* EMPLOYEE QUALIFICATIONS - PROBED BY EMPLOYEE/ACTIVITY CODE FOR
013630* EVERY ACTIVITY THAT NEEDS CERTIFICATION.  MAINTAINED BY QUALMNT.
013640* OPTIONAL - UNTIL THE FIRST CERTIFICATION IS ADDED, EVERY SUCH
013650* ACTIVITY IS REJECTED AS NOT CERTIFIED.
013660 FD  QUALIFICATIONS.
013670     COPY QLFREC.
013700
013800*----------------------------------------------------------------
013900 WORKING-STORAGE SECTION.
015800     05  WS-APPROVED-SWITCH      PIC X(01) VALUE "Y".
015900         88  ACTIVITY-IS-APPROVED    VALUE "Y".
016000         88  ACTIVITY-NOT-APPROVED   VALUE "N".
016030     05  WS-CERT-NEEDED-SWITCH   PIC X(01) VALUE "N".
016060         88  MATCH-NEEDS-CERTIFICATION VALUE "Y".
016100
016200* COUNTERS.
016300 01  WS-ACTIVITY-COUNT       PIC 9(07) COMP VALUE ZERO.
016400 01  WS-ACT-REJECT-COUNT     PIC 9(05) COMP VALUE ZERO.
016450 01  WS-CERT-REJECT-COUNT    PIC 9(05) COMP VALUE ZERO.
016500
016600* ACTIVITY VALIDATION WORK AREA - THE CATEGORY AND CODE OF THE
016700* APPROVED ENTRY THAT MATCHED, AND WHY A RECORD WAS REJECTED.
016800 01  WS-MATCHED-CATEGORY     PIC X(10) VALUE SPACES.
016810 01  WS-MATCHED-CODE         PIC X(04) VALUE SPACES.
016820 01  WS-REJECT-REASON        PIC X(25) VALUE SPACES.
016830
016840* RUN DATE (YYYYMMDD) THAT A CERTIFICATION MUST BE IN FORCE ON.
016850 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
016900
017000* CHECKPOINT/RESTART CONTROLS.  A CHECKPOINT IS WRITTEN EVERY
017100* WS-CHECKPOINT-INTERVAL ACTIVITIES SO RESTART DOES NOT HAVE TO
019200     05  WS-EXC-SEQ-NO           PIC 9(03).
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  WS-EXC-ACTIVITY         PIC X(30).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  WS-EXC-REASON           PIC X(25).
019700
019800*----------------------------------------------------------------
019900 PROCEDURE DIVISION.
022600     END-IF.
022700     OPEN I-O ACTIVITY-WORK.
022800     PERFORM 1200-LOAD-REFERENCE THRU 1200-EXIT.
022820     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
022840     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RUN-DATE.
022860     OPEN INPUT QUALIFICATIONS.
022900     OPEN OUTPUT ACTIVITY-EXCEPTIONS.
023000     OPEN INPUT DAILY-ACTIVITIES.
023100     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
029500     MOVE ARF-ACTIVITY-CODE TO ARF-TBL-CODE (ARF-IDX).
029600     MOVE ARF-ACTIVITY-DESC TO ARF-TBL-DESC (ARF-IDX).
029700     MOVE ARF-CATEGORY TO ARF-TBL-CATEGORY (ARF-IDX).
029750     MOVE ARF-CERT-REQUIRED TO ARF-TBL-CERT-REQUIRED (ARF-IDX).
029800     PERFORM 1210-READ-REFERENCE THRU 1210-EXIT.
029900 1220-EXIT.
030000     EXIT.
035300*                          OF AN APPROVED ACTREF ENTRY.  THE
035400*                          MATCHING ENTRYS CATEGORY IS KEPT FOR
035500*                          THE WORK RECORD ABOUT TO BE WRITTEN.
035530*                          AN ENTRY FLAGGED CERTIFICATION-
035560*                          REQUIRED MUST ALSO PASS 2170.
035600*----------------------------------------------------------------
035700 2150-VALIDATE-ACTIVITY.
035800     SET ACTIVITY-NOT-APPROVED TO TRUE.
035900     MOVE SPACES TO WS-MATCHED-CATEGORY.
035920     MOVE SPACES TO WS-MATCHED-CODE.
035940     MOVE "N" TO WS-CERT-NEEDED-SWITCH.
035960     MOVE "NOT AN APPROVED ACTIVITY" TO WS-REJECT-REASON.
036000     IF WS-ARF-COUNT > ZERO
036100         PERFORM 2160-MATCH-ONE-REFERENCE THRU 2160-EXIT
036200             VARYING ARF-IDX FROM 1 BY 1
036300             UNTIL ARF-IDX > WS-ARF-COUNT
036400                OR ACTIVITY-IS-APPROVED
036500     END-IF.
036520     IF ACTIVITY-IS-APPROVED AND MATCH-NEEDS-CERTIFICATION
036540         PERFORM 2170-CHECK-CERTIFICATION THRU 2170-EXIT
036560     END-IF.
036600 2150-EXIT.
036700     EXIT.
036800
037100             = ACTIVITY-NAME OF ACTIVITY-RECORD
037200         SET ACTIVITY-IS-APPROVED TO TRUE
037300         MOVE ARF-TBL-CATEGORY (ARF-IDX) TO WS-MATCHED-CATEGORY
037320         MOVE ARF-TBL-CODE (ARF-IDX) TO WS-MATCHED-CODE
037340         IF ARF-TBL-NEEDS-CERT (ARF-IDX)
037360             SET MATCH-NEEDS-CERTIFICATION TO TRUE
037380         END-IF
037400     END-IF.
037500 2160-EXIT.
037600     EXIT.
037603
037606*----------------------------------------------------------------
037609* 2170-CHECK-CERTIFICATION - THE EMPLOYEE MUST HAVE AN EMPQUAL
037612*                            RECORD FOR THE MATCHED ACTIVITY CODE
037615*                            WHOSE CERTIFIED-THROUGH-EXPIRY SPAN
037618*                            TAKES IN THE RUN DATE.  ANYTHING
037621*                            ELSE UN-APPROVES THE RECORD WITH THE
037624*                            REASON FOR ACTEXCP.
037627*----------------------------------------------------------------
037630 2170-CHECK-CERTIFICATION.
037633     MOVE ACT-EMP-ID OF ACTIVITY-RECORD TO QLF-EMP-ID.
037636     MOVE WS-MATCHED-CODE TO QLF-ACTIVITY-CODE.
037639     READ QUALIFICATIONS
037642         INVALID KEY
037645             SET ACTIVITY-NOT-APPROVED TO TRUE
037648             MOVE "NOT CERTIFIED" TO WS-REJECT-REASON
037651             GO TO 2170-EXIT
037654     END-READ.
037657     EVALUATE TRUE
037660         WHEN QLF-EXPIRY-DATE < WS-RUN-DATE
037663             SET ACTIVITY-NOT-APPROVED TO TRUE
037666             MOVE "CERTIFICATION EXPIRED" TO WS-REJECT-REASON
037669         WHEN QLF-CERTIFIED-DATE > WS-RUN-DATE
037672             SET ACTIVITY-NOT-APPROVED TO TRUE
037675             MOVE "NOT YET CERTIFIED" TO WS-REJECT-REASON
037678         WHEN OTHER
037681             CONTINUE
037684     END-EVALUATE.
037687 2170-EXIT.
037690     EXIT.
037700
037800*----------------------------------------------------------------
037900* 2100-READ-ACTIVITY - READ THE NEXT DAILY ACTIVITY RECORD.
041600
041700*----------------------------------------------------------------
041800* 2250-WRITE-ACT-EXCEPTION - FILE AN UNAPPROVED ACTIVITY ON THE
041900*                            EXCEPTION REPORT, WITH THE REASON
042000*                            2150 GAVE, INSTEAD OF LOADING IT.
042100*----------------------------------------------------------------
042200 2250-WRITE-ACT-EXCEPTION.
042300     ADD 1 TO WS-ACT-REJECT-COUNT.
042320     IF MATCH-NEEDS-CERTIFICATION
042340         ADD 1 TO WS-CERT-REJECT-COUNT
042360     END-IF.
042400     MOVE ACT-EMP-ID OF ACTIVITY-RECORD TO WS-EXC-EMP-ID.
042500     MOVE ACT-SEQ-NO OF ACTIVITY-RECORD TO WS-EXC-SEQ-NO.
042600     MOVE ACTIVITY-NAME OF ACTIVITY-RECORD TO WS-EXC-ACTIVITY.
042650     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
042700     WRITE ACT-EXCEPTION-LINE FROM WS-ACT-EXCEPTION-DETAIL.
042800 2250-EXIT.
042900     EXIT.
049300     CLOSE DAILY-ACTIVITIES.
049400     CLOSE ACTIVITY-WORK.
049500     CLOSE ACTIVITY-EXCEPTIONS.
049550     CLOSE QUALIFICATIONS.
049600     PERFORM 9100-CLEAR-CHECKPOINT THRU 9100-EXIT.
049700     IF WS-ACT-REJECT-COUNT > ZERO
049800         MOVE 4 TO RETURN-CODE
050200     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
050300     DISPLAY "ARRAYS: " WS-ACTIVITY-COUNT " ACTIVITY(IES) LOADED".
050400     DISPLAY "ARRAYS: " WS-ACT-REJECT-COUNT
050450         " ACTIVITY(IES) REJECTED - SEE ACTEXCP".
050500     DISPLAY "ARRAYS: " WS-CERT-REJECT-COUNT
050550         " OF THEM FAILED THE CERTIFICATION CHECK".
050600 9000-EXIT.
050700     EXIT.
050800
054200     MOVE "ACTIVITIES REJECTED" TO RST-COUNTER-NAME.
054300     MOVE WS-ACT-REJECT-COUNT TO RST-COUNTER-VALUE.
054400     WRITE RUN-STATISTICS-RECORD.
054420     MOVE "CERT CHECK REJECTS" TO RST-COUNTER-NAME.
054440     MOVE WS-CERT-REJECT-COUNT TO RST-COUNTER-VALUE.
054460     WRITE RUN-STATISTICS-RECORD.
054500     CLOSE RUN-STATISTICS.
054600 9500-EXIT.
054700     EXIT.
