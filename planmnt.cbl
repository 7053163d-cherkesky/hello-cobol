000100*================================================================
000200* PROGRAM-ID.  PLANMNT
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-12
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     OPERATOR-DRIVEN MAINTENANCE FOR THE WEEK-AHEAD
000900*              ACTIVITY PLAN.  ACCEPTS AN ACTION (ADD, CHANGE, OR
001000*              CANCEL), A PLAN DATE, EMPLOYEE ID, AND SEQUENCE
001100*              NUMBER, AND FOR ADD/CHANGE THE ACTREF ACTIVITY
001200*              CODE, PLANNED START TIME, AND DURATION, AND APPLIES
001300*              THE CHANGE TO THE INDEXED ACTPLAN FILE BY KEY.  THE
001400*              ACTIVITY CODE MUST BE ON ACTREF AND ITS STANDARD
001500*              DESCRIPTION IS WHAT THE ENTRY CARRIES, SO THE
001600*              DLYACT PLANBLD STAGES FROM IT PASSES THE ARRAYS
001700*              VALIDATION.  ONLY A WEEKDAY AFTER TODAY CAN BE
001800*              PLANNED OR MAINTAINED - TODAYS DLYACT WAS STAGED
001900*              LAST NIGHT AND PLANBLD STAGES MONDAY THROUGH FRIDAY
002000*              ONLY.
002100*
002200* MODIFICATION HISTORY.
002300*     DATE       INIT  DESCRIPTION
002400*     ---------  ----  ---------------------------------------
002500*     2026-10-12  GC   ORIGINAL - WEEK-AHEAD PLAN MAINTENANCE
002600*                      TRANSACTION.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. PLANMNT.
003000 AUTHOR. GUY CHERKESKY.
003100 INSTALLATION. SHIFT-OPS DATA CENTER.
003200 DATE-WRITTEN. 2026-10-12.
003300 DATE-COMPILED.
003400
003500*----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL ACTIVITY-PLAN ASSIGN TO "ACTPLAN"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS PLN-KEY.
004300     SELECT ACTIVITY-REFERENCE ASSIGN TO "ACTREF"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS ARF-ACTIVITY-CODE.
004700
004800*----------------------------------------------------------------
004900 DATA DIVISION.
005000 FILE SECTION.
005100* WEEK-AHEAD PLAN - SAME RECORD PLANBLD STAGES DLYACT FROM.
005200* OPTIONAL SO THE VERY FIRST ADD CREATES THE FILE.
005300 FD  ACTIVITY-PLAN.
005400     COPY PLNREC.
005500
005600* ACTIVITY REFERENCE - PROBED BY CODE FOR THE STANDARD
005700* DESCRIPTION.  MAINTAINED BY ACTREFMT.
005800 FD  ACTIVITY-REFERENCE.
005900     COPY ARFREC.
006000
006100*----------------------------------------------------------------
006200 WORKING-STORAGE SECTION.
006300* SWITCHES.
006400 01  WS-SWITCHES.
006500     05  WS-APPLIED-SWITCH       PIC X(01) VALUE "N".
006600         88  CHANGE-WAS-APPLIED      VALUE "Y".
006700     05  WS-ACTION-CODE          PIC X(01) VALUE SPACES.
006800         88  ACTION-IS-ADD           VALUE "A".
006900         88  ACTION-IS-CHANGE        VALUE "C".
007000         88  ACTION-IS-CANCEL        VALUE "X".
007100         88  ACTION-IS-VALID         VALUE "A" "C" "X".
007200     05  WS-DATE-OK-SWITCH       PIC X(01) VALUE "N".
007300         88  DATE-IS-VALID           VALUE "Y".
007400     05  WS-SEQ-OK-SWITCH        PIC X(01) VALUE "N".
007500         88  SEQUENCE-IS-VALID       VALUE "Y".
007600     05  WS-CODE-OK-SWITCH       PIC X(01) VALUE "N".
007700         88  CODE-IS-VALID           VALUE "Y".
007800     05  WS-TIMES-OK-SWITCH      PIC X(01) VALUE "N".
007900         88  TIMES-ARE-VALID         VALUE "Y".
008000
008100* OPERATOR INPUT.
008200 01  WS-OPERATOR-INPUT.
008300     05  WS-TARGET-DATE          PIC X(08)  VALUE SPACES.
008400     05  WS-TARGET-EMP-ID        PIC X(05)  VALUE SPACES.
008500     05  WS-TARGET-SEQ           PIC X(03)  VALUE SPACES.
008600     05  WS-NEW-ACTIVITY-CODE    PIC X(04)  VALUE SPACES.
008700     05  WS-NEW-START-TIME       PIC X(04)  VALUE SPACES.
008800     05  WS-NEW-DURATION         PIC X(04)  VALUE SPACES.
008900
009000* RUN DATE AND DAY ARITHMETIC WORK AREAS.  THE WEEKDAY IS THE
009100* REMAINDER OF THE INTEGER DATE DIVIDED BY 7, AS IN WEEKRPT -
009200* 1 = MONDAY THROUGH 6 = SATURDAY, 0 = SUNDAY.
009300 01  WS-CURRENT-TIMESTAMP    PIC X(21).
009400 01  WS-TODAY-DATE           PIC 9(08).
009500 01  WS-PLAN-DATE            PIC 9(08).
009600 01  WS-PLAN-INTEGER         PIC 9(07) COMP.
009700 01  WS-WEEKDAY              PIC 9(01) COMP.
009800
009900* STANDARD DESCRIPTION OF THE ACTIVITY CODE ACCEPTED.
010000 01  WS-NEW-ACTIVITY-DESC    PIC X(30)  VALUE SPACES.
010100
010200*----------------------------------------------------------------
010300 PROCEDURE DIVISION.
010400
010500*================================================================
010600* 0000-MAINLINE - ACCEPT THE TRANSACTION FROM THE OPERATOR,
010700*                 APPLY IT TO ACTPLAN, AND REPORT WHAT HAPPENED.
010800*================================================================
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011100     PERFORM 2000-ACCEPT-TRANSACTION THRU 2000-EXIT.
011200     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT.
011300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011400     STOP RUN.
011500
011600*================================================================
011700* 1000-INITIALIZE - OPEN THE PLAN FOR UPDATE-IN-PLACE AND THE
011800*                   ACTIVITY REFERENCE FOR LOOKUP, AND CAPTURE
011900*                   TODAYS DATE.
012000*================================================================
012100 1000-INITIALIZE.
012200     DISPLAY "PLANMNT - WEEK-AHEAD ACTIVITY PLAN MAINTENANCE".
012300     OPEN I-O ACTIVITY-PLAN.
012400     OPEN INPUT ACTIVITY-REFERENCE.
012500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
012600     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY-DATE.
012700 1000-EXIT.
012800     EXIT.
012900
013000*================================================================
013100* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION AND THE PLAN
013200*                           KEY, AND FOR ADD/CHANGE THE ACTIVITY
013300*                           CODE AND TIMES, RE-PROMPTING UNTIL
013400*                           EACH VALUE IS VALID.
013500*================================================================
013600 2000-ACCEPT-TRANSACTION.
013700     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT
013800         UNTIL ACTION-IS-VALID.
013900     PERFORM 2200-ACCEPT-PLAN-DATE THRU 2200-EXIT
014000         UNTIL DATE-IS-VALID.
014100     PERFORM 2300-ACCEPT-EMPLOYEE THRU 2300-EXIT
014200         UNTIL WS-TARGET-EMP-ID NOT = SPACES.
014300     PERFORM 2400-ACCEPT-SEQUENCE THRU 2400-EXIT
014400         UNTIL SEQUENCE-IS-VALID.
014500     IF ACTION-IS-ADD OR ACTION-IS-CHANGE
014600         PERFORM 2500-ACCEPT-ACTIVITY THRU 2500-EXIT
014700             UNTIL CODE-IS-VALID
014800         PERFORM 2600-ACCEPT-TIMES THRU 2600-EXIT
014900             UNTIL TIMES-ARE-VALID
015000     END-IF.
015100 2000-EXIT.
015200     EXIT.
015300
015400 2100-ACCEPT-ACTION.
015500     DISPLAY "ACTION (A=ADD, C=CHANGE, X=CANCEL): "
015600         WITH NO ADVANCING.
015700     ACCEPT WS-ACTION-CODE.
015800     IF NOT ACTION-IS-VALID
015900         DISPLAY "ACTION MUST BE A, C, OR X - TRY AGAIN."
016000     END-IF.
016100 2100-EXIT.
016200     EXIT.
016300
016400*----------------------------------------------------------------
016500* 2200-ACCEPT-PLAN-DATE - THE PLAN DATE MUST BE A REAL CALENDAR
016600*                         DATE, LATER THAN TODAY, AND A WEEKDAY.
016700*----------------------------------------------------------------
016800 2200-ACCEPT-PLAN-DATE.
016900     DISPLAY "PLAN DATE (YYYYMMDD): " WITH NO ADVANCING.
017000     ACCEPT WS-TARGET-DATE.
017100     IF WS-TARGET-DATE IS NOT NUMERIC
017200         DISPLAY "PLAN DATE MUST BE EIGHT DIGITS - TRY AGAIN."
017300         GO TO 2200-EXIT
017400     END-IF.
017500     MOVE WS-TARGET-DATE TO WS-PLAN-DATE.
017600     IF WS-PLAN-DATE (5:2) < "01" OR WS-PLAN-DATE (5:2) > "12"
017700        OR WS-PLAN-DATE (7:2) < "01" OR WS-PLAN-DATE (7:2) > "31"
017800         DISPLAY "PLAN DATE IS NOT A CALENDAR DATE - TRY AGAIN."
017900         GO TO 2200-EXIT
018000     END-IF.
018100     MOVE FUNCTION INTEGER-OF-DATE (WS-PLAN-DATE)
018200         TO WS-PLAN-INTEGER.
018300     COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-PLAN-INTEGER 7).
018400     EVALUATE TRUE
018500         WHEN WS-PLAN-INTEGER = ZERO
018600             DISPLAY "PLAN DATE IS NOT A CALENDAR DATE - "
018700                 "TRY AGAIN."
018800         WHEN WS-PLAN-DATE NOT > WS-TODAY-DATE
018900             DISPLAY "PLAN DATE MUST BE AFTER TODAY - TRY AGAIN."
019000         WHEN WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
019100             DISPLAY "PLAN DATE FALLS ON A WEEKEND - TRY AGAIN."
019200         WHEN OTHER
019300             SET DATE-IS-VALID TO TRUE
019400     END-EVALUATE.
019500 2200-EXIT.
019600     EXIT.
019700
019800 2300-ACCEPT-EMPLOYEE.
019900     DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
020000     ACCEPT WS-TARGET-EMP-ID.
020100     IF WS-TARGET-EMP-ID = SPACES
020200         DISPLAY "EMPLOYEE ID MAY NOT BE BLANK - TRY AGAIN."
020300     END-IF.
020400 2300-EXIT.
020500     EXIT.
020600
020700 2400-ACCEPT-SEQUENCE.
020800     DISPLAY "SEQUENCE NUMBER (3 DIGITS): " WITH NO ADVANCING.
020900     ACCEPT WS-TARGET-SEQ.
021000     IF WS-TARGET-SEQ IS NOT NUMERIC
021100         DISPLAY "SEQUENCE NUMBER MUST BE THREE DIGITS - "
021200             "TRY AGAIN."
021300     ELSE
021400         SET SEQUENCE-IS-VALID TO TRUE
021500     END-IF.
021600 2400-EXIT.
021700     EXIT.
021800
021900*----------------------------------------------------------------
022000* 2500-ACCEPT-ACTIVITY - THE ACTIVITY CODE MUST BE ON ACTREF; ITS
022100*                        STANDARD DESCRIPTION IS KEPT FOR THE
022200*                        PLAN ENTRY.
022300*----------------------------------------------------------------
022400 2500-ACCEPT-ACTIVITY.
022500     DISPLAY "ACTIVITY CODE: " WITH NO ADVANCING.
022600     ACCEPT WS-NEW-ACTIVITY-CODE.
022700     MOVE WS-NEW-ACTIVITY-CODE TO ARF-ACTIVITY-CODE.
022800     READ ACTIVITY-REFERENCE
022900         INVALID KEY
023000             DISPLAY "ACTIVITY CODE " WS-NEW-ACTIVITY-CODE
023100                 " IS NOT ON ACTREF - TRY AGAIN."
023200         NOT INVALID KEY
023300             MOVE ARF-ACTIVITY-DESC TO WS-NEW-ACTIVITY-DESC
023400             DISPLAY "ACTIVITY: " WS-NEW-ACTIVITY-DESC
023500             SET CODE-IS-VALID TO TRUE
023600     END-READ.
023700 2500-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------------
024100* 2600-ACCEPT-TIMES - THE START IS 24-HOUR HHMM AND THE DURATION
024200*                     IS A NONZERO FOUR-DIGIT MINUTE COUNT, THE
024300*                     SAME RULES ACTOVLAP APPLIES TO DLYACT.
024400*----------------------------------------------------------------
024500 2600-ACCEPT-TIMES.
024600     DISPLAY "PLANNED START TIME (HHMM): " WITH NO ADVANCING.
024700     ACCEPT WS-NEW-START-TIME.
024800     DISPLAY "DURATION (MINUTES, 4 DIGITS): " WITH NO ADVANCING.
024900     ACCEPT WS-NEW-DURATION.
025000     EVALUATE TRUE
025100         WHEN WS-NEW-START-TIME IS NOT NUMERIC
025200          OR WS-NEW-START-TIME (1:2) > "23"
025300          OR WS-NEW-START-TIME (3:2) > "59"
025400             DISPLAY "START TIME MUST BE HHMM - TRY AGAIN."
025500         WHEN WS-NEW-DURATION IS NOT NUMERIC
025600          OR WS-NEW-DURATION = "0000"
025700             DISPLAY "DURATION MUST BE FOUR DIGITS, NOT ZERO - "
025800                 "TRY AGAIN."
025900         WHEN OTHER
026000             SET TIMES-ARE-VALID TO TRUE
026100     END-EVALUATE.
026200 2600-EXIT.
026300     EXIT.
026400
026500*================================================================
026600* 3000-APPLY-TRANSACTION - APPLY THE OPERATORS ACTION TO THE PLAN
026700*                          BY KEY.  AN ADD OF AN ENTRY ALREADY ON
026800*                          FILE, OR A CHANGE/CANCEL OF A MISSING
026900*                          ONE, IS REPORTED AND NOT APPLIED.
027000*================================================================
027100 3000-APPLY-TRANSACTION.
027200     EVALUATE TRUE
027300         WHEN ACTION-IS-ADD
027400             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
027500         WHEN ACTION-IS-CHANGE
027600             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
027700         WHEN ACTION-IS-CANCEL
027800             PERFORM 3300-APPLY-CANCEL THRU 3300-EXIT
027900     END-EVALUATE.
028000 3000-EXIT.
028100     EXIT.
028200
028300 3100-APPLY-ADD.
028400     MOVE SPACES TO ACTIVITY-PLAN-RECORD.
028500     PERFORM 3500-MOVE-PLAN-KEY THRU 3500-EXIT.
028600     PERFORM 3400-MOVE-NEW-VALUES THRU 3400-EXIT.
028700     WRITE ACTIVITY-PLAN-RECORD
028800         INVALID KEY
028900             DISPLAY "PLAN ENTRY " WS-TARGET-DATE " "
029000                 WS-TARGET-EMP-ID " " WS-TARGET-SEQ
029100                 " IS ALREADY ON FILE - NOT ADDED."
029200         NOT INVALID KEY
029300             SET CHANGE-WAS-APPLIED TO TRUE
029400     END-WRITE.
029500 3100-EXIT.
029600     EXIT.
029700
029800 3200-APPLY-CHANGE.
029900     PERFORM 3500-MOVE-PLAN-KEY THRU 3500-EXIT.
030000     READ ACTIVITY-PLAN
030100         INVALID KEY
030200             DISPLAY "PLAN ENTRY " WS-TARGET-DATE " "
030300                 WS-TARGET-EMP-ID " " WS-TARGET-SEQ
030400                 " IS NOT ON FILE - NOT CHANGED."
030500         NOT INVALID KEY
030600             PERFORM 3400-MOVE-NEW-VALUES THRU 3400-EXIT
030700             REWRITE ACTIVITY-PLAN-RECORD
030800             SET CHANGE-WAS-APPLIED TO TRUE
030900     END-READ.
031000 3200-EXIT.
031100     EXIT.
031200
031300 3300-APPLY-CANCEL.
031400     PERFORM 3500-MOVE-PLAN-KEY THRU 3500-EXIT.
031500     DELETE ACTIVITY-PLAN
031600         INVALID KEY
031700             DISPLAY "PLAN ENTRY " WS-TARGET-DATE " "
031800                 WS-TARGET-EMP-ID " " WS-TARGET-SEQ
031900                 " IS NOT ON FILE - NOT CANCELLED."
032000         NOT INVALID KEY
032100             SET CHANGE-WAS-APPLIED TO TRUE
032200     END-DELETE.
032300 3300-EXIT.
032400     EXIT.
032500
032600 3400-MOVE-NEW-VALUES.
032700     MOVE WS-NEW-ACTIVITY-CODE TO PLN-ACTIVITY-CODE.
032800     MOVE WS-NEW-ACTIVITY-DESC TO PLN-ACTIVITY-NAME.
032900     MOVE WS-NEW-START-TIME TO PLN-START-TIME.
033000     MOVE WS-NEW-DURATION TO PLN-DURATION-MINS.
033100     MOVE WS-TODAY-DATE TO PLN-MAINT-DATE.
033200 3400-EXIT.
033300     EXIT.
033400
033500 3500-MOVE-PLAN-KEY.
033600     MOVE WS-PLAN-DATE TO PLN-PLAN-DATE.
033700     MOVE WS-TARGET-EMP-ID TO PLN-EMP-ID.
033800     MOVE WS-TARGET-SEQ TO PLN-SEQ-NO.
033900 3500-EXIT.
034000     EXIT.
034100
034200*================================================================
034300* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
034400*                  CODE: 00 = APPLIED, 08 = NOT APPLIED.
034500*================================================================
034600 9000-TERMINATE.
034700     CLOSE ACTIVITY-PLAN.
034800     CLOSE ACTIVITY-REFERENCE.
034900     IF CHANGE-WAS-APPLIED
035000         DISPLAY "PLAN ENTRY " WS-TARGET-DATE " " WS-TARGET-EMP-ID
035100             " " WS-TARGET-SEQ " APPLIED."
035200         MOVE 0 TO RETURN-CODE
035300     ELSE
035400         DISPLAY "PLAN ENTRY " WS-TARGET-DATE " " WS-TARGET-EMP-ID
035500             " " WS-TARGET-SEQ " NOT APPLIED."
035600         MOVE 8 TO RETURN-CODE
035700     END-IF.
035800 9000-EXIT.
035900     EXIT.
