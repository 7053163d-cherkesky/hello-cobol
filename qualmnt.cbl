000100*================================================================
000200* PROGRAM-ID.  QUALMNT
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-13
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     OPERATOR-DRIVEN MAINTENANCE FOR THE EMPLOYEE
000900*              QUALIFICATION FILE.  ACCEPTS AN ACTION (ADD,
001000*              CHANGE, OR DELETE), AN EMPLOYEE ID AND ACTIVITY
001100*              CODE, AND FOR ADD/CHANGE THE CERTIFIED AND EXPIRY
001200*              DATES, AND APPLIES THE CHANGE TO THE INDEXED
001300*              EMPQUAL FILE BY KEY.  THE EMPLOYEE MUST BE ON
001400*              EMPMAST AND THE ACTIVITY CODE ON ACTREF FOR AN ADD.
001500*              A RENEWAL IS A CHANGE WITH THE NEW DATES.  THIS IS
001600*              THE MAINTENANCE PATH THAT KEEPS THE CERTIFICATION
001700*              CHECK IN ARRAYS CURRENT.
001800*
001900* MODIFICATION HISTORY.
002000*     DATE       INIT  DESCRIPTION
002100*     ---------  ----  ---------------------------------------
002200*     2026-10-13  GC   ORIGINAL - QUALIFICATION FILE MAINTENANCE
002300*                      TRANSACTION.
002400*================================================================
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. QUALMNT.
002700 AUTHOR. GUY CHERKESKY.
002800 INSTALLATION. SHIFT-OPS DATA CENTER.
002900 DATE-WRITTEN. 2026-10-13.
003000 DATE-COMPILED.
003100
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL QUALIFICATIONS ASSIGN TO "EMPQUAL"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS QLF-KEY.
004000     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS EMP-ID.
004400     SELECT ACTIVITY-REFERENCE ASSIGN TO "ACTREF"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS ARF-ACTIVITY-CODE.
004800
004900*----------------------------------------------------------------
005000 DATA DIVISION.
005100 FILE SECTION.
005200* QUALIFICATIONS - SAME RECORD ARRAYS AND QUALEXP READ.
005300* OPTIONAL SO THE VERY FIRST ADD CREATES THE FILE.
005400 FD  QUALIFICATIONS.
005500     COPY QLFREC.
005600
005700* EMPLOYEE MASTER - PROBED BY KEY ON AN ADD.
005800 FD  EMPLOYEE-MASTER.
005900     COPY EMPREC.
006000
006100* ACTIVITY REFERENCE - PROBED BY CODE ON AN ADD.  MAINTAINED BY
006200* ACTREFMT.
006300 FD  ACTIVITY-REFERENCE.
006400     COPY ARFREC.
006500
006600*----------------------------------------------------------------
006700 WORKING-STORAGE SECTION.
006800* SWITCHES.
006900 01  WS-SWITCHES.
007000     05  WS-APPLIED-SWITCH       PIC X(01) VALUE "N".
007100         88  CHANGE-WAS-APPLIED      VALUE "Y".
007200     05  WS-ACTION-CODE          PIC X(01) VALUE SPACES.
007300         88  ACTION-IS-ADD           VALUE "A".
007400         88  ACTION-IS-CHANGE        VALUE "C".
007500         88  ACTION-IS-DELETE        VALUE "D".
007600         88  ACTION-IS-VALID         VALUE "A" "C" "D".
007700     05  WS-DATES-OK-SWITCH      PIC X(01) VALUE "N".
007800         88  DATES-ARE-VALID         VALUE "Y".
007900     05  WS-CALENDAR-SWITCH      PIC X(01) VALUE "N".
008000         88  DATE-IS-ON-CALENDAR     VALUE "Y".
008100
008200* OPERATOR INPUT.
008300 01  WS-OPERATOR-INPUT.
008400     05  WS-TARGET-EMP-ID        PIC X(05)  VALUE SPACES.
008500     05  WS-TARGET-CODE          PIC X(04)  VALUE SPACES.
008600     05  WS-NEW-CERTIFIED-DATE   PIC X(08)  VALUE SPACES.
008700     05  WS-NEW-EXPIRY-DATE      PIC X(08)  VALUE SPACES.
008800
008900* CALENDAR CHECK WORK AREA.
009000 01  WS-CHECK-DATE           PIC 9(08).
009100 01  WS-CHECK-INTEGER        PIC 9(07) COMP.
009200
009300* RUN DATE FOR THE LAST-MAINTAINED STAMP.
009400 01  WS-CURRENT-TIMESTAMP    PIC X(21).
009500
009600*----------------------------------------------------------------
009700 PROCEDURE DIVISION.
009800
009900*================================================================
010000* 0000-MAINLINE - ACCEPT THE TRANSACTION FROM THE OPERATOR,
010100*                 APPLY IT TO EMPQUAL, AND REPORT WHAT HAPPENED.
010200*================================================================
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010500     PERFORM 2000-ACCEPT-TRANSACTION THRU 2000-EXIT.
010600     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT.
010700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010800     STOP RUN.
010900
011000*================================================================
011100* 1000-INITIALIZE - OPEN THE QUALIFICATION FILE FOR UPDATE-IN-
011200*                   PLACE AND THE MASTER AND REFERENCE FOR LOOKUP.
011300*================================================================
011400 1000-INITIALIZE.
011500     DISPLAY "QUALMNT - EMPLOYEE QUALIFICATION MAINTENANCE".
011600     OPEN I-O QUALIFICATIONS.
011700     OPEN INPUT EMPLOYEE-MASTER.
011800     OPEN INPUT ACTIVITY-REFERENCE.
011900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
012000 1000-EXIT.
012100     EXIT.
012200
012300*================================================================
012400* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION, EMPLOYEE ID,
012500*                           AND ACTIVITY CODE, AND FOR ADD/CHANGE
012600*                           THE DATES, RE-PROMPTING UNTIL BOTH
012700*                           ARE REAL CALENDAR DATES AND THE
012800*                           EXPIRY IS NOT BEFORE THE CERTIFIED
012900*                           DATE.
013000*================================================================
013100 2000-ACCEPT-TRANSACTION.
013200     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT
013300         UNTIL ACTION-IS-VALID.
013400     PERFORM 2200-ACCEPT-EMPLOYEE THRU 2200-EXIT
013500         UNTIL WS-TARGET-EMP-ID NOT = SPACES.
013600     PERFORM 2300-ACCEPT-CODE THRU 2300-EXIT
013700         UNTIL WS-TARGET-CODE NOT = SPACES.
013800     IF ACTION-IS-ADD OR ACTION-IS-CHANGE
013900         PERFORM 2400-ACCEPT-DATES THRU 2400-EXIT
014000             UNTIL DATES-ARE-VALID
014100     END-IF.
014200 2000-EXIT.
014300     EXIT.
014400
014500 2100-ACCEPT-ACTION.
014600     DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE): "
014700         WITH NO ADVANCING.
014800     ACCEPT WS-ACTION-CODE.
014900     IF NOT ACTION-IS-VALID
015000         DISPLAY "ACTION MUST BE A, C, OR D - TRY AGAIN."
015100     END-IF.
015200 2100-EXIT.
015300     EXIT.
015400
015500 2200-ACCEPT-EMPLOYEE.
015600     DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
015700     ACCEPT WS-TARGET-EMP-ID.
015800     IF WS-TARGET-EMP-ID = SPACES
015900         DISPLAY "EMPLOYEE ID MAY NOT BE BLANK - TRY AGAIN."
016000     END-IF.
016100 2200-EXIT.
016200     EXIT.
016300
016400 2300-ACCEPT-CODE.
016500     DISPLAY "ACTIVITY CODE: " WITH NO ADVANCING.
016600     ACCEPT WS-TARGET-CODE.
016700     IF WS-TARGET-CODE = SPACES
016800         DISPLAY "ACTIVITY CODE MAY NOT BE BLANK - TRY AGAIN."
016900     END-IF.
017000 2300-EXIT.
017100     EXIT.
017200
017300 2400-ACCEPT-DATES.
017400     DISPLAY "CERTIFIED DATE (YYYYMMDD): " WITH NO ADVANCING.
017500     ACCEPT WS-NEW-CERTIFIED-DATE.
017600     DISPLAY "EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING.
017700     ACCEPT WS-NEW-EXPIRY-DATE.
017800     IF WS-NEW-CERTIFIED-DATE IS NOT NUMERIC
017900         DISPLAY "CERTIFIED DATE MUST BE EIGHT DIGITS - "
018000             "TRY AGAIN."
018100         GO TO 2400-EXIT
018200     END-IF.
018300     IF WS-NEW-EXPIRY-DATE IS NOT NUMERIC
018400         DISPLAY "EXPIRY DATE MUST BE EIGHT DIGITS - TRY AGAIN."
018500         GO TO 2400-EXIT
018600     END-IF.
018700     MOVE WS-NEW-CERTIFIED-DATE TO WS-CHECK-DATE.
018800     PERFORM 2450-CHECK-CALENDAR-DATE THRU 2450-EXIT.
018900     IF NOT DATE-IS-ON-CALENDAR
019000         DISPLAY "CERTIFIED DATE IS NOT A CALENDAR DATE - "
019100             "TRY AGAIN."
019200         GO TO 2400-EXIT
019300     END-IF.
019400     MOVE WS-NEW-EXPIRY-DATE TO WS-CHECK-DATE.
019500     PERFORM 2450-CHECK-CALENDAR-DATE THRU 2450-EXIT.
019600     IF NOT DATE-IS-ON-CALENDAR
019700         DISPLAY "EXPIRY DATE IS NOT A CALENDAR DATE - TRY AGAIN."
019800         GO TO 2400-EXIT
019900     END-IF.
020000     EVALUATE TRUE
020100         WHEN WS-NEW-EXPIRY-DATE < WS-NEW-CERTIFIED-DATE
020200             DISPLAY "EXPIRY DATE IS BEFORE THE CERTIFIED DATE - "
020300                 "TRY AGAIN."
020400         WHEN OTHER
020500             SET DATES-ARE-VALID TO TRUE
020600     END-EVALUATE.
020700 2400-EXIT.
020800     EXIT.
020900
021000 2450-CHECK-CALENDAR-DATE.
021100     MOVE "N" TO WS-CALENDAR-SWITCH.
021200     IF WS-CHECK-DATE (5:2) < "01"
021300        OR WS-CHECK-DATE (5:2) > "12"
021400        OR WS-CHECK-DATE (7:2) < "01"
021500        OR WS-CHECK-DATE (7:2) > "31"
021600         GO TO 2450-EXIT
021700     END-IF.
021800     MOVE FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
021900         TO WS-CHECK-INTEGER.
022000     IF WS-CHECK-INTEGER > ZERO
022100         SET DATE-IS-ON-CALENDAR TO TRUE
022200     END-IF.
022300 2450-EXIT.
022400     EXIT.
022500
022600*================================================================
022700* 3000-APPLY-TRANSACTION - APPLY THE OPERATORS ACTION TO THE
022800*                          QUALIFICATION FILE BY KEY.  AN ADD FOR
022900*                          AN EMPLOYEE NOT ON EMPMAST, AN ACTIVITY
023000*                          NOT ON ACTREF, OR A KEY ALREADY ON
023100*                          FILE, OR A CHANGE/DELETE OF A MISSING
023200*                          KEY, IS REPORTED AND NOT APPLIED.
023300*================================================================
023400 3000-APPLY-TRANSACTION.
023500     EVALUATE TRUE
023600         WHEN ACTION-IS-ADD
023700             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
023800         WHEN ACTION-IS-CHANGE
023900             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
024000         WHEN ACTION-IS-DELETE
024100             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
024200     END-EVALUATE.
024300 3000-EXIT.
024400     EXIT.
024500
024600 3100-APPLY-ADD.
024700     MOVE WS-TARGET-EMP-ID TO EMP-ID.
024800     READ EMPLOYEE-MASTER
024900         INVALID KEY
025000             DISPLAY "EMPLOYEE " WS-TARGET-EMP-ID
025100                 " IS NOT ON EMPMAST - NOT ADDED."
025200             GO TO 3100-EXIT
025300     END-READ.
025400     MOVE WS-TARGET-CODE TO ARF-ACTIVITY-CODE.
025500     READ ACTIVITY-REFERENCE
025600         INVALID KEY
025700             DISPLAY "ACTIVITY CODE " WS-TARGET-CODE
025800                 " IS NOT ON ACTREF - NOT ADDED."
025900             GO TO 3100-EXIT
026000     END-READ.
026100     MOVE SPACES TO QUALIFICATION-RECORD.
026200     MOVE WS-TARGET-EMP-ID TO QLF-EMP-ID.
026300     MOVE WS-TARGET-CODE TO QLF-ACTIVITY-CODE.
026400     PERFORM 3400-MOVE-NEW-VALUES THRU 3400-EXIT.
026500     WRITE QUALIFICATION-RECORD
026600         INVALID KEY
026700             DISPLAY "EMPLOYEE " WS-TARGET-EMP-ID " ACTIVITY "
026800                 WS-TARGET-CODE " IS ALREADY ON FILE - NOT ADDED."
026900         NOT INVALID KEY
027000             SET CHANGE-WAS-APPLIED TO TRUE
027100     END-WRITE.
027200 3100-EXIT.
027300     EXIT.
027400
027500 3200-APPLY-CHANGE.
027600     MOVE WS-TARGET-EMP-ID TO QLF-EMP-ID.
027700     MOVE WS-TARGET-CODE TO QLF-ACTIVITY-CODE.
027800     READ QUALIFICATIONS
027900         INVALID KEY
028000             DISPLAY "EMPLOYEE " WS-TARGET-EMP-ID " ACTIVITY "
028100                 WS-TARGET-CODE " IS NOT ON FILE - NOT CHANGED."
028200         NOT INVALID KEY
028300             PERFORM 3400-MOVE-NEW-VALUES THRU 3400-EXIT
028400             REWRITE QUALIFICATION-RECORD
028500             SET CHANGE-WAS-APPLIED TO TRUE
028600     END-READ.
028700 3200-EXIT.
028800     EXIT.
028900
029000 3300-APPLY-DELETE.
029100     MOVE WS-TARGET-EMP-ID TO QLF-EMP-ID.
029200     MOVE WS-TARGET-CODE TO QLF-ACTIVITY-CODE.
029300     DELETE QUALIFICATIONS
029400         INVALID KEY
029500             DISPLAY "EMPLOYEE " WS-TARGET-EMP-ID " ACTIVITY "
029600                 WS-TARGET-CODE " IS NOT ON FILE - NOT DELETED."
029700         NOT INVALID KEY
029800             SET CHANGE-WAS-APPLIED TO TRUE
029900     END-DELETE.
030000 3300-EXIT.
030100     EXIT.
030200
030300 3400-MOVE-NEW-VALUES.
030400     MOVE WS-NEW-CERTIFIED-DATE TO QLF-CERTIFIED-DATE.
030500     MOVE WS-NEW-EXPIRY-DATE TO QLF-EXPIRY-DATE.
030600     MOVE WS-CURRENT-TIMESTAMP (1:8) TO QLF-MAINT-DATE.
030700 3400-EXIT.
030800     EXIT.
030900
031000*================================================================
031100* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
031200*                  CODE: 00 = APPLIED, 08 = NOT APPLIED.
031300*================================================================
031400 9000-TERMINATE.
031500     CLOSE QUALIFICATIONS.
031600     CLOSE EMPLOYEE-MASTER.
031700     CLOSE ACTIVITY-REFERENCE.
031800     IF CHANGE-WAS-APPLIED
031900         DISPLAY "EMPLOYEE " WS-TARGET-EMP-ID " ACTIVITY "
032000             WS-TARGET-CODE " APPLIED."
032100         MOVE 0 TO RETURN-CODE
032200     ELSE
032300         DISPLAY "EMPLOYEE " WS-TARGET-EMP-ID " ACTIVITY "
032400             WS-TARGET-CODE " NOT APPLIED."
032500         MOVE 8 TO RETURN-CODE
032600     END-IF.
032700 9000-EXIT.
032800     EXIT.
