000100*================================================================
000200* PROGRAM-ID.  PAYCALMT
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-02
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     OPERATOR-DRIVEN MAINTENANCE FOR THE PAY
000900*              CALENDAR.  ACCEPTS AN ACTION (ADD, CHANGE, OR
001000*              DELETE), A PAY PERIOD ID, AND FOR ADD/CHANGE THE
001100*              PERIODS FIRST AND LAST DAY, AND APPLIES THE
001200*              CHANGE TO THE INDEXED PAYCAL FILE BY KEY.  A NEW
001300*              PERIOD IS ADDED OPEN; ONLY PAYINTF CLOSES ONE.
001400*              A PERIOD ALREADY SENT TO PAYROLL MAY NOT HAVE ITS
001500*              DATES CHANGED OR BE DELETED HERE - THE INTERFACE
001600*              FILE PAYROLL HOLDS WAS BUILT FROM THOSE DATES.
001700*
001800* MODIFICATION HISTORY.
001900*     DATE       INIT  DESCRIPTION
002000*     ---------  ----  ---------------------------------------
002100*     2026-10-02  GC   ORIGINAL - PAY CALENDAR MAINTENANCE
002200*                      TRANSACTION.
002230*     2026-10-15  GC   PERIOD DATES MUST NOW BE REAL CALENDAR
002260*                      DATES, NOT JUST EIGHT DIGITS.
002300*================================================================
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. PAYCALMT.
002600 AUTHOR. GUY CHERKESKY.
002700 INSTALLATION. SHIFT-OPS DATA CENTER.
002800 DATE-WRITTEN. 2026-10-02.
002900 DATE-COMPILED.
003000
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL PAY-CALENDAR ASSIGN TO "PAYCAL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS PCL-PERIOD-ID.
003900
004000*----------------------------------------------------------------
004100 DATA DIVISION.
004200 FILE SECTION.
004300* PAY CALENDAR - SAME RECORD PAYINTF READS.  OPTIONAL SO THE
004400* VERY FIRST ADD CREATES THE FILE.
004500 FD  PAY-CALENDAR.
004600     COPY PCLREC.
004700
004800*----------------------------------------------------------------
004900 WORKING-STORAGE SECTION.
005000* SWITCHES.
005100 01  WS-SWITCHES.
005200     05  WS-APPLIED-SWITCH       PIC X(01) VALUE "N".
005300         88  CHANGE-WAS-APPLIED      VALUE "Y".
005400     05  WS-ACTION-CODE          PIC X(01) VALUE SPACES.
005500         88  ACTION-IS-ADD           VALUE "A".
005600         88  ACTION-IS-CHANGE        VALUE "C".
005700         88  ACTION-IS-DELETE        VALUE "D".
005800         88  ACTION-IS-VALID         VALUE "A" "C" "D".
005900     05  WS-DATES-OK-SWITCH      PIC X(01) VALUE "N".
006000         88  DATES-ARE-VALID         VALUE "Y".
006030     05  WS-CALENDAR-SWITCH      PIC X(01) VALUE "N".
006060         88  DATE-IS-ON-CALENDAR     VALUE "Y".
006100
006200* OPERATOR INPUT.
006300 01  WS-OPERATOR-INPUT.
006400     05  WS-TARGET-PERIOD        PIC X(06)  VALUE SPACES.
006500     05  WS-NEW-START-DATE       PIC X(08)  VALUE SPACES.
006600     05  WS-NEW-END-DATE         PIC X(08)  VALUE SPACES.
006620
006640* CALENDAR CHECK WORK AREA.
006660 01  WS-CHECK-DATE           PIC 9(08).
006680 01  WS-CHECK-INTEGER        PIC 9(07) COMP.
006700
006800*----------------------------------------------------------------
006900 PROCEDURE DIVISION.
007000
007100*================================================================
007200* 0000-MAINLINE - ACCEPT THE TRANSACTION FROM THE OPERATOR,
007300*                 APPLY IT TO PAYCAL, AND REPORT WHAT HAPPENED.
007400*================================================================
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007700     PERFORM 2000-ACCEPT-TRANSACTION THRU 2000-EXIT.
007800     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT.
007900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008000     STOP RUN.
008100
008200*================================================================
008300* 1000-INITIALIZE - OPEN THE CALENDAR FOR UPDATE-IN-PLACE.
008400*================================================================
008500 1000-INITIALIZE.
008600     DISPLAY "PAYCALMT - PAY CALENDAR MAINTENANCE".
008700     OPEN I-O PAY-CALENDAR.
008800 1000-EXIT.
008900     EXIT.
009000
009100*================================================================
009200* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION AND PERIOD
009300*                           ID, AND FOR ADD/CHANGE THE PERIOD
009400*                           DATES, RE-PROMPTING UNTIL THE DATES
009500*                           ARE CALENDAR DATES AND THE END IS
009600*                           NOT BEFORE THE START.
009700*================================================================
009800 2000-ACCEPT-TRANSACTION.
009900     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT
010000         UNTIL ACTION-IS-VALID.
010100     PERFORM 2200-ACCEPT-PERIOD THRU 2200-EXIT
010200         UNTIL WS-TARGET-PERIOD NOT = SPACES.
010300     IF ACTION-IS-ADD OR ACTION-IS-CHANGE
010400         PERFORM 2300-ACCEPT-DATES THRU 2300-EXIT
010500             UNTIL DATES-ARE-VALID
010600     END-IF.
010700 2000-EXIT.
010800     EXIT.
010900
011000 2100-ACCEPT-ACTION.
011100     DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE): "
011200         WITH NO ADVANCING.
011300     ACCEPT WS-ACTION-CODE.
011400     IF NOT ACTION-IS-VALID
011500         DISPLAY "ACTION MUST BE A, C, OR D - TRY AGAIN."
011600     END-IF.
011700 2100-EXIT.
011800     EXIT.
011900
012000 2200-ACCEPT-PERIOD.
012100     DISPLAY "PAY PERIOD ID (CCYYNN): " WITH NO ADVANCING.
012200     ACCEPT WS-TARGET-PERIOD.
012300     IF WS-TARGET-PERIOD IS NOT NUMERIC
012400         DISPLAY "PAY PERIOD ID MUST BE SIX DIGITS - TRY AGAIN."
012500         MOVE SPACES TO WS-TARGET-PERIOD
012600     END-IF.
012700 2200-EXIT.
012800     EXIT.
012900
013000 2300-ACCEPT-DATES.
013100     DISPLAY "PERIOD START DATE (YYYYMMDD): " WITH NO ADVANCING.
013200     ACCEPT WS-NEW-START-DATE.
013300     DISPLAY "PERIOD END DATE (YYYYMMDD): " WITH NO ADVANCING.
013400     ACCEPT WS-NEW-END-DATE.
013430     IF WS-NEW-START-DATE IS NOT NUMERIC
013460         DISPLAY "START DATE MUST BE EIGHT DIGITS - TRY AGAIN."
013490         GO TO 2300-EXIT
013520     END-IF.
013550     IF WS-NEW-END-DATE IS NOT NUMERIC
013580         DISPLAY "END DATE MUST BE EIGHT DIGITS - TRY AGAIN."
013610         GO TO 2300-EXIT
013640     END-IF.
013670     MOVE WS-NEW-START-DATE TO WS-CHECK-DATE.
013700     PERFORM 2350-CHECK-CALENDAR-DATE THRU 2350-EXIT.
013730     IF NOT DATE-IS-ON-CALENDAR
013760         DISPLAY "START DATE IS NOT A CALENDAR DATE - TRY AGAIN."
013790         GO TO 2300-EXIT
013820     END-IF.
013850     MOVE WS-NEW-END-DATE TO WS-CHECK-DATE.
013880     PERFORM 2350-CHECK-CALENDAR-DATE THRU 2350-EXIT.
013910     IF NOT DATE-IS-ON-CALENDAR
013940         DISPLAY "END DATE IS NOT A CALENDAR DATE - TRY AGAIN."
013970         GO TO 2300-EXIT
014000     END-IF.
014030     EVALUATE TRUE
014060         WHEN WS-NEW-END-DATE < WS-NEW-START-DATE
014300             DISPLAY "END DATE IS BEFORE THE START DATE - "
014400                 "TRY AGAIN."
014500         WHEN OTHER
014600             SET DATES-ARE-VALID TO TRUE
014700     END-EVALUATE.
014800 2300-EXIT.
014900     EXIT.
014905
014910 2350-CHECK-CALENDAR-DATE.
014915     MOVE "N" TO WS-CALENDAR-SWITCH.
014920     IF WS-CHECK-DATE (5:2) < "01"
014925        OR WS-CHECK-DATE (5:2) > "12"
014930        OR WS-CHECK-DATE (7:2) < "01"
014935        OR WS-CHECK-DATE (7:2) > "31"
014940         GO TO 2350-EXIT
014945     END-IF.
014950     MOVE FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
014955         TO WS-CHECK-INTEGER.
014960     IF WS-CHECK-INTEGER > ZERO
014965         SET DATE-IS-ON-CALENDAR TO TRUE
014970     END-IF.
014975 2350-EXIT.
014980     EXIT.
015000
015100*================================================================
015200* 3000-APPLY-TRANSACTION - APPLY THE OPERATORS ACTION TO THE
015300*                          CALENDAR BY KEY.  AN ADD OF A PERIOD
015400*                          ALREADY ON FILE, A CHANGE/DELETE OF
015500*                          A MISSING ONE, OR A CHANGE/DELETE OF
015600*                          A PERIOD ALREADY SENT, IS REPORTED
015700*                          AND NOT APPLIED.
015800*================================================================
015900 3000-APPLY-TRANSACTION.
016000     EVALUATE TRUE
016100         WHEN ACTION-IS-ADD
016200             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
016300         WHEN ACTION-IS-CHANGE
016400             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
016500         WHEN ACTION-IS-DELETE
016600             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
016700     END-EVALUATE.
016800 3000-EXIT.
016900     EXIT.
017000
017100 3100-APPLY-ADD.
017200     MOVE SPACES TO PAY-CALENDAR-RECORD.
017300     MOVE WS-TARGET-PERIOD TO PCL-PERIOD-ID.
017400     MOVE WS-NEW-START-DATE TO PCL-START-DATE.
017500     MOVE WS-NEW-END-DATE TO PCL-END-DATE.
017600     SET PCL-IS-OPEN TO TRUE.
017700     MOVE ZERO TO PCL-CLOSED-DATE.
017800     MOVE ZERO TO PCL-SEND-COUNT.
017900     WRITE PAY-CALENDAR-RECORD
018000         INVALID KEY
018100             DISPLAY "PAY PERIOD " WS-TARGET-PERIOD
018200                 " IS ALREADY ON THE CALENDAR - NOT ADDED."
018300         NOT INVALID KEY
018400             SET CHANGE-WAS-APPLIED TO TRUE
018500     END-WRITE.
018600 3100-EXIT.
018700     EXIT.
018800
018900 3200-APPLY-CHANGE.
019000     MOVE WS-TARGET-PERIOD TO PCL-PERIOD-ID.
019100     READ PAY-CALENDAR
019200         INVALID KEY
019300             DISPLAY "PAY PERIOD " WS-TARGET-PERIOD
019400                 " IS NOT ON THE CALENDAR - NOT CHANGED."
019500             GO TO 3200-EXIT
019600     END-READ.
019700     IF PCL-IS-CLOSED
019800         DISPLAY "PAY PERIOD " WS-TARGET-PERIOD
019900             " HAS BEEN SENT TO PAYROLL - NOT CHANGED."
020000         GO TO 3200-EXIT
020100     END-IF.
020200     MOVE WS-NEW-START-DATE TO PCL-START-DATE.
020300     MOVE WS-NEW-END-DATE TO PCL-END-DATE.
020400     REWRITE PAY-CALENDAR-RECORD.
020500     SET CHANGE-WAS-APPLIED TO TRUE.
020600 3200-EXIT.
020700     EXIT.
020800
020900 3300-APPLY-DELETE.
021000     MOVE WS-TARGET-PERIOD TO PCL-PERIOD-ID.
021100     READ PAY-CALENDAR
021200         INVALID KEY
021300             DISPLAY "PAY PERIOD " WS-TARGET-PERIOD
021400                 " IS NOT ON THE CALENDAR - NOT DELETED."
021500             GO TO 3300-EXIT
021600     END-READ.
021700     IF PCL-IS-CLOSED
021800         DISPLAY "PAY PERIOD " WS-TARGET-PERIOD
021900             " HAS BEEN SENT TO PAYROLL - NOT DELETED."
022000         GO TO 3300-EXIT
022100     END-IF.
022200     DELETE PAY-CALENDAR.
022300     SET CHANGE-WAS-APPLIED TO TRUE.
022400 3300-EXIT.
022500     EXIT.
022600
022700*================================================================
022800* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
022900*                  CODE: 00 = APPLIED, 08 = NOT APPLIED.
023000*================================================================
023100 9000-TERMINATE.
023200     CLOSE PAY-CALENDAR.
023300     IF CHANGE-WAS-APPLIED
023400         DISPLAY "PAY PERIOD " WS-TARGET-PERIOD " APPLIED."
023500         MOVE 0 TO RETURN-CODE
023600     ELSE
023700         DISPLAY "PAY PERIOD " WS-TARGET-PERIOD " NOT APPLIED."
023800         MOVE 8 TO RETURN-CODE
023900     END-IF.
024000 9000-EXIT.
024100     EXIT.
