000100*================================================================
000200* PROGRAM-ID.  SHFTRFMT
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-01
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     OPERATOR-DRIVEN MAINTENANCE FOR THE SHIFT
000900*              REFERENCE FILE.  ACCEPTS AN ACTION (ADD, CHANGE,
001000*              OR DELETE), A SHIFT CODE AND DEPARTMENT (BLANK
001100*              FOR THE SHOP-WIDE DEFINITION OF THE SHIFT), AND
001200*              FOR ADD/CHANGE THE DESCRIPTION, START AND END
001300*              TIMES, PAID LENGTH, AND MINIMUM HEADCOUNT, AND
001400*              APPLIES THE CHANGE TO THE INDEXED SHFTREF FILE
001500*              BY KEY.  THIS IS THE MAINTENANCE PATH THAT KEEPS
001600*              THE SHIFT WINDOWS CURRENT FOR THE ACTOVLAP
001700*              OUT-OF-SHIFT AND OVERBOOKING CHECKS AND THE
001800*              SHIFTCOV STAFFING MINIMUMS.
001900*
002000* MODIFICATION HISTORY.
002100*     DATE       INIT  DESCRIPTION
002200*     ---------  ----  ---------------------------------------
002300*     2026-10-01  GC   ORIGINAL - SHIFT REFERENCE FILE
002400*                      MAINTENANCE TRANSACTION.
002500*================================================================
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. SHFTRFMT.
002800 AUTHOR. GUY CHERKESKY.
002900 INSTALLATION. SHIFT-OPS DATA CENTER.
003000 DATE-WRITTEN. 2026-10-01.
003100 DATE-COMPILED.
003200
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL SHIFT-REFERENCE ASSIGN TO "SHFTREF"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS SHF-KEY.
004100
004200*----------------------------------------------------------------
004300 DATA DIVISION.
004400 FILE SECTION.
004500* SHIFT REFERENCE - SAME RECORD ACTOVLAP AND SHIFTCOV PROBE.
004600* OPTIONAL SO THE VERY FIRST ADD CREATES THE FILE.
004700 FD  SHIFT-REFERENCE.
004800     COPY SHFREC.
004900
005000*----------------------------------------------------------------
005100 WORKING-STORAGE SECTION.
005200* SWITCHES.
005300 01  WS-SWITCHES.
005400     05  WS-APPLIED-SWITCH       PIC X(01) VALUE "N".
005500         88  CHANGE-WAS-APPLIED      VALUE "Y".
005600     05  WS-ACTION-CODE          PIC X(01) VALUE SPACES.
005700         88  ACTION-IS-ADD           VALUE "A".
005800         88  ACTION-IS-CHANGE        VALUE "C".
005900         88  ACTION-IS-DELETE        VALUE "D".
006000         88  ACTION-IS-VALID         VALUE "A" "C" "D".
006100     05  WS-HOURS-OK-SWITCH      PIC X(01) VALUE "N".
006200         88  HOURS-ARE-VALID         VALUE "Y".
006300     05  WS-STAFF-OK-SWITCH      PIC X(01) VALUE "N".
006400         88  STAFFING-IS-VALID       VALUE "Y".
006500
006600* OPERATOR INPUT.
006700 01  WS-OPERATOR-INPUT.
006800     05  WS-TARGET-SHIFT         PIC X(01)  VALUE SPACES.
006900     05  WS-TARGET-DEPT          PIC X(04)  VALUE SPACES.
007000     05  WS-NEW-DESC             PIC X(20)  VALUE SPACES.
007100     05  WS-NEW-START-TIME       PIC X(04)  VALUE SPACES.
007200     05  WS-NEW-END-TIME         PIC X(04)  VALUE SPACES.
007300     05  WS-NEW-PAID-MINUTES     PIC X(04)  VALUE SPACES.
007400     05  WS-NEW-MIN-HEADCOUNT    PIC X(03)  VALUE SPACES.
007500
007600*----------------------------------------------------------------
007700 PROCEDURE DIVISION.
007800
007900*================================================================
008000* 0000-MAINLINE - ACCEPT THE TRANSACTION FROM THE OPERATOR,
008100*                 APPLY IT TO SHFTREF, AND REPORT WHAT HAPPENED.
008200*================================================================
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008500     PERFORM 2000-ACCEPT-TRANSACTION THRU 2000-EXIT.
008600     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT.
008700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008800     STOP RUN.
008900
009000*================================================================
009100* 1000-INITIALIZE - OPEN THE REFERENCE FILE FOR UPDATE-IN-PLACE.
009200*================================================================
009300 1000-INITIALIZE.
009400     DISPLAY "SHFTRFMT - SHIFT REFERENCE MAINTENANCE".
009500     OPEN I-O SHIFT-REFERENCE.
009600 1000-EXIT.
009700     EXIT.
009800
009900*================================================================
010000* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION, SHIFT CODE,
010100*                           AND DEPARTMENT, AND FOR ADD/CHANGE
010200*                           THE DESCRIPTION, HOURS, AND
010300*                           STAFFING, RE-PROMPTING UNTIL THE
010400*                           TIMES ARE VALID HHMM VALUES AND THE
010500*                           COUNTS ARE NUMERIC.
010600*================================================================
010700 2000-ACCEPT-TRANSACTION.
010800     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT
010900         UNTIL ACTION-IS-VALID.
011000     PERFORM 2200-ACCEPT-SHIFT THRU 2200-EXIT
011100         UNTIL WS-TARGET-SHIFT NOT = SPACES.
011200     PERFORM 2250-ACCEPT-DEPARTMENT THRU 2250-EXIT.
011300     IF ACTION-IS-ADD OR ACTION-IS-CHANGE
011400         PERFORM 2300-ACCEPT-DESC THRU 2300-EXIT
011500             UNTIL WS-NEW-DESC NOT = SPACES
011600         PERFORM 2400-ACCEPT-HOURS THRU 2400-EXIT
011700             UNTIL HOURS-ARE-VALID
011800         PERFORM 2500-ACCEPT-STAFFING THRU 2500-EXIT
011900             UNTIL STAFFING-IS-VALID
012000     END-IF.
012100 2000-EXIT.
012200     EXIT.
012300
012400 2100-ACCEPT-ACTION.
012500     DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE): "
012600         WITH NO ADVANCING.
012700     ACCEPT WS-ACTION-CODE.
012800     IF NOT ACTION-IS-VALID
012900         DISPLAY "ACTION MUST BE A, C, OR D - TRY AGAIN."
013000     END-IF.
013100 2100-EXIT.
013200     EXIT.
013300
013400 2200-ACCEPT-SHIFT.
013500     DISPLAY "SHIFT CODE: " WITH NO ADVANCING.
013600     ACCEPT WS-TARGET-SHIFT.
013700     IF WS-TARGET-SHIFT = SPACES
013800         DISPLAY "SHIFT CODE MAY NOT BE BLANK - TRY AGAIN."
013900     END-IF.
014000 2200-EXIT.
014100     EXIT.
014200
014300*----------------------------------------------------------------
014400* 2250-ACCEPT-DEPARTMENT - A BLANK DEPARTMENT IS ALLOWED AND
014500*                          MEANS THE SHOP-WIDE DEFINITION.
014600*----------------------------------------------------------------
014700 2250-ACCEPT-DEPARTMENT.
014800     DISPLAY "DEPARTMENT CODE (BLANK = ALL DEPARTMENTS): "
014900         WITH NO ADVANCING.
015000     ACCEPT WS-TARGET-DEPT.
015100 2250-EXIT.
015200     EXIT.
015300
015400 2300-ACCEPT-DESC.
015500     DISPLAY "SHIFT DESCRIPTION: " WITH NO ADVANCING.
015600     ACCEPT WS-NEW-DESC.
015700     IF WS-NEW-DESC = SPACES
015800         DISPLAY "DESCRIPTION MAY NOT BE BLANK - TRY AGAIN."
015900     END-IF.
016000 2300-EXIT.
016100     EXIT.
016200
016300*----------------------------------------------------------------
016400* 2400-ACCEPT-HOURS - START AND END ARE 24-HOUR HHMM; AN END
016500*                     EARLIER THAN THE START IS A SHIFT THAT
016600*                     CROSSES MIDNIGHT, SO ONLY AN END EQUAL TO
016700*                     THE START IS REFUSED.  THE PAID LENGTH
016800*                     MUST BE NONZERO.
016900*----------------------------------------------------------------
017000 2400-ACCEPT-HOURS.
017100     DISPLAY "SHIFT START TIME (HHMM): " WITH NO ADVANCING.
017200     ACCEPT WS-NEW-START-TIME.
017300     DISPLAY "SHIFT END TIME (HHMM): " WITH NO ADVANCING.
017400     ACCEPT WS-NEW-END-TIME.
017500     DISPLAY "PAID LENGTH (MINUTES, 4 DIGITS): "
017600         WITH NO ADVANCING.
017700     ACCEPT WS-NEW-PAID-MINUTES.
017800     EVALUATE TRUE
017900         WHEN WS-NEW-START-TIME IS NOT NUMERIC
018000          OR WS-NEW-START-TIME (1:2) > "23"
018100          OR WS-NEW-START-TIME (3:2) > "59"
018200             DISPLAY "START TIME MUST BE HHMM - TRY AGAIN."
018300         WHEN WS-NEW-END-TIME IS NOT NUMERIC
018400          OR WS-NEW-END-TIME (1:2) > "23"
018500          OR WS-NEW-END-TIME (3:2) > "59"
018600             DISPLAY "END TIME MUST BE HHMM - TRY AGAIN."
018700         WHEN WS-NEW-END-TIME = WS-NEW-START-TIME
018800             DISPLAY "END TIME EQUALS THE START TIME - "
018900                 "TRY AGAIN."
019000         WHEN WS-NEW-PAID-MINUTES IS NOT NUMERIC
019100          OR WS-NEW-PAID-MINUTES = "0000"
019200             DISPLAY "PAID LENGTH MUST BE FOUR DIGITS, NOT "
019300                 "ZERO - TRY AGAIN."
019400         WHEN OTHER
019500             SET HOURS-ARE-VALID TO TRUE
019600     END-EVALUATE.
019700 2400-EXIT.
019800     EXIT.
019900
020000 2500-ACCEPT-STAFFING.
020100     DISPLAY "MINIMUM HEADCOUNT (3 DIGITS): " WITH NO ADVANCING.
020200     ACCEPT WS-NEW-MIN-HEADCOUNT.
020300     IF WS-NEW-MIN-HEADCOUNT IS NOT NUMERIC
020400         DISPLAY "MINIMUM HEADCOUNT MUST BE THREE DIGITS - "
020500             "TRY AGAIN."
020600     ELSE
020700         SET STAFFING-IS-VALID TO TRUE
020800     END-IF.
020900 2500-EXIT.
021000     EXIT.
021100
021200*================================================================
021300* 3000-APPLY-TRANSACTION - APPLY THE OPERATORS ACTION TO THE
021400*                          REFERENCE FILE BY KEY.  AN ADD OF AN
021500*                          EXISTING SHIFT/DEPARTMENT, OR A
021600*                          CHANGE/DELETE OF A MISSING ONE, IS
021700*                          REPORTED AND NOT APPLIED.
021800*================================================================
021900 3000-APPLY-TRANSACTION.
022000     EVALUATE TRUE
022100         WHEN ACTION-IS-ADD
022200             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
022300         WHEN ACTION-IS-CHANGE
022400             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
022500         WHEN ACTION-IS-DELETE
022600             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
022700     END-EVALUATE.
022800 3000-EXIT.
022900     EXIT.
023000
023100 3100-APPLY-ADD.
023200     MOVE SPACES TO SHIFT-REFERENCE-RECORD.
023300     MOVE WS-TARGET-SHIFT TO SHF-SHIFT-CODE.
023400     MOVE WS-TARGET-DEPT TO SHF-DEPARTMENT.
023500     PERFORM 3400-MOVE-NEW-VALUES THRU 3400-EXIT.
023600     WRITE SHIFT-REFERENCE-RECORD
023700         INVALID KEY
023800             DISPLAY "SHIFT " WS-TARGET-SHIFT " DEPARTMENT "
023900                 WS-TARGET-DEPT " IS ALREADY ON FILE - NOT ADDED."
024000         NOT INVALID KEY
024100             SET CHANGE-WAS-APPLIED TO TRUE
024200     END-WRITE.
024300 3100-EXIT.
024400     EXIT.
024500
024600 3200-APPLY-CHANGE.
024700     MOVE WS-TARGET-SHIFT TO SHF-SHIFT-CODE.
024800     MOVE WS-TARGET-DEPT TO SHF-DEPARTMENT.
024900     READ SHIFT-REFERENCE
025000         INVALID KEY
025100             DISPLAY "SHIFT " WS-TARGET-SHIFT " DEPARTMENT "
025200                 WS-TARGET-DEPT " IS NOT ON FILE - NOT CHANGED."
025300         NOT INVALID KEY
025400             PERFORM 3400-MOVE-NEW-VALUES THRU 3400-EXIT
025500             REWRITE SHIFT-REFERENCE-RECORD
025600             SET CHANGE-WAS-APPLIED TO TRUE
025700     END-READ.
025800 3200-EXIT.
025900     EXIT.
026000
026100 3300-APPLY-DELETE.
026200     MOVE WS-TARGET-SHIFT TO SHF-SHIFT-CODE.
026300     MOVE WS-TARGET-DEPT TO SHF-DEPARTMENT.
026400     DELETE SHIFT-REFERENCE
026500         INVALID KEY
026600             DISPLAY "SHIFT " WS-TARGET-SHIFT " DEPARTMENT "
026700                 WS-TARGET-DEPT " IS NOT ON FILE - NOT DELETED."
026800         NOT INVALID KEY
026900             SET CHANGE-WAS-APPLIED TO TRUE
027000     END-DELETE.
027100 3300-EXIT.
027200     EXIT.
027300
027400 3400-MOVE-NEW-VALUES.
027500     MOVE WS-NEW-DESC TO SHF-DESCRIPTION.
027600     MOVE WS-NEW-START-TIME TO SHF-START-TIME.
027700     MOVE WS-NEW-END-TIME TO SHF-END-TIME.
027800     MOVE WS-NEW-PAID-MINUTES TO SHF-PAID-MINUTES.
027900     MOVE WS-NEW-MIN-HEADCOUNT TO SHF-MIN-HEADCOUNT.
028000 3400-EXIT.
028100     EXIT.
028200
028300*================================================================
028400* 9000-TERMINATE - REPORT THE OUTCOME AND SET THE CONDITION
028500*                  CODE: 00 = APPLIED, 08 = NOT APPLIED.
028600*================================================================
028700 9000-TERMINATE.
028800     CLOSE SHIFT-REFERENCE.
028900     IF CHANGE-WAS-APPLIED
029000         DISPLAY "SHIFT " WS-TARGET-SHIFT " DEPARTMENT "
029100             WS-TARGET-DEPT " APPLIED."
029200         MOVE 0 TO RETURN-CODE
029300     ELSE
029400         DISPLAY "SHIFT " WS-TARGET-SHIFT " DEPARTMENT "
029500             WS-TARGET-DEPT " NOT APPLIED."
029600         MOVE 8 TO RETURN-CODE
029700     END-IF.
029800 9000-EXIT.
029900     EXIT.
