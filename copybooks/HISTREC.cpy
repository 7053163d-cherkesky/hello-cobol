001700*     COLS  47-56   HST-CATEGORY
001800*     COLS  57-60   HST-START-TIME (HHMM, 24-HOUR)
001900*     COLS  61-64   HST-DURATION-MINS
001920*     COLS  65-68   HST-ACTUAL-START (HHMM, 24-HOUR)
001940*     COLS  69-72   HST-ACTUAL-MINS
001960*     COLS  73-73   HST-ACTUAL-STATUS (C = COMPLETED,
001980*                   P = PARTIAL, N = NOT DONE, SPACE = NO
002000*                   ACTUALS POSTED - THE TWO ACTUAL FIELDS
002020*                   ARE THEN SPACES TOO)
002040*     COLS  74-80   FILLER
002100*
002200* MODIFICATION HISTORY.
002300*     DATE       INIT  DESCRIPTION
002400*     ---------  ----  ---------------------------------------
002500*     2026-09-01  GC   ORIGINAL COPYBOOK - ACTIVITY HISTORY
002600*                      FILE FOR SUPERVISOR INQUIRIES.
002620*     2026-10-09  GC   CARVED THE ACTUAL START, ACTUAL MINUTES,
002640*                      AND ACTUAL STATUS OUT OF THE FILLER FOR
002660*                      THE SCHEDULER ACTUALS ACTLVAR POSTS.
002680*                      RECORD LENGTH IS UNCHANGED.
002700*================================================================
002800 01  ACTIVITY-HISTORY-RECORD.
002900         05  HST-KEY.
003400         05  HST-CATEGORY            PIC X(10).
003500         05  HST-START-TIME          PIC 9(04).
003600         05  HST-DURATION-MINS       PIC 9(04).
003700         05  HST-ACTUAL-START        PIC 9(04).
003800         05  HST-ACTUAL-MINS         PIC 9(04).
003900         05  HST-ACTUAL-STATUS       PIC X(01).
004000             88  HST-ACTUAL-COMPLETED    VALUE "C".
004100             88  HST-ACTUAL-PARTIAL      VALUE "P".
004200             88  HST-ACTUAL-NOT-DONE     VALUE "N".
004300             88  HST-ACTUAL-NOT-POSTED   VALUE SPACE.
004400         05  FILLER                  PIC X(07).
