000100*================================================================
000200* COPYBOOK.    PLNREC
000300* PURPOSE.     WEEK-AHEAD ACTIVITY PLAN RECORD LAYOUT.  ONE RECORD
000400*              PER FUTURE-DATED ACTIVITY ON THE INDEXED ACTPLAN
000500*              FILE, KEYED ON THE PLAN DATE PLUS THE ACTREC
000600*              EMPLOYEE ID AND SEQUENCE NUMBER, SO THE KEY ORDER
000700*              IS DATE ORDER AND ONE DAYS ENTRIES SIT TOGETHER.
000800*              THE ACTIVITY FIELDS FOLLOW ACTREC FIELD FOR FIELD -
000900*              PLANBLD COPIES THEM STRAIGHT ONTO THE DLYACT IT
001000*              STAGES FOR THE NEXT BUSINESS DAY.  THE ACTIVITY IS
001100*              PLANNED BY ACTREF CODE; THE DESCRIPTION IS THE ONE
001200*              ON ACTREF WHEN THE ENTRY WAS LAST MAINTAINED.
001300*              MAINTAINED BY PLANMNT.
001400*
001500* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001600*     COLS  01-08   PLN-PLAN-DATE (YYYYMMDD)
001700*     COLS  09-13   PLN-EMP-ID
001800*     COLS  14-16   PLN-SEQ-NO
001900*     COLS  17-46   PLN-ACTIVITY-NAME
002000*     COLS  47-50   PLN-START-TIME (HHMM, 24-HOUR)
002100*     COLS  51-54   PLN-DURATION-MINS
002200*     COLS  55-58   FILLER (THE ACTREC FILLER)
002300*     COLS  59-62   PLN-ACTIVITY-CODE (ACTREF KEY)
002400*     COLS  63-70   PLN-MAINT-DATE (YYYYMMDD, LAST ADD/CHANGE)
002500*     COLS  71-80   FILLER
002600*
002700* MODIFICATION HISTORY.
002800*     DATE       INIT  DESCRIPTION
002900*     ---------  ----  ---------------------------------------
003000*     2026-10-12  GC   ORIGINAL COPYBOOK - WEEK-AHEAD PLAN THAT
003100*                      STAGES EACH MORNINGS DLYACT.
003200*================================================================
003300 01  ACTIVITY-PLAN-RECORD.
003400         05  PLN-KEY.
003500             10  PLN-PLAN-DATE       PIC 9(08).
003600             10  PLN-EMP-ID          PIC X(05).
003700             10  PLN-SEQ-NO          PIC 9(03).
003800         05  PLN-ACTIVITY-NAME       PIC X(30).
003900         05  PLN-START-TIME          PIC 9(04).
004000         05  PLN-DURATION-MINS       PIC 9(04).
004100         05  FILLER                  PIC X(04).
004200         05  PLN-ACTIVITY-CODE       PIC X(04).
004300         05  PLN-MAINT-DATE          PIC 9(08).
004400         05  FILLER                  PIC X(10).
