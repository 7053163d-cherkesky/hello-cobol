000100*================================================================
000200* COPYBOOK.    ACLREC
000300* PURPOSE.     ACTUALS RECORD RETURNED BY THE DOWNSTREAM
000400*              SCHEDULING SYSTEM ON ACTLFILE - ONE RECORD PER
000500*              EXTRACT RECORD IT WORKED FROM OUR SCHEXTR FEED,
000600*              GIVING WHAT ACTUALLY HAPPENED: THE ACTUAL START,
000700*              THE MINUTES ACTUALLY SPENT, AND WHETHER THE
000800*              ACTIVITY WAS COMPLETED, ONLY PARTLY DONE, OR NOT
000900*              DONE AT ALL.  THE KEY FIELDS MIRROR EXTREC AND
001000*              ACKREC (EMPLOYEE, ACTIVITY, RUN DATE) SO ACTLVAR
001100*              CAN MATCH THE FILES OFF RECORD-FOR-RECORD.
001200*              ARRIVES WITH CTLREC HDR/TRL CONTROL RECORDS.
001300*
001400* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001500*     COLS  01-05   ACL-EMP-ID
001600*     COLS  06-35   ACL-ACTIVITY-NAME
001700*     COLS  36-43   ACL-RUN-DATE (YYYYMMDD)
001800*     COLS  44-47   ACL-ACTUAL-START (HHMM, 24-HOUR; ZERO WHEN
001900*                   NOT DONE)
002000*     COLS  48-51   ACL-ACTUAL-MINS (ZERO WHEN NOT DONE)
002100*     COLS  52-52   ACL-STATUS (C = COMPLETED, P = PARTIAL,
002200*                   N = NOT DONE)
002300*     COLS  53-80   FILLER
002400*
002500* MODIFICATION HISTORY.
002600*     DATE       INIT  DESCRIPTION
002700*     ---------  ----  ---------------------------------------
002800*     2026-10-09  GC   ORIGINAL COPYBOOK - SCHEDULING-SYSTEM
002900*                      ACTUALS FEED.
003000*================================================================
003100 01  SCHED-ACTUAL-RECORD.
003200         05  ACL-EMP-ID              PIC X(05).
003300         05  ACL-ACTIVITY-NAME       PIC X(30).
003400         05  ACL-RUN-DATE            PIC 9(08).
003500         05  ACL-ACTUAL-START        PIC 9(04).
003600         05  ACL-ACTUAL-MINS         PIC 9(04).
003700         05  ACL-STATUS              PIC X(01).
003800             88  ACL-IS-COMPLETED        VALUE "C".
003900             88  ACL-IS-PARTIAL          VALUE "P".
004000             88  ACL-IS-NOT-DONE         VALUE "N".
004100             88  ACL-STATUS-IS-VALID     VALUE "C" "P" "N".
004200         05  FILLER                  PIC X(28).
