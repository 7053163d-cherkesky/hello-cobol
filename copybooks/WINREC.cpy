000100*================================================================
000200* COPYBOOK.    WINREC
000300* PURPOSE.     BATCH-WINDOW INDICATOR RECORD LAYOUT.  DAILYRUN
000400*              WRITES THE ONE-LINE BATCHWIN FILE AS THE WINDOW
000500*              OPENS AND REMOVES IT ONLY WHEN THE WINDOW ENDS
000600*              NORMALLY - AN ABENDED WINDOW KEEPS IT UNTIL THE
000700*              RERUN FINISHES.  THE OPERATOR MAINTENANCE
000800*              TRANSACTIONS (NAMEMAINT, LEAVMNT, DEPTRFMT) TEST
000900*              FOR IT BEFORE TOUCHING EMPMAST, LEAVCAL, OR
001000*              DEPTREF; WHILE IT IS THERE, OR WHILE PENDCHG
001050*              (LAYOUT PNDREC) STILL HOLDS UNAPPLIED CHANGES,
001100*              THEY QUEUE THE CHANGE ON PENDCHG FOR PENDAPLY AT
001200*              THE FRONT OF THE NEXT WINDOW INSTEAD.  EXCPFIX,
001250*              THE STEP020 RECOVERY PATH, IS EXEMPT.  THE FILE
001300*              BEING THERE IS WHAT COUNTS; THE CONTENT IS ONLY
001400*              FOR THE OPERATOR MESSAGE.
001500*
001600* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001700*     COLS  01-08   WIN-JOB-NAME (THE DECK THAT RAISED IT)
001800*     COLS  09-27   WIN-RAISED-STAMP (YYYY-MM-DD.HH:MM:SS)
001900*     COLS  28-80   FILLER
002000*
002100* MODIFICATION HISTORY.
002200*     DATE       INIT  DESCRIPTION
002300*     ---------  ----  ---------------------------------------
002400*     2026-10-15  GC   ORIGINAL COPYBOOK - DAILYRUN WINDOW-ACTIVE
002500*                      INDICATOR.
002600*================================================================
002700 01  BATCH-WINDOW-RECORD.
002800         05  WIN-JOB-NAME            PIC X(08).
002900         05  WIN-RAISED-STAMP        PIC X(19).
003000         05  FILLER                  PIC X(53).
