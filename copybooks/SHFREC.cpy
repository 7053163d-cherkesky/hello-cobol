000100*================================================================
000200* COPYBOOK.    SHFREC
000300* PURPOSE.     SHIFT REFERENCE RECORD LAYOUT.  ONE RECORD PER
000400*              SHIFT DEFINITION ON THE INDEXED SHFTREF FILE,
000500*              KEYED ON THE EMP-SHIFT-CODE LETTER PLUS A
000600*              DEPARTMENT CODE.  THE ENTRY WITH A BLANK
000700*              DEPARTMENT IS THE SHOP-WIDE DEFINITION OF THE
000800*              SHIFT; A DEPARTMENT THAT WORKS THE SAME LETTER
000900*              TO DIFFERENT HOURS OR STAFFING CARRIES ITS OWN
001000*              ENTRY, AND THE READERS TRY THAT ONE FIRST.
001100*              REPLACES THE FIXED 480-MINUTE SHIFT IN ACTOVLAP
001200*              AND THE FIXED STAFFING MINIMUM OF 2 IN SHIFTCOV.
001300*              MAINTAINED BY SHFTRFMT IN THE DEPTREF/DEPTRFMT
001400*              MOLD.
001500*
001600* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001700*     COLS  01-01   SHF-SHIFT-CODE
001800*     COLS  02-05   SHF-DEPARTMENT (SPACES = ALL DEPARTMENTS)
001900*     COLS  06-25   SHF-DESCRIPTION
002000*     COLS  26-29   SHF-START-TIME (HHMM, 24-HOUR)
002100*     COLS  30-33   SHF-END-TIME (HHMM, 24-HOUR - AN END
002200*                   EARLIER THAN THE START CROSSES MIDNIGHT)
002300*     COLS  34-37   SHF-PAID-MINUTES
002400*     COLS  38-40   SHF-MIN-HEADCOUNT
002500*     COLS  41-50   FILLER
002600*
002700* MODIFICATION HISTORY.
002800*     DATE       INIT  DESCRIPTION
002900*     ---------  ----  ---------------------------------------
003000*     2026-10-01  GC   ORIGINAL COPYBOOK - SHIFT HOURS, PAID
003100*                      LENGTH, AND MINIMUM HEADCOUNT BY SHIFT
003200*                      AND DEPARTMENT.
003300*================================================================
003400 01  SHIFT-REFERENCE-RECORD.
003500         05  SHF-KEY.
003600             10  SHF-SHIFT-CODE      PIC X(01).
003700             10  SHF-DEPARTMENT      PIC X(04).
003800         05  SHF-DESCRIPTION         PIC X(20).
003900         05  SHF-START-TIME          PIC 9(04).
004000         05  SHF-END-TIME            PIC 9(04).
004100         05  SHF-PAID-MINUTES        PIC 9(04).
004200         05  SHF-MIN-HEADCOUNT       PIC 9(03).
004300         05  FILLER                  PIC X(10).
