000100*================================================================
000200* COPYBOOK.    PNDREC
000300* PURPOSE.     DEFERRED-CHANGE QUEUE RECORD LAYOUT.  ONE RECORD
000400*              PER OPERATOR MAINTENANCE CHANGE TAKEN WHILE THE
000500*              DAILYRUN BATCH WINDOW WAS ACTIVE (BATCHWIN, LAYOUT
000510*              WINREC), OR AFTER IT CLOSED WHILE PENDCHG STILL
000520*              HELD CHANGES NOT YET APPLIED - NAMEMAINT, LEAVMNT,
000530*              AND DEPTRFMT QUEUE INSTEAD OF UPDATING IN BOTH
000540*              CASES.  AN EXCPFIX REPAIR, APPLIED DIRECTLY, IS
000550*              ALSO COPIED HERE WHEN PENDCHG ALREADY HOLDS
000560*              ENTRIES, SO IT IS REPLAYED BEHIND THEM.  RECORDS
000600*              ARE APPENDED TO PENDCHG IN THE ORDER THE
000700*              OPERATORS ENTERED THEM.  PENDAPLY APPLIES THE QUEUE
000800*              IN THAT SAME ORDER AT THE FRONT OF THE NEXT WINDOW,
000900*              JOURNALS EACH CHANGE TO EMPJRNL, AND LISTS IT ON
001000*              PENDRPT.
001100*
001200*              PND-KEY IS THE TARGET FILES KEY - EMP-ID FOR
001300*              EMPMAST AND LEAVCAL, THE DEPARTMENT CODE FOR
001400*              DEPTREF.  PND-CHANGE-DATA CARRIES THE NEW VALUES,
001500*              REDEFINED BY TARGET FILE; IT IS SPACES ON A DELETE.
001600*
001700* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001800*     COLS  01-21   PND-QUEUED-STAMP (CURRENT-DATE WHEN QUEUED)
001900*     COLS  22-30   PND-PROGRAM (TRANSACTION THAT QUEUED IT)
002000*     COLS  31-37   PND-TARGET-FILE (EMPMAST/LEAVCAL/DEPTREF)
002100*     COLS  38-38   PND-ACTION (A=ADD, C=CHANGE, D=DELETE)
002200*     COLS  39-43   PND-KEY
002300*     COLS  44-113  PND-CHANGE-DATA
002400*                     EMPMAST - FIRST NAME, LAST NAME
002500*                     LEAVCAL - LEAVE START, EXPECTED RETURN
002600*                     DEPTREF - NAME, SUPERVISOR, LOCATION
002700*     COLS 114-120  FILLER
002800*
002900* MODIFICATION HISTORY.
003000*     DATE       INIT  DESCRIPTION
003100*     ---------  ----  ---------------------------------------
003200*     2026-10-15  GC   ORIGINAL COPYBOOK - MAINTENANCE CHANGES
003300*                      DEFERRED BY THE BATCH-WINDOW LOCKOUT.
003400*================================================================
003500 01  PENDING-CHANGE-RECORD.
003600         05  PND-QUEUED-STAMP        PIC X(21).
003700         05  PND-PROGRAM             PIC X(09).
003800         05  PND-TARGET-FILE         PIC X(07).
003900             88  PND-FOR-EMPMAST         VALUE "EMPMAST".
004000             88  PND-FOR-LEAVCAL         VALUE "LEAVCAL".
004100             88  PND-FOR-DEPTREF         VALUE "DEPTREF".
004200         05  PND-ACTION              PIC X(01).
004300             88  PND-IS-ADD              VALUE "A".
004400             88  PND-IS-CHANGE           VALUE "C".
004500             88  PND-IS-DELETE           VALUE "D".
004600         05  PND-KEY                 PIC X(05).
004700         05  PND-CHANGE-DATA         PIC X(70).
004800         05  PND-NAME-DATA REDEFINES PND-CHANGE-DATA.
004900             10  PND-FIRST-NAME      PIC X(12).
005000             10  PND-LAST-NAME       PIC X(12).
005100             10  FILLER              PIC X(46).
005200         05  PND-LEAVE-DATA REDEFINES PND-CHANGE-DATA.
005300             10  PND-LEAVE-START     PIC 9(08).
005400             10  PND-LEAVE-RETURN    PIC 9(08).
005500             10  FILLER              PIC X(54).
005600         05  PND-DEPT-DATA REDEFINES PND-CHANGE-DATA.
005700             10  PND-DEPT-NAME       PIC X(30).
005800             10  PND-DEPT-SUPERVISOR PIC X(25).
005900             10  PND-DEPT-LOCATION   PIC X(15).
006000         05  FILLER                  PIC X(07).
