000100*================================================================
000200* COPYBOOK.    QLFREC
000300* PURPOSE.     EMPLOYEE QUALIFICATION RECORD LAYOUT.  ONE RECORD
000400*              PER EMPLOYEE PER ACTIVITY THEY ARE CERTIFIED FOR,
000500*              ON THE INDEXED EMPQUAL FILE KEYED ON EMP-ID PLUS
000600*              THE ACTREF ACTIVITY CODE.  A CERTIFICATION IS
000700*              CURRENT FROM ITS CERTIFIED DATE THROUGH ITS EXPIRY
000800*              DATE INCLUSIVE.  ARRAYS WILL ONLY LOAD AN ACTIVITY
000900*              WHOSE ACTREF ENTRY NEEDS CERTIFICATION FOR AN
001000*              EMPLOYEE WITH A CURRENT RECORD HERE; QUALEXP LISTS
001100*              THE ONES ABOUT TO LAPSE.  MAINTAINED BY QUALMNT.
001200*
001300* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001400*     COLS  01-05   QLF-EMP-ID
001500*     COLS  06-09   QLF-ACTIVITY-CODE (ACTREF KEY)
001600*     COLS  10-17   QLF-CERTIFIED-DATE (YYYYMMDD)
001700*     COLS  18-25   QLF-EXPIRY-DATE (YYYYMMDD, LAST VALID DAY)
001800*     COLS  26-33   QLF-MAINT-DATE (YYYYMMDD, LAST ADD/CHANGE)
001900*     COLS  34-50   FILLER
002000*
002100* MODIFICATION HISTORY.
002200*     DATE       INIT  DESCRIPTION
002300*     ---------  ----  ---------------------------------------
002400*     2026-10-13  GC   ORIGINAL COPYBOOK - EMPLOYEE ACTIVITY
002500*                      CERTIFICATIONS.
002600*================================================================
002700 01  QUALIFICATION-RECORD.
002800         05  QLF-KEY.
002900             10  QLF-EMP-ID          PIC X(05).
003000             10  QLF-ACTIVITY-CODE   PIC X(04).
003100         05  QLF-CERTIFIED-DATE      PIC 9(08).
003200         05  QLF-EXPIRY-DATE         PIC 9(08).
003300         05  QLF-MAINT-DATE          PIC 9(08).
003400         05  FILLER                  PIC X(17).
