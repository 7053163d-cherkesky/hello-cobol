000100*================================================================
000200* COPYBOOK.    PCLREC
000300* PURPOSE.     PAY-CALENDAR RECORD LAYOUT.  ONE RECORD PER PAY
000400*              PERIOD ON THE INDEXED PAYCAL FILE, KEYED ON
000500*              PCL-PERIOD-ID (CCYY PLUS THE PERIOD NUMBER IN
000600*              THE YEAR, SO THE KEY ORDER IS DATE ORDER).
000700*              CARRIES THE PERIODS FIRST AND LAST DAY FOR THE
000800*              PAYINTF PAYROLL INTERFACE, AND WHETHER THE
000900*              PERIOD HAS BEEN SENT - PAYINTF CLOSES A PERIOD
001000*              WHEN IT SENDS IT AND WILL NOT SEND A CLOSED ONE
001100*              AGAIN UNLESS OPERATIONS FORCES THE RERUN.
001200*              MAINTAINED BY PAYCALMT.
001300*
001400* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001500*     COLS  01-06   PCL-PERIOD-ID (CCYYNN)
001600*     COLS  07-14   PCL-START-DATE (YYYYMMDD)
001700*     COLS  15-22   PCL-END-DATE (YYYYMMDD)
001800*     COLS  23-23   PCL-STATUS ("O" OPEN, "C" CLOSED/SENT)
001900*     COLS  24-31   PCL-CLOSED-DATE (YYYYMMDD, ZERO IF OPEN)
002000*     COLS  32-33   PCL-SEND-COUNT (TIMES SENT, RERUNS INCL.)
002100*     COLS  34-80   FILLER
002200*
002300* MODIFICATION HISTORY.
002400*     DATE       INIT  DESCRIPTION
002500*     ---------  ----  ---------------------------------------
002600*     2026-10-02  GC   ORIGINAL COPYBOOK - PAY PERIODS FOR THE
002700*                      PAYROLL LABOR-HOURS INTERFACE.
002800*================================================================
002900 01  PAY-CALENDAR-RECORD.
003000         05  PCL-PERIOD-ID           PIC X(06).
003100         05  PCL-START-DATE          PIC 9(08).
003200         05  PCL-END-DATE            PIC 9(08).
003300         05  PCL-STATUS              PIC X(01).
003400             88  PCL-IS-OPEN             VALUE "O".
003500             88  PCL-IS-CLOSED           VALUE "C".
003600         05  PCL-CLOSED-DATE         PIC 9(08).
003700         05  PCL-SEND-COUNT          PIC 9(02).
003800         05  FILLER                  PIC X(47).
