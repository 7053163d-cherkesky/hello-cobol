000100*================================================================
000200* COPYBOOK.    PYIREC
000300* PURPOSE.     PAYROLL INTERFACE RECORD LAYOUT.  THE FIXED-WIDTH
000400*              80-BYTE FILE PAYINTF SENDS TO PAYROLL AT EACH
000500*              PAY-PERIOD CLOSE - ONE DETAIL RECORD PER
000600*              EMPLOYEE PER ACTIVITY CATEGORY WITH THE PERIODS
000700*              MINUTES AND HOURS, BRACKETED BY A HEADER AND A
000800*              TRAILER CONTROL RECORD BUILT THE SAME WAY AS THE
000900*              INBOUND FEEDS (CTLREC): "HDR" WITH THE BUSINESS
001000*              DATE (THE LAST DAY OF THE PERIOD) IN COLUMNS
001100*              4-11, "TRL" WITH THE DETAIL RECORD COUNT IN
001200*              COLUMNS 4-10, SO THE RECEIVING SIDE CAN VERIFY
001300*              THE FILE WITH THE SAME FEEDCHK RULES.  THE
001400*              TRAILER ALSO CARRIES THE TOTAL MINUTES AS A
001500*              HASH TOTAL.
001600*
001700* FIELD LAYOUT (COLUMNS ARE 1-ORIGIN).
001800*   DETAIL RECORD
001900*     COLS  01-05   PYI-EMP-ID
002000*     COLS  06-11   PYI-PERIOD-ID (CCYYNN)
002100*     COLS  12-15   PYI-DEPARTMENT
002200*     COLS  16-25   PYI-CATEGORY (ARF-CATEGORY)
002300*     COLS  26-31   PYI-MINUTES
002400*     COLS  32-37   PYI-HOURS (9999V99, IMPLIED DECIMAL)
002500*     COLS  38-80   FILLER
002600*   HEADER RECORD
002700*     COLS  01-03   "HDR"
002800*     COLS  04-11   PYI-BUSINESS-DATE (PERIOD END, YYYYMMDD)
002900*     COLS  12-17   PYI-CTL-PERIOD-ID
003000*     COLS  18-25   PYI-CTL-START-DATE (YYYYMMDD)
003100*     COLS  26-27   PYI-CTL-SEND-COUNT (01 = FIRST SENDING)
003200*     COLS  28-80   FILLER
003300*   TRAILER RECORD
003400*     COLS  01-03   "TRL"
003500*     COLS  04-10   PYI-RECORD-COUNT (DETAIL RECORDS)
003600*     COLS  11-19   PYI-TOTAL-MINUTES (HASH TOTAL)
003700*     COLS  20-80   FILLER
003800*
003900* MODIFICATION HISTORY.
004000*     DATE       INIT  DESCRIPTION
004100*     ---------  ----  ---------------------------------------
004200*     2026-10-02  GC   ORIGINAL COPYBOOK - PAYROLL LABOR-HOURS
004300*                      INTERFACE.
004400*================================================================
004500 01  PAYROLL-INTERFACE-RECORD.
004600         05  PYI-DETAIL.
004700             10  PYI-EMP-ID          PIC X(05).
004800             10  PYI-PERIOD-ID       PIC X(06).
004900             10  PYI-DEPARTMENT      PIC X(04).
005000             10  PYI-CATEGORY        PIC X(10).
005100             10  PYI-MINUTES         PIC 9(06).
005200             10  PYI-HOURS           PIC 9(04)V99.
005300             10  FILLER              PIC X(43).
005400         05  PYI-CONTROL REDEFINES PYI-DETAIL.
005500             10  PYI-RECORD-TYPE     PIC X(03).
005600                 88  PYI-IS-HEADER       VALUE "HDR".
005700                 88  PYI-IS-TRAILER      VALUE "TRL".
005800             10  PYI-HEADER-DATA.
005900                 15  PYI-BUSINESS-DATE   PIC 9(08).
006000                 15  PYI-CTL-PERIOD-ID   PIC X(06).
006100                 15  PYI-CTL-START-DATE  PIC 9(08).
006200                 15  PYI-CTL-SEND-COUNT  PIC 9(02).
006300                 15  FILLER              PIC X(53).
006400             10  PYI-TRAILER-DATA REDEFINES PYI-HEADER-DATA.
006500                 15  PYI-RECORD-COUNT    PIC 9(07).
006600                 15  PYI-TOTAL-MINUTES   PIC 9(09).
006700                 15  FILLER              PIC X(61).
