001300*              FROM A BACKUP COPY PLUS THIS JOURNAL.
001400*              JRN-TIMESTAMP IS THE 21-CHARACTER CURRENT-DATE
001500*              STAMP (YYYYMMDD IN THE FIRST 8 BYTES).
001510*
001520*              PENDAPLY ALSO JOURNALS HERE THE LEAVCAL AND
001530*              DEPTREF CHANGES IT APPLIES FROM THE DEFERRED-
001540*              CHANGE QUEUE.  THOSE ENTRIES CARRY THE QUEUEING
001550*              TRANSACTION (LEAVMNT OR DEPTRFMT) IN JRN-PROGRAM,
001560*              THE CALENDAR EMP-ID OR DEPARTMENT CODE IN
001570*              JRN-EMP-ID, AND AS IMAGES THE FIRST 70 BYTES OF
001580*              THE LEAVCAL RECORD (ALL OF ITS DATA) OR BYTES
001590*              5-74 OF THE DEPTREF RECORD (NAME, SUPERVISOR,
001591*              AND LOCATION - THE CODE IS IN JRN-EMP-ID).
001592*              EMPRECOV SKIPS THEM.
001600*
001700* MODIFICATION HISTORY.
001800*     DATE       INIT  DESCRIPTION
001900*     ---------  ----  ---------------------------------------
002000*     2026-09-01  GC   ORIGINAL COPYBOOK - BEFORE/AFTER CHANGE
002100*                      JOURNAL FOR THE EMPLOYEE MASTER.
002110*     2026-10-15  GC   ADDED JRN-LEAVCAL-ENTRY/JRN-DEPTREF-ENTRY
002120*                      FOR THE NON-MASTER CHANGES PENDAPLY
002130*                      JOURNALS FROM THE DEFERRED-CHANGE QUEUE.
002200*================================================================
002300 01  MASTER-JOURNAL-RECORD.
002400         05  JRN-TIMESTAMP           PIC X(21).
002500         05  JRN-PROGRAM             PIC X(09).
002510             88  JRN-LEAVCAL-ENTRY       VALUE "LEAVMNT".
002520             88  JRN-DEPTREF-ENTRY       VALUE "DEPTRFMT".
002600         05  JRN-ACTION              PIC X(01).
002700             88  JRN-IS-ADD              VALUE "A".
002800             88  JRN-IS-CHANGE           VALUE "C".
