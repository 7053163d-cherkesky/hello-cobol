000800*              REJECT AN ACTIVITY-NAME THAT MATCHES NO
000900*              ARF-ACTIVITY-DESC.  THE CATEGORY GROUPS
001000*              ACTIVITIES FOR THE ROSTER SUBTOTALS.
001020*              THE CERTIFICATION FLAG MARKS AN ACTIVITY (SAFETY
001040*              AND EQUIPMENT WORK, FOR EXAMPLE) THAT ARRAYS WILL
001060*              ONLY LOAD FOR AN EMPLOYEE WITH A CURRENT EMPQUAL
001080*              QUALIFICATION FOR ITS CODE.
001100*
001200* MODIFICATION HISTORY.
001300*     DATE       INIT  DESCRIPTION
001400*     ---------  ----  ---------------------------------------
001500*     2026-08-22  GC   ORIGINAL COPYBOOK - APPROVED ACTIVITY
001600*                      CODE TABLE FOR THE DLYACT LOAD.
001620*     2026-10-13  GC   CARVED THE CERTIFICATION-REQUIRED FLAG
001640*                      OUT OF THE FILLER.  RECORD LENGTH IS
001660*                      UNCHANGED - OLD ENTRIES CARRY A SPACE
001680*                      HERE, WHICH MEANS NO CERTIFICATION.
001700*================================================================
001800 01  ACTIVITY-REFERENCE-RECORD.
001900         05  ARF-ACTIVITY-CODE       PIC X(04).
002000         05  ARF-ACTIVITY-DESC       PIC X(30).
002100         05  ARF-CATEGORY            PIC X(10).
002200         05  ARF-CERT-REQUIRED       PIC X(01).
002300             88  ARF-NEEDS-CERTIFICATION VALUE "Y".
002400         05  FILLER                  PIC X(05).
