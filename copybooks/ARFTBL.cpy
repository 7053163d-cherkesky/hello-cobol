001400*     ---------  ----  ---------------------------------------
001500*     2026-08-22  GC   ORIGINAL COPYBOOK - SHARED APPROVED-
001600*                      ACTIVITY TABLE FOR ARRAYS/ROSTRPT.
001630*     2026-10-13  GC   EACH ENTRY NOW CARRIES THE ACTREF
001660*                      CERTIFICATION-REQUIRED FLAG.
001700*================================================================
001800 01  WS-ARF-COUNT            PIC 9(03) COMP VALUE ZERO.
001900 01  ACTIVITY-REFERENCE-TABLE.
002300         10  ARF-TBL-CODE        PIC X(04).
002400         10  ARF-TBL-DESC        PIC X(30).
002500         10  ARF-TBL-CATEGORY    PIC X(10).
002600         10  ARF-TBL-CERT-REQUIRED PIC X(01).
002700             88  ARF-TBL-NEEDS-CERT  VALUE "Y".
