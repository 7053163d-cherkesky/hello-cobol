001800*              THE MORNING.  THE RUN DECK POINTS FEEDIN AT THE
001900*              FEED BEING VERIFIED, THE SAME WAY A DD CARD
002000*              WOULD, AND PIPES IN THE FEEDS RECORD LENGTH -
002100*              50 FOR DLYACT (LAYOUT ACTREC), 80 FOR EMPTRAN,
002200*              ACKFILE, AND ACTLFILE - SO FEEDOUT PRESERVES THE
002300*              EXACT LAYOUT ITS CONSUMERS DECLARE.  RUNS AT THE
002400*              FRONT OF DAILYRUN (DLYACT, EMPTRAN), ACKRUN
002500*              (ACKFILE), AND ACTLRUN (ACTLFILE).
002600*
002700*              CONDITION CODES.
002800*                  00 = FEED VERIFIED, FEEDOUT STAGED.
004400*                      HDR AND TRL FIT COLUMNS 1-11, SO THE
004500*                      CONTROL LAYOUT IS UNCHANGED AT EITHER
004600*                      LENGTH.
004620*     2026-10-09  GC   ALSO GATES THE SCHEDULERS ACTLFILE ACTUALS
004640*                      FEED (80 BYTES, LAYOUT ACLREC) AT THE
004660*                      FRONT OF ACTLRUN.  NO LOGIC CHANGE.
004700*================================================================
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. FEEDCHK.
