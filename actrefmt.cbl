001300*              KEY.  THIS IS THE MAINTENANCE PATH THAT KEEPS
001400*              THE APPROVED ACTIVITY TABLE CURRENT FOR THE
001500*              DLYACT LOAD VALIDATION IN ARRAYS AND ROSTRPT.
001520*              ADD/CHANGE ALSO SETS WHETHER THE ACTIVITY NEEDS A
001540*              CURRENT EMPQUAL CERTIFICATION BEFORE ARRAYS WILL
001560*              LOAD IT FOR AN EMPLOYEE.
001600*
001700* MODIFICATION HISTORY.
001800*     DATE       INIT  DESCRIPTION
001900*     ---------  ----  ---------------------------------------
002000*     2026-08-22  GC   ORIGINAL - ACTIVITY REFERENCE FILE
002100*                      MAINTENANCE TRANSACTION.
002130*     2026-10-13  GC   ADD/CHANGE NOW PROMPTS FOR THE
002160*                      CERTIFICATION-REQUIRED FLAG.
002200*================================================================
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ACTREFMT.
006100     05  WS-TARGET-CODE          PIC X(04)  VALUE SPACES.
006200     05  WS-NEW-DESC             PIC X(30)  VALUE SPACES.
006300     05  WS-NEW-CATEGORY         PIC X(10)  VALUE SPACES.
006330     05  WS-NEW-CERT-REQUIRED    PIC X(01)  VALUE SPACES.
006360         88  CERT-REPLY-IS-VALID     VALUE "Y" "N".
006400
006500*----------------------------------------------------------------
006600 PROCEDURE DIVISION.
008800*================================================================
008900* 2000-ACCEPT-TRANSACTION - PROMPT FOR THE ACTION AND ACTIVITY
009000*                           CODE, AND FOR ADD/CHANGE THE NEW
009080*                           DESCRIPTION, CATEGORY, AND
009160*                           CERTIFICATION FLAG, RE-PROMPTING
009240*                           UNTIL NOTHING REQUIRED IS LEFT
009320*                           BLANK.
009400*================================================================
009500 2000-ACCEPT-TRANSACTION.
009600     PERFORM 2100-ACCEPT-ACTION THRU 2100-EXIT
010200             UNTIL WS-NEW-DESC NOT = SPACES
010300         PERFORM 2400-ACCEPT-CATEGORY THRU 2400-EXIT
010400             UNTIL WS-NEW-CATEGORY NOT = SPACES
010430         PERFORM 2500-ACCEPT-CERTIFICATION THRU 2500-EXIT
010460             UNTIL CERT-REPLY-IS-VALID
010500     END-IF.
010600 2000-EXIT.
010700     EXIT.
014200     END-IF.
014300 2400-EXIT.
014400     EXIT.
014409
014418 2500-ACCEPT-CERTIFICATION.
014427     DISPLAY "CERTIFICATION REQUIRED (Y/N): " WITH NO ADVANCING.
014436     ACCEPT WS-NEW-CERT-REQUIRED.
014445     IF NOT CERT-REPLY-IS-VALID
014454         DISPLAY "CERTIFICATION REQUIRED MUST BE Y OR N - "
014463             "TRY AGAIN."
014472     END-IF.
014481 2500-EXIT.
014490     EXIT.
014500
014600*================================================================
014700* 3000-APPLY-TRANSACTION - APPLY THE OPERATORS ACTION TO THE
016700     MOVE WS-TARGET-CODE TO ARF-ACTIVITY-CODE.
016800     MOVE WS-NEW-DESC TO ARF-ACTIVITY-DESC.
016900     MOVE WS-NEW-CATEGORY TO ARF-CATEGORY.
016950     MOVE WS-NEW-CERT-REQUIRED TO ARF-CERT-REQUIRED.
017000     WRITE ACTIVITY-REFERENCE-RECORD
017100         INVALID KEY
017200             DISPLAY "ACTIVITY CODE " WS-TARGET-CODE
018600         NOT INVALID KEY
018700             MOVE WS-NEW-DESC TO ARF-ACTIVITY-DESC
018800             MOVE WS-NEW-CATEGORY TO ARF-CATEGORY
018850             MOVE WS-NEW-CERT-REQUIRED TO ARF-CERT-REQUIRED
018900             REWRITE ACTIVITY-REFERENCE-RECORD
019000             SET CHANGE-WAS-APPLIED TO TRUE
019100     END-READ.
