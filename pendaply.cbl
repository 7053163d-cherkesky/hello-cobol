000100*================================================================
000200* PROGRAM-ID.  PENDAPLY
000300* AUTHOR.      GUY CHERKESKY
000400* INSTALLATION. SHIFT-OPS DATA CENTER
000500* DATE-WRITTEN. 2026-10-15
000600* DATE-COMPILED.
000700*
000800* PURPOSE.     DEFERRED-CHANGE APPLY.  WHILE THE DAILYRUN BATCH
000900*              WINDOW IS ACTIVE, OR PENDCHG STILL HOLDS CHANGES
001000*              NOT YET APPLIED, THE OPERATOR MAINTENANCE
001050*              TRANSACTIONS NAMEMAINT, LEAVMNT, AND DEPTRFMT DO
001100*              NOT TOUCH EMPMAST, LEAVCAL, OR DEPTREF - THEY QUEUE
001150*              THE CHANGE ON PENDCHG (LAYOUT PNDREC).  EXCPFIX,
001160*              THE STEP020 RECOVERY PATH, ALWAYS REPAIRS EMPMAST
001170*              DIRECTLY, AND RE-QUEUES ITS REPAIR ONLY BEHIND A
001200*              PENDCHG THAT ALREADY HOLDS ENTRIES.
001300*              THIS PROGRAM RUNS AS STEP000 OF THE NEXT DAILYRUN,
001400*              AHEAD OF EVERY OTHER STEP, AGAINST PENDWORK - THE
001500*              QUEUE THE DECK SETS ASIDE AS THE WINDOW OPENS, SO A
001600*              CHANGE QUEUED WHILE THIS STEP RUNS WAITS FOR THE
001700*              WINDOW AFTER.  EACH CHANGE IS APPLIED IN THE ORDER
001800*              IT WAS QUEUED, UNDER THE SAME RULES AS THE
001900*              TRANSACTION THAT QUEUED IT, JOURNALED TO EMPJRNL
002000*              WITH BEFORE AND AFTER IMAGES, AND LISTED ON
002100*              PENDRPT.
002200*              A CHANGE THAT NO LONGER FITS THE FILE - A CHANGE OR
002300*              DELETE OF A KEY THAT IS GONE, AN ADD OF ONE ALREADY
002400*              THERE - IS LISTED AS NOT APPLIED AND DROPPED, JUST
002500*              AS THE TRANSACTION WOULD HAVE REFUSED IT.
002600*
002700*              THE DECK REMOVES PENDWORK ONLY WHEN THIS STEP ENDS
002800*              CLEAN.  A RERUN AFTER AN ABEND PRESENTS THE WHOLE
002900*              QUEUE AGAIN - NAME AND FIELD CHANGES ALREADY MADE
003000*              REAPPLY HARMLESSLY, ADDS AND DELETES ALREADY MADE
003100*              COME BACK AS NOT APPLIED.
003200*
003300* CONDITION CODES.
003400*              00 = EVERY QUEUED CHANGE APPLIED (OR NONE QUEUED).
003500*              04 = SOME CHANGES NOT APPLIED - LISTED ON PENDRPT.
003600*
003700* MODIFICATION HISTORY.
003800*     DATE       INIT  DESCRIPTION
003900*     ---------  ----  ---------------------------------------
004000*     2026-10-15  GC   ORIGINAL - APPLY MAINTENANCE CHANGES
004100*                      DEFERRED BY THE BATCH-WINDOW LOCKOUT.
004200*================================================================
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. PENDAPLY.
004500 AUTHOR. GUY CHERKESKY.
004600 INSTALLATION. SHIFT-OPS DATA CENTER.
004700 DATE-WRITTEN. 2026-10-15.
004800 DATE-COMPILED.
004900
005000*----------------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OPTIONAL PENDING-CHANGES ASSIGN TO "PENDWORK"
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS EMP-ID.
006000     SELECT OPTIONAL LEAVE-CALENDAR ASSIGN TO "LEAVCAL"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS LEV-EMP-ID.
006400     SELECT OPTIONAL DEPARTMENT-REFERENCE ASSIGN TO "DEPTREF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS DPT-CODE.
006800     SELECT MASTER-JOURNAL ASSIGN TO "EMPJRNL"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-JOURNAL-STATUS.
007100     SELECT PENDING-REPORT ASSIGN TO "PENDRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300     SELECT RUN-STATISTICS ASSIGN TO "RUNSTATS"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RUNSTATS-STATUS.
007600
007700*----------------------------------------------------------------
007800 DATA DIVISION.
007900 FILE SECTION.
008000* DEFERRED-CHANGE QUEUE - THE PENDCHG RECORDS SET ASIDE FOR THIS
008100* WINDOW, READ FRONT TO BACK IN THE ORDER THEY WERE QUEUED.
008200* OPTIONAL - A WINDOW WITH NOTHING QUEUED HAS NO QUEUE.
008300 FD  PENDING-CHANGES.
008400     COPY PNDREC.
008500
008600* EMPLOYEE MASTER - NAME CHANGES REWRITTEN IN PLACE BY KEY.
008700 FD  EMPLOYEE-MASTER.
008800     COPY EMPREC.
008900
009000* LEAVE CALENDAR - SAME RECORD LEAVMNT MAINTAINS.
009100 FD  LEAVE-CALENDAR.
009200     COPY LEVREC.
009300
009400* DEPARTMENT REFERENCE - SAME RECORD DEPTRFMT MAINTAINS.
009500 FD  DEPARTMENT-REFERENCE.
009600     COPY DPTREC.
009700
009800* MASTER CHANGE JOURNAL - APPENDED TO, ONE RECORD PER APPLIED
009900* CHANGE, WITH BEFORE AND AFTER IMAGES.
010000 FD  MASTER-JOURNAL.
010100     COPY JRNREC.
010200
010300* DEFERRED-CHANGE REPORT - ONE TEXT LINE PER QUEUED CHANGE.
010400 FD  PENDING-REPORT.
010500 01  PENDING-LINE            PIC X(80).
010600
010700* RUN STATISTICS - APPENDED TO, ONE RECORD PER END-OF-RUN
010800* COUNTER, FOR THE OPSTREND TREND REPORT.
010900 FD  RUN-STATISTICS.
011000     COPY RSTREC.
011100
011200*----------------------------------------------------------------
011300 WORKING-STORAGE SECTION.
011400* SWITCHES.
011500 01  WS-SWITCHES.
011600     05  WS-EOF-SWITCH           PIC X(01) VALUE "N".
011700         88  NO-MORE-CHANGES         VALUE "Y".
011800     05  WS-APPLIED-SWITCH       PIC X(01) VALUE "N".
011900         88  CHANGE-WAS-APPLIED      VALUE "Y".
012000
012100* COUNTERS.
012200 01  WS-COUNTERS.
012300     05  WS-QUEUED-COUNT         PIC 9(05) COMP VALUE ZERO.
012400     05  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
012500     05  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
012600
012700* RUN DATE FOR THE RUN-STATISTICS RECORDS.
012800 01  WS-CURRENT-TIMESTAMP    PIC X(21).
012900 01  WS-TODAY-DATE           PIC 9(08).
013000
013100* JOURNAL WORK AREA - THE IMAGES BEFORE AND AFTER THE CHANGE.
013200* SPACES WHERE NO IMAGE EXISTS (BEFORE AN ADD, AFTER A DELETE).
013300 01  WS-JRN-BEFORE           PIC X(70).
013400 01  WS-JRN-AFTER            PIC X(70).
013500
013600* FILE STATUS FOR THE JOURNAL - "35" MEANS THIS IS THE FIRST
013700* RUN AND EMPJRNL DOES NOT EXIST YET.
013800 01  WS-JOURNAL-STATUS       PIC X(02).
013900
014000* FILE STATUS FOR THE RUN-STATISTICS FILE - SAME "35" RULE.
014100 01  WS-RUNSTATS-STATUS      PIC X(02).
014200
014300* REPORT COLUMN HEADING.
014400 01  WS-PENDING-HEADING.
014500     05  FILLER                  PIC X(14) VALUE "QUEUED   TIME ".
014600     05  FILLER                  PIC X(10) VALUE "PROGRAM   ".
014700     05  FILLER                  PIC X(08) VALUE "FILE    ".
014800     05  FILLER                  PIC X(02) VALUE "A ".
014900     05  FILLER                  PIC X(06) VALUE "KEY   ".
015000     05  FILLER                  PIC X(40) VALUE "DISPOSITION".
015100
015200* DETAIL LINE BUILD AREA - ONE PER QUEUED CHANGE.
015300 01  WS-PENDING-DETAIL.
015400     05  WS-PDR-QUEUED-DATE      PIC X(08).
015500     05  FILLER                  PIC X(01) VALUE SPACES.
015600     05  WS-PDR-QUEUED-TIME      PIC X(04).
015700     05  FILLER                  PIC X(01) VALUE SPACES.
015800     05  WS-PDR-PROGRAM          PIC X(09).
015900     05  FILLER                  PIC X(01) VALUE SPACES.
016000     05  WS-PDR-FILE             PIC X(07).
016100     05  FILLER                  PIC X(01) VALUE SPACES.
016200     05  WS-PDR-ACTION           PIC X(01).
016300     05  FILLER                  PIC X(01) VALUE SPACES.
016400     05  WS-PDR-KEY              PIC X(05).
016500     05  FILLER                  PIC X(01) VALUE SPACES.
016600     05  WS-PDR-DISPOSITION      PIC X(40).
016700
016800* SECOND LINE FOR AN APPLIED DEPTREF ADD OR CHANGE - THE
016900* SUPERVISOR AND LOCATION DO NOT FIT BESIDE THE NAME.
017000 01  WS-PENDING-DEPT-LINE.
017100     05  FILLER                  PIC X(14) VALUE SPACES.
017200     05  FILLER                  PIC X(11) VALUE "SUPERVISOR ".
017300     05  WS-PDD-SUPERVISOR       PIC X(25).
017400     05  FILLER                  PIC X(11) VALUE "  LOCATION ".
017500     05  WS-PDD-LOCATION         PIC X(15).
017600     05  FILLER                  PIC X(04) VALUE SPACES.
017700
017800* FOOTER COUNT EDIT AREAS.
017900 01  WS-FOOTER-LINE          PIC X(80).
018000 01  WS-COUNT-DISPLAY        PIC 9(05).
018100
018200*----------------------------------------------------------------
018300 PROCEDURE DIVISION.
018400
018500*================================================================
018600* 0000-MAINLINE - APPLY EVERY QUEUED CHANGE IN ORDER, REPORT AND
018700*                 JOURNAL EACH ONE, AND SET THE CONDITION CODE.
018800*================================================================
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     PERFORM 2000-APPLY-QUEUED-CHANGE THRU 2000-EXIT
019200         UNTIL NO-MORE-CHANGES.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     STOP RUN.
019500
019600*================================================================
019700* 1000-INITIALIZE - OPEN EVERYTHING, CAPTURE TODAYS DATE, WRITE
019800*                   THE REPORT HEADER, AND PRIME THE QUEUE READ.
019900*================================================================
020000 1000-INITIALIZE.
020100     OPEN INPUT PENDING-CHANGES.
020200     OPEN I-O EMPLOYEE-MASTER.
020300     OPEN I-O LEAVE-CALENDAR.
020400     OPEN I-O DEPARTMENT-REFERENCE.
020500     OPEN OUTPUT PENDING-REPORT.
020600     OPEN EXTEND MASTER-JOURNAL.
020700     IF WS-JOURNAL-STATUS = "35"
020800         OPEN OUTPUT MASTER-JOURNAL
020900         CLOSE MASTER-JOURNAL
021000         OPEN EXTEND MASTER-JOURNAL
021100     END-IF.
021200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
021300     MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-TODAY-DATE.
021400     MOVE "DEFERRED MAINTENANCE CHANGES - APPLIED AT WINDOW START"
021500         TO PENDING-LINE.
021600     WRITE PENDING-LINE.
021700     MOVE ALL "-" TO PENDING-LINE.
021800     WRITE PENDING-LINE.
021900     WRITE PENDING-LINE FROM WS-PENDING-HEADING.
022000     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300
022400*================================================================
022500* 2000-APPLY-QUEUED-CHANGE - ROUTE THE CURRENT QUEUE ENTRY TO ITS
022600*                            TARGET FILE, COUNT AND REPORT THE
022700*                            OUTCOME, THEN READ THE NEXT ONE.
022800*================================================================
022900 2000-APPLY-QUEUED-CHANGE.
023000     ADD 1 TO WS-QUEUED-COUNT.
023100     MOVE "N" TO WS-APPLIED-SWITCH.
023200     MOVE SPACES TO WS-PDR-DISPOSITION.
023300     EVALUATE TRUE
023400         WHEN PND-FOR-EMPMAST
023500             PERFORM 3000-APPLY-EMPMAST THRU 3000-EXIT
023600         WHEN PND-FOR-LEAVCAL
023700             PERFORM 4000-APPLY-LEAVCAL THRU 4000-EXIT
023800         WHEN PND-FOR-DEPTREF
023900             PERFORM 5000-APPLY-DEPTREF THRU 5000-EXIT
024000         WHEN OTHER
024100             MOVE "NOT APPLIED - UNRECOGNIZED QUEUE ENTRY"
024200                 TO WS-PDR-DISPOSITION
024300     END-EVALUATE.
024400     IF CHANGE-WAS-APPLIED
024500         ADD 1 TO WS-APPLIED-COUNT
024600     ELSE
024700         ADD 1 TO WS-REJECTED-COUNT
024800     END-IF.
024900     PERFORM 6000-WRITE-PENDING-LINE THRU 6000-EXIT.
025000     PERFORM 2100-READ-CHANGE THRU 2100-EXIT.
025100 2000-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------
025500* 2100-READ-CHANGE - READ THE NEXT QUEUE ENTRY.
025600*----------------------------------------------------------------
025700 2100-READ-CHANGE.
025800     READ PENDING-CHANGES
025900         AT END
026000             SET NO-MORE-CHANGES TO TRUE
026100     END-READ.
026200 2100-EXIT.
026300     EXIT.
026400
026500*================================================================
026600* 3000-APPLY-EMPMAST - A NAME CHANGE QUEUED BY NAMEMAINT OR
026700*                      EXCPFIX.  REWRITE FIRST-NAME/LAST-NAME IN
026800*                      PLACE BY KEY, AS THEY WOULD HAVE.
026900*================================================================
027000 3000-APPLY-EMPMAST.
027100     IF NOT PND-IS-CHANGE
027200         MOVE "NOT APPLIED - UNRECOGNIZED QUEUE ENTRY"
027300             TO WS-PDR-DISPOSITION
027400         GO TO 3000-EXIT
027500     END-IF.
027600     MOVE PND-KEY TO EMP-ID.
027700     READ EMPLOYEE-MASTER
027800         INVALID KEY
027900             MOVE "NOT APPLIED - NOT ON EMPMAST"
028000                 TO WS-PDR-DISPOSITION
028100         NOT INVALID KEY
028200             MOVE EMPLOYEE-MASTER-RECORD TO WS-JRN-BEFORE
028300             MOVE PND-FIRST-NAME TO FIRST-NAME
028400             MOVE PND-LAST-NAME TO LAST-NAME
028500             REWRITE EMPLOYEE-MASTER-RECORD
028600             MOVE EMPLOYEE-MASTER-RECORD TO WS-JRN-AFTER
028700             PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
028800             SET CHANGE-WAS-APPLIED TO TRUE
028900             STRING "APPLIED - " DELIMITED BY SIZE
029000                    PND-FIRST-NAME DELIMITED BY "  "
029100                    " " DELIMITED BY SIZE
029200                    PND-LAST-NAME DELIMITED BY SIZE
029300                    INTO WS-PDR-DISPOSITION
029400             END-STRING
029500     END-READ.
029600 3000-EXIT.
029700     EXIT.
029800
029900*================================================================
030000* 4000-APPLY-LEAVCAL - A LEAVE CALENDAR ACTION QUEUED BY LEAVMNT.
030100*                      AN ADD FOR AN EMPLOYEE ALREADY ON THE
030200*                      CALENDAR, OR A CHANGE/DELETE OF A MISSING
030300*                      ONE, IS NOT APPLIED.
030400*================================================================
030500 4000-APPLY-LEAVCAL.
030600     EVALUATE TRUE
030700         WHEN PND-IS-ADD
030800             PERFORM 4100-LEAVCAL-ADD THRU 4100-EXIT
030900         WHEN PND-IS-CHANGE
031000             PERFORM 4200-LEAVCAL-CHANGE THRU 4200-EXIT
031100         WHEN PND-IS-DELETE
031200             PERFORM 4300-LEAVCAL-DELETE THRU 4300-EXIT
031300         WHEN OTHER
031400             MOVE "NOT APPLIED - UNRECOGNIZED QUEUE ENTRY"
031500                 TO WS-PDR-DISPOSITION
031600     END-EVALUATE.
031700 4000-EXIT.
031800     EXIT.
031900
032000 4100-LEAVCAL-ADD.
032100     MOVE SPACES TO LEAVE-CALENDAR-RECORD.
032200     MOVE PND-KEY TO LEV-EMP-ID.
032300     MOVE PND-LEAVE-START TO LEV-START-DATE.
032400     MOVE PND-LEAVE-RETURN TO LEV-RETURN-DATE.
032500     WRITE LEAVE-CALENDAR-RECORD
032600         INVALID KEY
032700             MOVE "NOT APPLIED - ALREADY ON LEAVCAL"
032800                 TO WS-PDR-DISPOSITION
032900         NOT INVALID KEY
033000             MOVE SPACES TO WS-JRN-BEFORE
033100             MOVE LEAVE-CALENDAR-RECORD (1:70) TO WS-JRN-AFTER
033200             PERFORM 4400-LEAVCAL-APPLIED THRU 4400-EXIT
033300     END-WRITE.
033400 4100-EXIT.
033500     EXIT.
033600
033700 4200-LEAVCAL-CHANGE.
033800     MOVE PND-KEY TO LEV-EMP-ID.
033900     READ LEAVE-CALENDAR
034000         INVALID KEY
034100             MOVE "NOT APPLIED - NOT ON LEAVCAL"
034200                 TO WS-PDR-DISPOSITION
034300         NOT INVALID KEY
034400             MOVE LEAVE-CALENDAR-RECORD (1:70) TO WS-JRN-BEFORE
034500             MOVE PND-LEAVE-START TO LEV-START-DATE
034600             MOVE PND-LEAVE-RETURN TO LEV-RETURN-DATE
034700             REWRITE LEAVE-CALENDAR-RECORD
034800             MOVE LEAVE-CALENDAR-RECORD (1:70) TO WS-JRN-AFTER
034900             PERFORM 4400-LEAVCAL-APPLIED THRU 4400-EXIT
035000     END-READ.
035100 4200-EXIT.
035200     EXIT.
035300
035400 4300-LEAVCAL-DELETE.
035500     MOVE PND-KEY TO LEV-EMP-ID.
035600     READ LEAVE-CALENDAR
035700         INVALID KEY
035800             MOVE "NOT APPLIED - NOT ON LEAVCAL"
035900                 TO WS-PDR-DISPOSITION
036000         NOT INVALID KEY
036100             MOVE LEAVE-CALENDAR-RECORD (1:70) TO WS-JRN-BEFORE
036200             DELETE LEAVE-CALENDAR
036300             MOVE SPACES TO WS-JRN-AFTER
036400             PERFORM 4400-LEAVCAL-APPLIED THRU 4400-EXIT
036500     END-READ.
036600 4300-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------------
037000* 4400-LEAVCAL-APPLIED - JOURNAL THE CALENDAR ACTION JUST APPLIED
037100*                        AND SET ITS DISPOSITION.
037200*----------------------------------------------------------------
037300 4400-LEAVCAL-APPLIED.
037400     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
037500     SET CHANGE-WAS-APPLIED TO TRUE.
037600     IF PND-IS-DELETE
037700         MOVE "APPLIED - CALENDAR ENTRY DELETED"
037800             TO WS-PDR-DISPOSITION
037900     ELSE
038000         STRING "APPLIED - LEAVE " DELIMITED BY SIZE
038100                PND-LEAVE-START DELIMITED BY SIZE
038200                " TO " DELIMITED BY SIZE
038300                PND-LEAVE-RETURN DELIMITED BY SIZE
038400                INTO WS-PDR-DISPOSITION
038500         END-STRING
038600     END-IF.
038700 4400-EXIT.
038800     EXIT.
038900
039000*================================================================
039100* 5000-APPLY-DEPTREF - A DEPARTMENT REFERENCE ACTION QUEUED BY
039200*                      DEPTRFMT.  AN ADD OF AN EXISTING CODE, OR
039300*                      A CHANGE/DELETE OF A MISSING ONE, IS NOT
039400*                      APPLIED.
039500*================================================================
039600 5000-APPLY-DEPTREF.
039700     EVALUATE TRUE
039800         WHEN PND-IS-ADD
039900             PERFORM 5100-DEPTREF-ADD THRU 5100-EXIT
040000         WHEN PND-IS-CHANGE
040100             PERFORM 5200-DEPTREF-CHANGE THRU 5200-EXIT
040200         WHEN PND-IS-DELETE
040300             PERFORM 5300-DEPTREF-DELETE THRU 5300-EXIT
040400         WHEN OTHER
040500             MOVE "NOT APPLIED - UNRECOGNIZED QUEUE ENTRY"
040600                 TO WS-PDR-DISPOSITION
040700     END-EVALUATE.
040800 5000-EXIT.
040900     EXIT.
041000
041100 5100-DEPTREF-ADD.
041200     MOVE SPACES TO DEPARTMENT-REFERENCE-RECORD.
041300     MOVE PND-KEY TO DPT-CODE.
041400     MOVE PND-DEPT-NAME TO DPT-NAME.
041500     MOVE PND-DEPT-SUPERVISOR TO DPT-SUPERVISOR.
041600     MOVE PND-DEPT-LOCATION TO DPT-LOCATION.
041700     WRITE DEPARTMENT-REFERENCE-RECORD
041800         INVALID KEY
041900             MOVE "NOT APPLIED - ALREADY ON DEPTREF"
042000                 TO WS-PDR-DISPOSITION
042100         NOT INVALID KEY
042200             MOVE SPACES TO WS-JRN-BEFORE
042300             MOVE DEPARTMENT-REFERENCE-RECORD (5:70)
042400                 TO WS-JRN-AFTER
042500             PERFORM 5400-DEPTREF-APPLIED THRU 5400-EXIT
042600     END-WRITE.
042700 5100-EXIT.
042800     EXIT.
042900
043000 5200-DEPTREF-CHANGE.
043100     MOVE PND-KEY TO DPT-CODE.
043200     READ DEPARTMENT-REFERENCE
043300         INVALID KEY
043400             MOVE "NOT APPLIED - NOT ON DEPTREF"
043500                 TO WS-PDR-DISPOSITION
043600         NOT INVALID KEY
043700             MOVE DEPARTMENT-REFERENCE-RECORD (5:70)
043800                 TO WS-JRN-BEFORE
043900             MOVE PND-DEPT-NAME TO DPT-NAME
044000             MOVE PND-DEPT-SUPERVISOR TO DPT-SUPERVISOR
044100             MOVE PND-DEPT-LOCATION TO DPT-LOCATION
044200             REWRITE DEPARTMENT-REFERENCE-RECORD
044300             MOVE DEPARTMENT-REFERENCE-RECORD (5:70)
044400                 TO WS-JRN-AFTER
044500             PERFORM 5400-DEPTREF-APPLIED THRU 5400-EXIT
044600     END-READ.
044700 5200-EXIT.
044800     EXIT.
044900
045000 5300-DEPTREF-DELETE.
045100     MOVE PND-KEY TO DPT-CODE.
045200     READ DEPARTMENT-REFERENCE
045300         INVALID KEY
045400             MOVE "NOT APPLIED - NOT ON DEPTREF"
045500                 TO WS-PDR-DISPOSITION
045600         NOT INVALID KEY
045700             MOVE DEPARTMENT-REFERENCE-RECORD (5:70)
045800                 TO WS-JRN-BEFORE
045900             DELETE DEPARTMENT-REFERENCE
046000             MOVE SPACES TO WS-JRN-AFTER
046100             PERFORM 5400-DEPTREF-APPLIED THRU 5400-EXIT
046200     END-READ.
046300 5300-EXIT.
046400     EXIT.
046500
046600*----------------------------------------------------------------
046700* 5400-DEPTREF-APPLIED - JOURNAL THE REFERENCE ACTION JUST
046800*                        APPLIED AND SET ITS DISPOSITION.
046900*----------------------------------------------------------------
047000 5400-DEPTREF-APPLIED.
047100     PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
047200     SET CHANGE-WAS-APPLIED TO TRUE.
047300     IF PND-IS-DELETE
047400         MOVE "APPLIED - DEPARTMENT DELETED" TO WS-PDR-DISPOSITION
047500     ELSE
047600         STRING "APPLIED - " DELIMITED BY SIZE
047700                PND-DEPT-NAME DELIMITED BY SIZE
047800                INTO WS-PDR-DISPOSITION
047900         END-STRING
048000     END-IF.
048100 5400-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------
048500* 6000-WRITE-PENDING-LINE - ONE REPORT LINE FOR THE CURRENT
048600*                           QUEUE ENTRY, PLUS THE SUPERVISOR AND
048700*                           LOCATION FOR AN APPLIED DEPTREF ADD OR
048800*                           CHANGE.  THE CALLER HAS ALREADY SET
048900*                           THE DISPOSITION TEXT.
049000*----------------------------------------------------------------
049100 6000-WRITE-PENDING-LINE.
049200     MOVE PND-QUEUED-STAMP (1:8) TO WS-PDR-QUEUED-DATE.
049300     MOVE PND-QUEUED-STAMP (9:4) TO WS-PDR-QUEUED-TIME.
049400     MOVE PND-PROGRAM TO WS-PDR-PROGRAM.
049500     MOVE PND-TARGET-FILE TO WS-PDR-FILE.
049600     MOVE PND-ACTION TO WS-PDR-ACTION.
049700     MOVE PND-KEY TO WS-PDR-KEY.
049800     WRITE PENDING-LINE FROM WS-PENDING-DETAIL.
049900     IF CHANGE-WAS-APPLIED
050000        AND PND-FOR-DEPTREF
050100        AND NOT PND-IS-DELETE
050200         MOVE PND-DEPT-SUPERVISOR TO WS-PDD-SUPERVISOR
050300         MOVE PND-DEPT-LOCATION TO WS-PDD-LOCATION
050400         WRITE PENDING-LINE FROM WS-PENDING-DEPT-LINE
050500     END-IF.
050600 6000-EXIT.
050700     EXIT.
050800
050900*----------------------------------------------------------------
051000* 7000-WRITE-JOURNAL - ONE EMPJRNL RECORD FOR THE CHANGE JUST
051100*                      APPLIED, UNDER THE TRANSACTION THAT QUEUED
051200*                      IT.  LEAVCAL AND DEPTREF ENTRIES ALWAYS
051300*                      CARRY THE LEAVMNT/DEPTRFMT NAME SO EMPRECOV
051400*                      KNOWS THEM FOR WHAT THEY ARE.
051500*----------------------------------------------------------------
051600 7000-WRITE-JOURNAL.
051700     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
051800     MOVE WS-CURRENT-TIMESTAMP TO JRN-TIMESTAMP.
051900     MOVE PND-PROGRAM TO JRN-PROGRAM.
052000     IF PND-FOR-LEAVCAL
052100         SET JRN-LEAVCAL-ENTRY TO TRUE
052200     END-IF.
052300     IF PND-FOR-DEPTREF
052400         SET JRN-DEPTREF-ENTRY TO TRUE
052500     END-IF.
052600     MOVE PND-ACTION TO JRN-ACTION.
052700     MOVE PND-KEY TO JRN-EMP-ID.
052800     MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE.
052900     MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE.
053000     WRITE MASTER-JOURNAL-RECORD.
053100 7000-EXIT.
053200     EXIT.
053300
053400*================================================================
053500* 9000-TERMINATE - WRITE THE TRAILING COUNTS, CLOSE EVERYTHING,
053600*                  AND SET THE CONDITION CODE: 00 = EVERY CHANGE
053700*                  APPLIED, 04 = SOME NOT APPLIED (SEE PENDRPT).
053800*================================================================
053900 9000-TERMINATE.
054000     IF WS-QUEUED-COUNT = ZERO
054100         MOVE "NO DEFERRED CHANGES WERE QUEUED." TO PENDING-LINE
054200         WRITE PENDING-LINE
054300     END-IF.
054400     MOVE SPACES TO PENDING-LINE.
054500     WRITE PENDING-LINE.
054600     MOVE WS-QUEUED-COUNT TO WS-COUNT-DISPLAY.
054700     MOVE SPACES TO WS-FOOTER-LINE.
054800     STRING "TOTAL CHANGES QUEUED:      " DELIMITED BY SIZE
054900            WS-COUNT-DISPLAY DELIMITED BY SIZE
055000            INTO WS-FOOTER-LINE
055100     END-STRING.
055200     WRITE PENDING-LINE FROM WS-FOOTER-LINE.
055300     MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
055400     MOVE SPACES TO WS-FOOTER-LINE.
055500     STRING "TOTAL CHANGES APPLIED:     " DELIMITED BY SIZE
055600            WS-COUNT-DISPLAY DELIMITED BY SIZE
055700            INTO WS-FOOTER-LINE
055800     END-STRING.
055900     WRITE PENDING-LINE FROM WS-FOOTER-LINE.
056000     MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
056100     MOVE SPACES TO WS-FOOTER-LINE.
056200     STRING "TOTAL CHANGES NOT APPLIED: " DELIMITED BY SIZE
056300            WS-COUNT-DISPLAY DELIMITED BY SIZE
056400            INTO WS-FOOTER-LINE
056500     END-STRING.
056600     WRITE PENDING-LINE FROM WS-FOOTER-LINE.
056700     CLOSE PENDING-CHANGES.
056800     CLOSE EMPLOYEE-MASTER.
056900     CLOSE LEAVE-CALENDAR.
057000     CLOSE DEPARTMENT-REFERENCE.
057100     CLOSE MASTER-JOURNAL.
057200     CLOSE PENDING-REPORT.
057300     IF WS-REJECTED-COUNT > ZERO
057400         MOVE 4 TO RETURN-CODE
057500     ELSE
057600         MOVE 0 TO RETURN-CODE
057700     END-IF.
057800     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
057900     DISPLAY "PENDAPLY: " WS-QUEUED-COUNT
058000         " DEFERRED CHANGE(S) QUEUED".
058100     DISPLAY "PENDAPLY: " WS-APPLIED-COUNT " APPLIED, "
058200         WS-REJECTED-COUNT " NOT APPLIED".
058300 9000-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700* 9500-WRITE-RUN-STATS - APPEND THE END-OF-RUN COUNTS AND THE
058800*                        CONDITION CODE TO THE SHARED RUNSTATS
058900*                        FILE, ONE RECORD PER COUNTER.
059000*----------------------------------------------------------------
059100 9500-WRITE-RUN-STATS.
059200     OPEN EXTEND RUN-STATISTICS.
059300     IF WS-RUNSTATS-STATUS = "35"
059400         OPEN OUTPUT RUN-STATISTICS
059500         CLOSE RUN-STATISTICS
059600         OPEN EXTEND RUN-STATISTICS
059700     END-IF.
059800     MOVE SPACES TO RUN-STATISTICS-RECORD.
059900     MOVE WS-TODAY-DATE TO RST-RUN-DATE.
060000     MOVE "PENDAPLY" TO RST-PROGRAM.
060100     MOVE RETURN-CODE TO RST-CONDITION-CODE.
060200     MOVE "CHANGES QUEUED" TO RST-COUNTER-NAME.
060300     MOVE WS-QUEUED-COUNT TO RST-COUNTER-VALUE.
060400     WRITE RUN-STATISTICS-RECORD.
060500     MOVE "CHANGES APPLIED" TO RST-COUNTER-NAME.
060600     MOVE WS-APPLIED-COUNT TO RST-COUNTER-VALUE.
060700     WRITE RUN-STATISTICS-RECORD.
060800     MOVE "CHANGES NOT APPLIED" TO RST-COUNTER-NAME.
060900     MOVE WS-REJECTED-COUNT TO RST-COUNTER-VALUE.
061000     WRITE RUN-STATISTICS-RECORD.
061100     CLOSE RUN-STATISTICS.
061200 9500-EXIT.
061300     EXIT.
