001800*              CLEARS THE STEP020-EXCPCHK GATE AND THE CHAIN
001900*              CONTINUES INSTEAD OF HOLDING THE WHOLE ROSTER
002000*              HOSTAGE TO ONE MIS-KEYED NAME.
002010*              REPAIRS ARE REWRITTEN AT ONCE EVEN WHILE THE
002020*              DAILYRUN BATCH WINDOW IS ACTIVE - THIS IS THE
002030*              WINDOWS OWN RECOVERY PATH.  WHEN PENDCHG STILL
002040*              HOLDS CHANGES NOT YET APPLIED, THE REPAIR IS ALSO
002050*              QUEUED BEHIND THEM, SO PENDAPLY DOES NOT PUT AN
002060*              OLDER QUEUED NAME BACK OVER IT.
002100*
002200* MODIFICATION HISTORY.
002300*     DATE       INIT  DESCRIPTION
002620*                      TO EMPJRNL WITH BEFORE AND AFTER IMAGES
002630*                      (LAYOUT JRNREC), THE SAME AS EMPUPDT AND
002640*                      NAMEMAINT JOURNAL THEIR MASTER UPDATES.
002650*     2026-10-15  GC   A REPAIR MADE WHILE PENDCHG HOLDS CHANGES
002660*                      NOT YET APPLIED IS ALSO QUEUED BEHIND THEM
002670*                      SO THE NEXT STEP000 REPLAY ENDS ON THE
002680*                      REPAIR.
002700*================================================================
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. EXCPFIX.
004610     SELECT MASTER-JOURNAL ASSIGN TO "EMPJRNL"
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS WS-JOURNAL-STATUS.
004670     SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
004680         ORGANIZATION IS SEQUENTIAL
004690         FILE STATUS IS WS-PENDING-STATUS.
004700
004800*----------------------------------------------------------------
004900 DATA DIVISION.
006230* RECORD, WITH BEFORE AND AFTER IMAGES.
006240 FD  MASTER-JOURNAL.
006250     COPY JRNREC.
006274
006278* DEFERRED-CHANGE QUEUE - APPENDED TO ONLY WHEN IT ALREADY HOLDS
006282* CHANGES, ONE RECORD PER REPAIR, FOR PENDAPLY.
006286 FD  PENDING-CHANGES.
006290     COPY PNDREC.
006300
006400*----------------------------------------------------------------
006500 WORKING-STORAGE SECTION.
007200         88  NAME-IS-INVALID         VALUE "N".
007210     05  WS-HOLD-OVERFLOW-SWITCH PIC X(01) VALUE "N".
007220         88  HOLD-TABLE-OVERFLOWED   VALUE "Y".
007240     05  WS-QUEUE-SWITCH         PIC X(01) VALUE "N".
007260         88  QUEUE-HAS-ENTRIES       VALUE "Y".
007300
007400* COUNTERS.
007500 01  WS-COUNTERS.
007600     05  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
007700     05  WS-REPAIRED-COUNT       PIC 9(05) COMP VALUE ZERO.
007800     05  WS-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE ZERO.
007850     05  WS-REQUEUED-COUNT       PIC 9(05) COMP VALUE ZERO.
007900
008000* OPERATOR INPUT - THE CORRECTED NAME.  A BLANK FIRST NAME
008100* SKIPS THE RECORD AND LEAVES IT OUTSTANDING.
011390* RUN AND EMPJRNL DOES NOT EXIST YET.
011395 01  WS-JOURNAL-STATUS       PIC X(02).
011400
011410* FILE STATUS FOR THE DEFERRED-CHANGE QUEUE - "35" MEANS
011420* NOTHING IS QUEUED.
011440 01  WS-PENDING-STATUS       PIC X(02).
011450
011500*----------------------------------------------------------------
011600 PROCEDURE DIVISION.
011700
013100*================================================================
013200* 1000-INITIALIZE - OPEN THE FILES, WRITE THE RECYCLE REPORT
013300*                   HEADER, AND PRIME THE EXCEPTION READ.
013320*                   WHEN PENDCHG HOLDS CHANGES NOT YET APPLIED
013340*                   IT IS OPENED FOR APPEND AS WELL.
013400*================================================================
013500 1000-INITIALIZE.
013600     DISPLAY "EXCPFIX - EXCEPTION REPAIR AND RECYCLE".
013700     OPEN INPUT EXCEPTION-REPORT.
013800     OPEN I-O EMPLOYEE-MASTER.
013820     PERFORM 1100-CHECK-PENDING-QUEUE THRU 1100-EXIT.
013840     IF QUEUE-HAS-ENTRIES
013860         PERFORM 1200-OPEN-PENDING-QUEUE THRU 1200-EXIT
013880     END-IF.
013900     OPEN OUTPUT RECYCLE-REPORT.
013910     OPEN EXTEND MASTER-JOURNAL.
013920     IF WS-JOURNAL-STATUS = "35"
014200     WRITE RECYCLE-LINE.
014300     MOVE ALL "-" TO RECYCLE-LINE.
014400     WRITE RECYCLE-LINE.
014410     IF QUEUE-HAS-ENTRIES
014420         MOVE "PENDCHG NOT EMPTY - REPAIRS ALSO QUEUED BEHIND IT"
014430             TO RECYCLE-LINE
014440         WRITE RECYCLE-LINE
014450     END-IF.
014500     PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
014600 1000-EXIT.
014700     EXIT.
014702
014704*----------------------------------------------------------------
014706* 1100-CHECK-PENDING-QUEUE - A PENDCHG THAT IS THERE AND NOT
014708*                            EMPTY HOLDS CHANGES THE NEXT STEP000
014710*                            WILL REPLAY.  WARN THE OPERATOR THAT
014712*                            REPAIRS WILL BE QUEUED BEHIND THEM.
014714*----------------------------------------------------------------
014716 1100-CHECK-PENDING-QUEUE.
014718     OPEN INPUT PENDING-CHANGES.
014720     IF WS-PENDING-STATUS = "35"
014722         GO TO 1100-EXIT
014724     END-IF.
014726     READ PENDING-CHANGES
014728         AT END
014730             CONTINUE
014732         NOT AT END
014734             SET QUEUE-HAS-ENTRIES TO TRUE
014736     END-READ.
014738     CLOSE PENDING-CHANGES.
014740     IF QUEUE-HAS-ENTRIES
014742         DISPLAY "PENDCHG HOLDS CHANGES NOT YET APPLIED - "
014744             "REPAIRS WILL ALSO BE QUEUED BEHIND THEM."
014746     END-IF.
014748 1100-EXIT.
014750     EXIT.
014752
014754*----------------------------------------------------------------
014756* 1200-OPEN-PENDING-QUEUE - OPEN PENDCHG FOR APPEND.
014760*----------------------------------------------------------------
014762 1200-OPEN-PENDING-QUEUE.
014764     OPEN EXTEND PENDING-CHANGES.
014776 1200-EXIT.
014778     EXIT.
014800
014900*================================================================
015000* 2000-WORK-EXCEPTION - SHOW THE OPERATOR ONE EXCEPTION AND
020100*                     CORRECTION; IF IT PASSES, REWRITE THE
020200*                     MASTER RECORD BY KEY.  A CORRECTION THAT
020300*                     FAILS, OR AN EMPLOYEE NO LONGER ON THE
020350*                     MASTER, STAYS OUTSTANDING.  A REPAIR
020400*                     MADE WHILE PENDCHG HOLDS CHANGES IS ALSO
020450*                     QUEUED BEHIND THEM (3500).
020500*================================================================
020600 3000-APPLY-REPAIR.
020700     PERFORM 3100-VALIDATE-CORRECTION THRU 3100-EXIT.
023250             PERFORM 3200-WRITE-JOURNAL THRU 3200-EXIT
023300             DISPLAY "EMPLOYEE " EXC-EMP-ID " REPAIRED."
023400             MOVE "REPAIRED" TO WS-RCY-DISPOSITION
023420             IF QUEUE-HAS-ENTRIES
023440                 PERFORM 3500-QUEUE-REPAIR THRU 3500-EXIT
023460             END-IF
023500             PERFORM 3400-WRITE-RECYCLE-LINE THRU 3400-EXIT
023600     END-READ.
023700 3000-EXIT.
034500     WRITE RECYCLE-LINE FROM WS-RECYCLE-DETAIL.
034600 3400-EXIT.
034700     EXIT.
034703
034706*----------------------------------------------------------------
034709* 3500-QUEUE-REPAIR - ONE PENDCHG RECORD FOR THE REPAIR JUST
034712*                     MADE, BEHIND THE CHANGES ALREADY QUEUED,
034715*                     SO PENDAPLY REAPPLIES IT LAST INSTEAD OF
034718*                     LEAVING AN OLDER QUEUED NAME ON THE MASTER.
034721*----------------------------------------------------------------
034724 3500-QUEUE-REPAIR.
034727     MOVE SPACES TO PENDING-CHANGE-RECORD.
034730     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
034733     MOVE WS-CURRENT-TIMESTAMP TO PND-QUEUED-STAMP.
034736     MOVE "EXCPFIX" TO PND-PROGRAM.
034739     SET PND-FOR-EMPMAST TO TRUE.
034742     SET PND-IS-CHANGE TO TRUE.
034745     MOVE EXC-EMP-ID TO PND-KEY.
034748     MOVE WS-NEW-FIRST-NAME TO PND-FIRST-NAME.
034751     MOVE WS-NEW-LAST-NAME TO PND-LAST-NAME.
034754     WRITE PENDING-CHANGE-RECORD.
034757     ADD 1 TO WS-REQUEUED-COUNT.
034760     DISPLAY "EMPLOYEE " EXC-EMP-ID " ALSO QUEUED ON PENDCHG "
034763         "BEHIND THE CHANGES ALREADY THERE.".
034766     MOVE "REPAIRED - ALSO QUEUED BEHIND PENDCHG"
034769         TO WS-RCY-DISPOSITION.
034775 3500-EXIT.
034778     EXIT.
034800
034900*================================================================
035000* 4000-REWRITE-EXCEPTIONS - REWRITE EXCPRPT WITH ONLY THE
039700     END-STRING.
039800     WRITE RECYCLE-LINE FROM WS-FOOTER-LINE.
039900     CLOSE EMPLOYEE-MASTER.
039910     IF QUEUE-HAS-ENTRIES
039920         CLOSE PENDING-CHANGES
039930     END-IF.
039950     CLOSE MASTER-JOURNAL.
040000     CLOSE RECYCLE-REPORT.
040100     IF WS-OUTSTANDING-COUNT > ZERO
040700         " EXCEPTION(S) PRESENTED".
040800     DISPLAY "EXCPFIX: " WS-REPAIRED-COUNT " REPAIRED, "
040900         WS-OUTSTANDING-COUNT " STILL OUTSTANDING".
040920     IF WS-REQUEUED-COUNT > ZERO
040940         DISPLAY "EXCPFIX: " WS-REQUEUED-COUNT
040960             " REPAIR(S) ALSO QUEUED BEHIND PENDCHG"
040980     END-IF.
041000 9000-EXIT.
041100     EXIT.
