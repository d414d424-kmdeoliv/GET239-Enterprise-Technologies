      *proposals to ESCTRAN for supervisor review, skipping cases
      *already proposed and still awaiting approval.  Every
      *proposal ('P') and release ('R') lands on the ESCHIST
      *per-case escalation history.  The sweep also reads the
      *ANLAVAIL availability roster: an open case whose analyst is
      *out today on a scheduled absence is proposed at once, however
      *young, with reason 'A' on ESCTRAN ('S' for a stale case), so
      *the supervisor can move it before it goes stale.
      *****************************************************************

       ID DIVISION.
           SELECT ESC-HIST-FILE ASSIGN TO ESCHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESCHIST-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  ET-CASE-NUMBER               PIC X(8).
           05  ET-ANALYST-ID                PIC X(4).
           05  ET-DAYS-STALE                PIC 9(5).
      *****REASON: S STALE PAST ESCD, A ANALYST OUT TODAY***************
           05  ET-REASON                    PIC X(1).

      *****PER-CASE ESCALATION HISTORY - 'P' PROPOSED, 'R' RELEASED****
       FD  ESC-HIST-FILE.
           05  EH-ACTION                    PIC X(1).
           05  EH-DAYS-STALE                PIC 9(5).

      *****AVAILABILITY ROSTER (SEE ANLAVAIL)**************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  RS-AVAILABLE-FLAG            PIC X(1).
           05  RS-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  RS-SKILL-CODES               PIC X(4).
           05  FILLER                       PIC X(1).
           05  RS-EMPLOYEE-ID               PIC X(6).
      *ABSENCE STATUS: T OUT TODAY, W OUT FOR WINDOW*******************
           05  RS-ABSENCE-STATUS            PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
              88 CASE-PENDING                       VALUE 'Y'.
           05 WS-APPLY-SWITCH          PIC X        VALUE 'N'.
              88 APPROVAL-CURRENT                   VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-ANALYST-OUT-SWITCH    PIC X        VALUE 'N'.
              88 ANALYST-OUT                        VALUE 'Y'.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-ESCAPPR-STATUS            PIC XX.
       01 WS-ESCHIST-STATUS            PIC XX.
              10 WS-PND-CASE-NUMBER    PIC X(8).
              10 WS-PND-STATE          PIC X(1).

      *****ANALYSTS OUT TODAY OFF THE AVAILABILITY ROSTER**************
       01 WS-OUT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 100 TIMES
                             INDEXED BY OUT-IDX.
              10 WS-OUT-ANALYST-ID     PIC X(4).
       01 WS-ESC-REASON            PIC X(1).

      *****FORWARD-RECOVERY JOURNAL WORK FIELDS (SEE JRNLPUT)**********
       01 CALL-JRNLPUT             PIC X(8)     VALUE 'JRNLPUT'.
       01 WS-JRNL-FILE-ID          PIC X(8)     VALUE 'ASGNMAST'.
       01 WS-PROPOSALS-WRITTENZ    PIC ZZ,ZZ9.
       01 WS-ALREADY-PENDING       PIC 9(5)     VALUE 0.
       01 WS-ALREADY-PENDINGZ      PIC ZZ,ZZ9.
       01 WS-ABSENT-PROPOSALS      PIC 9(5)     VALUE 0.
       01 WS-ABSENT-PROPOSALSZ     PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 180-LOAD-PENDING-STATE.
           PERFORM 250-LOAD-ABSENT-ANALYSTS.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-APPROVALS UNTIL APP-EOF.
           PERFORM 400-SWEEP-STALE-CASES.
               OPEN OUTPUT ESC-HIST-FILE
           END-IF.

      *****************************************************************
      * EVERY ANALYST OUT TODAY - STATUS 'T', OR 'W' FOR THE WHOLE
      * WINDOW, THOUGH THE ORPHAN SWEEP HAS NORMALLY RELEASED THOSE
      * CASES ALREADY
      *****************************************************************
       250-LOAD-ABSENT-ANALYSTS.
           OPEN INPUT ROSTER-FILE.
           PERFORM 255-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       255-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF
               IF (RS-ABSENCE-STATUS = 'T' OR RS-ABSENCE-STATUS = 'W')
                  AND WS-OUT-TAB-MAX < 100
                   ADD 1 TO WS-OUT-TAB-MAX
                   MOVE RS-ANALYST-ID
                       TO WS-OUT-ANALYST-ID(WS-OUT-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * AN APPROVED ESCALATION RELEASES THE STALE ASSIGNMENT - THE
      * CASE IS STILL ON THE DISPATCH INDEX, SO THE NEXT DISPASGN
           END-IF.

      *****************************************************************
      * THE SWEEP - EVERY OPEN CASE PAST THE BUSINESS-DAY THRESHOLD,
      * OR WHOSE ANALYST IS OUT TODAY, AND NOT ALREADY ON THE
      * SUPERVISOR'S DESK IS PROPOSED
      *****************************************************************
       400-SWEEP-STALE-CASES.
           MOVE LOW-VALUES TO AS-CASE-NUMBER.
                   MOVE AS-ASSIGNED-DATE TO WS-ASSIGNED-DATE-9
                   CALL CALL-BUSDAYS USING WS-ASSIGNED-DATE-9
                                   WS-TODAY WS-DAYS-STALE
                   PERFORM 415-CHECK-ANALYST-OUT
                   IF WS-DAYS-STALE > WS-ESCALATE-DAYS
                       MOVE 'S' TO WS-ESC-REASON
                       PERFORM 420-PROPOSE-ESCALATION
                   ELSE
                       IF ANALYST-OUT
                           MOVE 'A' TO WS-ESC-REASON
                           PERFORM 420-PROPOSE-ESCALATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       415-CHECK-ANALYST-OUT.
           MOVE 'N' TO WS-ANALYST-OUT-SWITCH.
           SET OUT-IDX TO 1.
           PERFORM 417-SEARCH-OUT-ENTRY
               UNTIL OUT-IDX > WS-OUT-TAB-MAX OR ANALYST-OUT.

       417-SEARCH-OUT-ENTRY.
           IF WS-OUT-ANALYST-ID(OUT-IDX) = AS-ANALYST-ID
               MOVE 'Y' TO WS-ANALYST-OUT-SWITCH
           ELSE
               SET OUT-IDX UP BY 1
           END-IF.

       420-PROPOSE-ESCALATION.
           PERFORM 430-CHECK-ALREADY-PENDING.
           IF CASE-PENDING
               ADD 1 TO WS-ALREADY-PENDING
           ELSE
               ADD 1 TO WS-PROPOSALS-WRITTEN
               IF WS-ESC-REASON = 'A'
                   ADD 1 TO WS-ABSENT-PROPOSALS
               END-IF
               MOVE AS-CASE-NUMBER TO ET-CASE-NUMBER
               MOVE AS-ANALYST-ID TO ET-ANALYST-ID
               MOVE WS-DAYS-STALE TO ET-DAYS-STALE
               MOVE WS-ESC-REASON TO ET-REASON
               WRITE ESC-TRAN-REC
               MOVE WS-RUN-TIMESTAMP TO EH-TIMESTAMP
               MOVE AS-CASE-NUMBER TO EH-CASE-NUMBER
           DISPLAY 'Assignments Scanned       : ' WS-CASES-SCANNEDZ.
           MOVE WS-PROPOSALS-WRITTEN TO WS-PROPOSALS-WRITTENZ.
           DISPLAY 'New Proposals Written     : ' WS-PROPOSALS-WRITTENZ.
           MOVE WS-ABSENT-PROPOSALS TO WS-ABSENT-PROPOSALSZ.
           DISPLAY '  For Analyst Out Today   : ' WS-ABSENT-PROPOSALSZ.
           MOVE WS-ALREADY-PENDING TO WS-ALREADY-PENDINGZ.
           DISPLAY 'Awaiting Approval         : ' WS-ALREADY-PENDINGZ.
           DISPLAY '**************************************************'.
