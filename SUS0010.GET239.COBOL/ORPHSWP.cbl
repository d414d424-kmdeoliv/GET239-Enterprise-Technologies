      *skill-aware, workload-balanced assignment.  Every release is
      *appended to the ORPHLOG audit trail with the departed
      *analyst; the new analyst shows on DISPASGN's work report.
      *The nightly stream feeds this program the ANLAVAIL roster, and
      *an open case whose analyst is out for the whole availability
      *window (absence status 'W') is released the same way, so it
      *is not left waiting on someone who is on leave; the ORPHLOG
      *reason column tells the two apart.
      *****************************************************************

       ID DIVISION.
           05  RS-ANALYST-NAME              PIC X(25).
           05  RS-AVAILABLE-FLAG            PIC X(1).
           05  RS-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  RS-SKILL-CODES               PIC X(4).
           05  FILLER                       PIC X(1).
           05  RS-EMPLOYEE-ID               PIC X(6).
      *ABSENCE STATUS (SEE ANLAVAIL): T OUT TODAY, W OUT FOR WINDOW****
           05  RS-ABSENCE-STATUS            PIC X(1).

      *****************************************************************
      * RELEASE AUDIT LOG - ONE ROW PER SWEPT CASE WITH THE DEPARTED
      * ANALYST, APPENDED ACROSS RUNS.  THE NEW-ANALYST COLUMN IS
      * BLANK - THE CASE GOES BACK THROUGH DISPASGN FOR PLACEMENT.
      * REASON D - ANALYST LEFT THE ROSTER, A - ANALYST ABSENT
      *****************************************************************
       FD  ORPHAN-LOG-FILE.
       01  ORPHAN-LOG-REC.
           05  OL-CASE-NUMBER               PIC X(8).
           05  OL-OLD-ANALYST-ID            PIC X(4).
           05  OL-NEW-ANALYST-ID            PIC X(4).
           05  OL-REASON                    PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
              88 ANALYST-ON-ROSTER                  VALUE 'Y'.
       01 WS-ASGNMAST-STATUS           PIC XX.

      *****ROSTERED ANALYST IDS AND ABSENCE STATUS*********************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-ABSENCE        PIC X(1).
       01 WS-RELEASE-REASON        PIC X(1).
       01 WS-RUN-TIMESTAMP         PIC X(14).
       01 WS-TODAY                 PIC X(8).

       01 WS-ORPHANS-FOUNDZ        PIC ZZ,ZZ9.
       01 WS-ORPHANS-RELEASED      PIC 9(5)     VALUE 0.
       01 WS-ORPHANS-RELEASEDZ     PIC ZZ,ZZ9.
       01 WS-ABSENT-RELEASED       PIC 9(5)     VALUE 0.
       01 WS-ABSENT-RELEASEDZ      PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
           IF NOT ROSTER-EOF
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
               MOVE RS-ABSENCE-STATUS
                    TO WS-ANL-ABSENCE(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
      * EVERY OPEN CASE WHOSE ANALYST IS NOT ON THE ROSTER IS AN
      * ORPHAN AND GETS RELEASED FOR THE DISPASGN STEP TO PLACE; SO
      * DOES ONE WHOSE ANALYST IS OUT FOR THE WHOLE WINDOW
      *****************************************************************
       300-SWEEP-ORPHANS.
           MOVE LOW-VALUES TO AS-CASE-NUMBER.
                   PERFORM 320-CHECK-ANALYST-ON-ROSTER
                   IF NOT ANALYST-ON-ROSTER
                       ADD 1 TO WS-ORPHANS-FOUND
                       MOVE 'D' TO WS-RELEASE-REASON
                       PERFORM 330-RELEASE-ORPHAN
                   ELSE
                       IF WS-ANL-ABSENCE(ANL-IDX) = 'W'
                           ADD 1 TO WS-ABSENT-RELEASED
                           MOVE 'A' TO WS-RELEASE-REASON
                           PERFORM 330-RELEASE-ORPHAN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE AS-CASE-NUMBER TO OL-CASE-NUMBER.
           MOVE AS-ANALYST-ID TO OL-OLD-ANALYST-ID.
           MOVE SPACES TO OL-NEW-ANALYST-ID.
           MOVE WS-RELEASE-REASON TO OL-REASON.
           MOVE SPACES TO WS-JRNL-RECORD-IMAGE.
           MOVE ASSIGN-MASTER-REC TO WS-JRNL-RECORD-IMAGE(1:30).
           DELETE ASSIGN-MASTER-FILE RECORD.
           MOVE WS-ORPHANS-FOUND TO WS-ORPHANS-FOUNDZ.
           DISPLAY 'Orphaned Assignments      : ' WS-ORPHANS-FOUNDZ.
           MOVE WS-ORPHANS-RELEASED TO WS-ORPHANS-RELEASEDZ.
           DISPLAY 'Assignments Released      : ' WS-ORPHANS-RELEASEDZ.
           MOVE WS-ABSENT-RELEASED TO WS-ABSENT-RELEASEDZ.
           DISPLAY 'Absent Analyst Released   : ' WS-ABSENT-RELEASEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
