      *****************************************************************
      *PURPOSE: Returned grade roster intake.  The ROSTGEN roster
      *cards come back from the instructors as ROSTRET (term,
      *course, section, student, letter grade).  Every grade is
      *checked against the GPACTL grade scale (GRDE rows) and is
      *posted only for a student enrolled in that course-section
      *(REGSECT) whose registration is still on the term's COURSEIN;
      *anything else rejects to ROSTEXC with the reason.  A card
      *returned with the grade still blank posts nothing.  Posted
      *grades go to a new copy of the term's COURSEIN that the job
      *promotes over the live one.
      *
      *After posting, every course-section on REGSECT is checked for
      *grades: a section with none is listed MISSING, one with some
      *but not all INCOMPLETE, with the count graded.  Sections
      *still outstanding on or after the GPACTL roster return date
      *(RDUE) are PAST DUE and end the run RC=8 - LAB4's term run is
      *not to be started on a partial term.  Rejects, or sections
      *outstanding before the return date, end the run RC=4.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ROSTPOST.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GPA-CTL-FILE ASSIGN TO GPACTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-ENROLL-FILE ASSIGN TO REGSECT
           ORGANIZATION IS SEQUENTIAL.
           SELECT COURSE-FILE ASSIGN TO COURSEIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-RETURN-FILE ASSIGN TO ROSTRET
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE-OUT ASSIGN TO COURSEOT
           ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO ROSTEXC
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * GPA CONTROL - SEE LAB4.  GRDE ROWS CARRY THE GRADE SCALE
      * (LETTER AND POINTS), RDUE THE ROSTER RETURN DATE YYYYMMDD
      *****************************************************************
       FD  GPA-CTL-FILE.
       01  GPA-CTL-REC.
           05  GPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  GPC-VALUE                    PIC X(9).

      *****SECTION ENROLLMENT - SEE REGISTER***************************
       FD  SECTION-ENROLL-FILE.
       01  SECTION-ENROLL-REC.
           05  SE-STUDENT-ID                PIC X(6).
           05  SE-COURSE-ID                 PIC X(6).
           05  SE-SECTION                   PIC X(2).
           05  SE-TERM                      PIC X(5).

      *****COURSE-TAKEN HISTORY - SEE LAB4*****************************
       FD  COURSE-FILE.
       01  COURSE-REC.
           05  CRS-STUDENT-ID               PIC X(6).
           05  CRS-COURSE-ID                PIC X(6).
           05  CRS-CREDIT-HOURS             PIC 9V9.
           05  CRS-LETTER-GRADE             PIC X.
           05  CRS-TERM                     PIC X(5).

      *****RETURNED ROSTER CARDS - SEE ROSTGEN*************************
       FD  ROSTER-RETURN-FILE.
       01  ROSTER-RETURN-REC.
           05  RR-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  RR-COURSE-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  RR-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  RR-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  RR-GRADE                     PIC X(1).

       FD  COURSE-FILE-OUT.
       01  COURSE-OUT-REC.
           05  CRO-STUDENT-ID               PIC X(6).
           05  CRO-COURSE-ID                PIC X(6).
           05  CRO-CREDIT-HOURS             PIC 9V9.
           05  CRO-LETTER-GRADE             PIC X.
           05  CRO-TERM                     PIC X(5).

      ***REJECTED GRADES AND OUTSTANDING ROSTERS***********************
       FD  EXCEPTION-REPORT-FILE.
       01  EXC-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-RET-EOF-SWITCH        PIC X        VALUE 'N'.
              88 RET-EOF                            VALUE 'Y'.
           05 WS-ENR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 ENR-EOF                            VALUE 'Y'.
           05 WS-CRS-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CRS-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).
       01 WS-RETURN-DATE               PIC X(8)     VALUE SPACES.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-GRADED-ED                 PIC ZZ9.
       01 WS-ENROLLED-ED               PIC ZZ9.

      *****GRADE SCALE FROM GPACTL*************************************
       01 WS-GRD-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-GRD-TABLE.
           05 WS-GRD-ENTRY OCCURS 20 TIMES
                             INDEXED BY GRD-IDX.
              10 WS-GRD-LETTER         PIC X(1).

      *****THE TERM'S COURSEIN - THE POSTED COPY IN CORE***************
       01 WS-CRS-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 2000 TIMES
                             INDEXED BY CRS-IDX.
              10 WS-CRS-STUDENT        PIC X(6).
              10 WS-CRS-COURSE         PIC X(6).
              10 WS-CRS-HOURS          PIC 9V9.
              10 WS-CRS-GRADE          PIC X(1).
              10 WS-CRS-TERM           PIC X(5).
       01 WS-CRS-SUB               PIC 9(4).

      *****SECTION ENROLLMENTS IN TERM, COURSE, SECTION ORDER**********
       01 WS-ENR-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 2000 TIMES
                             INDEXED BY ENR-IDX.
              10 WS-ENR-STUDENT        PIC X(6).
              10 WS-ENR-COURSE         PIC X(6).
              10 WS-ENR-SECTION        PIC X(2).
              10 WS-ENR-TERM           PIC X(5).
       01 WS-ENR-SUB               PIC 9(4).

      *****THE SECTION BEING CHECKED FOR COMPLETENESS******************
       01 WS-CUR-TERM              PIC X(5)     VALUE SPACES.
       01 WS-CUR-COURSE            PIC X(6)     VALUE SPACES.
       01 WS-CUR-SECTION           PIC X(2)     VALUE SPACES.
       01 WS-SEC-ENROLLED          PIC 9(3)     VALUE 0.
       01 WS-SEC-GRADED            PIC 9(3)     VALUE 0.

      *****INTAKE COUNTERS*********************************************
       01 WS-CARDS-READ            PIC 9(5)     VALUE 0.
       01 WS-CARDS-READZ           PIC ZZ,ZZ9.
       01 WS-GRADES-POSTED         PIC 9(5)     VALUE 0.
       01 WS-GRADES-POSTEDZ        PIC ZZ,ZZ9.
       01 WS-GRADES-REVISED        PIC 9(5)     VALUE 0.
       01 WS-GRADES-REVISEDZ       PIC ZZ,ZZ9.
       01 WS-CARDS-BLANK           PIC 9(5)     VALUE 0.
       01 WS-CARDS-BLANKZ          PIC ZZ,ZZ9.
       01 WS-CARDS-REJECTED        PIC 9(5)     VALUE 0.
       01 WS-CARDS-REJECTEDZ       PIC ZZ,ZZ9.
       01 WS-SECTIONS              PIC 9(5)     VALUE 0.
       01 WS-SECTIONSZ             PIC ZZ,ZZ9.
       01 WS-SECTIONS-COMPLETE     PIC 9(5)     VALUE 0.
       01 WS-SECTIONS-COMPLETEZ    PIC ZZ,ZZ9.
       01 WS-SECTIONS-MISSING      PIC 9(5)     VALUE 0.
       01 WS-SECTIONS-MISSINGZ     PIC ZZ,ZZ9.
       01 WS-SECTIONS-INCOMPLETE   PIC 9(5)     VALUE 0.
       01 WS-SECTIONS-INCOMPLETEZ  PIC ZZ,ZZ9.
       01 WS-SECTIONS-PAST-DUE     PIC 9(5)     VALUE 0.
       01 WS-SECTIONS-PAST-DUEZ    PIC ZZ,ZZ9.

      *****REPORT LINES************************************************
       01 EXC-HEADING-1.
           05 FILLER    PIC X(40)
              VALUE 'GRADE ROSTER INTAKE - AS OF             '.
           05 EH1-DATE  PIC X(8).
           05 FILLER    PIC X(16) VALUE '   RETURN DATE  '.
           05 EH1-RETURN-DATE PIC X(8).
           05 FILLER    PIC X(28) VALUE SPACES.
       01 EXC-HEADING-2.
           05 FILLER    PIC X(40)
              VALUE 'REJECTED ROSTER GRADES                  '.
           05 FILLER    PIC X(60) VALUE SPACES.
       01 EXC-HEADING-3.
           05 FILLER    PIC X(7)  VALUE 'TERM'.
           05 FILLER    PIC X(8)  VALUE 'COURSE'.
           05 FILLER    PIC X(5)  VALUE 'SEC'.
           05 FILLER    PIC X(9)  VALUE 'STUDENT'.
           05 FILLER    PIC X(7)  VALUE 'GRADE'.
           05 FILLER    PIC X(64) VALUE 'REASON'.
       01 EXC-REJECT-LINE.
           05 ERJ-TERM          PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ERJ-COURSE        PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ERJ-SECTION       PIC X(2).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ERJ-STUDENT       PIC X(6).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 ERJ-GRADE         PIC X(1).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 ERJ-REASON        PIC X(30).
           05 FILLER            PIC X(32) VALUE SPACES.
       01 EXC-HEADING-4.
           05 FILLER    PIC X(40)
              VALUE 'SECTIONS WITH ROSTERS OUTSTANDING       '.
           05 FILLER    PIC X(60) VALUE SPACES.
       01 EXC-HEADING-5.
           05 FILLER    PIC X(7)  VALUE 'TERM'.
           05 FILLER    PIC X(8)  VALUE 'COURSE'.
           05 FILLER    PIC X(5)  VALUE 'SEC'.
           05 FILLER    PIC X(12) VALUE 'STATUS'.
           05 FILLER    PIC X(68) VALUE 'GRADED'.
       01 EXC-SECTION-LINE.
           05 ESL-TERM          PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ESL-COURSE        PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ESL-SECTION       PIC X(2).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ESL-STATUS        PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ESL-GRADED        PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ESL-PAST-DUE      PIC X(8).
           05 FILLER            PIC X(38) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-POST-RETURNED-GRADES UNTIL RET-EOF.
           PERFORM 400-WRITE-POSTED-COURSEIN.
           PERFORM 450-CHECK-SECTIONS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-SECTIONS-PAST-DUE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > 0
                  OR WS-SECTIONS-MISSING > 0
                  OR WS-SECTIONS-INCOMPLETE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ROSTPOST*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * WITH NO GRDE ROWS ON GPACTL THE TRANSCRIPT RUN'S A-F SCALE
      * APPLIES; WITH NO RDUE ROW NOTHING IS PAST DUE
      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT GPA-CTL-FILE.
           PERFORM 155-READ-GPACTL-REC UNTIL CTL-EOF.
           CLOSE GPA-CTL-FILE.
           IF WS-GRD-TAB-MAX = 0
               MOVE 5 TO WS-GRD-TAB-MAX
               MOVE 'A' TO WS-GRD-LETTER(1)
               MOVE 'B' TO WS-GRD-LETTER(2)
               MOVE 'C' TO WS-GRD-LETTER(3)
               MOVE 'D' TO WS-GRD-LETTER(4)
               MOVE 'F' TO WS-GRD-LETTER(5)
           END-IF.
           OPEN INPUT COURSE-FILE.
           PERFORM 160-READ-COURSE-REC UNTIL CRS-EOF.
           CLOSE COURSE-FILE.
           OPEN INPUT SECTION-ENROLL-FILE.
           PERFORM 165-READ-ENROLLMENT-REC UNTIL ENR-EOF.
           CLOSE SECTION-ENROLL-FILE.

       155-READ-GPACTL-REC.
           READ GPA-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GPC-TYPE
                   WHEN 'GRDE'
                       IF WS-GRD-TAB-MAX < 20
                           ADD 1 TO WS-GRD-TAB-MAX
                           MOVE GPC-VALUE(1:1)
                               TO WS-GRD-LETTER(WS-GRD-TAB-MAX)
                       END-IF
                   WHEN 'RDUE'
                       MOVE GPC-VALUE(1:8) TO WS-RETURN-DATE
               END-EVALUATE
           END-IF.

       160-READ-COURSE-REC.
           READ COURSE-FILE
               AT END MOVE 'Y' TO WS-CRS-EOF-SWITCH
           END-READ.
           IF NOT CRS-EOF
               IF WS-CRS-TAB-MAX < 2000
                   ADD 1 TO WS-CRS-TAB-MAX
                   MOVE CRS-STUDENT-ID
                        TO WS-CRS-STUDENT(WS-CRS-TAB-MAX)
                   MOVE CRS-COURSE-ID
                        TO WS-CRS-COURSE(WS-CRS-TAB-MAX)
                   MOVE CRS-CREDIT-HOURS
                        TO WS-CRS-HOURS(WS-CRS-TAB-MAX)
                   MOVE CRS-LETTER-GRADE
                        TO WS-CRS-GRADE(WS-CRS-TAB-MAX)
                   MOVE CRS-TERM TO WS-CRS-TERM(WS-CRS-TAB-MAX)
               END-IF
           END-IF.

       165-READ-ENROLLMENT-REC.
           READ SECTION-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SWITCH
           END-READ.
           IF NOT ENR-EOF AND WS-ENR-TAB-MAX < 2000
               ADD 1 TO WS-ENR-TAB-MAX
               MOVE SE-STUDENT-ID TO WS-ENR-STUDENT(WS-ENR-TAB-MAX)
               MOVE SE-COURSE-ID TO WS-ENR-COURSE(WS-ENR-TAB-MAX)
               MOVE SE-SECTION TO WS-ENR-SECTION(WS-ENR-TAB-MAX)
               MOVE SE-TERM TO WS-ENR-TERM(WS-ENR-TAB-MAX)
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT ROSTER-RETURN-FILE.
           OPEN OUTPUT COURSE-FILE-OUT.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-TODAY TO EH1-DATE.
           MOVE WS-RETURN-DATE TO EH1-RETURN-DATE.
           MOVE EXC-HEADING-1 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE SPACES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-2 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-3 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * ONE RETURNED CARD - THE GRADE MUST BE ON THE SCALE AND THE
      * STUDENT ENROLLED IN THE SECTION WITH A COURSEIN ROW FOR IT
      *****************************************************************
       300-POST-RETURNED-GRADES.
           READ ROSTER-RETURN-FILE
               AT END MOVE 'Y' TO WS-RET-EOF-SWITCH
           END-READ.
           IF NOT RET-EOF
               ADD 1 TO WS-CARDS-READ
               MOVE SPACES TO WS-REJECT-REASON
               IF RR-GRADE = SPACE
                   ADD 1 TO WS-CARDS-BLANK
               ELSE
                   PERFORM 310-CHECK-GRADE-SCALE
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 320-CHECK-ENROLLMENT
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 330-CHECK-COURSEIN
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 340-POST-GRADE
                   ELSE
                       PERFORM 390-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

       310-CHECK-GRADE-SCALE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET GRD-IDX TO 1.
           PERFORM 315-SEARCH-GRADE-SCALE
               UNTIL GRD-IDX > WS-GRD-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'GRADE NOT ON GPACTL SCALE' TO WS-REJECT-REASON
           END-IF.

       315-SEARCH-GRADE-SCALE.
           IF WS-GRD-LETTER(GRD-IDX) = RR-GRADE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET GRD-IDX UP BY 1
           END-IF.

       320-CHECK-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ENR-IDX TO 1.
           PERFORM 325-SEARCH-ENROLLMENT
               UNTIL ENR-IDX > WS-ENR-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'NOT ENROLLED IN SECTION' TO WS-REJECT-REASON
           END-IF.

       325-SEARCH-ENROLLMENT.
           IF WS-ENR-STUDENT(ENR-IDX) = RR-STUDENT-ID
              AND WS-ENR-COURSE(ENR-IDX) = RR-COURSE-ID
              AND WS-ENR-SECTION(ENR-IDX) = RR-SECTION
              AND WS-ENR-TERM(ENR-IDX) = RR-TERM
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ENR-IDX UP BY 1
           END-IF.

       330-CHECK-COURSEIN.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CRS-IDX TO 1.
           PERFORM 335-SEARCH-COURSEIN
               UNTIL CRS-IDX > WS-CRS-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'NOT ON TERM COURSEIN' TO WS-REJECT-REASON
           END-IF.

       335-SEARCH-COURSEIN.
           IF WS-CRS-STUDENT(CRS-IDX) = RR-STUDENT-ID
              AND WS-CRS-COURSE(CRS-IDX) = RR-COURSE-ID
              AND WS-CRS-TERM(CRS-IDX) = RR-TERM
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CRS-IDX UP BY 1
           END-IF.

      *A CORRECTED CARD RETURNED BEFORE THE TERM RUN REPLACES THE GRADE
       340-POST-GRADE.
           IF WS-CRS-GRADE(CRS-IDX) = SPACE
               ADD 1 TO WS-GRADES-POSTED
           ELSE
               IF WS-CRS-GRADE(CRS-IDX) NOT = RR-GRADE
                   ADD 1 TO WS-GRADES-REVISED
               END-IF
           END-IF.
           MOVE RR-GRADE TO WS-CRS-GRADE(CRS-IDX).

       390-WRITE-REJECT-LINE.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE RR-TERM TO ERJ-TERM.
           MOVE RR-COURSE-ID TO ERJ-COURSE.
           MOVE RR-SECTION TO ERJ-SECTION.
           MOVE RR-STUDENT-ID TO ERJ-STUDENT.
           MOVE RR-GRADE TO ERJ-GRADE.
           MOVE WS-REJECT-REASON TO ERJ-REASON.
           MOVE EXC-REJECT-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * THE TERM'S COURSEIN WITH THE POSTED GRADES
      *****************************************************************
       400-WRITE-POSTED-COURSEIN.
           PERFORM 410-WRITE-ONE-COURSEIN
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-TAB-MAX.

       410-WRITE-ONE-COURSEIN.
           MOVE WS-CRS-STUDENT(WS-CRS-SUB) TO CRO-STUDENT-ID.
           MOVE WS-CRS-COURSE(WS-CRS-SUB) TO CRO-COURSE-ID.
           MOVE WS-CRS-HOURS(WS-CRS-SUB) TO CRO-CREDIT-HOURS.
           MOVE WS-CRS-GRADE(WS-CRS-SUB) TO CRO-LETTER-GRADE.
           MOVE WS-CRS-TERM(WS-CRS-SUB) TO CRO-TERM.
           WRITE COURSE-OUT-REC.

      *****************************************************************
      * REGSECT IS IN TERM, COURSE, SECTION ORDER - EACH CHANGE OF
      * SECTION SETTLES THE ONE BEFORE IT.  A REGISTRATION NO LONGER
      * ON COURSEIN IS NOT COUNTED AGAINST THE SECTION
      *****************************************************************
       450-CHECK-SECTIONS.
           MOVE SPACES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-4 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-5 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           PERFORM 460-CHECK-ONE-ENROLLMENT
               VARYING WS-ENR-SUB FROM 1 BY 1
               UNTIL WS-ENR-SUB > WS-ENR-TAB-MAX.
           IF WS-SECTIONS > 0
               PERFORM 470-SETTLE-SECTION
           END-IF.

       460-CHECK-ONE-ENROLLMENT.
           IF WS-ENR-TERM(WS-ENR-SUB) NOT = WS-CUR-TERM
              OR WS-ENR-COURSE(WS-ENR-SUB) NOT = WS-CUR-COURSE
              OR WS-ENR-SECTION(WS-ENR-SUB) NOT = WS-CUR-SECTION
               IF WS-SECTIONS > 0
                   PERFORM 470-SETTLE-SECTION
               END-IF
               ADD 1 TO WS-SECTIONS
               MOVE WS-ENR-TERM(WS-ENR-SUB) TO WS-CUR-TERM
               MOVE WS-ENR-COURSE(WS-ENR-SUB) TO WS-CUR-COURSE
               MOVE WS-ENR-SECTION(WS-ENR-SUB) TO WS-CUR-SECTION
               MOVE 0 TO WS-SEC-ENROLLED
               MOVE 0 TO WS-SEC-GRADED
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CRS-IDX TO 1.
           PERFORM 465-SEARCH-ENROLLED-COURSE
               UNTIL CRS-IDX > WS-CRS-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               ADD 1 TO WS-SEC-ENROLLED
               IF WS-CRS-GRADE(CRS-IDX) NOT = SPACE
                   ADD 1 TO WS-SEC-GRADED
               END-IF
           END-IF.

       465-SEARCH-ENROLLED-COURSE.
           IF WS-CRS-STUDENT(CRS-IDX) = WS-ENR-STUDENT(WS-ENR-SUB)
              AND WS-CRS-COURSE(CRS-IDX) = WS-ENR-COURSE(WS-ENR-SUB)
              AND WS-CRS-TERM(CRS-IDX) = WS-ENR-TERM(WS-ENR-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CRS-IDX UP BY 1
           END-IF.

       470-SETTLE-SECTION.
           IF WS-SEC-GRADED = WS-SEC-ENROLLED
               ADD 1 TO WS-SECTIONS-COMPLETE
           ELSE
               MOVE WS-CUR-TERM TO ESL-TERM
               MOVE WS-CUR-COURSE TO ESL-COURSE
               MOVE WS-CUR-SECTION TO ESL-SECTION
               IF WS-SEC-GRADED = 0
                   ADD 1 TO WS-SECTIONS-MISSING
                   MOVE 'MISSING' TO ESL-STATUS
               ELSE
                   ADD 1 TO WS-SECTIONS-INCOMPLETE
                   MOVE 'INCOMPLETE' TO ESL-STATUS
               END-IF
               MOVE WS-SEC-GRADED TO WS-GRADED-ED
               MOVE WS-SEC-ENROLLED TO WS-ENROLLED-ED
               MOVE SPACES TO ESL-GRADED
               STRING WS-GRADED-ED ' OF ' WS-ENROLLED-ED ' GRADED'
                   DELIMITED BY SIZE INTO ESL-GRADED
               MOVE SPACES TO ESL-PAST-DUE
               IF WS-RETURN-DATE NOT = SPACES
                  AND WS-TODAY NOT < WS-RETURN-DATE
                   ADD 1 TO WS-SECTIONS-PAST-DUE
                   MOVE 'PAST DUE' TO ESL-PAST-DUE
               END-IF
               MOVE EXC-SECTION-LINE TO EXC-OUT-REC
               WRITE EXC-OUT-REC
           END-IF.

      *DISPLAY THE INTAKE TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CARDS-READ TO WS-CARDS-READZ.
           DISPLAY 'Roster Cards Read         : ' WS-CARDS-READZ.
           MOVE WS-GRADES-POSTED TO WS-GRADES-POSTEDZ.
           DISPLAY 'Grades Posted             : ' WS-GRADES-POSTEDZ.
           MOVE WS-GRADES-REVISED TO WS-GRADES-REVISEDZ.
           DISPLAY 'Grades Revised            : ' WS-GRADES-REVISEDZ.
           MOVE WS-CARDS-BLANK TO WS-CARDS-BLANKZ.
           DISPLAY 'Cards Returned Blank      : ' WS-CARDS-BLANKZ.
           MOVE WS-CARDS-REJECTED TO WS-CARDS-REJECTEDZ.
           DISPLAY 'Cards Rejected            : ' WS-CARDS-REJECTEDZ.
           MOVE WS-SECTIONS TO WS-SECTIONSZ.
           DISPLAY 'Sections Checked          : ' WS-SECTIONSZ.
           MOVE WS-SECTIONS-COMPLETE TO WS-SECTIONS-COMPLETEZ.
           DISPLAY '  Rosters Complete        : ' WS-SECTIONS-COMPLETEZ.
           MOVE WS-SECTIONS-MISSING TO WS-SECTIONS-MISSINGZ.
           DISPLAY '  Rosters Missing         : ' WS-SECTIONS-MISSINGZ.
           MOVE WS-SECTIONS-INCOMPLETE TO WS-SECTIONS-INCOMPLETEZ.
           DISPLAY '  Rosters Incomplete      : '
                   WS-SECTIONS-INCOMPLETEZ.
           MOVE WS-SECTIONS-PAST-DUE TO WS-SECTIONS-PAST-DUEZ.
           DISPLAY '  Outstanding Past Due    : ' WS-SECTIONS-PAST-DUEZ.
           IF WS-SECTIONS-PAST-DUE > 0
               DISPLAY '*** TERM GRADES INCOMPLETE PAST THE RETURN '
                       'DATE - DO NOT START THE TERM RUN ***'
           END-IF.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ROSTER-RETURN-FILE
                 COURSE-FILE-OUT
                 EXCEPTION-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
