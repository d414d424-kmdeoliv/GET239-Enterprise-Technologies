      *****************************************************************
      *PURPOSE: End-of-term grade roster generation.  Letter grades
      *used to reach COURSEIN with nothing tying them to the
      *instructor who gave them.  This program reads the term's
      *section enrollments from REGSECT (written by REGISTER with
      *the term's COURSEIN, sorted by term, course, section and
      *student) and prints one grade roster per course-section on
      *GRDROST: the term, course and section, the instructor from
      *the SECSCHED schedule master (named from EMPMAST), the
      *GPACTL roster return date (RDUE), and every registered
      *student with name, credit hours and a grade column.  Only
      *rows still on the term's COURSEIN are listed - a grade
      *already posted shows in the grade column.
      *
      *Each roster line also goes to ROSTCARD as a turnaround card
      *(term, course, section, student, grade) that comes back
      *with the grade keyed in as the ROSTRET input to ROSTPOST.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ROSTGEN.
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
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-SCHED-FILE ASSIGN TO SECSCHED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT ROSTER-REPORT-FILE ASSIGN TO GRDROST
           ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-CARD-FILE ASSIGN TO ROSTCARD
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****GPA CONTROL - SEE LAB4**************************************
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

      *****STUDENT MASTER - SEE LAB4***********************************
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-REC.
           05  SM-STUDENT-ID                PIC X(6).
           05  SM-FIRST-NAME                PIC X(10).
           05  SM-MIDDLE-INIT               PIC X(1).
           05  SM-LAST-NAME                 PIC X(20).
           05  SM-BIRTH-DATE                PIC X(8).
           05  SM-PROGRAM-CODE              PIC X(4).
           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  FILLER                       PIC X(22).

      *****SECTION SCHEDULE MASTER - SEE SCHDVAL***********************
       FD  SECTION-SCHED-FILE.
       01  SECTION-SCHED-REC.
           05  SS-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  SS-COURSE-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  SS-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  SS-DAYS                      PIC X(7).
           05  FILLER                       PIC X.
           05  SS-START-TIME                PIC 9(4).
           05  FILLER                       PIC X.
           05  SS-END-TIME                  PIC 9(4).
           05  FILLER                       PIC X.
           05  SS-ROOM                      PIC X(8).
           05  FILLER                       PIC X.
           05  SS-INSTRUCTOR-ID             PIC X(6).

      *****EMPLOYEE MASTER - SEE EMPMAINT******************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      ***GRADE ROSTERS - ONE PER COURSE-SECTION************************
       FD  ROSTER-REPORT-FILE.
       01  RST-OUT-REC                      PIC X(100).

      *****************************************************************
      * ROSTER TURNAROUND CARD - RETURNED WITH THE GRADE KEYED IN AS
      * ROSTPOST'S ROSTRET INPUT
      *****************************************************************
       FD  ROSTER-CARD-FILE.
       01  ROSTER-CARD-REC.
           05  RC-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  RC-COURSE-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  RC-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  RC-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  RC-GRADE                     PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-ENR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 ENR-EOF                            VALUE 'Y'.
           05 WS-CRS-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CRS-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-SCH-EOF-SWITCH        PIC X        VALUE 'N'.
              88 SCH-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-EMPMAST-OPEN-SWITCH   PIC X        VALUE 'N'.
              88 EMPMAST-OPEN                       VALUE 'Y'.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-RETURN-DATE               PIC X(8)     VALUE SPACES.

      *****THE ROSTER BEING PRINTED - COURSE-SECTION CONTROL BREAK*****
       01 WS-CUR-TERM                  PIC X(5)     VALUE SPACES.
       01 WS-CUR-COURSE                PIC X(6)     VALUE SPACES.
       01 WS-CUR-SECTION               PIC X(2)     VALUE SPACES.
       01 WS-ROSTER-COUNT              PIC 9(3)     VALUE 0.

      *****THE TERM'S COURSEIN ROWS************************************
       01 WS-CRS-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 2000 TIMES
                             INDEXED BY CRS-IDX.
              10 WS-CRS-STUDENT        PIC X(6).
              10 WS-CRS-COURSE         PIC X(6).
              10 WS-CRS-HOURS          PIC 9V9.
              10 WS-CRS-GRADE          PIC X(1).
              10 WS-CRS-TERM           PIC X(5).

      *****STUDENT NAME TABLE******************************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(22).

      *****SECTION INSTRUCTORS FROM SECSCHED***************************
       01 WS-SCH-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 500 TIMES
                             INDEXED BY SCH-IDX.
              10 WS-SCH-TERM           PIC X(5).
              10 WS-SCH-COURSE         PIC X(6).
              10 WS-SCH-SECTION        PIC X(2).
              10 WS-SCH-INSTRUCTOR     PIC X(6).

      *****ROSTER COUNTERS*********************************************
       01 WS-ENROLL-READ           PIC 9(5)     VALUE 0.
       01 WS-ENROLL-READZ          PIC ZZ,ZZ9.
       01 WS-ROSTERS               PIC 9(5)     VALUE 0.
       01 WS-ROSTERSZ              PIC ZZ,ZZ9.
       01 WS-STUDENTS-LISTED       PIC 9(5)     VALUE 0.
       01 WS-STUDENTS-LISTEDZ      PIC ZZ,ZZ9.
       01 WS-NOT-ON-COURSEIN       PIC 9(5)     VALUE 0.
       01 WS-NOT-ON-COURSEINZ      PIC ZZ,ZZ9.
       01 WS-NO-INSTRUCTOR         PIC 9(5)     VALUE 0.
       01 WS-NO-INSTRUCTORZ        PIC ZZ,ZZ9.

      *****REPORT LINES************************************************
       01 RST-HEADING-1.
           05 FILLER    PIC X(20) VALUE 'GRADE ROSTER   TERM '.
           05 RH1-TERM  PIC X(5).
           05 FILLER    PIC X(10) VALUE '   COURSE '.
           05 RH1-COURSE PIC X(6).
           05 FILLER    PIC X(11) VALUE '   SECTION '.
           05 RH1-SECTION PIC X(2).
           05 FILLER    PIC X(46) VALUE SPACES.
       01 RST-HEADING-2.
           05 FILLER    PIC X(15) VALUE 'INSTRUCTOR     '.
           05 RH2-INSTRUCTOR PIC X(6).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 RH2-INSTR-NAME PIC X(30).
           05 FILLER    PIC X(13) VALUE 'RETURN BY    '.
           05 RH2-RETURN-DATE PIC X(8).
           05 FILLER    PIC X(26) VALUE SPACES.
       01 RST-HEADING-3.
           05 FILLER    PIC X(10) VALUE 'STUDENT'.
           05 FILLER    PIC X(24) VALUE 'NAME'.
           05 FILLER    PIC X(8)  VALUE 'HOURS'.
           05 FILLER    PIC X(58) VALUE 'GRADE'.
       01 RST-DETAIL-LINE.
           05 RSD-STUDENT-ID   PIC X(6).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RSD-NAME         PIC X(22).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RSD-HOURS        PIC 9.9.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RSD-GRADE        PIC X(5).
           05 FILLER           PIC X(53) VALUE SPACES.
       01 RST-TOTAL-LINE.
           05 FILLER           PIC X(20)
              VALUE 'STUDENTS ON ROSTER: '.
           05 RTL-COUNT        PIC ZZ9.
           05 FILLER           PIC X(77) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-ENROLLMENT.
           PERFORM 310-PROCESS-ENROLLMENT UNTIL ENR-EOF.
           IF WS-ROSTERS > 0
               PERFORM 350-CLOSE-ROSTER
           END-IF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ROSTGEN *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           OPEN INPUT GPA-CTL-FILE.
           PERFORM 155-READ-GPACTL-REC UNTIL CTL-EOF.
           CLOSE GPA-CTL-FILE.
           OPEN INPUT COURSE-FILE.
           PERFORM 160-READ-COURSE-REC UNTIL CRS-EOF.
           CLOSE COURSE-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 165-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.
           OPEN INPUT SECTION-SCHED-FILE.
           PERFORM 170-READ-SCHEDULE-REC UNTIL SCH-EOF.
           CLOSE SECTION-SCHED-FILE.

       155-READ-GPACTL-REC.
           READ GPA-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GPC-TYPE
                   WHEN 'RDUE'
                       MOVE GPC-VALUE(1:8) TO WS-RETURN-DATE
               END-EVALUATE
           END-IF.

       160-READ-COURSE-REC.
           READ COURSE-FILE
               AT END MOVE 'Y' TO WS-CRS-EOF-SWITCH
           END-READ.
           IF NOT CRS-EOF AND WS-CRS-TAB-MAX < 2000
               ADD 1 TO WS-CRS-TAB-MAX
               MOVE CRS-STUDENT-ID TO WS-CRS-STUDENT(WS-CRS-TAB-MAX)
               MOVE CRS-COURSE-ID TO WS-CRS-COURSE(WS-CRS-TAB-MAX)
               MOVE CRS-CREDIT-HOURS TO WS-CRS-HOURS(WS-CRS-TAB-MAX)
               MOVE CRS-LETTER-GRADE TO WS-CRS-GRADE(WS-CRS-TAB-MAX)
               MOVE CRS-TERM TO WS-CRS-TERM(WS-CRS-TAB-MAX)
           END-IF.

       165-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF AND WS-STU-TAB-MAX < 1000
               ADD 1 TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-TAB-MAX)
               MOVE SPACES TO WS-STU-NAME(WS-STU-TAB-MAX)
               STRING SM-FIRST-NAME DELIMITED BY SPACE ' '
                      SM-LAST-NAME DELIMITED BY SPACE
                   INTO WS-STU-NAME(WS-STU-TAB-MAX)
           END-IF.

       170-READ-SCHEDULE-REC.
           READ SECTION-SCHED-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SWITCH
           END-READ.
           IF NOT SCH-EOF AND WS-SCH-TAB-MAX < 500
               ADD 1 TO WS-SCH-TAB-MAX
               MOVE SS-TERM TO WS-SCH-TERM(WS-SCH-TAB-MAX)
               MOVE SS-COURSE-ID TO WS-SCH-COURSE(WS-SCH-TAB-MAX)
               MOVE SS-SECTION TO WS-SCH-SECTION(WS-SCH-TAB-MAX)
               MOVE SS-INSTRUCTOR-ID
                   TO WS-SCH-INSTRUCTOR(WS-SCH-TAB-MAX)
           END-IF.

      *****************************************************************
      * WITHOUT THE EMPLOYEE MASTER THE INSTRUCTOR PRINTS BY ID ONLY
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'Y' TO WS-EMPMAST-OPEN-SWITCH
           ELSE
               DISPLAY '*** EMPMAST NOT AVAILABLE - INSTRUCTORS '
                       'PRINT BY ID ONLY ***'
           END-IF.
           OPEN INPUT SECTION-ENROLL-FILE.
           OPEN OUTPUT ROSTER-REPORT-FILE.
           OPEN OUTPUT ROSTER-CARD-FILE.

      *****************************************************************
       300-READ-ENROLLMENT.
           READ SECTION-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SWITCH
           END-READ.
           IF NOT ENR-EOF
               ADD 1 TO WS-ENROLL-READ
           END-IF.

      *****************************************************************
      * A CHANGE OF TERM, COURSE OR SECTION CLOSES THE ROSTER BEING
      * PRINTED AND STARTS THE NEXT ONE
      *****************************************************************
       310-PROCESS-ENROLLMENT.
           IF SE-TERM NOT = WS-CUR-TERM
              OR SE-COURSE-ID NOT = WS-CUR-COURSE
              OR SE-SECTION NOT = WS-CUR-SECTION
               IF WS-ROSTERS > 0
                   PERFORM 350-CLOSE-ROSTER
               END-IF
               PERFORM 320-OPEN-ROSTER
           END-IF.
           PERFORM 330-WRITE-ROSTER-LINE.
           PERFORM 300-READ-ENROLLMENT.

       320-OPEN-ROSTER.
           ADD 1 TO WS-ROSTERS.
           MOVE 0 TO WS-ROSTER-COUNT.
           MOVE SE-TERM TO WS-CUR-TERM.
           MOVE SE-COURSE-ID TO WS-CUR-COURSE.
           MOVE SE-SECTION TO WS-CUR-SECTION.
           MOVE SE-TERM TO RH1-TERM.
           MOVE SE-COURSE-ID TO RH1-COURSE.
           MOVE SE-SECTION TO RH1-SECTION.
           MOVE SPACES TO RH2-INSTRUCTOR.
           MOVE SPACES TO RH2-INSTR-NAME.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET SCH-IDX TO 1.
           PERFORM 325-SEARCH-SCHEDULE
               UNTIL SCH-IDX > WS-SCH-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
              AND WS-SCH-INSTRUCTOR(SCH-IDX) NOT = SPACES
               MOVE WS-SCH-INSTRUCTOR(SCH-IDX) TO RH2-INSTRUCTOR
               IF EMPMAST-OPEN
                   MOVE WS-SCH-INSTRUCTOR(SCH-IDX) TO EM-EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE '** NOT ON EMPMAST **'
                               TO RH2-INSTR-NAME
                       NOT INVALID KEY
                           STRING EM-FIRST-NAME DELIMITED BY SPACE
                                  ' '
                                  EM-LAST-NAME DELIMITED BY SPACE
                               INTO RH2-INSTR-NAME
                   END-READ
               END-IF
           ELSE
               ADD 1 TO WS-NO-INSTRUCTOR
               MOVE '** NOT ON SECSCHED **' TO RH2-INSTR-NAME
           END-IF.
           MOVE WS-RETURN-DATE TO RH2-RETURN-DATE.
           MOVE SPACES TO RST-OUT-REC.
           WRITE RST-OUT-REC.
           MOVE RST-HEADING-1 TO RST-OUT-REC.
           WRITE RST-OUT-REC.
           MOVE RST-HEADING-2 TO RST-OUT-REC.
           WRITE RST-OUT-REC.
           MOVE RST-HEADING-3 TO RST-OUT-REC.
           WRITE RST-OUT-REC.

       325-SEARCH-SCHEDULE.
           IF WS-SCH-TERM(SCH-IDX) = SE-TERM
              AND WS-SCH-COURSE(SCH-IDX) = SE-COURSE-ID
              AND WS-SCH-SECTION(SCH-IDX) = SE-SECTION
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET SCH-IDX UP BY 1
           END-IF.

      *****************************************************************
      * ONLY A REGISTRATION STILL ON THE TERM'S COURSEIN IS ROSTERED;
      * AN UNGRADED STUDENT GETS A BLANK TO FILL IN
      *****************************************************************
       330-WRITE-ROSTER-LINE.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CRS-IDX TO 1.
           PERFORM 335-SEARCH-COURSEIN
               UNTIL CRS-IDX > WS-CRS-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-NOT-ON-COURSEIN
               DISPLAY '*** SECTION ROW NOT ON COURSEIN *** '
                       SE-STUDENT-ID ' ' SE-COURSE-ID ' ' SE-TERM
           ELSE
               ADD 1 TO WS-ROSTER-COUNT
               ADD 1 TO WS-STUDENTS-LISTED
               MOVE SE-STUDENT-ID TO RSD-STUDENT-ID
               MOVE 'N' TO WS-FOUND-SWITCH
               SET STU-IDX TO 1
               PERFORM 340-SEARCH-STUDENT
                   UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   MOVE WS-STU-NAME(STU-IDX) TO RSD-NAME
               ELSE
                   MOVE '** NOT ON STUMAST **' TO RSD-NAME
               END-IF
               MOVE WS-CRS-HOURS(CRS-IDX) TO RSD-HOURS
               IF WS-CRS-GRADE(CRS-IDX) = SPACE
                   MOVE '_____' TO RSD-GRADE
               ELSE
                   MOVE SPACES TO RSD-GRADE
                   MOVE WS-CRS-GRADE(CRS-IDX) TO RSD-GRADE(3:1)
               END-IF
               MOVE RST-DETAIL-LINE TO RST-OUT-REC
               WRITE RST-OUT-REC
               MOVE SPACES TO ROSTER-CARD-REC
               MOVE SE-TERM TO RC-TERM
               MOVE SE-COURSE-ID TO RC-COURSE-ID
               MOVE SE-SECTION TO RC-SECTION
               MOVE SE-STUDENT-ID TO RC-STUDENT-ID
               MOVE WS-CRS-GRADE(CRS-IDX) TO RC-GRADE
               WRITE ROSTER-CARD-REC
           END-IF.

       335-SEARCH-COURSEIN.
           IF WS-CRS-STUDENT(CRS-IDX) = SE-STUDENT-ID
              AND WS-CRS-COURSE(CRS-IDX) = SE-COURSE-ID
              AND WS-CRS-TERM(CRS-IDX) = SE-TERM
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CRS-IDX UP BY 1
           END-IF.

       340-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = SE-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

       350-CLOSE-ROSTER.
           MOVE WS-ROSTER-COUNT TO RTL-COUNT.
           MOVE RST-TOTAL-LINE TO RST-OUT-REC.
           WRITE RST-OUT-REC.

      *DISPLAY THE ROSTER TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ENROLL-READ TO WS-ENROLL-READZ.
           DISPLAY 'Section Enrollments Read  : ' WS-ENROLL-READZ.
           MOVE WS-ROSTERS TO WS-ROSTERSZ.
           DISPLAY 'Rosters Printed           : ' WS-ROSTERSZ.
           MOVE WS-NO-INSTRUCTOR TO WS-NO-INSTRUCTORZ.
           DISPLAY '  No SECSCHED Instructor  : ' WS-NO-INSTRUCTORZ.
           MOVE WS-STUDENTS-LISTED TO WS-STUDENTS-LISTEDZ.
           DISPLAY 'Students Rostered         : ' WS-STUDENTS-LISTEDZ.
           MOVE WS-NOT-ON-COURSEIN TO WS-NOT-ON-COURSEINZ.
           DISPLAY 'Rows Not On COURSEIN      : ' WS-NOT-ON-COURSEINZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF EMPMAST-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE SECTION-ENROLL-FILE
                 ROSTER-REPORT-FILE
                 ROSTER-CARD-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
