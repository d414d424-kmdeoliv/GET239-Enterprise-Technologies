      *****************************************************************
      *PURPOSE: End-of-term unearned F list for financial aid.  A
      *student who stopped coming to class and was failed for it has
      *not earned the F, and aid must be returned from the last date
      *of attendance.  Once every roster has posted (see ROSTPOST),
      *this program reads the REGCTL TERM's graded COURSEIN and, for
      *each F, finds the section the course was taken in on REGSECT
      *and the student's roll on ATTMAST (see ATTPOST).  An F is
      *unearned when the student never attended a meeting, or when
      *the roll ends in a run of consecutive absences of at least
      *the REGCTL ABSN count (3 when there is no ABSN row).  An F
      *with no roll on ATTMAST cannot be judged either way and is
      *listed as NO ROLL TAKEN for the aid office to follow up.
      *Each line carries the student, name, course and section, the
      *last date of attendance, and the meetings present out of
      *those recorded.  Totals close the report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      UNFRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-CTL-FILE ASSIGN TO REGCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-ENROLL-FILE ASSIGN TO REGSECT
           ORGANIZATION IS SEQUENTIAL.
           SELECT COURSE-FILE ASSIGN TO COURSEIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT ATTEND-MASTER ASSIGN TO ATTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AM-KEY
           FILE STATUS IS WS-ATTMAST-STATUS.
           SELECT UNF-REPORT-FILE ASSIGN TO UNFRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - THE TERM AND THE ABSENCE COUNT**************
       FD  REG-CTL-FILE.
       01  REG-CTL-REC.
           05  RGC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  RGC-VALUE                    PIC X(9).

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

      *****ATTENDANCE MASTER - SEE ATTPOST*****************************
       FD  ATTEND-MASTER.
       01  ATTEND-MASTER-REC.
           05  AM-KEY.
               10  AM-TERM                  PIC X(5).
               10  AM-COURSE-ID             PIC X(6).
               10  AM-SECTION               PIC X(2).
               10  AM-STUDENT-ID            PIC X(6).
           05  AM-LAST-ATTENDED             PIC X(8).
           05  AM-LAST-MEETING              PIC X(8).
           05  AM-MEETINGS                  PIC 9(3).
           05  AM-PRESENT                   PIC 9(3).
           05  AM-ABSENT                    PIC 9(3).
           05  AM-EXCUSED                   PIC 9(3).
           05  AM-CONSEC-ABSENT             PIC 9(3).
           05  FILLER                       PIC X(10).

      ***UNEARNED F REPORT*********************************************
       FD  UNF-REPORT-FILE.
       01  UNF-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-ENR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 ENR-EOF                            VALUE 'Y'.
           05 WS-CRS-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CRS-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-ATT-AVAIL-SWITCH      PIC X        VALUE 'N'.
              88 ATT-AVAILABLE                      VALUE 'Y'.
           05 WS-ATT-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 ATT-ON-FILE                        VALUE 'Y'.
       01 WS-ATTMAST-STATUS        PIC XX.
       01 WS-TODAY                 PIC X(8).
       01 WS-TERM                  PIC X(5)     VALUE SPACES.
       01 WS-SECTION               PIC X(2).

      *****ABSENCES IN A ROW THAT MAKE AN F UNEARNED - SEE REGCTL******
       01 WS-ABSENCE-LIMIT         PIC 9(3)     VALUE 3.

      *****STUDENT NAMES FROM STUMAST**********************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(22).

      *****THE TERM'S SECTION ENROLLMENTS FROM REGSECT*****************
       01 WS-ENR-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 3000 TIMES
                             INDEXED BY ENR-IDX.
              10 WS-ENR-STUDENT        PIC X(6).
              10 WS-ENR-COURSE         PIC X(6).
              10 WS-ENR-SECTION        PIC X(2).

      *****REPORT COUNTERS*********************************************
       01 WS-F-GRADES              PIC 9(5)     VALUE 0.
       01 WS-F-GRADESZ             PIC ZZ,ZZ9.
       01 WS-NEVER-ATTENDED        PIC 9(5)     VALUE 0.
       01 WS-NEVER-ATTENDEDZ       PIC ZZ,ZZ9.
       01 WS-STOPPED-ATTENDING     PIC 9(5)     VALUE 0.
       01 WS-STOPPED-ATTENDINGZ    PIC ZZ,ZZ9.
       01 WS-NO-ROLL               PIC 9(5)     VALUE 0.
       01 WS-NO-ROLLZ              PIC ZZ,ZZ9.
       01 WS-EARNED-F              PIC 9(5)     VALUE 0.
       01 WS-EARNED-FZ             PIC ZZ,ZZ9.

      *****REPORT LINES************************************************
       01 UNF-HEADING-1.
           05 FILLER    PIC X(45)
              VALUE 'UNEARNED F GRADES - LAST DATE OF ATTENDANCE -'.
           05 FILLER    PIC X(6)  VALUE ' TERM '.
           05 UH1-TERM  PIC X(5).
           05 FILLER    PIC X(7)  VALUE '  AS OF'.
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 UH1-DATE  PIC X(8).
           05 FILLER    PIC X(8)  VALUE SPACES.
       01 UNF-HEADING-2.
           05 FILLER    PIC X(8)  VALUE 'STUDENT'.
           05 FILLER    PIC X(24) VALUE 'NAME'.
           05 FILLER    PIC X(7)  VALUE 'COURSE'.
           05 FILLER    PIC X(4)  VALUE 'SEC'.
           05 FILLER    PIC X(10) VALUE 'LAST ATTD'.
           05 FILLER    PIC X(9)  VALUE 'PRES/MTG'.
           05 FILLER    PIC X(18) VALUE 'BASIS'.
       01 UNF-DETAIL-LINE.
           05 UDL-STUDENT-ID   PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 UDL-NAME         PIC X(22).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 UDL-COURSE-ID    PIC X(6).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 UDL-SECTION      PIC X(2).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 UDL-LAST-ATTD    PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 UDL-PRESENT      PIC ZZ9.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 UDL-MEETINGS     PIC ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 UDL-BASIS        PIC X(18).
       01 UNF-TOTAL-LINE.
           05 UTL-LABEL        PIC X(34).
           05 UTL-COUNT        PIC ZZ,ZZ9.
           05 FILLER           PIC X(40) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-CHECK-GRADES UNTIL CRS-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies UNFRPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT REG-CTL-FILE.
           PERFORM 155-READ-REGCTL-REC UNTIL CTL-EOF.
           CLOSE REG-CTL-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 160-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.
           OPEN INPUT SECTION-ENROLL-FILE.
           PERFORM 165-READ-ENROLL-REC UNTIL ENR-EOF.
           CLOSE SECTION-ENROLL-FILE.

       155-READ-REGCTL-REC.
           READ REG-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE RGC-TYPE
                   WHEN 'TERM'
                       MOVE RGC-VALUE(1:5) TO WS-TERM
                   WHEN 'ABSN'
                       COMPUTE WS-ABSENCE-LIMIT =
                               FUNCTION NUMVAL(RGC-VALUE)
               END-EVALUATE
           END-IF.

       160-READ-STUDENT-REC.
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

      *ONLY THE TERM'S ENROLLMENTS ARE KEPT****************************
       165-READ-ENROLL-REC.
           READ SECTION-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SWITCH
           END-READ.
           IF NOT ENR-EOF AND SE-TERM = WS-TERM
              AND WS-ENR-TAB-MAX < 3000
               ADD 1 TO WS-ENR-TAB-MAX
               MOVE SE-STUDENT-ID TO WS-ENR-STUDENT(WS-ENR-TAB-MAX)
               MOVE SE-COURSE-ID TO WS-ENR-COURSE(WS-ENR-TAB-MAX)
               MOVE SE-SECTION TO WS-ENR-SECTION(WS-ENR-TAB-MAX)
           END-IF.

      *****************************************************************
      * NO TERM ON REGCTL - NOTHING IS CHECKED.  NO ATTENDANCE MASTER
      * - EVERY F IS LISTED AS NO ROLL TAKEN
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT COURSE-FILE.
           IF WS-TERM = SPACES
               DISPLAY '*** NO TERM ROW ON REGCTL ***'
               MOVE 'Y' TO WS-CRS-EOF-SWITCH
           END-IF.
           OPEN INPUT ATTEND-MASTER.
           IF WS-ATTMAST-STATUS = '00'
               MOVE 'Y' TO WS-ATT-AVAIL-SWITCH
           ELSE
               DISPLAY '*** NO ATTMAST - NO ROLL TO CHECK ***'
           END-IF.
           OPEN OUTPUT UNF-REPORT-FILE.
           MOVE WS-TERM TO UH1-TERM.
           MOVE WS-TODAY TO UH1-DATE.
           MOVE UNF-HEADING-1 TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.
           MOVE UNF-HEADING-2 TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.

      *****************************************************************
      * EVERY F FOR THE TERM, IN THE STUDENT ORDER OF COURSEIN
      *****************************************************************
       300-CHECK-GRADES.
           READ COURSE-FILE
               AT END MOVE 'Y' TO WS-CRS-EOF-SWITCH
           END-READ.
           IF NOT CRS-EOF
               IF CRS-TERM = WS-TERM AND CRS-LETTER-GRADE = 'F'
                   ADD 1 TO WS-F-GRADES
                   PERFORM 310-FIND-SECTION
                   PERFORM 320-READ-ATTENDANCE
                   PERFORM 330-CLASSIFY-F
               END-IF
           END-IF.

      *A COURSE NOT FOUND ON REGSECT HAS NO SECTION TO LOOK UP*********
       310-FIND-SECTION.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE SPACES TO WS-SECTION.
           SET ENR-IDX TO 1.
           PERFORM 315-SEARCH-ENROLLMENT
               UNTIL ENR-IDX > WS-ENR-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-ENR-SECTION(ENR-IDX) TO WS-SECTION
           END-IF.

       315-SEARCH-ENROLLMENT.
           IF WS-ENR-STUDENT(ENR-IDX) = CRS-STUDENT-ID
              AND WS-ENR-COURSE(ENR-IDX) = CRS-COURSE-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ENR-IDX UP BY 1
           END-IF.

       320-READ-ATTENDANCE.
           MOVE 'N' TO WS-ATT-FOUND-SWITCH.
           IF ATT-AVAILABLE AND WS-SECTION NOT = SPACES
               MOVE CRS-TERM TO AM-TERM
               MOVE CRS-COURSE-ID TO AM-COURSE-ID
               MOVE WS-SECTION TO AM-SECTION
               MOVE CRS-STUDENT-ID TO AM-STUDENT-ID
               MOVE 'Y' TO WS-ATT-FOUND-SWITCH
               READ ATTEND-MASTER
                   INVALID KEY MOVE 'N' TO WS-ATT-FOUND-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      * NEVER ATTENDED OR STOPPED ATTENDING - UNEARNED.  NO ROLL -
      * LISTED FOR FOLLOW-UP.  ANYTHING ELSE WAS EARNED
      *****************************************************************
       330-CLASSIFY-F.
           EVALUATE TRUE
               WHEN NOT ATT-ON-FILE
                   ADD 1 TO WS-NO-ROLL
                   MOVE 'NO ROLL TAKEN' TO UDL-BASIS
                   PERFORM 340-WRITE-DETAIL-LINE
               WHEN AM-PRESENT = 0
                   ADD 1 TO WS-NEVER-ATTENDED
                   MOVE 'NEVER ATTENDED' TO UDL-BASIS
                   PERFORM 340-WRITE-DETAIL-LINE
               WHEN AM-CONSEC-ABSENT NOT < WS-ABSENCE-LIMIT
                   ADD 1 TO WS-STOPPED-ATTENDING
                   MOVE 'STOPPED ATTENDING' TO UDL-BASIS
                   PERFORM 340-WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-EARNED-F
           END-EVALUATE.

       340-WRITE-DETAIL-LINE.
           MOVE CRS-STUDENT-ID TO UDL-STUDENT-ID.
           PERFORM 350-FIND-STUDENT.
           IF WS-FOUND
               MOVE WS-STU-NAME(STU-IDX) TO UDL-NAME
           ELSE
               MOVE 'NOT ON STUMAST' TO UDL-NAME
           END-IF.
           MOVE CRS-COURSE-ID TO UDL-COURSE-ID.
           MOVE WS-SECTION TO UDL-SECTION.
           IF ATT-ON-FILE
               IF AM-LAST-ATTENDED = SPACES
                   MOVE 'NEVER' TO UDL-LAST-ATTD
               ELSE
                   MOVE AM-LAST-ATTENDED TO UDL-LAST-ATTD
               END-IF
               MOVE AM-PRESENT TO UDL-PRESENT
               MOVE AM-MEETINGS TO UDL-MEETINGS
           ELSE
               MOVE SPACES TO UDL-LAST-ATTD
               MOVE 0 TO UDL-PRESENT
               MOVE 0 TO UDL-MEETINGS
           END-IF.
           MOVE UNF-DETAIL-LINE TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.

       350-FIND-STUDENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 355-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.

       355-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = CRS-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.
           MOVE 'F GRADES CHECKED                 :' TO UTL-LABEL.
           MOVE WS-F-GRADES TO UTL-COUNT.
           MOVE UNF-TOTAL-LINE TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.
           MOVE 'UNEARNED - NEVER ATTENDED        :' TO UTL-LABEL.
           MOVE WS-NEVER-ATTENDED TO UTL-COUNT.
           MOVE UNF-TOTAL-LINE TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.
           MOVE 'UNEARNED - STOPPED ATTENDING     :' TO UTL-LABEL.
           MOVE WS-STOPPED-ATTENDING TO UTL-COUNT.
           MOVE UNF-TOTAL-LINE TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.
           MOVE 'NO ROLL TAKEN - FOLLOW UP        :' TO UTL-LABEL.
           MOVE WS-NO-ROLL TO UTL-COUNT.
           MOVE UNF-TOTAL-LINE TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.
           MOVE 'EARNED F - NOT LISTED            :' TO UTL-LABEL.
           MOVE WS-EARNED-F TO UTL-COUNT.
           MOVE UNF-TOTAL-LINE TO UNF-OUT-REC.
           WRITE UNF-OUT-REC.

      *DISPLAY THE REPORT TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-F-GRADES TO WS-F-GRADESZ.
           DISPLAY 'F Grades Checked          : ' WS-F-GRADESZ.
           MOVE WS-NEVER-ATTENDED TO WS-NEVER-ATTENDEDZ.
           DISPLAY 'Never Attended            : ' WS-NEVER-ATTENDEDZ.
           MOVE WS-STOPPED-ATTENDING TO WS-STOPPED-ATTENDINGZ.
           DISPLAY 'Stopped Attending         : '
                   WS-STOPPED-ATTENDINGZ.
           MOVE WS-NO-ROLL TO WS-NO-ROLLZ.
           DISPLAY 'No Roll Taken             : ' WS-NO-ROLLZ.
           MOVE WS-EARNED-F TO WS-EARNED-FZ.
           DISPLAY 'Earned F                  : ' WS-EARNED-FZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE COURSE-FILE
                 UNF-REPORT-FILE.
           IF ATT-AVAILABLE
               CLOSE ATTEND-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
