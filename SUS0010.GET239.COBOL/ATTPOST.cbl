      *****************************************************************
      *PURPOSE: Class attendance intake.  Nothing recorded when a
      *student stopped coming to class, so when one failed or
      *withdrew, financial aid had no last date of attendance to
      *go on.  The instructors' roll for each meeting comes in as
      *ATTTRAN cards (term, course, section, meeting date, student,
      *and P present, A absent or E excused), sorted into meeting
      *date order by the job.  A card is taken only for a student
      *enrolled in that course-section on the term's REGSECT (the
      *COURSEIN rows with their section - see REGISTER), for a
      *meeting date that is a valid date not after today.
      *
      *ATTMAST carries one row per term, course, section and
      *student: meetings recorded, present, absent and excused, the
      *current run of consecutive absences, the last meeting
      *recorded and the last date attended.  A present mark sets the
      *last date attended and clears the run; an absence adds to
      *it; an excused meeting does neither.  A meeting on or before
      *the last one recorded for the student's section row is
      *rejected as already posted, so a card deck fed twice cannot
      *double-count.  Any reject ends the run RC=4 - see the SYSOUT.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ATTPOST.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-ENROLL-FILE ASSIGN TO REGSECT
           ORGANIZATION IS SEQUENTIAL.
           SELECT ATT-TRAN-FILE ASSIGN TO ATTTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTEND-MASTER ASSIGN TO ATTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           FILE STATUS IS WS-ATTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****SECTION ENROLLMENT - SEE REGISTER***************************
       FD  SECTION-ENROLL-FILE.
       01  SECTION-ENROLL-REC.
           05  SE-STUDENT-ID                PIC X(6).
           05  SE-COURSE-ID                 PIC X(6).
           05  SE-SECTION                   PIC X(2).
           05  SE-TERM                      PIC X(5).

      *****************************************************************
      * ONE ROLL MARK PER STUDENT PER MEETING - P PRESENT, A ABSENT,
      * E EXCUSED
      *****************************************************************
       FD  ATT-TRAN-FILE.
       01  ATT-TRAN-REC.
           05  AT-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  AT-COURSE-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  AT-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  AT-MEETING-DATE              PIC X(8).
           05  FILLER                       PIC X.
           05  AT-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  AT-MARK                      PIC X(1).

      *****************************************************************
      * ATTENDANCE MASTER - ONE ROW PER TERM/COURSE/SECTION/STUDENT.
      * LAST ATTENDED IS SPACES UNTIL THE FIRST PRESENT MARK
      *****************************************************************
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

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-ENR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 ENR-EOF                            VALUE 'Y'.
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-ATT-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 ATT-ON-FILE                        VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
       01 WS-ATTMAST-STATUS        PIC XX.
       01 WS-TODAY                 PIC X(8).
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-MEETING-DATE          PIC X(8).
       01 FILLER REDEFINES WS-MEETING-DATE.
           05 WS-MEETING-YYYY      PIC 9(4).
           05 WS-MEETING-MM        PIC 9(2).
           05 WS-MEETING-DD        PIC 9(2).

      *****THE TERM'S SECTION ENROLLMENTS FROM REGSECT*****************
       01 WS-ENR-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 3000 TIMES
                             INDEXED BY ENR-IDX.
              10 WS-ENR-TERM           PIC X(5).
              10 WS-ENR-COURSE         PIC X(6).
              10 WS-ENR-SECTION        PIC X(2).
              10 WS-ENR-STUDENT        PIC X(6).

      *****ATTENDANCE DISPOSITION COUNTERS*****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-PRESENT-POSTED        PIC 9(5)     VALUE 0.
       01 WS-PRESENT-POSTEDZ       PIC ZZ,ZZ9.
       01 WS-ABSENT-POSTED         PIC 9(5)     VALUE 0.
       01 WS-ABSENT-POSTEDZ        PIC ZZ,ZZ9.
       01 WS-EXCUSED-POSTED        PIC 9(5)     VALUE 0.
       01 WS-EXCUSED-POSTEDZ       PIC ZZ,ZZ9.
       01 WS-ROWS-ADDED            PIC 9(5)     VALUE 0.
       01 WS-ROWS-ADDEDZ           PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ATTPOST *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT SECTION-ENROLL-FILE.
           PERFORM 155-READ-ENROLL-REC UNTIL ENR-EOF.
           CLOSE SECTION-ENROLL-FILE.

       155-READ-ENROLL-REC.
           READ SECTION-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SWITCH
           END-READ.
           IF NOT ENR-EOF AND WS-ENR-TAB-MAX < 3000
               ADD 1 TO WS-ENR-TAB-MAX
               MOVE SE-TERM TO WS-ENR-TERM(WS-ENR-TAB-MAX)
               MOVE SE-COURSE-ID TO WS-ENR-COURSE(WS-ENR-TAB-MAX)
               MOVE SE-SECTION TO WS-ENR-SECTION(WS-ENR-TAB-MAX)
               MOVE SE-STUDENT-ID TO WS-ENR-STUDENT(WS-ENR-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE ATTENDANCE MASTER MAY NOT EXIST YET ON THE FIRST RUN -
      * CREATE IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT ATT-TRAN-FILE.
           OPEN I-O ATTEND-MASTER.
           IF WS-ATTMAST-STATUS = '35'
               OPEN OUTPUT ATTEND-MASTER
               CLOSE ATTEND-MASTER
               OPEN I-O ATTEND-MASTER
           END-IF.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ ATT-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   ADD 1 TO WS-TRAN-APPLIED
                   PERFORM 350-APPLY-ONE-MARK
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   DISPLAY '*** TRANSACTION REJECTED *** '
                           AT-COURSE-ID ' ' AT-SECTION ' '
                           AT-MEETING-DATE ' ' AT-STUDENT-ID ' - '
                           WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * THE MARK MUST BE KNOWN, THE MEETING DATE A REAL DATE NOT IN
      * THE FUTURE, THE STUDENT ENROLLED IN THE SECTION, AND THE
      * MEETING NOT ALREADY POSTED FOR THE STUDENT
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE AT-MEETING-DATE TO WS-MEETING-DATE.
           EVALUATE TRUE
               WHEN AT-MARK NOT = 'P' AND AT-MARK NOT = 'A'
                AND AT-MARK NOT = 'E'
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'UNKNOWN ATTENDANCE MARK' TO WS-REJECT-REASON
               WHEN WS-MEETING-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'INVALID MEETING DATE' TO WS-REJECT-REASON
               WHEN WS-MEETING-MM < 1 OR WS-MEETING-MM > 12
                 OR WS-MEETING-DD < 1 OR WS-MEETING-DD > 31
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'INVALID MEETING DATE' TO WS-REJECT-REASON
               WHEN WS-MEETING-DATE > WS-TODAY
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'MEETING DATE IN THE FUTURE'
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF TRAN-VALID
               PERFORM 320-CHECK-ENROLLMENT
           END-IF.
           IF TRAN-VALID
               PERFORM 330-READ-ATTENDANCE
               IF ATT-ON-FILE
                  AND AT-MEETING-DATE NOT > AM-LAST-MEETING
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'MEETING ALREADY POSTED' TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-CHECK-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ENR-IDX TO 1.
           PERFORM 325-SEARCH-ENROLLMENT
               UNTIL ENR-IDX > WS-ENR-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'NOT ENROLLED IN SECTION' TO WS-REJECT-REASON
           END-IF.

       325-SEARCH-ENROLLMENT.
           IF WS-ENR-TERM(ENR-IDX) = AT-TERM
              AND WS-ENR-COURSE(ENR-IDX) = AT-COURSE-ID
              AND WS-ENR-SECTION(ENR-IDX) = AT-SECTION
              AND WS-ENR-STUDENT(ENR-IDX) = AT-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ENR-IDX UP BY 1
           END-IF.

       330-READ-ATTENDANCE.
           MOVE AT-TERM TO AM-TERM.
           MOVE AT-COURSE-ID TO AM-COURSE-ID.
           MOVE AT-SECTION TO AM-SECTION.
           MOVE AT-STUDENT-ID TO AM-STUDENT-ID.
           MOVE 'Y' TO WS-ATT-FOUND-SWITCH.
           READ ATTEND-MASTER
               INVALID KEY MOVE 'N' TO WS-ATT-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * THE FIRST MARK FOR A STUDENT'S SECTION STARTS THE ROW.  PRESENT
      * STAMPS THE LAST DATE ATTENDED AND ENDS ANY RUN OF ABSENCES
      *****************************************************************
       350-APPLY-ONE-MARK.
           IF NOT ATT-ON-FILE
               ADD 1 TO WS-ROWS-ADDED
               MOVE SPACES TO AM-LAST-ATTENDED
               MOVE 0 TO AM-MEETINGS
               MOVE 0 TO AM-PRESENT
               MOVE 0 TO AM-ABSENT
               MOVE 0 TO AM-EXCUSED
               MOVE 0 TO AM-CONSEC-ABSENT
           END-IF.
           ADD 1 TO AM-MEETINGS.
           MOVE AT-MEETING-DATE TO AM-LAST-MEETING.
           EVALUATE AT-MARK
               WHEN 'P'
                   ADD 1 TO WS-PRESENT-POSTED
                   ADD 1 TO AM-PRESENT
                   MOVE AT-MEETING-DATE TO AM-LAST-ATTENDED
                   MOVE 0 TO AM-CONSEC-ABSENT
               WHEN 'A'
                   ADD 1 TO WS-ABSENT-POSTED
                   ADD 1 TO AM-ABSENT
                   ADD 1 TO AM-CONSEC-ABSENT
               WHEN 'E'
                   ADD 1 TO WS-EXCUSED-POSTED
                   ADD 1 TO AM-EXCUSED
           END-EVALUATE.
           IF ATT-ON-FILE
               REWRITE ATTEND-MASTER-REC
           ELSE
               WRITE ATTEND-MASTER-REC
           END-IF.

      *DISPLAY THE ATTENDANCE DISPOSITION TOTALS***********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TRAN-APPLIED TO WS-TRAN-APPLIEDZ.
           DISPLAY 'Transactions Applied      : ' WS-TRAN-APPLIEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           MOVE WS-PRESENT-POSTED TO WS-PRESENT-POSTEDZ.
           DISPLAY 'Present Marks Posted      : ' WS-PRESENT-POSTEDZ.
           MOVE WS-ABSENT-POSTED TO WS-ABSENT-POSTEDZ.
           DISPLAY 'Absent Marks Posted       : ' WS-ABSENT-POSTEDZ.
           MOVE WS-EXCUSED-POSTED TO WS-EXCUSED-POSTEDZ.
           DISPLAY 'Excused Marks Posted      : ' WS-EXCUSED-POSTEDZ.
           MOVE WS-ROWS-ADDED TO WS-ROWS-ADDEDZ.
           DISPLAY 'New Attendance Rows       : ' WS-ROWS-ADDEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ATT-TRAN-FILE
                 ATTEND-MASTER.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
