      *****************************************************************
      *PURPOSE: Class schedule validation.  SECCAP only ever knew a
      *course-section and a seat count, so a double-booked room was
      *found on the first day of class.  The SECSCHED schedule
      *master now carries each term's sections with their meeting
      *days, start and end times, room and instructor (EMPMAST
      *employee id), and the ROOMMAST room master carries each
      *room's seating capacity.  This run checks the whole schedule
      *and lists on SCHDEXC:
      *  - sections with bad meeting days or times
      *  - rooms not on ROOMMAST, instructors not on EMPMAST
      *  - two sections of a term in the same room at the same time
      *  - an instructor in two sections at the same time
      *  - sections whose SECCAP capacity exceeds the room (or with
      *    no SECCAP row, which REGISTER treats as no seat limit)
      *Two sections meet at the same time when they share a meeting
      *day and each starts before the other ends.  Any exception
      *ends the run RC=4.
      *
      *SECSCHED DAYS ARE SEVEN POSITIONS M T W R F S U, A LETTER IN
      *EACH POSITION THE SECTION MEETS (E.G. 'M W F  ', ' T R   ');
      *TIMES ARE 24-HOUR HHMM.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SCHDVAL.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-SCHED-FILE ASSIGN TO SECSCHED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-MASTER-FILE ASSIGN TO ROOMMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECTION-CAP-FILE ASSIGN TO SECCAP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO SCHDEXC
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * SECTION SCHEDULE MASTER - ONE ROW PER TERM, COURSE AND
      * SECTION.  SHARED WITH REGISTER
      *****************************************************************
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

      *****ROOM MASTER - ROOM AND SEATING CAPACITY*********************
       FD  ROOM-MASTER-FILE.
       01  ROOM-MASTER-REC.
           05  RM-ROOM                      PIC X(8).
           05  FILLER                       PIC X.
           05  RM-CAPACITY                  PIC 9(3).
           05  FILLER                       PIC X.
           05  RM-DESCRIPTION               PIC X(30).

      *****PER-SECTION CAPACITY TABLE - SEE REGISTER*******************
       FD  SECTION-CAP-FILE.
       01  SECTION-CAP-REC.
           05  SC-COURSE-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  SC-SECTION                   PIC X(2).
           05  FILLER                       PIC X.
           05  SC-CAPACITY                  PIC 9(3).

      *****EMPLOYEE MASTER - SEE EMPMAINT******************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      ***SCHEDULE EXCEPTION REPORT*************************************
       FD  EXCEPTION-REPORT-FILE.
       01  EXC-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-SCH-EOF-SWITCH        PIC X        VALUE 'N'.
              88 SCH-EOF                            VALUE 'Y'.
           05 WS-ROOM-EOF-SWITCH       PIC X        VALUE 'N'.
              88 ROOM-EOF                           VALUE 'Y'.
           05 WS-CAP-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAP-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-OVERLAP-SWITCH        PIC X        VALUE 'N'.
              88 TIMES-OVERLAP                      VALUE 'Y'.
           05 WS-EMPMAST-OPEN-SWITCH   PIC X        VALUE 'N'.
              88 EMPMAST-OPEN                       VALUE 'Y'.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-EXC-TYPE                  PIC X(18).
       01 WS-EXC-DETAIL                PIC X(49).
       01 WS-CAP-ED                    PIC ZZ9.
       01 WS-ROOM-CAP-ED               PIC ZZ9.

      *****SECTION SCHEDULE TABLE**************************************
       01 WS-SCH-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 500 TIMES.
              10 WS-SCH-TERM           PIC X(5).
              10 WS-SCH-COURSE         PIC X(6).
              10 WS-SCH-SECTION        PIC X(2).
              10 WS-SCH-DAYS           PIC X(7).
              10 WS-SCH-START          PIC 9(4).
              10 WS-SCH-END            PIC 9(4).
              10 WS-SCH-ROOM           PIC X(8).
              10 WS-SCH-INSTRUCTOR     PIC X(6).
              10 WS-SCH-VALID          PIC X(1).
       01 WS-SCH-A                 PIC 9(3).
       01 WS-SCH-B                 PIC 9(3).
       01 WS-SCH-B-START           PIC 9(3).
       01 WS-DAY-SUB               PIC 9(1).

      *****ROOM TABLE**************************************************
       01 WS-ROOM-TAB-MAX          PIC 9(3)     VALUE 0.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 300 TIMES
                             INDEXED BY ROOM-IDX.
              10 WS-ROOM-ID            PIC X(8).
              10 WS-ROOM-CAPACITY      PIC 9(3).

      *****SECTION CAPACITY TABLE**************************************
       01 WS-SEC-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 300 TIMES
                             INDEXED BY SEC-IDX.
              10 WS-SEC-COURSE         PIC X(6).
              10 WS-SEC-SECTION        PIC X(2).
              10 WS-SEC-CAPACITY       PIC 9(3).

      *****EXCEPTION COUNTERS******************************************
       01 WS-SECTIONS-READ         PIC 9(5)     VALUE 0.
       01 WS-SECTIONS-READZ        PIC ZZ,ZZ9.
       01 WS-BAD-SECTIONS          PIC 9(5)     VALUE 0.
       01 WS-BAD-SECTIONSZ         PIC ZZ,ZZ9.
       01 WS-ROOM-CONFLICTS        PIC 9(5)     VALUE 0.
       01 WS-ROOM-CONFLICTSZ       PIC ZZ,ZZ9.
       01 WS-INSTR-CONFLICTS       PIC 9(5)     VALUE 0.
       01 WS-INSTR-CONFLICTSZ      PIC ZZ,ZZ9.
       01 WS-CAPACITY-EXCEPTIONS   PIC 9(5)     VALUE 0.
       01 WS-CAPACITY-EXCEPTIONSZ  PIC ZZ,ZZ9.
       01 WS-EXCEPTIONS            PIC 9(5)     VALUE 0.
       01 WS-EXCEPTIONSZ           PIC ZZ,ZZ9.

      *****REPORT LINES************************************************
       01 EXC-HEADING-1.
           05 FILLER    PIC X(40)
              VALUE 'CLASS SCHEDULE EXCEPTIONS               '.
           05 FILLER    PIC X(60) VALUE SPACES.
       01 EXC-HEADING-2.
           05 FILLER    PIC X(20) VALUE 'EXCEPTION'.
           05 FILLER    PIC X(7)  VALUE 'TERM'.
           05 FILLER    PIC X(11) VALUE 'SECTION'.
           05 FILLER    PIC X(11) VALUE 'WITH'.
           05 FILLER    PIC X(51) VALUE 'DETAIL'.
       01 EXC-DETAIL-LINE.
           05 EXD-TYPE          PIC X(18).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EXD-TERM          PIC X(5).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EXD-SECTION-A     PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EXD-SECTION-B     PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EXD-DETAIL        PIC X(49).
           05 FILLER            PIC X(2)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-CHECK-EACH-SECTION
               VARYING WS-SCH-A FROM 1 BY 1
               UNTIL WS-SCH-A > WS-SCH-TAB-MAX.
           PERFORM 400-CHECK-SECTION-PAIRS
               VARYING WS-SCH-A FROM 1 BY 1
               UNTIL WS-SCH-A > WS-SCH-TAB-MAX.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SCHDVAL *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           OPEN INPUT SECTION-SCHED-FILE.
           PERFORM 155-READ-SCHEDULE-REC UNTIL SCH-EOF.
           CLOSE SECTION-SCHED-FILE.
           OPEN INPUT ROOM-MASTER-FILE.
           PERFORM 160-READ-ROOM-REC UNTIL ROOM-EOF.
           CLOSE ROOM-MASTER-FILE.
           OPEN INPUT SECTION-CAP-FILE.
           PERFORM 165-READ-SECTION-REC UNTIL CAP-EOF.
           CLOSE SECTION-CAP-FILE.

       155-READ-SCHEDULE-REC.
           READ SECTION-SCHED-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SWITCH
           END-READ.
           IF NOT SCH-EOF AND WS-SCH-TAB-MAX < 500
               ADD 1 TO WS-SECTIONS-READ
               ADD 1 TO WS-SCH-TAB-MAX
               MOVE SS-TERM TO WS-SCH-TERM(WS-SCH-TAB-MAX)
               MOVE SS-COURSE-ID TO WS-SCH-COURSE(WS-SCH-TAB-MAX)
               MOVE SS-SECTION TO WS-SCH-SECTION(WS-SCH-TAB-MAX)
               MOVE SS-DAYS TO WS-SCH-DAYS(WS-SCH-TAB-MAX)
               MOVE SS-ROOM TO WS-SCH-ROOM(WS-SCH-TAB-MAX)
               MOVE SS-INSTRUCTOR-ID
                   TO WS-SCH-INSTRUCTOR(WS-SCH-TAB-MAX)
               MOVE 'Y' TO WS-SCH-VALID(WS-SCH-TAB-MAX)
               IF SS-START-TIME NUMERIC AND SS-END-TIME NUMERIC
                   MOVE SS-START-TIME TO WS-SCH-START(WS-SCH-TAB-MAX)
                   MOVE SS-END-TIME TO WS-SCH-END(WS-SCH-TAB-MAX)
               ELSE
                   MOVE 0 TO WS-SCH-START(WS-SCH-TAB-MAX)
                   MOVE 0 TO WS-SCH-END(WS-SCH-TAB-MAX)
               END-IF
           END-IF.

       160-READ-ROOM-REC.
           READ ROOM-MASTER-FILE
               AT END MOVE 'Y' TO WS-ROOM-EOF-SWITCH
           END-READ.
           IF NOT ROOM-EOF
               ADD 1 TO WS-ROOM-TAB-MAX
               MOVE RM-ROOM TO WS-ROOM-ID(WS-ROOM-TAB-MAX)
               MOVE RM-CAPACITY TO WS-ROOM-CAPACITY(WS-ROOM-TAB-MAX)
           END-IF.

       165-READ-SECTION-REC.
           READ SECTION-CAP-FILE
               AT END MOVE 'Y' TO WS-CAP-EOF-SWITCH
           END-READ.
           IF NOT CAP-EOF
               ADD 1 TO WS-SEC-TAB-MAX
               MOVE SC-COURSE-ID TO WS-SEC-COURSE(WS-SEC-TAB-MAX)
               MOVE SC-SECTION TO WS-SEC-SECTION(WS-SEC-TAB-MAX)
               MOVE SC-CAPACITY TO WS-SEC-CAPACITY(WS-SEC-TAB-MAX)
           END-IF.

      *****************************************************************
      * WITHOUT THE EMPLOYEE MASTER THE INSTRUCTOR IDS ARE NOT
      * CHECKED - THE CONFLICT CHECKS STILL RUN
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMPMAST-STATUS = '00'
               MOVE 'Y' TO WS-EMPMAST-OPEN-SWITCH
           ELSE
               DISPLAY '*** EMPMAST NOT AVAILABLE - INSTRUCTOR IDS '
                       'NOT CHECKED ***'
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE EXC-HEADING-1 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-2 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * ONE SECTION ON ITS OWN - MEETING PATTERN, ROOM, INSTRUCTOR
      * AND SEAT LIMIT AGAINST THE ROOM.  A SECTION WITH A BAD
      * MEETING PATTERN IS LEFT OUT OF THE CONFLICT CHECKS
      *****************************************************************
       300-CHECK-EACH-SECTION.
           IF WS-SCH-DAYS(WS-SCH-A) = SPACES
              OR WS-SCH-START(WS-SCH-A) NOT < WS-SCH-END(WS-SCH-A)
              OR WS-SCH-END(WS-SCH-A) > 2400
              OR WS-SCH-START(WS-SCH-A)(3:2) > '59'
              OR WS-SCH-END(WS-SCH-A)(3:2) > '59'
               MOVE 'N' TO WS-SCH-VALID(WS-SCH-A)
               ADD 1 TO WS-BAD-SECTIONS
               MOVE 'BAD MEETING TIME' TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'DAYS ' WS-SCH-DAYS(WS-SCH-A) ' TIME '
                      WS-SCH-START(WS-SCH-A) '-'
                      WS-SCH-END(WS-SCH-A)
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               MOVE WS-SCH-A TO WS-SCH-B
               PERFORM 390-WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-SCH-INSTRUCTOR(WS-SCH-A) NOT = SPACES
              AND EMPMAST-OPEN
               MOVE WS-SCH-INSTRUCTOR(WS-SCH-A) TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO WS-BAD-SECTIONS
                       MOVE 'INSTR NOT ON EMP' TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING 'INSTRUCTOR ' WS-SCH-INSTRUCTOR(WS-SCH-A)
                              ' NOT ON EMPMAST'
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       MOVE WS-SCH-A TO WS-SCH-B
                       PERFORM 390-WRITE-EXCEPTION-LINE
               END-READ
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ROOM-IDX TO 1.
           PERFORM 310-SEARCH-ROOM
               UNTIL ROOM-IDX > WS-ROOM-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-BAD-SECTIONS
               MOVE 'ROOM NOT ON MASTER' TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'ROOM ' WS-SCH-ROOM(WS-SCH-A)
                      ' NOT ON ROOMMAST'
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               MOVE WS-SCH-A TO WS-SCH-B
               PERFORM 390-WRITE-EXCEPTION-LINE
           ELSE
               PERFORM 320-CHECK-SEAT-LIMIT
           END-IF.

       310-SEARCH-ROOM.
           IF WS-ROOM-ID(ROOM-IDX) = WS-SCH-ROOM(WS-SCH-A)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ROOM-IDX UP BY 1
           END-IF.

      *THE SECTION'S SEAT LIMIT MAY NOT EXCEED THE ROOM IT MEETS IN****
       320-CHECK-SEAT-LIMIT.
           MOVE WS-ROOM-CAPACITY(ROOM-IDX) TO WS-ROOM-CAP-ED.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET SEC-IDX TO 1.
           PERFORM 325-SEARCH-SECTION
               UNTIL SEC-IDX > WS-SEC-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-CAPACITY-EXCEPTIONS
               MOVE 'NO SEAT LIMIT' TO WS-EXC-TYPE
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'NO SECCAP ROW - ROOM ' WS-SCH-ROOM(WS-SCH-A)
                      ' SEATS ' WS-ROOM-CAP-ED
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               MOVE WS-SCH-A TO WS-SCH-B
               PERFORM 390-WRITE-EXCEPTION-LINE
           ELSE
               IF WS-SEC-CAPACITY(SEC-IDX) >
                  WS-ROOM-CAPACITY(ROOM-IDX)
                   ADD 1 TO WS-CAPACITY-EXCEPTIONS
                   MOVE 'OVER ROOM CAPACITY' TO WS-EXC-TYPE
                   MOVE WS-SEC-CAPACITY(SEC-IDX) TO WS-CAP-ED
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'SECCAP ' WS-CAP-ED ' > ROOM '
                          WS-SCH-ROOM(WS-SCH-A) ' SEATS '
                          WS-ROOM-CAP-ED
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   MOVE WS-SCH-A TO WS-SCH-B
                   PERFORM 390-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       325-SEARCH-SECTION.
           IF WS-SEC-COURSE(SEC-IDX) = WS-SCH-COURSE(WS-SCH-A)
              AND WS-SEC-SECTION(SEC-IDX) = WS-SCH-SECTION(WS-SCH-A)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET SEC-IDX UP BY 1
           END-IF.

       390-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE WS-EXC-TYPE TO EXD-TYPE.
           MOVE WS-SCH-TERM(WS-SCH-A) TO EXD-TERM.
           MOVE SPACES TO EXD-SECTION-A.
           STRING WS-SCH-COURSE(WS-SCH-A) ' '
                  WS-SCH-SECTION(WS-SCH-A)
               DELIMITED BY SIZE INTO EXD-SECTION-A.
           MOVE SPACES TO EXD-SECTION-B.
           IF WS-SCH-B NOT = WS-SCH-A
               STRING WS-SCH-COURSE(WS-SCH-B) ' '
                      WS-SCH-SECTION(WS-SCH-B)
                   DELIMITED BY SIZE INTO EXD-SECTION-B
           END-IF.
           MOVE WS-EXC-DETAIL TO EXD-DETAIL.
           MOVE EXC-DETAIL-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * EVERY PAIR OF VALID SECTIONS IN THE SAME TERM THAT MEET AT
      * THE SAME TIME - SAME ROOM IS A DOUBLE BOOKING, SAME
      * INSTRUCTOR IS A TEACHING CONFLICT
      *****************************************************************
       400-CHECK-SECTION-PAIRS.
           IF WS-SCH-VALID(WS-SCH-A) = 'Y'
               COMPUTE WS-SCH-B-START = WS-SCH-A + 1
               PERFORM 410-CHECK-ONE-PAIR
                   VARYING WS-SCH-B FROM WS-SCH-B-START BY 1
                   UNTIL WS-SCH-B > WS-SCH-TAB-MAX
           END-IF.

       410-CHECK-ONE-PAIR.
           IF WS-SCH-VALID(WS-SCH-B) = 'Y'
              AND WS-SCH-TERM(WS-SCH-B) = WS-SCH-TERM(WS-SCH-A)
               PERFORM 420-CHECK-OVERLAP
               IF TIMES-OVERLAP
                   IF WS-SCH-ROOM(WS-SCH-B) = WS-SCH-ROOM(WS-SCH-A)
                       ADD 1 TO WS-ROOM-CONFLICTS
                       MOVE 'ROOM DOUBLE-BOOKED' TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING 'ROOM ' WS-SCH-ROOM(WS-SCH-A) ' '
                              WS-SCH-DAYS(WS-SCH-A) ' '
                              WS-SCH-START(WS-SCH-A) '-'
                              WS-SCH-END(WS-SCH-A) ' / '
                              WS-SCH-DAYS(WS-SCH-B) ' '
                              WS-SCH-START(WS-SCH-B) '-'
                              WS-SCH-END(WS-SCH-B)
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       PERFORM 390-WRITE-EXCEPTION-LINE
                   END-IF
                   IF WS-SCH-INSTRUCTOR(WS-SCH-B) =
                      WS-SCH-INSTRUCTOR(WS-SCH-A)
                      AND WS-SCH-INSTRUCTOR(WS-SCH-A) NOT = SPACES
                       ADD 1 TO WS-INSTR-CONFLICTS
                       MOVE 'INSTRUCTOR CONFLCT' TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING 'INSTR ' WS-SCH-INSTRUCTOR(WS-SCH-A) ' '
                              WS-SCH-DAYS(WS-SCH-A) ' '
                              WS-SCH-START(WS-SCH-A) '-'
                              WS-SCH-END(WS-SCH-A) ' / '
                              WS-SCH-DAYS(WS-SCH-B) ' '
                              WS-SCH-START(WS-SCH-B) '-'
                              WS-SCH-END(WS-SCH-B)
                           DELIMITED BY SIZE INTO WS-EXC-DETAIL
                       PERFORM 390-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

      *A SHARED MEETING DAY AND EACH STARTING BEFORE THE OTHER ENDS****
       420-CHECK-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-SWITCH.
           IF WS-SCH-START(WS-SCH-A) < WS-SCH-END(WS-SCH-B)
              AND WS-SCH-START(WS-SCH-B) < WS-SCH-END(WS-SCH-A)
               PERFORM 425-CHECK-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7 OR TIMES-OVERLAP
           END-IF.

       425-CHECK-DAY.
           IF WS-SCH-DAYS(WS-SCH-A)(WS-DAY-SUB:1) NOT = SPACE
              AND WS-SCH-DAYS(WS-SCH-B)(WS-DAY-SUB:1) NOT = SPACE
               MOVE 'Y' TO WS-OVERLAP-SWITCH
           END-IF.

      *DISPLAY THE VALIDATION TOTALS***********************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-SECTIONS-READ TO WS-SECTIONS-READZ.
           DISPLAY 'Scheduled Sections Read   : ' WS-SECTIONS-READZ.
           MOVE WS-BAD-SECTIONS TO WS-BAD-SECTIONSZ.
           DISPLAY 'Section Entry Errors      : ' WS-BAD-SECTIONSZ.
           MOVE WS-ROOM-CONFLICTS TO WS-ROOM-CONFLICTSZ.
           DISPLAY 'Room Double-Bookings      : ' WS-ROOM-CONFLICTSZ.
           MOVE WS-INSTR-CONFLICTS TO WS-INSTR-CONFLICTSZ.
           DISPLAY 'Instructor Conflicts      : ' WS-INSTR-CONFLICTSZ.
           MOVE WS-CAPACITY-EXCEPTIONS TO WS-CAPACITY-EXCEPTIONSZ.
           DISPLAY 'Seat Limit Exceptions     : '
                   WS-CAPACITY-EXCEPTIONSZ.
           MOVE WS-EXCEPTIONS TO WS-EXCEPTIONSZ.
           DISPLAY 'Total Exceptions          : ' WS-EXCEPTIONSZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF EMPMAST-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE EXCEPTION-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
