      *****************************************************************
      *PURPOSE: Weekly student holds by office.  Each office that
      *places holds through HOLDMNT needs to see what it is holding
      *up.  This program browses HOLDMAST and, office by office in
      *office-code order, lists every hold still active today:
      *student, name, hold type, date placed, days on hold, any
      *scheduled release date, what it blocks (R registration,
      *T official transcripts) and the reason.  Each office closes
      *with its count of active holds and of holds placed and
      *released in the last seven days, and the report ends with
      *the same three totals for all offices.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      HOLDRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER ASSIGN TO HOLDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS WS-HOLDMAST-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO HOLDRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *****STUDENT HOLDS - SEE HOLDMNT*********************************
       FD  HOLD-MASTER.
       01  HOLD-MASTER-REC.
           05  HM-KEY.
               10  HM-STUDENT-ID            PIC X(6).
               10  HM-HOLD-TYPE             PIC X(4).
               10  HM-OFFICE                PIC X(4).
           05  HM-PLACED-DATE               PIC X(8).
           05  HM-PLACED-DATE-9 REDEFINES HM-PLACED-DATE
                                            PIC 9(8).
           05  HM-RELEASE-DATE              PIC X(8).
           05  HM-BLOCK-REG                 PIC X(1).
           05  HM-BLOCK-TRANS               PIC X(1).
           05  HM-REASON                    PIC X(30).
           05  HM-PLACED-BY                 PIC X(8).
           05  HM-RELEASED-BY               PIC X(8).
           05  FILLER                       PIC X(12).

      ***WEEKLY HOLDS-BY-OFFICE REPORT*********************************
       FD  HOLD-REPORT-FILE.
       01  HLD-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-HOLD-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HOLD-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-HOLDMAST-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-WEEK-AGO                  PIC X(8).
       01 WS-WEEK-AGO-9 REDEFINES WS-WEEK-AGO
                                       PIC 9(8).
       01 WS-LAST-OFFICE               PIC X(4).
       01 WS-NEXT-OFFICE               PIC X(4).
       01 WS-HLD-SUB                   PIC 9(4).

      *****STUDENT NAMES FOR THE REPORT********************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(22).

      *****************************************************************
      * HOLDS ACTIVE TODAY OR PLACED/RELEASED IN THE LAST SEVEN DAYS
      *****************************************************************
       01 WS-HLD-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 3000 TIMES.
              10 WS-HLD-STUDENT        PIC X(6).
              10 WS-HLD-TYPE           PIC X(4).
              10 WS-HLD-OFFICE         PIC X(4).
              10 WS-HLD-PLACED         PIC X(8).
              10 WS-HLD-RELEASE        PIC X(8).
              10 WS-HLD-BLOCKS         PIC X(3).
              10 WS-HLD-REASON         PIC X(30).
              10 WS-HLD-DAYS           PIC 9(5).
              10 WS-HLD-ACTIVE         PIC X(1).
              10 WS-HLD-PLACED-WEEK    PIC X(1).
              10 WS-HLD-RELEASED-WEEK  PIC X(1).

      *****OFFICE AND REPORT TOTALS************************************
       01 WS-OFF-ACTIVE            PIC 9(5)     VALUE 0.
       01 WS-OFF-PLACED            PIC 9(5)     VALUE 0.
       01 WS-OFF-RELEASED          PIC 9(5)     VALUE 0.
       01 WS-TOT-ACTIVE            PIC 9(5)     VALUE 0.
       01 WS-TOT-ACTIVEZ           PIC ZZ,ZZ9.
       01 WS-TOT-PLACED            PIC 9(5)     VALUE 0.
       01 WS-TOT-PLACEDZ           PIC ZZ,ZZ9.
       01 WS-TOT-RELEASED          PIC 9(5)     VALUE 0.
       01 WS-TOT-RELEASEDZ         PIC ZZ,ZZ9.
       01 WS-OFFICES               PIC 9(5)     VALUE 0.
       01 WS-OFFICESZ              PIC ZZ,ZZ9.

      *****REPORT LINES************************************************
       01 HLD-HEADING-1.
           05 FILLER    PIC X(35)
              VALUE 'STUDENT HOLDS BY OFFICE - AS OF    '.
           05 HH1-DATE  PIC X(8).
           05 FILLER    PIC X(57) VALUE SPACES.
       01 HLD-HEADING-2.
           05 FILLER    PIC X(8)  VALUE 'STUDENT'.
           05 FILLER    PIC X(24) VALUE 'NAME'.
           05 FILLER    PIC X(6)  VALUE 'TYPE'.
           05 FILLER    PIC X(10) VALUE 'PLACED'.
           05 FILLER    PIC X(6)  VALUE ' DAYS'.
           05 FILLER    PIC X(10) VALUE 'RELEASE'.
           05 FILLER    PIC X(5)  VALUE 'BLK'.
           05 FILLER    PIC X(31) VALUE 'REASON'.
       01 HLD-OFFICE-LINE.
           05 FILLER    PIC X(8)  VALUE 'OFFICE: '.
           05 HOL-OFFICE PIC X(4).
           05 FILLER    PIC X(88) VALUE SPACES.
       01 HLD-DETAIL-LINE.
           05 HLD-STUDENT-ID   PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-NAME         PIC X(22).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-TYPE         PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-PLACED       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-DAYS         PIC ZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-RELEASE      PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-BLOCKS       PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 HLD-REASON       PIC X(30).
           05 FILLER           PIC X(1)  VALUE SPACES.
       01 HLD-TOTAL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 HTL-LABEL        PIC X(16).
           05 FILLER           PIC X(8)  VALUE 'ACTIVE: '.
           05 HTL-ACTIVE       PIC ZZ,ZZ9.
           05 FILLER           PIC X(22)
              VALUE '   PLACED THIS WEEK:  '.
           05 HTL-PLACED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(22)
              VALUE '   RELEASED THIS WEEK:'.
           05 HTL-RELEASED     PIC ZZ,ZZ9.
           05 FILLER           PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-STUDENT-NAMES.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-HOLDS.
           PERFORM 300-REPORT-BY-OFFICE.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies HOLDRPT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-STUDENT-NAMES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-WEEK-AGO-9 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-9) - 7).
           OPEN INPUT STUDENT-MASTER.
           PERFORM 155-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.

       155-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF
               ADD 1 TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-TAB-MAX)
               MOVE SPACES TO WS-STU-NAME(WS-STU-TAB-MAX)
               STRING SM-FIRST-NAME DELIMITED BY SPACE ' '
                      SM-LAST-NAME DELIMITED BY SPACE
                   INTO WS-STU-NAME(WS-STU-TAB-MAX)
           END-IF.

      *****************************************************************
      * NO HOLD MASTER YET - NO OFFICE IS HOLDING ANYONE
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLDMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO HM-KEY
               START HOLD-MASTER KEY NOT < HM-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               END-START
           END-IF.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE WS-TODAY TO HH1-DATE.
           MOVE HLD-HEADING-1 TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.
           MOVE HLD-HEADING-2 TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.

      *****************************************************************
      * KEEP A HOLD THAT IS ACTIVE TODAY, OR WAS PLACED OR RELEASED
      * WITHIN THE WEEK - THE REST ARE HISTORY
      *****************************************************************
       250-LOAD-HOLDS.
           PERFORM 255-READ-HOLD-REC UNTIL HOLD-EOF.

       255-READ-HOLD-REC.
           READ HOLD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.
           IF NOT HOLD-EOF
               IF WS-HLD-TAB-MAX < 3000
                   ADD 1 TO WS-HLD-TAB-MAX
                   PERFORM 260-CLASSIFY-HOLD
                   IF WS-HLD-ACTIVE(WS-HLD-TAB-MAX) = 'N'
                      AND WS-HLD-PLACED-WEEK(WS-HLD-TAB-MAX) = 'N'
                      AND WS-HLD-RELEASED-WEEK(WS-HLD-TAB-MAX) = 'N'
                       SUBTRACT 1 FROM WS-HLD-TAB-MAX
                   END-IF
               END-IF
           END-IF.

       260-CLASSIFY-HOLD.
           MOVE HM-STUDENT-ID TO WS-HLD-STUDENT(WS-HLD-TAB-MAX).
           MOVE HM-HOLD-TYPE TO WS-HLD-TYPE(WS-HLD-TAB-MAX).
           MOVE HM-OFFICE TO WS-HLD-OFFICE(WS-HLD-TAB-MAX).
           MOVE HM-PLACED-DATE TO WS-HLD-PLACED(WS-HLD-TAB-MAX).
           MOVE HM-RELEASE-DATE TO WS-HLD-RELEASE(WS-HLD-TAB-MAX).
           MOVE HM-REASON TO WS-HLD-REASON(WS-HLD-TAB-MAX).
           MOVE SPACES TO WS-HLD-BLOCKS(WS-HLD-TAB-MAX).
           IF HM-BLOCK-REG = 'Y'
               MOVE 'R' TO WS-HLD-BLOCKS(WS-HLD-TAB-MAX)(1:1)
           END-IF.
           IF HM-BLOCK-TRANS = 'Y'
               MOVE 'T' TO WS-HLD-BLOCKS(WS-HLD-TAB-MAX)(3:1)
           END-IF.
           MOVE 'N' TO WS-HLD-ACTIVE(WS-HLD-TAB-MAX).
           MOVE 'N' TO WS-HLD-PLACED-WEEK(WS-HLD-TAB-MAX).
           MOVE 'N' TO WS-HLD-RELEASED-WEEK(WS-HLD-TAB-MAX).
           MOVE 0 TO WS-HLD-DAYS(WS-HLD-TAB-MAX).
           IF HM-PLACED-DATE NOT > WS-TODAY
              AND (HM-RELEASE-DATE = SPACES
                   OR HM-RELEASE-DATE > WS-TODAY)
               MOVE 'Y' TO WS-HLD-ACTIVE(WS-HLD-TAB-MAX)
               IF HM-PLACED-DATE-9 NUMERIC
                   COMPUTE WS-HLD-DAYS(WS-HLD-TAB-MAX) =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
                     - FUNCTION INTEGER-OF-DATE(HM-PLACED-DATE-9)
               END-IF
           END-IF.
           IF HM-PLACED-DATE > WS-WEEK-AGO
              AND HM-PLACED-DATE NOT > WS-TODAY
               MOVE 'Y' TO WS-HLD-PLACED-WEEK(WS-HLD-TAB-MAX)
           END-IF.
           IF HM-RELEASE-DATE NOT = SPACES
              AND HM-RELEASE-DATE > WS-WEEK-AGO
              AND HM-RELEASE-DATE NOT > WS-TODAY
               MOVE 'Y' TO WS-HLD-RELEASED-WEEK(WS-HLD-TAB-MAX)
           END-IF.

      *****************************************************************
      * ONE SECTION PER OFFICE, LOWEST OFFICE CODE FIRST - EACH PASS
      * PICKS THE NEXT OFFICE CODE ABOVE THE ONE JUST REPORTED
      *****************************************************************
       300-REPORT-BY-OFFICE.
           MOVE LOW-VALUES TO WS-LAST-OFFICE.
           PERFORM 310-FIND-NEXT-OFFICE.
           PERFORM 320-REPORT-ONE-OFFICE
               UNTIL WS-NEXT-OFFICE = HIGH-VALUES.
           MOVE SPACES TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.
           MOVE 'ALL OFFICES' TO HTL-LABEL.
           MOVE WS-TOT-ACTIVE TO HTL-ACTIVE.
           MOVE WS-TOT-PLACED TO HTL-PLACED.
           MOVE WS-TOT-RELEASED TO HTL-RELEASED.
           MOVE HLD-TOTAL-LINE TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.

       310-FIND-NEXT-OFFICE.
           MOVE HIGH-VALUES TO WS-NEXT-OFFICE.
           PERFORM 315-CHECK-OFFICE
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-TAB-MAX.

       315-CHECK-OFFICE.
           IF WS-HLD-OFFICE(WS-HLD-SUB) > WS-LAST-OFFICE
              AND WS-HLD-OFFICE(WS-HLD-SUB) < WS-NEXT-OFFICE
               MOVE WS-HLD-OFFICE(WS-HLD-SUB) TO WS-NEXT-OFFICE
           END-IF.

       320-REPORT-ONE-OFFICE.
           ADD 1 TO WS-OFFICES.
           MOVE 0 TO WS-OFF-ACTIVE.
           MOVE 0 TO WS-OFF-PLACED.
           MOVE 0 TO WS-OFF-RELEASED.
           MOVE SPACES TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.
           MOVE WS-NEXT-OFFICE TO HOL-OFFICE.
           MOVE HLD-OFFICE-LINE TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.
           PERFORM 330-REPORT-OFFICE-HOLD
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-TAB-MAX.
           MOVE 'OFFICE TOTALS' TO HTL-LABEL.
           MOVE WS-OFF-ACTIVE TO HTL-ACTIVE.
           MOVE WS-OFF-PLACED TO HTL-PLACED.
           MOVE WS-OFF-RELEASED TO HTL-RELEASED.
           MOVE HLD-TOTAL-LINE TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.
           ADD WS-OFF-ACTIVE TO WS-TOT-ACTIVE.
           ADD WS-OFF-PLACED TO WS-TOT-PLACED.
           ADD WS-OFF-RELEASED TO WS-TOT-RELEASED.
           MOVE WS-NEXT-OFFICE TO WS-LAST-OFFICE.
           PERFORM 310-FIND-NEXT-OFFICE.

       330-REPORT-OFFICE-HOLD.
           IF WS-HLD-OFFICE(WS-HLD-SUB) = WS-NEXT-OFFICE
               IF WS-HLD-PLACED-WEEK(WS-HLD-SUB) = 'Y'
                   ADD 1 TO WS-OFF-PLACED
               END-IF
               IF WS-HLD-RELEASED-WEEK(WS-HLD-SUB) = 'Y'
                   ADD 1 TO WS-OFF-RELEASED
               END-IF
               IF WS-HLD-ACTIVE(WS-HLD-SUB) = 'Y'
                   ADD 1 TO WS-OFF-ACTIVE
                   PERFORM 340-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       340-WRITE-DETAIL-LINE.
           MOVE WS-HLD-STUDENT(WS-HLD-SUB) TO HLD-STUDENT-ID.
           MOVE SPACES TO HLD-NAME.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 345-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-STU-NAME(STU-IDX) TO HLD-NAME
           ELSE
               MOVE '** NOT ON STUMAST **' TO HLD-NAME
           END-IF.
           MOVE WS-HLD-TYPE(WS-HLD-SUB) TO HLD-TYPE.
           MOVE WS-HLD-PLACED(WS-HLD-SUB) TO HLD-PLACED.
           MOVE WS-HLD-DAYS(WS-HLD-SUB) TO HLD-DAYS.
           MOVE WS-HLD-RELEASE(WS-HLD-SUB) TO HLD-RELEASE.
           MOVE WS-HLD-BLOCKS(WS-HLD-SUB) TO HLD-BLOCKS.
           MOVE WS-HLD-REASON(WS-HLD-SUB) TO HLD-REASON.
           MOVE HLD-DETAIL-LINE TO HLD-OUT-REC.
           WRITE HLD-OUT-REC.

       345-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = WS-HLD-STUDENT(WS-HLD-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

      *DISPLAY THE HOLD TOTALS*****************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-OFFICES TO WS-OFFICESZ.
           DISPLAY 'Offices Reported          : ' WS-OFFICESZ.
           MOVE WS-TOT-ACTIVE TO WS-TOT-ACTIVEZ.
           DISPLAY 'Active Holds              : ' WS-TOT-ACTIVEZ.
           MOVE WS-TOT-PLACED TO WS-TOT-PLACEDZ.
           DISPLAY 'Placed This Week          : ' WS-TOT-PLACEDZ.
           MOVE WS-TOT-RELEASED TO WS-TOT-RELEASEDZ.
           DISPLAY 'Released This Week        : ' WS-TOT-RELEASEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-HOLDMAST-STATUS = '00' OR WS-HOLDMAST-STATUS = '10'
               CLOSE HOLD-MASTER
           END-IF.
           CLOSE HOLD-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
