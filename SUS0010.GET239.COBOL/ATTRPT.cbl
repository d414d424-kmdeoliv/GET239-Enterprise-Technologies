      *****************************************************************
      *PURPOSE: Weekly consecutive-absence report for the advisors.
      *This program browses ATTMAST (see ATTPOST) for the REGCTL TERM
      *and lists every student whose current run of consecutive
      *absences in a course-section has reached the REGCTL ABSN
      *count (3 when there is no ABSN row): student, name, course
      *and section, the meetings missed in a row, the last date
      *attended (NEVER for a student with no present mark yet),
      *meetings present out of meetings recorded, and the last
      *meeting recorded.  The report ends with the count of
      *students listed and of the section rows checked.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ATTRPT.
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
           SELECT ATTEND-MASTER ASSIGN TO ATTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-KEY
           FILE STATUS IS WS-ATTMAST-STATUS.
           SELECT ATT-REPORT-FILE ASSIGN TO ATTRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - THE TERM AND THE ABSENCE COUNT TO REPORT*****
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

      ***CONSECUTIVE-ABSENCE REPORT************************************
       FD  ATT-REPORT-FILE.
       01  ATT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-ATT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 ATT-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-ATT-OPEN-SWITCH       PIC X        VALUE 'N'.
              88 ATT-OPEN                           VALUE 'Y'.
       01 WS-ATTMAST-STATUS        PIC XX.
       01 WS-TODAY                 PIC X(8).
       01 WS-TERM                  PIC X(5)     VALUE SPACES.

      *****ABSENCES IN A ROW TO REPORT - DEFAULT OVERRIDDEN BY REGCTL**
       01 WS-ABSENCE-LIMIT         PIC 9(3)     VALUE 3.

      *****STUDENT NAMES FROM STUMAST**********************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(22).

      *****REPORT COUNTERS*********************************************
       01 WS-ROWS-CHECKED          PIC 9(5)     VALUE 0.
       01 WS-ROWS-CHECKEDZ         PIC ZZ,ZZ9.
       01 WS-ROWS-LISTED           PIC 9(5)     VALUE 0.
       01 WS-ROWS-LISTEDZ          PIC ZZ,ZZ9.

      *****REPORT LINES************************************************
       01 ATT-HEADING-1.
           05 FILLER    PIC X(16) VALUE 'STUDENTS ABSENT '.
           05 AH1-LIMIT PIC ZZ9.
           05 FILLER    PIC X(26)
              VALUE ' OR MORE MEETINGS IN A ROW'.
           05 FILLER    PIC X(8)  VALUE ' - TERM '.
           05 AH1-TERM  PIC X(5).
           05 FILLER    PIC X(7)  VALUE '  AS OF'.
           05 FILLER    PIC X(1)  VALUE SPACE.
           05 AH1-DATE  PIC X(8).
           05 FILLER    PIC X(6)  VALUE SPACES.
       01 ATT-HEADING-2.
           05 FILLER    PIC X(8)  VALUE 'STUDENT'.
           05 FILLER    PIC X(24) VALUE 'NAME'.
           05 FILLER    PIC X(7)  VALUE 'COURSE'.
           05 FILLER    PIC X(4)  VALUE 'SEC'.
           05 FILLER    PIC X(5)  VALUE 'MISS'.
           05 FILLER    PIC X(10) VALUE 'LAST ATTD'.
           05 FILLER    PIC X(9)  VALUE 'PRES/MTG'.
           05 FILLER    PIC X(13) VALUE 'LAST MEETING'.
       01 ATT-DETAIL-LINE.
           05 ADL-STUDENT-ID   PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-NAME         PIC X(22).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-COURSE-ID    PIC X(6).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 ADL-SECTION      PIC X(2).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-CONSEC       PIC ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-LAST-ATTD    PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ADL-PRESENT      PIC ZZ9.
           05 FILLER           PIC X(1)  VALUE '/'.
           05 ADL-MEETINGS     PIC ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 ADL-LAST-MEETING PIC X(8).
           05 FILLER           PIC X(4)  VALUE SPACES.
       01 ATT-TOTAL-LINE.
           05 FILLER           PIC X(20) VALUE 'STUDENTS LISTED:    '.
           05 ATL-LISTED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(26)
              VALUE '   SECTION ROWS CHECKED:  '.
           05 ATL-CHECKED      PIC ZZ,ZZ9.
           05 FILLER           PIC X(22) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-ABSENCES UNTIL ATT-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ATTRPT  *'.
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

      *****************************************************************
      * NO TERM ON REGCTL OR NO ATTENDANCE MASTER YET - THE REPORT
      * PRINTS ITS HEADINGS AND ZERO TOTALS.  THE BROWSE STARTS AT
      * THE TERM'S FIRST ROW
      *****************************************************************
       200-OPEN-FILES.
           IF WS-TERM = SPACES
               DISPLAY '*** NO TERM ROW ON REGCTL ***'
               MOVE 'Y' TO WS-ATT-EOF-SWITCH
           ELSE
               OPEN INPUT ATTEND-MASTER
               IF WS-ATTMAST-STATUS NOT = '00'
                   MOVE 'Y' TO WS-ATT-EOF-SWITCH
               ELSE
                   MOVE 'Y' TO WS-ATT-OPEN-SWITCH
                   MOVE LOW-VALUES TO AM-KEY
                   MOVE WS-TERM TO AM-TERM
                   START ATTEND-MASTER KEY NOT < AM-KEY
                       INVALID KEY MOVE 'Y' TO WS-ATT-EOF-SWITCH
                   END-START
               END-IF
           END-IF.
           IF NOT ATT-EOF
               PERFORM 310-READ-ATTEND-REC
           END-IF.
           OPEN OUTPUT ATT-REPORT-FILE.
           MOVE WS-ABSENCE-LIMIT TO AH1-LIMIT.
           MOVE WS-TERM TO AH1-TERM.
           MOVE WS-TODAY TO AH1-DATE.
           MOVE ATT-HEADING-1 TO ATT-OUT-REC.
           WRITE ATT-OUT-REC.
           MOVE ATT-HEADING-2 TO ATT-OUT-REC.
           WRITE ATT-OUT-REC.

      *****************************************************************
       300-REPORT-ABSENCES.
           ADD 1 TO WS-ROWS-CHECKED.
           IF AM-CONSEC-ABSENT NOT < WS-ABSENCE-LIMIT
               PERFORM 320-WRITE-DETAIL-LINE
           END-IF.
           PERFORM 310-READ-ATTEND-REC.

      *THE BROWSE ENDS AT THE FIRST ROW OF THE NEXT TERM***************
       310-READ-ATTEND-REC.
           READ ATTEND-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-ATT-EOF-SWITCH
           END-READ.
           IF NOT ATT-EOF AND AM-TERM NOT = WS-TERM
               MOVE 'Y' TO WS-ATT-EOF-SWITCH
           END-IF.

       320-WRITE-DETAIL-LINE.
           ADD 1 TO WS-ROWS-LISTED.
           MOVE AM-STUDENT-ID TO ADL-STUDENT-ID.
           PERFORM 330-FIND-STUDENT.
           IF WS-FOUND
               MOVE WS-STU-NAME(STU-IDX) TO ADL-NAME
           ELSE
               MOVE 'NOT ON STUMAST' TO ADL-NAME
           END-IF.
           MOVE AM-COURSE-ID TO ADL-COURSE-ID.
           MOVE AM-SECTION TO ADL-SECTION.
           MOVE AM-CONSEC-ABSENT TO ADL-CONSEC.
           IF AM-LAST-ATTENDED = SPACES
               MOVE 'NEVER' TO ADL-LAST-ATTD
           ELSE
               MOVE AM-LAST-ATTENDED TO ADL-LAST-ATTD
           END-IF.
           MOVE AM-PRESENT TO ADL-PRESENT.
           MOVE AM-MEETINGS TO ADL-MEETINGS.
           MOVE AM-LAST-MEETING TO ADL-LAST-MEETING.
           MOVE ATT-DETAIL-LINE TO ATT-OUT-REC.
           WRITE ATT-OUT-REC.

       330-FIND-STUDENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 335-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.

       335-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = AM-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ATT-OUT-REC.
           WRITE ATT-OUT-REC.
           MOVE WS-ROWS-LISTED TO ATL-LISTED.
           MOVE WS-ROWS-CHECKED TO ATL-CHECKED.
           MOVE ATT-TOTAL-LINE TO ATT-OUT-REC.
           WRITE ATT-OUT-REC.

      *DISPLAY THE REPORT TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ROWS-CHECKED TO WS-ROWS-CHECKEDZ.
           DISPLAY 'Section Rows Checked      : ' WS-ROWS-CHECKEDZ.
           MOVE WS-ROWS-LISTED TO WS-ROWS-LISTEDZ.
           DISPLAY 'Students Listed           : ' WS-ROWS-LISTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ATT-REPORT-FILE.
           IF ATT-OPEN
               CLOSE ATTEND-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
