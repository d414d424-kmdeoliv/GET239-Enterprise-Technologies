      *****************************************************************
      *PURPOSE: Work-study earnings against award.  Financial aid
      *could not see what a work-study student had earned against
      *the award until the term was over.  This program lists every
      *award on the WSAWARD master for the PAYCTL WSTM term - the
      *employee and the student the id is linked to, the award, what
      *LAB4A has paid against it so far, what is left and the share
      *used - with this run's outcome from the WSDTL work-study
      *detail: paid, paid and flagged, stopped, or pulled at the
      *PAYREVW review (not on PAYDTLR - the pay is reissued
      *off-cycle and stays against the award).  A flagged or stopped
      *student gets a second line with the period's gross and the
      *enrolled against the required credit hours.  Term totals and
      *the run's outcome counts close the report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      WSARPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-STUDY-MASTER ASSIGN TO WSAWARD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WA-KEY
           FILE STATUS IS WS-WSAWARD-STATUS.
           SELECT WORK-STUDY-DETAIL-FILE ASSIGN TO WSDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WSDTL-STATUS.
           SELECT PAY-RELEASED-FILE ASSIGN TO PAYDTLR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PAYDTLR-STATUS.
           SELECT WSA-REPORT-FILE ASSIGN TO WSARPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PAYROLL CONTROL FILE - SEE LAB4A****************************
       FD  PAY-CTL-FILE.
       01  PAY-CTL-REC.
           05  PCT-TYPE                     PIC X(4).
           05  PCT-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES PCT-VALUE-FULL.
               10  PCT-VALUE                PIC X(6).
               10  FILLER                   PIC X(2).

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

      *****WORK-STUDY AWARD MASTER - SEE WSAMAINT**********************
       FD  WORK-STUDY-MASTER.
       01  WORK-STUDY-REC.
           05  WA-KEY.
               10  WA-EMPLOYEE-ID           PIC X(6).
               10  WA-TERM                  PIC X(5).
           05  WA-STUDENT-ID                PIC X(6).
           05  WA-AWARD-AMOUNT              PIC 9(5)V99.
           05  WA-MIN-HOURS                 PIC 9(2)V9.
           05  WA-EARNED-TO-DATE            PIC 9(5)V99.
           05  WA-LAST-PERIOD               PIC X(6).
           05  WA-LAST-AMOUNT               PIC 9(5)V99.
           05  WA-STATUS                    PIC X(1).
               88  WA-ACTIVE                            VALUE 'A'.
               88  WA-CANCELLED                         VALUE 'C'.
           05  WA-AWARD-DATE                PIC X(8).
           05  WA-CANCEL-DATE               PIC X(8).
           05  FILLER                       PIC X(16).

      *****WORK-STUDY DETAIL WRITTEN BY LAB4A**************************
       FD  WORK-STUDY-DETAIL-FILE.
       01  WORK-STUDY-DETAIL-REC.
           05  WD-EMPLOYEE-ID               PIC X(6).
           05  WD-STUDENT-ID                PIC X(6).
           05  WD-TERM                      PIC X(5).
           05  WD-PAY-PERIOD                PIC X(6).
           05  WD-PAY-DATE                  PIC X(8).
           05  WD-GROSS-PAY                 PIC 9(5)V99.
           05  WD-PAID-AMOUNT               PIC 9(5)V99.
           05  WD-ENROLLED-HOURS            PIC 9(3)V9.
           05  WD-MIN-HOURS                 PIC 9(2)V9.
           05  WD-REMAINING                 PIC 9(5)V99.
           05  WD-DISPOSITION               PIC X(1).
           05  WD-ENROLL-FLAG               PIC X(1).
           05  WD-AWARD-FLAG                PIC X(1).

      *****THE RELEASED PAY DETAIL PAYREVW WROTE - KEY ONLY************
       FD  PAY-RELEASED-FILE.
       01  PAY-RELEASED-REC.
           05  PR-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(42).

      ***EARNINGS-AGAINST-AWARD REPORT*********************************
       FD  WSA-REPORT-FILE.
       01  RPT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-WSA-EOF-SWITCH        PIC X        VALUE 'N'.
              88 WSA-EOF                            VALUE 'Y'.
           05 WS-DTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 DTL-EOF                            VALUE 'Y'.
           05 WS-REL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REL-EOF                            VALUE 'Y'.
           05 WS-STU-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 STU-FOUND                          VALUE 'Y'.
           05 WS-DTL-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 DTL-FOUND                          VALUE 'Y'.
           05 WS-REL-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 REL-FOUND                          VALUE 'Y'.
       01 WS-WSAWARD-STATUS            PIC XX.
       01 WS-WSDTL-STATUS              PIC XX.
       01 WS-PAYDTLR-STATUS            PIC XX.
       01 WS-WSA-TERM                  PIC X(5)     VALUE SPACES.
       01 WS-PAY-PERIOD                PIC X(6)     VALUE SPACES.
       01 WS-PAY-DATE                  PIC X(8)     VALUE SPACES.

      *****STUDENT NAMES FROM STUMAST**********************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(18).

      *****THIS RUN'S WORK-STUDY OUTCOMES FROM WSDTL*******************
       01 WS-DTL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-DTL-TABLE.
           05 WS-DTL-ENTRY OCCURS 500 TIMES
                             INDEXED BY DTL-IDX.
              10 WS-DTL-EMPLOYEE-ID    PIC X(6).
              10 WS-DTL-GROSS-PAY      PIC 9(5)V99.
              10 WS-DTL-ENROLLED-HOURS PIC 9(3)V9.
              10 WS-DTL-MIN-HOURS      PIC 9(2)V9.
              10 WS-DTL-DISPOSITION    PIC X(1).
              10 WS-DTL-ENROLL-FLAG    PIC X(1).
              10 WS-DTL-AWARD-FLAG     PIC X(1).

      *****EMPLOYEES WHOSE PAY PAYREVW RELEASED************************
       01 WS-REL-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-REL-TABLE.
           05 WS-REL-EMPLOYEE-ID OCCURS 2000 TIMES
                             INDEXED BY REL-IDX PIC X(6).

      *****REPORT DISPOSITION COUNTERS AND TERM TOTALS*****************
       01 WS-REMAINING             PIC 9(5)V99.
       01 WS-PCT-USED              PIC 9(3).
       01 WS-AWARDS-LISTED         PIC 9(5)     VALUE 0.
       01 WS-AWARDS-LISTEDZ        PIC ZZ,ZZ9.
       01 WS-EXHAUSTED-COUNT       PIC 9(5)     VALUE 0.
       01 WS-PAID-COUNT            PIC 9(5)     VALUE 0.
       01 WS-FLAGGED-COUNT         PIC 9(5)     VALUE 0.
       01 WS-STOPPED-COUNT         PIC 9(5)     VALUE 0.
       01 WS-PULLED-COUNT          PIC 9(5)     VALUE 0.
       01 WS-TOTAL-AWARD           PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-EARNED          PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-REMAINING       PIC 9(9)V99  VALUE 0.

      *****REPORT LINE LAYOUTS*****************************************
       01  RPT-RULE-LINE.
           05                 PIC X(78) VALUE ALL '='.
       01  RPT-HEADING-1.
           05                 PIC X(41) VALUE
                   'WORK-STUDY EARNINGS AGAINST AWARD - TERM '.
           05  RH1-TERM       PIC X(5).
           05                 PIC X(9)  VALUE '  PERIOD '.
           05  RH1-PAY-PERIOD PIC X(6).
           05                 PIC X(6)  VALUE '  PAY '.
           05  RH1-PAY-DATE   PIC X(8).
       01  RPT-HEADING-2.
           05                 PIC X(8)  VALUE 'EMP ID'.
           05                 PIC X(8)  VALUE 'STUDENT'.
           05                 PIC X(19) VALUE 'STUDENT NAME'.
           05                 PIC X(10) VALUE '    AWARD'.
           05                 PIC X(10) VALUE '   EARNED'.
           05                 PIC X(10) VALUE 'REMAINING'.
           05                 PIC X(5)  VALUE 'USED'.
           05                 PIC X(10) VALUE 'THIS RUN'.
       01  RPT-DETAIL-LINE.
           05  RDL-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RDL-STUDENT-ID     PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RDL-STUDENT-NAME   PIC X(18).
           05                     PIC X(1)  VALUE SPACES.
           05  RDL-AWARD          PIC ZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  RDL-EARNED         PIC ZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  RDL-REMAINING      PIC ZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  RDL-PCT-USED       PIC ZZ9.
           05                     PIC X(2)  VALUE '% '.
           05  RDL-STATUS         PIC X(10).
       01  RPT-EXCEPTION-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05                     PIC X(13) VALUE 'PERIOD GROSS '.
           05  REL-GROSS-PAY      PIC ZZ,ZZ9.99.
           05                     PIC X(11) VALUE '  ENROLLED '.
           05  REL-ENROLLED-HOURS PIC ZZ9.9.
           05                     PIC X(4)  VALUE ' OF '.
           05  REL-MIN-HOURS      PIC Z9.9.
           05                     PIC X(5)  VALUE ' HRS '.
           05  REL-REASON         PIC X(21).
       01  RPT-TOTAL-LINE.
           05  RT-LABEL           PIC X(34).
           05  RT-COUNT           PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  RT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  RT-AMOUNT-X REDEFINES RT-AMOUNT PIC X(14).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 170-LOAD-RUN-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-AWARDS UNTIL WSA-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies WSARPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE TERM, PERIOD AND PAY DATE FROM PAYCTL, AND THE STUDENT
      * NAMES FROM STUMAST
      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           OPEN INPUT PAY-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 160-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.

       155-READ-CONTROL-REC.
           READ PAY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
           END-READ.
           IF NOT CTL-EOF
               EVALUATE PCT-TYPE
                   WHEN 'WSTM'
                       MOVE PCT-VALUE TO WS-WSA-TERM
                   WHEN 'PER '
                       MOVE PCT-VALUE TO WS-PAY-PERIOD
                   WHEN 'PDT '
                       MOVE PCT-VALUE-FULL TO WS-PAY-DATE
               END-EVALUATE
           END-IF.

       160-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF AND WS-STU-TAB-MAX < 1000
               ADD 1 TO WS-STU-TAB-MAX
               SET STU-IDX TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(STU-IDX)
               MOVE SPACES TO WS-STU-NAME(STU-IDX)
               STRING SM-FIRST-NAME DELIMITED BY SPACE ' '
                      SM-LAST-NAME DELIMITED BY SPACE
                   INTO WS-STU-NAME(STU-IDX)
           END-IF.

      *****************************************************************
      * NO WSDTL - NO WORK-STUDY EMPLOYEE WAS FIGURED THIS RUN.  NO
      * PAYDTLR - NOTHING WAS RELEASED, EVERY PAYMENT IS PULLED
      *****************************************************************
       170-LOAD-RUN-TABLES.
           OPEN INPUT WORK-STUDY-DETAIL-FILE.
           IF WS-WSDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-DTL-EOF-SWITCH
           END-IF.
           PERFORM 175-READ-DETAIL-REC UNTIL DTL-EOF.
           IF WS-WSDTL-STATUS = '00' OR WS-WSDTL-STATUS = '10'
               CLOSE WORK-STUDY-DETAIL-FILE
           END-IF.
           OPEN INPUT PAY-RELEASED-FILE.
           IF WS-PAYDTLR-STATUS NOT = '00'
               MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-IF.
           PERFORM 180-READ-RELEASED-REC UNTIL REL-EOF.
           IF WS-PAYDTLR-STATUS = '00' OR WS-PAYDTLR-STATUS = '10'
               CLOSE PAY-RELEASED-FILE
           END-IF.

       175-READ-DETAIL-REC.
           READ WORK-STUDY-DETAIL-FILE
               AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
           END-READ.
           IF NOT DTL-EOF AND WD-TERM = WS-WSA-TERM
              AND WS-DTL-TAB-MAX < 500
               ADD 1 TO WS-DTL-TAB-MAX
               SET DTL-IDX TO WS-DTL-TAB-MAX
               MOVE WD-EMPLOYEE-ID TO WS-DTL-EMPLOYEE-ID(DTL-IDX)
               MOVE WD-GROSS-PAY TO WS-DTL-GROSS-PAY(DTL-IDX)
               MOVE WD-ENROLLED-HOURS
                   TO WS-DTL-ENROLLED-HOURS(DTL-IDX)
               MOVE WD-MIN-HOURS TO WS-DTL-MIN-HOURS(DTL-IDX)
               MOVE WD-DISPOSITION TO WS-DTL-DISPOSITION(DTL-IDX)
               MOVE WD-ENROLL-FLAG TO WS-DTL-ENROLL-FLAG(DTL-IDX)
               MOVE WD-AWARD-FLAG TO WS-DTL-AWARD-FLAG(DTL-IDX)
           END-IF.

       180-READ-RELEASED-REC.
           READ PAY-RELEASED-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-READ.
           IF NOT REL-EOF AND WS-REL-TAB-MAX < 2000
               ADD 1 TO WS-REL-TAB-MAX
               MOVE PR-EMPLOYEE-ID TO WS-REL-EMPLOYEE-ID(WS-REL-TAB-MAX)
           END-IF.

      *****************************************************************
      * NO WSTM TERM OR NO AWARD MASTER - THE REPORT PRINTS ITS
      * HEADINGS AND ZERO TOTALS
      *****************************************************************
       200-OPEN-FILES.
           OPEN OUTPUT WSA-REPORT-FILE.
           IF WS-WSA-TERM = SPACES
               DISPLAY '*** NO WSTM WORK-STUDY TERM ON PAYCTL ***'
               MOVE 'Y' TO WS-WSA-EOF-SWITCH
           ELSE
               OPEN INPUT WORK-STUDY-MASTER
               IF WS-WSAWARD-STATUS NOT = '00'
                   MOVE 'Y' TO WS-WSA-EOF-SWITCH
               ELSE
                   PERFORM 310-READ-AWARD-REC
               END-IF
           END-IF.
           MOVE WS-WSA-TERM TO RH1-TERM.
           MOVE WS-PAY-PERIOD TO RH1-PAY-PERIOD.
           MOVE WS-PAY-DATE TO RH1-PAY-DATE.
           MOVE RPT-HEADING-1 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-HEADING-2 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-RULE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
      * ONE LINE PER AWARD FOR THE TERM, IN EMPLOYEE ORDER
      *****************************************************************
       300-REPORT-AWARDS.
           ADD 1 TO WS-AWARDS-LISTED.
           IF WA-EARNED-TO-DATE < WA-AWARD-AMOUNT
               COMPUTE WS-REMAINING =
                   WA-AWARD-AMOUNT - WA-EARNED-TO-DATE
           ELSE
               MOVE 0 TO WS-REMAINING
               ADD 1 TO WS-EXHAUSTED-COUNT
           END-IF.
           IF WA-EARNED-TO-DATE NOT < WA-AWARD-AMOUNT * 9.99
               MOVE 999 TO WS-PCT-USED
           ELSE
               COMPUTE WS-PCT-USED ROUNDED =
                   WA-EARNED-TO-DATE * 100 / WA-AWARD-AMOUNT
           END-IF.
           ADD WA-AWARD-AMOUNT TO WS-TOTAL-AWARD.
           ADD WA-EARNED-TO-DATE TO WS-TOTAL-EARNED.
           ADD WS-REMAINING TO WS-TOTAL-REMAINING.
           PERFORM 320-WRITE-DETAIL-LINE.
           PERFORM 310-READ-AWARD-REC.

      *THE MASTER HOLDS EVERY TERM - ONLY THE WSTM TERM IS LISTED******
       310-READ-AWARD-REC.
           PERFORM 315-READ-NEXT-AWARD.
           PERFORM 315-READ-NEXT-AWARD
               UNTIL WSA-EOF OR WA-TERM = WS-WSA-TERM.

       315-READ-NEXT-AWARD.
           READ WORK-STUDY-MASTER
               AT END MOVE 'Y' TO WS-WSA-EOF-SWITCH
           END-READ.

       320-WRITE-DETAIL-LINE.
           MOVE WA-EMPLOYEE-ID TO RDL-EMPLOYEE-ID.
           MOVE WA-STUDENT-ID TO RDL-STUDENT-ID.
           PERFORM 330-FIND-STUDENT.
           IF STU-FOUND
               MOVE WS-STU-NAME(STU-IDX) TO RDL-STUDENT-NAME
           ELSE
               MOVE 'NOT ON STUMAST' TO RDL-STUDENT-NAME
           END-IF.
           MOVE WA-AWARD-AMOUNT TO RDL-AWARD.
           MOVE WA-EARNED-TO-DATE TO RDL-EARNED.
           MOVE WS-REMAINING TO RDL-REMAINING.
           MOVE WS-PCT-USED TO RDL-PCT-USED.
           PERFORM 340-FIND-DETAIL.
           PERFORM 350-SET-RUN-STATUS.
           MOVE RPT-DETAIL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           IF DTL-FOUND
               IF WS-DTL-DISPOSITION(DTL-IDX) = 'F'
                  OR WS-DTL-DISPOSITION(DTL-IDX) = 'S'
                  OR WS-DTL-ENROLL-FLAG(DTL-IDX) = 'U'
                   PERFORM 370-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

       330-FIND-STUDENT.
           MOVE 'N' TO WS-STU-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 335-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR STU-FOUND.

       335-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = WA-STUDENT-ID
               MOVE 'Y' TO WS-STU-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

       340-FIND-DETAIL.
           MOVE 'N' TO WS-DTL-FOUND-SWITCH.
           SET DTL-IDX TO 1.
           PERFORM 345-SEARCH-DETAIL
               UNTIL DTL-IDX > WS-DTL-TAB-MAX OR DTL-FOUND.

       345-SEARCH-DETAIL.
           IF WS-DTL-EMPLOYEE-ID(DTL-IDX) = WA-EMPLOYEE-ID
               MOVE 'Y' TO WS-DTL-FOUND-SWITCH
           ELSE
               SET DTL-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE RUN'S OUTCOME.  PAID OR FLAGGED PAY NOT ON PAYDTLR WAS
      * PULLED AT THE REVIEW.  NO WSDTL ROW - NO TIMECARD THIS RUN
      *****************************************************************
       350-SET-RUN-STATUS.
           IF NOT DTL-FOUND
               IF WA-CANCELLED
                   MOVE 'CANCELLED' TO RDL-STATUS
               ELSE
                   MOVE 'NO PAY' TO RDL-STATUS
               END-IF
           ELSE
               EVALUATE WS-DTL-DISPOSITION(DTL-IDX)
                   WHEN 'S'
                       ADD 1 TO WS-STOPPED-COUNT
                       MOVE 'STOPPED' TO RDL-STATUS
                   WHEN 'N'
                       MOVE 'NOT PAID' TO RDL-STATUS
                   WHEN OTHER
                       PERFORM 360-FIND-RELEASED
                       EVALUATE TRUE
                           WHEN NOT REL-FOUND
                               ADD 1 TO WS-PULLED-COUNT
                               MOVE 'PULLED' TO RDL-STATUS
                           WHEN WS-DTL-DISPOSITION(DTL-IDX) = 'F'
                               ADD 1 TO WS-FLAGGED-COUNT
                               MOVE 'FLAGGED' TO RDL-STATUS
                           WHEN OTHER
                               ADD 1 TO WS-PAID-COUNT
                               MOVE 'PAID' TO RDL-STATUS
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       360-FIND-RELEASED.
           MOVE 'N' TO WS-REL-FOUND-SWITCH.
           SET REL-IDX TO 1.
           PERFORM 365-SEARCH-RELEASED
               UNTIL REL-IDX > WS-REL-TAB-MAX OR REL-FOUND.

       365-SEARCH-RELEASED.
           IF WS-REL-EMPLOYEE-ID(REL-IDX) = WA-EMPLOYEE-ID
               MOVE 'Y' TO WS-REL-FOUND-SWITCH
           ELSE
               SET REL-IDX UP BY 1
           END-IF.

       370-WRITE-EXCEPTION-LINE.
           MOVE WS-DTL-GROSS-PAY(DTL-IDX) TO REL-GROSS-PAY.
           MOVE WS-DTL-ENROLLED-HOURS(DTL-IDX) TO REL-ENROLLED-HOURS.
           MOVE WS-DTL-MIN-HOURS(DTL-IDX) TO REL-MIN-HOURS.
           EVALUATE TRUE
               WHEN WS-DTL-ENROLL-FLAG(DTL-IDX) = 'Y'
                    AND WS-DTL-AWARD-FLAG(DTL-IDX) = 'Y'
                   MOVE 'BELOW HRS, OVER AWARD' TO REL-REASON
               WHEN WS-DTL-ENROLL-FLAG(DTL-IDX) = 'Y'
                   MOVE 'BELOW REQUIRED HOURS' TO REL-REASON
               WHEN WS-DTL-AWARD-FLAG(DTL-IDX) = 'Y'
                   MOVE 'OVER REMAINING AWARD' TO REL-REASON
               WHEN OTHER
                   MOVE 'HOURS NOT CHECKED' TO REL-REASON
           END-EVALUATE.
           MOVE RPT-EXCEPTION-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-RULE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'AWARDS - TOTAL AWARDED           :' TO RT-LABEL.
           MOVE WS-AWARDS-LISTED TO RT-COUNT.
           MOVE WS-TOTAL-AWARD TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'TOTAL EARNED AGAINST AWARDS      :' TO RT-LABEL.
           MOVE WS-AWARDS-LISTED TO RT-COUNT.
           MOVE WS-TOTAL-EARNED TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'AWARDS EXHAUSTED - REMAINING     :' TO RT-LABEL.
           MOVE WS-EXHAUSTED-COUNT TO RT-COUNT.
           MOVE WS-TOTAL-REMAINING TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE SPACES TO RT-AMOUNT-X.
           MOVE 'PAID THIS RUN                    :' TO RT-LABEL.
           MOVE WS-PAID-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'PAID AND FLAGGED THIS RUN        :' TO RT-LABEL.
           MOVE WS-FLAGGED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'PAY STOPPED THIS RUN             :' TO RT-LABEL.
           MOVE WS-STOPPED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'PULLED AT PAYROLL REVIEW         :' TO RT-LABEL.
           MOVE WS-PULLED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-AWARDS-LISTED TO WS-AWARDS-LISTEDZ.
           DISPLAY 'Awards Listed             : ' WS-AWARDS-LISTEDZ.
           DISPLAY 'Paid This Run             : ' WS-PAID-COUNT.
           DISPLAY 'Flagged This Run          : ' WS-FLAGGED-COUNT.
           DISPLAY 'Stopped This Run          : ' WS-STOPPED-COUNT.
           DISPLAY 'Pulled At Review          : ' WS-PULLED-COUNT.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE WSA-REPORT-FILE.
           IF WS-WSA-TERM NOT = SPACES
              AND (WS-WSAWARD-STATUS = '00' OR WS-WSAWARD-STATUS = '10')
               CLOSE WORK-STUDY-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
