      *****************************************************************
      *PURPOSE: Census-date enrollment snapshot for state reporting.
      *The state's headcount and full-time-equivalent figures were
      *assembled by hand from COURSEIN.TERM, which keeps changing
      *after census.  This program takes REGCENS - the registrations
      *REGISTER found standing on the REGCTL census date (CENS), so
      *activity after census is already excluded - and freezes them
      *into the term's CENSUS file, each row with the student's
      *program (STUMAST), the course level (the first digit of the
      *course number: CS101 is 100-level) and full- or part-time
      *status (census hours against REGCTL FTHR, default 12.0).
      *Headcount and FTE (hours over REGCTL FTED, default 15.0) are
      *totalled by program, level and status; a student counts once
      *in each cell and once in the unduplicated total.  STATESUB
      *carries the state submission (header, one detail per cell,
      *trailer) and CENSRPT prints the cells beside the prior term's
      *and the prior year's (same season, year before) census from
      *the CENSHIST history, which each census appends to.
      *
      *A census is taken once: the run is refused RC=8 before the
      *census date or when CENSHIST already holds the term.  A
      *census student not on STUMAST is reported under program UNKN
      *and ends the run RC=4.
      *
      *REGCTL ROWS:  TERM XXXXX     CENSUS TERM
      *              CENS YYYYMMDD  CENSUS DATE
      *              FTHR 999.9     FULL-TIME HOURS
      *              FTED 999.9     HOURS PER FTE
      *              INST XXXXXX    STATE INSTITUTION CODE
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CENSNAP.
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
           SELECT CENSUS-ENROLL-FILE ASSIGN TO REGCENS
           ORGANIZATION IS SEQUENTIAL.
           SELECT CENSUS-HIST-FILE ASSIGN TO CENSHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CENSHIST-STATUS.
           SELECT CENSUS-FILE ASSIGN TO CENSUS
           ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-SUBMIT-FILE ASSIGN TO STATESUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT CENSUS-REPORT-FILE ASSIGN TO CENSRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****REGISTRATION CONTROL - SEE REGISTER*************************
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

      *****CENSUS ENROLLMENT FROM REGISTER - STUDENT ORDER*************
       FD  CENSUS-ENROLL-FILE.
       01  CENSUS-ENROLL-REC.
           05  CE-STUDENT-ID                PIC X(6).
           05  CE-COURSE-ID                 PIC X(6).
           05  CE-SECTION                   PIC X(2).
           05  CE-CREDIT-HOURS              PIC 9V9.
           05  CE-TERM                      PIC X(5).

      *****************************************************************
      * CENSUS HISTORY - ONE ROW PER TERM PER CELL, PLUS A *TOT ROW
      * WITH THE TERM'S UNDUPLICATED HEADCOUNT AND FTE
      *****************************************************************
       FD  CENSUS-HIST-FILE.
       01  CENSUS-HIST-REC.
           05  CH-TERM                      PIC X(5).
           05  CH-PROGRAM                   PIC X(4).
           05  CH-LEVEL                     PIC X(3).
           05  CH-STATUS                    PIC X(1).
           05  CH-HEADCOUNT                 PIC 9(5).
           05  CH-FTE                       PIC 9(5)V99.
           05  CH-CENSUS-DATE               PIC X(8).
           05  FILLER                       PIC X(7).

      *****THE FROZEN TERM CENSUS - ONE ROW PER ENROLLMENT*************
       FD  CENSUS-FILE.
       01  CENSUS-REC.
           05  CN-TERM                      PIC X(5).
           05  CN-STUDENT-ID                PIC X(6).
           05  CN-COURSE-ID                 PIC X(6).
           05  CN-SECTION                   PIC X(2).
           05  CN-CREDIT-HOURS              PIC 9V9.
           05  CN-PROGRAM                   PIC X(4).
           05  CN-LEVEL                     PIC X(3).
           05  CN-STATUS                    PIC X(1).
           05  CN-CENSUS-DATE               PIC X(8).
           05  FILLER                       PIC X(3).

      *****************************************************************
      * STATE SUBMISSION - HEADER, ONE DETAIL PER CELL, TRAILER
      *****************************************************************
       FD  STATE-SUBMIT-FILE.
       01  SS-HEADER-REC.
           05  SSH-REC-TYPE                 PIC X(1).
           05  SSH-INSTITUTION              PIC X(6).
           05  SSH-TERM                     PIC X(5).
           05  SSH-CENSUS-DATE              PIC X(8).
           05  SSH-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(52).
       01  SS-DETAIL-REC.
           05  SSD-REC-TYPE                 PIC X(1).
           05  SSD-INSTITUTION              PIC X(6).
           05  SSD-TERM                     PIC X(5).
           05  SSD-PROGRAM                  PIC X(4).
           05  SSD-LEVEL                    PIC X(3).
           05  SSD-STATUS                   PIC X(1).
           05  SSD-HEADCOUNT                PIC 9(6).
           05  SSD-CREDIT-HOURS             PIC 9(7)V9.
           05  SSD-FTE                      PIC 9(6)V99.
           05  FILLER                       PIC X(38).
       01  SS-TRAILER-REC.
           05  SST-REC-TYPE                 PIC X(1).
           05  SST-INSTITUTION              PIC X(6).
           05  SST-TERM                     PIC X(5).
           05  SST-DETAIL-COUNT             PIC 9(6).
           05  SST-HEADCOUNT                PIC 9(6).
           05  SST-FT-HEADCOUNT             PIC 9(6).
           05  SST-PT-HEADCOUNT             PIC 9(6).
           05  SST-FTE                      PIC 9(6)V99.
           05  FILLER                       PIC X(36).

      ***CENSUS SUMMARY REPORT WITH PRIOR-TERM AND PRIOR-YEAR**********
       FD  CENSUS-REPORT-FILE.
       01  CNR-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-ENR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 ENR-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-HIST-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HIST-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-LEVEL-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 LEVEL-FOUND                        VALUE 'Y'.
           05 WS-REFUSED-SWITCH        PIC X        VALUE 'N'.
              88 CENSUS-REFUSED                     VALUE 'Y'.
       01 WS-CENSHIST-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-REFUSE-REASON             PIC X(40)    VALUE SPACES.

      *****REGCTL CENSUS PARAMETERS************************************
       01 WS-CENSUS-TERM.
           05 WS-CT-YEAR               PIC 9(4).
           05 WS-CT-SEASON             PIC X(1).
       01 WS-CENSUS-DATE               PIC X(8)     VALUE SPACES.
       01 WS-FULL-TIME-HOURS           PIC 9(3)V9   VALUE 12.0.
       01 WS-FTE-HOURS                 PIC 9(3)V9   VALUE 15.0.
       01 WS-INSTITUTION               PIC X(6)     VALUE 'GET239'.

      *****COMPARISON TERMS - THE LAST CENSUS TAKEN, AND THIS SEASON***
      *****A YEAR AGO**************************************************
       01 WS-PRIOR-TERM                PIC X(5)     VALUE SPACES.
       01 WS-PRIOR-YEAR-TERM.
           05 WS-PY-YEAR               PIC 9(4).
           05 WS-PY-SEASON             PIC X(1).

      *****STUDENT TABLE - ID, PROGRAM*********************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-PROGRAM        PIC X(4).

      *****CENSUS HISTORY TABLE****************************************
       01 WS-HST-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 2000 TIMES
                             INDEXED BY HST-IDX.
              10 WS-HST-TERM           PIC X(5).
              10 WS-HST-CELL           PIC X(8).
              10 WS-HST-HEADCOUNT      PIC 9(5).
              10 WS-HST-FTE            PIC 9(5)V99.

      *****************************************************************
      * CELL TABLE - PROGRAM, LEVEL, F/P STATUS WITH THIS TERM'S,
      * THE PRIOR TERM'S AND THE PRIOR YEAR'S FIGURES
      *****************************************************************
       01 WS-CEL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CEL-TABLE.
           05 WS-CEL-ENTRY OCCURS 300 TIMES
                             INDEXED BY CEL-IDX.
              10 WS-CEL-KEY.
                 15 WS-CEL-PROGRAM     PIC X(4).
                 15 WS-CEL-LEVEL       PIC X(3).
                 15 WS-CEL-STATUS      PIC X(1).
              10 WS-CEL-HEADCOUNT      PIC 9(5).
              10 WS-CEL-HOURS          PIC 9(6)V9.
              10 WS-CEL-LAST-STUDENT   PIC X(6).
              10 WS-CEL-PT-HEADCOUNT   PIC 9(5).
              10 WS-CEL-PT-FTE         PIC 9(5)V99.
              10 WS-CEL-PY-HEADCOUNT   PIC 9(5).
              10 WS-CEL-PY-FTE         PIC 9(5)V99.
       01 WS-FIND-CELL.
           05 WS-FIND-PROGRAM          PIC X(4).
           05 WS-FIND-LEVEL            PIC X(3).
           05 WS-FIND-STATUS           PIC X(1).
       01 WS-LAST-CELL             PIC X(8).
       01 WS-NEXT-CELL             PIC X(8).

      *****ONE STUDENT'S CENSUS ROWS, HELD UNTIL THE STUDENT BREAK*****
       01 WS-CUR-STUDENT           PIC X(6)     VALUE SPACES.
       01 WS-CUR-PROGRAM           PIC X(4).
       01 WS-CUR-STATUS            PIC X(1).
       01 WS-CUR-HOURS             PIC 9(3)V9.
       01 WS-BUF-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-BUF-TABLE.
           05 WS-BUF-ENTRY OCCURS 30 TIMES.
              10 WS-BUF-COURSE         PIC X(6).
              10 WS-BUF-SECTION        PIC X(2).
              10 WS-BUF-HOURS          PIC 9V9.
              10 WS-BUF-LEVEL          PIC X(3).
       01 WS-BUF-SUB               PIC 9(2).
       01 WS-CHR-SUB               PIC 9(1).
       01 WS-COURSE-LEVEL          PIC X(3).

      *****TERM TOTALS AND THE PRIOR TERMS' *TOT ROWS******************
       01 WS-TOT-HEADCOUNT         PIC 9(5)     VALUE 0.
       01 WS-FT-HEADCOUNT          PIC 9(5)     VALUE 0.
       01 WS-PT-HEADCOUNT          PIC 9(5)     VALUE 0.
       01 WS-TOT-HOURS             PIC 9(6)V9   VALUE 0.
       01 WS-TOT-FTE               PIC 9(5)V99  VALUE 0.
       01 WS-CEL-FTE               PIC 9(5)V99.
       01 WS-PT-TOT-HEADCOUNT      PIC 9(5)     VALUE 0.
       01 WS-PT-TOT-FTE            PIC 9(5)V99  VALUE 0.
       01 WS-PY-TOT-HEADCOUNT      PIC 9(5)     VALUE 0.
       01 WS-PY-TOT-FTE            PIC 9(5)V99  VALUE 0.
       01 WS-DETAIL-COUNT          PIC 9(5)     VALUE 0.

      *****CENSUS COUNTERS*********************************************
       01 WS-ENR-READ              PIC 9(5)     VALUE 0.
       01 WS-ENR-READZ             PIC ZZ,ZZ9.
       01 WS-ENR-OTHER-TERM        PIC 9(5)     VALUE 0.
       01 WS-ENR-OTHER-TERMZ       PIC ZZ,ZZ9.
       01 WS-CENSUS-WRITTEN        PIC 9(5)     VALUE 0.
       01 WS-CENSUS-WRITTENZ       PIC ZZ,ZZ9.
       01 WS-NOT-ON-MASTER         PIC 9(5)     VALUE 0.
       01 WS-NOT-ON-MASTERZ        PIC ZZ,ZZ9.
       01 WS-HEADCOUNTZ            PIC ZZ,ZZ9.
       01 WS-FTEZ                  PIC ZZ,ZZ9.99.

      *****REPORT LINES************************************************
       01 CNR-HEADING-1.
           05 FILLER    PIC X(20) VALUE 'CENSUS ENROLLMENT - '.
           05 CR1-INST  PIC X(6).
           05 FILLER    PIC X(7)  VALUE '  TERM '.
           05 CR1-TERM  PIC X(5).
           05 FILLER    PIC X(14) VALUE '  CENSUS DATE '.
           05 CR1-DATE  PIC X(8).
           05 FILLER    PIC X(40) VALUE SPACES.
       01 CNR-HEADING-2.
           05 FILLER    PIC X(18) VALUE SPACES.
           05 FILLER    PIC X(20) VALUE '   THIS TERM'.
           05 FILLER    PIC X(11) VALUE 'PRIOR TERM '.
           05 CR2-PT-TERM PIC X(5).
           05 FILLER    PIC X(4)  VALUE SPACES.
           05 FILLER    PIC X(11) VALUE 'PRIOR YEAR '.
           05 CR2-PY-TERM PIC X(5).
           05 FILLER    PIC X(26) VALUE SPACES.
       01 CNR-HEADING-3.
           05 FILLER    PIC X(18) VALUE 'PROG  LVL  STAT'.
           05 FILLER    PIC X(20) VALUE '  HEAD       FTE'.
           05 FILLER    PIC X(20) VALUE '  HEAD       FTE'.
           05 FILLER    PIC X(16) VALUE '  HEAD       FTE'.
           05 FILLER    PIC X(26) VALUE SPACES.
       01 CNR-DETAIL-LINE.
           05 CRD-PROGRAM      PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CRD-LEVEL        PIC X(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CRD-STATUS       PIC X(4).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 CRD-HEADCOUNT    PIC ZZ,ZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CRD-FTE          PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 CRD-PT-HEADCOUNT PIC ZZ,ZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CRD-PT-FTE       PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 CRD-PY-HEADCOUNT PIC ZZ,ZZ9.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CRD-PY-FTE       PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(26) VALUE SPACES.
       01 CNR-COUNT-LINE.
           05 CRC-LABEL        PIC X(30).
           05 CRC-HEADCOUNT    PIC ZZ,ZZ9.
           05 FILLER           PIC X(64) VALUE SPACES.
       01 CNR-REFUSE-LINE.
           05 FILLER           PIC X(19) VALUE 'CENSUS NOT TAKEN - '.
           05 CRR-REASON       PIC X(40).
           05 FILLER           PIC X(41) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           IF CENSUS-REFUSED
               MOVE WS-REFUSE-REASON TO CRR-REASON
               MOVE CNR-REFUSE-LINE TO CNR-OUT-REC
               WRITE CNR-OUT-REC
               DISPLAY '*** CENSUS NOT TAKEN *** ' WS-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 300-READ-CENSUS-ENROLL UNTIL ENR-EOF
               IF WS-BUF-TAB-MAX > 0
                   PERFORM 350-SETTLE-STUDENT
               END-IF
               PERFORM 400-WRITE-CENSUS-SUMMARY
               IF WS-NOT-ON-MASTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CENSNAP *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * A CENSUS IS TAKEN ONCE, ON OR AFTER THE CENSUS DATE - THE
      * HISTORY ALREADY HOLDING THE TERM MEANS IT WAS FROZEN BEFORE
      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-CENSUS-TERM.
           OPEN INPUT REG-CTL-FILE.
           PERFORM 155-READ-REGCTL-REC UNTIL CTL-EOF.
           CLOSE REG-CTL-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 160-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.
           PERFORM 170-LOAD-CENSUS-HISTORY.
           EVALUATE TRUE
               WHEN WS-CENSUS-TERM = SPACES
                    OR WS-CT-YEAR NOT NUMERIC
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 'NO VALID TERM ROW ON REGCTL'
                       TO WS-REFUSE-REASON
               WHEN WS-CENSUS-DATE = SPACES
                    OR WS-CENSUS-DATE NOT NUMERIC
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 'NO VALID CENS ROW ON REGCTL'
                       TO WS-REFUSE-REASON
               WHEN WS-TODAY < WS-CENSUS-DATE
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 'CENSUS DATE NOT REACHED' TO WS-REFUSE-REASON
               WHEN WS-FOUND
                   MOVE 'Y' TO WS-REFUSED-SWITCH
                   MOVE 'CENSUS ALREADY FROZEN FOR THE TERM'
                       TO WS-REFUSE-REASON
           END-EVALUATE.
           IF NOT CENSUS-REFUSED
               COMPUTE WS-PY-YEAR = WS-CT-YEAR - 1
               MOVE WS-CT-SEASON TO WS-PY-SEASON
               PERFORM 175-LOAD-PRIOR-CELLS
                   VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > WS-HST-TAB-MAX
           END-IF.

       155-READ-REGCTL-REC.
           READ REG-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE RGC-TYPE
                   WHEN 'TERM'
                       MOVE RGC-VALUE(1:5) TO WS-CENSUS-TERM
                   WHEN 'CENS'
                       MOVE RGC-VALUE(1:8) TO WS-CENSUS-DATE
                   WHEN 'FTHR'
                       COMPUTE WS-FULL-TIME-HOURS =
                               FUNCTION NUMVAL(RGC-VALUE)
                   WHEN 'FTED'
                       COMPUTE WS-FTE-HOURS =
                               FUNCTION NUMVAL(RGC-VALUE)
                   WHEN 'INST'
                       MOVE RGC-VALUE(1:6) TO WS-INSTITUTION
               END-EVALUATE
           END-IF.

       160-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF AND WS-STU-TAB-MAX < 1000
               ADD 1 TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-TAB-MAX)
               MOVE SM-PROGRAM-CODE
                    TO WS-STU-PROGRAM(WS-STU-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE HISTORY IS ABSENT BEFORE THE FIRST CENSUS.  ROWS ARE
      * APPENDED IN THE ORDER THE CENSUSES WERE TAKEN, SO THE LAST
      * TERM ON IT IS THE PRIOR TERM
      *****************************************************************
       170-LOAD-CENSUS-HISTORY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           OPEN INPUT CENSUS-HIST-FILE.
           IF WS-CENSHIST-STATUS = '00'
               PERFORM 172-READ-HISTORY-REC UNTIL HIST-EOF
               CLOSE CENSUS-HIST-FILE
           END-IF.

       172-READ-HISTORY-REC.
           READ CENSUS-HIST-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.
           IF NOT HIST-EOF
               IF CH-TERM = WS-CENSUS-TERM
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   MOVE CH-TERM TO WS-PRIOR-TERM
               END-IF
               IF WS-HST-TAB-MAX < 2000
                   ADD 1 TO WS-HST-TAB-MAX
                   SET HST-IDX TO WS-HST-TAB-MAX
                   MOVE CH-TERM TO WS-HST-TERM(HST-IDX)
                   MOVE CH-PROGRAM TO WS-HST-CELL(HST-IDX)(1:4)
                   MOVE CH-LEVEL TO WS-HST-CELL(HST-IDX)(5:3)
                   MOVE CH-STATUS TO WS-HST-CELL(HST-IDX)(8:1)
                   MOVE CH-HEADCOUNT TO WS-HST-HEADCOUNT(HST-IDX)
                   MOVE CH-FTE TO WS-HST-FTE(HST-IDX)
               END-IF
           END-IF.

       175-LOAD-PRIOR-CELLS.
           IF WS-HST-TERM(HST-IDX) = WS-PRIOR-TERM
              OR WS-HST-TERM(HST-IDX) = WS-PRIOR-YEAR-TERM
               IF WS-HST-CELL(HST-IDX)(1:4) = '*TOT'
                   PERFORM 177-LOAD-PRIOR-TOTAL
               ELSE
                   MOVE WS-HST-CELL(HST-IDX) TO WS-FIND-CELL
                   PERFORM 365-FIND-OR-ADD-CELL
                   IF WS-HST-TERM(HST-IDX) = WS-PRIOR-TERM
                       MOVE WS-HST-HEADCOUNT(HST-IDX)
                           TO WS-CEL-PT-HEADCOUNT(CEL-IDX)
                       MOVE WS-HST-FTE(HST-IDX)
                           TO WS-CEL-PT-FTE(CEL-IDX)
                   END-IF
                   IF WS-HST-TERM(HST-IDX) = WS-PRIOR-YEAR-TERM
                       MOVE WS-HST-HEADCOUNT(HST-IDX)
                           TO WS-CEL-PY-HEADCOUNT(CEL-IDX)
                       MOVE WS-HST-FTE(HST-IDX)
                           TO WS-CEL-PY-FTE(CEL-IDX)
                   END-IF
               END-IF
           END-IF.

       177-LOAD-PRIOR-TOTAL.
           IF WS-HST-TERM(HST-IDX) = WS-PRIOR-TERM
               MOVE WS-HST-HEADCOUNT(HST-IDX) TO WS-PT-TOT-HEADCOUNT
               MOVE WS-HST-FTE(HST-IDX) TO WS-PT-TOT-FTE
           END-IF.
           IF WS-HST-TERM(HST-IDX) = WS-PRIOR-YEAR-TERM
               MOVE WS-HST-HEADCOUNT(HST-IDX) TO WS-PY-TOT-HEADCOUNT
               MOVE WS-HST-FTE(HST-IDX) TO WS-PY-TOT-FTE
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT CENSUS-ENROLL-FILE.
           OPEN OUTPUT CENSUS-FILE.
           OPEN OUTPUT STATE-SUBMIT-FILE.
           OPEN OUTPUT CENSUS-REPORT-FILE.
           MOVE WS-INSTITUTION TO CR1-INST.
           MOVE WS-CENSUS-TERM TO CR1-TERM.
           MOVE WS-CENSUS-DATE TO CR1-DATE.
           MOVE CNR-HEADING-1 TO CNR-OUT-REC.
           WRITE CNR-OUT-REC.

      *****************************************************************
      * ONE CENSUS ENROLLMENT - A STUDENT'S ROWS ARE HELD UNTIL THE
      * NEXT STUDENT, WHEN THE TERM HOURS SETTLE FULL OR PART TIME
      *****************************************************************
       300-READ-CENSUS-ENROLL.
           READ CENSUS-ENROLL-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF-SWITCH
           END-READ.
           IF NOT ENR-EOF
               ADD 1 TO WS-ENR-READ
               IF CE-TERM NOT = WS-CENSUS-TERM
                   ADD 1 TO WS-ENR-OTHER-TERM
               ELSE
                   IF CE-STUDENT-ID NOT = WS-CUR-STUDENT
                      AND WS-BUF-TAB-MAX > 0
                       PERFORM 350-SETTLE-STUDENT
                   END-IF
                   MOVE CE-STUDENT-ID TO WS-CUR-STUDENT
                   PERFORM 320-DERIVE-COURSE-LEVEL
                   IF WS-BUF-TAB-MAX < 30
                       ADD 1 TO WS-BUF-TAB-MAX
                       MOVE CE-COURSE-ID
                           TO WS-BUF-COURSE(WS-BUF-TAB-MAX)
                       MOVE CE-SECTION
                           TO WS-BUF-SECTION(WS-BUF-TAB-MAX)
                       MOVE CE-CREDIT-HOURS
                           TO WS-BUF-HOURS(WS-BUF-TAB-MAX)
                       MOVE WS-COURSE-LEVEL
                           TO WS-BUF-LEVEL(WS-BUF-TAB-MAX)
                   END-IF
               END-IF
           END-IF.

      *THE FIRST DIGIT OF THE COURSE NUMBER GIVES THE LEVEL************
       320-DERIVE-COURSE-LEVEL.
           MOVE '000' TO WS-COURSE-LEVEL.
           MOVE 'N' TO WS-LEVEL-FOUND-SWITCH.
           PERFORM 322-SCAN-COURSE-CHAR
               VARYING WS-CHR-SUB FROM 1 BY 1
               UNTIL WS-CHR-SUB > 6 OR LEVEL-FOUND.

       322-SCAN-COURSE-CHAR.
           IF CE-COURSE-ID(WS-CHR-SUB:1) NUMERIC
               MOVE CE-COURSE-ID(WS-CHR-SUB:1) TO WS-COURSE-LEVEL(1:1)
               MOVE 'Y' TO WS-LEVEL-FOUND-SWITCH
           END-IF.

       350-SETTLE-STUDENT.
           MOVE 0 TO WS-CUR-HOURS.
           PERFORM 352-SUM-STUDENT-HOURS
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-TAB-MAX.
           ADD 1 TO WS-TOT-HEADCOUNT.
           IF WS-CUR-HOURS NOT < WS-FULL-TIME-HOURS
               MOVE 'F' TO WS-CUR-STATUS
               ADD 1 TO WS-FT-HEADCOUNT
           ELSE
               MOVE 'P' TO WS-CUR-STATUS
               ADD 1 TO WS-PT-HEADCOUNT
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 355-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-STU-PROGRAM(STU-IDX) TO WS-CUR-PROGRAM
           ELSE
               MOVE 'UNKN' TO WS-CUR-PROGRAM
               ADD 1 TO WS-NOT-ON-MASTER
               DISPLAY 'CENSUS STUDENT NOT ON STUMAST: '
                       WS-CUR-STUDENT
           END-IF.
           PERFORM 360-POST-ONE-ROW
               VARYING WS-BUF-SUB FROM 1 BY 1
               UNTIL WS-BUF-SUB > WS-BUF-TAB-MAX.
           MOVE 0 TO WS-BUF-TAB-MAX.

       352-SUM-STUDENT-HOURS.
           ADD WS-BUF-HOURS(WS-BUF-SUB) TO WS-CUR-HOURS.

       355-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = WS-CUR-STUDENT
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

      *A STUDENT COUNTS ONCE IN EACH CELL THEIR COURSES FALL IN********
       360-POST-ONE-ROW.
           MOVE SPACES TO CENSUS-REC.
           MOVE WS-CENSUS-TERM TO CN-TERM.
           MOVE WS-CUR-STUDENT TO CN-STUDENT-ID.
           MOVE WS-BUF-COURSE(WS-BUF-SUB) TO CN-COURSE-ID.
           MOVE WS-BUF-SECTION(WS-BUF-SUB) TO CN-SECTION.
           MOVE WS-BUF-HOURS(WS-BUF-SUB) TO CN-CREDIT-HOURS.
           MOVE WS-CUR-PROGRAM TO CN-PROGRAM.
           MOVE WS-BUF-LEVEL(WS-BUF-SUB) TO CN-LEVEL.
           MOVE WS-CUR-STATUS TO CN-STATUS.
           MOVE WS-CENSUS-DATE TO CN-CENSUS-DATE.
           WRITE CENSUS-REC.
           ADD 1 TO WS-CENSUS-WRITTEN.
           MOVE WS-CUR-PROGRAM TO WS-FIND-PROGRAM.
           MOVE WS-BUF-LEVEL(WS-BUF-SUB) TO WS-FIND-LEVEL.
           MOVE WS-CUR-STATUS TO WS-FIND-STATUS.
           PERFORM 365-FIND-OR-ADD-CELL.
           ADD WS-BUF-HOURS(WS-BUF-SUB) TO WS-CEL-HOURS(CEL-IDX).
           ADD WS-BUF-HOURS(WS-BUF-SUB) TO WS-TOT-HOURS.
           IF WS-CEL-LAST-STUDENT(CEL-IDX) NOT = WS-CUR-STUDENT
               ADD 1 TO WS-CEL-HEADCOUNT(CEL-IDX)
               MOVE WS-CUR-STUDENT TO WS-CEL-LAST-STUDENT(CEL-IDX)
           END-IF.

       365-FIND-OR-ADD-CELL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CEL-IDX TO 1.
           PERFORM 367-SEARCH-CELL
               UNTIL CEL-IDX > WS-CEL-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-CEL-TAB-MAX
               SET CEL-IDX TO WS-CEL-TAB-MAX
               MOVE WS-FIND-CELL TO WS-CEL-KEY(CEL-IDX)
               MOVE 0 TO WS-CEL-HEADCOUNT(CEL-IDX)
                         WS-CEL-HOURS(CEL-IDX)
                         WS-CEL-PT-HEADCOUNT(CEL-IDX)
                         WS-CEL-PT-FTE(CEL-IDX)
                         WS-CEL-PY-HEADCOUNT(CEL-IDX)
                         WS-CEL-PY-FTE(CEL-IDX)
               MOVE SPACES TO WS-CEL-LAST-STUDENT(CEL-IDX)
           END-IF.

       367-SEARCH-CELL.
           IF WS-CEL-KEY(CEL-IDX) = WS-FIND-CELL
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CEL-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE CELLS IN PROGRAM/LEVEL/STATUS ORDER - THE LOWEST KEY
      * ABOVE THE LAST ONE WRITTEN - TO THE REPORT, THE STATE FILE
      * AND THE HISTORY, THEN THE TERM TOTALS
      *****************************************************************
       400-WRITE-CENSUS-SUMMARY.
           IF WS-PRIOR-TERM = SPACES
               MOVE 'NONE ' TO CR2-PT-TERM
           ELSE
               MOVE WS-PRIOR-TERM TO CR2-PT-TERM
           END-IF.
           MOVE WS-PRIOR-YEAR-TERM TO CR2-PY-TERM.
           MOVE CNR-HEADING-2 TO CNR-OUT-REC.
           WRITE CNR-OUT-REC.
           MOVE CNR-HEADING-3 TO CNR-OUT-REC.
           WRITE CNR-OUT-REC.
           MOVE SPACES TO SS-HEADER-REC.
           MOVE 'H' TO SSH-REC-TYPE.
           MOVE WS-INSTITUTION TO SSH-INSTITUTION.
           MOVE WS-CENSUS-TERM TO SSH-TERM.
           MOVE WS-CENSUS-DATE TO SSH-CENSUS-DATE.
           MOVE WS-TODAY TO SSH-RUN-DATE.
           WRITE SS-HEADER-REC.
           OPEN EXTEND CENSUS-HIST-FILE.
           IF WS-CENSHIST-STATUS NOT = '00'
               OPEN OUTPUT CENSUS-HIST-FILE
           END-IF.
           MOVE LOW-VALUES TO WS-LAST-CELL.
           MOVE 'Y' TO WS-FOUND-SWITCH.
           PERFORM 410-WRITE-NEXT-CELL UNTIL NOT WS-FOUND.
           COMPUTE WS-TOT-FTE ROUNDED = WS-TOT-HOURS / WS-FTE-HOURS.
           PERFORM 440-WRITE-TERM-TOTALS.

       410-WRITE-NEXT-CELL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE HIGH-VALUES TO WS-NEXT-CELL.
           PERFORM 415-FIND-NEXT-CELL
               VARYING CEL-IDX FROM 1 BY 1
               UNTIL CEL-IDX > WS-CEL-TAB-MAX.
           IF WS-FOUND
               PERFORM 420-WRITE-ONE-CELL
                   VARYING CEL-IDX FROM 1 BY 1
                   UNTIL CEL-IDX > WS-CEL-TAB-MAX
               MOVE WS-NEXT-CELL TO WS-LAST-CELL
           END-IF.

       415-FIND-NEXT-CELL.
           IF WS-CEL-KEY(CEL-IDX) > WS-LAST-CELL
              AND WS-CEL-KEY(CEL-IDX) < WS-NEXT-CELL
               MOVE WS-CEL-KEY(CEL-IDX) TO WS-NEXT-CELL
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       420-WRITE-ONE-CELL.
           IF WS-CEL-KEY(CEL-IDX) = WS-NEXT-CELL
               COMPUTE WS-CEL-FTE ROUNDED =
                   WS-CEL-HOURS(CEL-IDX) / WS-FTE-HOURS
               MOVE WS-CEL-PROGRAM(CEL-IDX) TO CRD-PROGRAM
               MOVE WS-CEL-LEVEL(CEL-IDX) TO CRD-LEVEL
               IF WS-CEL-STATUS(CEL-IDX) = 'F'
                   MOVE 'FULL' TO CRD-STATUS
               ELSE
                   MOVE 'PART' TO CRD-STATUS
               END-IF
               MOVE WS-CEL-HEADCOUNT(CEL-IDX) TO CRD-HEADCOUNT
               MOVE WS-CEL-FTE TO CRD-FTE
               MOVE WS-CEL-PT-HEADCOUNT(CEL-IDX) TO CRD-PT-HEADCOUNT
               MOVE WS-CEL-PT-FTE(CEL-IDX) TO CRD-PT-FTE
               MOVE WS-CEL-PY-HEADCOUNT(CEL-IDX) TO CRD-PY-HEADCOUNT
               MOVE WS-CEL-PY-FTE(CEL-IDX) TO CRD-PY-FTE
               MOVE CNR-DETAIL-LINE TO CNR-OUT-REC
               WRITE CNR-OUT-REC
               IF WS-CEL-HEADCOUNT(CEL-IDX) > 0
                   PERFORM 425-WRITE-STATE-DETAIL
                   MOVE SPACES TO CENSUS-HIST-REC
                   MOVE WS-CEL-PROGRAM(CEL-IDX) TO CH-PROGRAM
                   MOVE WS-CEL-LEVEL(CEL-IDX) TO CH-LEVEL
                   MOVE WS-CEL-STATUS(CEL-IDX) TO CH-STATUS
                   MOVE WS-CEL-HEADCOUNT(CEL-IDX) TO CH-HEADCOUNT
                   MOVE WS-CEL-FTE TO CH-FTE
                   PERFORM 430-WRITE-HISTORY-REC
               END-IF
           END-IF.

       425-WRITE-STATE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES TO SS-DETAIL-REC.
           MOVE 'D' TO SSD-REC-TYPE.
           MOVE WS-INSTITUTION TO SSD-INSTITUTION.
           MOVE WS-CENSUS-TERM TO SSD-TERM.
           MOVE WS-CEL-PROGRAM(CEL-IDX) TO SSD-PROGRAM.
           MOVE WS-CEL-LEVEL(CEL-IDX) TO SSD-LEVEL.
           MOVE WS-CEL-STATUS(CEL-IDX) TO SSD-STATUS.
           MOVE WS-CEL-HEADCOUNT(CEL-IDX) TO SSD-HEADCOUNT.
           MOVE WS-CEL-HOURS(CEL-IDX) TO SSD-CREDIT-HOURS.
           MOVE WS-CEL-FTE TO SSD-FTE.
           WRITE SS-DETAIL-REC.

       430-WRITE-HISTORY-REC.
           MOVE WS-CENSUS-TERM TO CH-TERM.
           MOVE WS-CENSUS-DATE TO CH-CENSUS-DATE.
           WRITE CENSUS-HIST-REC.

       440-WRITE-TERM-TOTALS.
           MOVE SPACES TO CNR-DETAIL-LINE.
           MOVE 'TOTAL UNDUPLICATED' TO CNR-DETAIL-LINE(1:18).
           MOVE WS-TOT-HEADCOUNT TO CRD-HEADCOUNT.
           MOVE WS-TOT-FTE TO CRD-FTE.
           MOVE WS-PT-TOT-HEADCOUNT TO CRD-PT-HEADCOUNT.
           MOVE WS-PT-TOT-FTE TO CRD-PT-FTE.
           MOVE WS-PY-TOT-HEADCOUNT TO CRD-PY-HEADCOUNT.
           MOVE WS-PY-TOT-FTE TO CRD-PY-FTE.
           MOVE CNR-DETAIL-LINE TO CNR-OUT-REC.
           WRITE CNR-OUT-REC.
           MOVE 'FULL-TIME HEADCOUNT' TO CRC-LABEL.
           MOVE WS-FT-HEADCOUNT TO CRC-HEADCOUNT.
           MOVE CNR-COUNT-LINE TO CNR-OUT-REC.
           WRITE CNR-OUT-REC.
           MOVE 'PART-TIME HEADCOUNT' TO CRC-LABEL.
           MOVE WS-PT-HEADCOUNT TO CRC-HEADCOUNT.
           MOVE CNR-COUNT-LINE TO CNR-OUT-REC.
           WRITE CNR-OUT-REC.
           MOVE SPACES TO SS-TRAILER-REC.
           MOVE 'T' TO SST-REC-TYPE.
           MOVE WS-INSTITUTION TO SST-INSTITUTION.
           MOVE WS-CENSUS-TERM TO SST-TERM.
           MOVE WS-DETAIL-COUNT TO SST-DETAIL-COUNT.
           MOVE WS-TOT-HEADCOUNT TO SST-HEADCOUNT.
           MOVE WS-FT-HEADCOUNT TO SST-FT-HEADCOUNT.
           MOVE WS-PT-HEADCOUNT TO SST-PT-HEADCOUNT.
           MOVE WS-TOT-FTE TO SST-FTE.
           WRITE SS-TRAILER-REC.
           MOVE SPACES TO CENSUS-HIST-REC.
           MOVE '*TOT' TO CH-PROGRAM.
           MOVE WS-TOT-HEADCOUNT TO CH-HEADCOUNT.
           MOVE WS-TOT-FTE TO CH-FTE.
           PERFORM 430-WRITE-HISTORY-REC.
           CLOSE CENSUS-HIST-FILE.

      *DISPLAY THE CENSUS TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ENR-READ TO WS-ENR-READZ.
           DISPLAY 'Census Enrollments Read   : ' WS-ENR-READZ.
           MOVE WS-ENR-OTHER-TERM TO WS-ENR-OTHER-TERMZ.
           DISPLAY '  For Another Term        : ' WS-ENR-OTHER-TERMZ.
           MOVE WS-CENSUS-WRITTEN TO WS-CENSUS-WRITTENZ.
           DISPLAY 'Census Rows Frozen        : ' WS-CENSUS-WRITTENZ.
           MOVE WS-TOT-HEADCOUNT TO WS-HEADCOUNTZ.
           DISPLAY 'Unduplicated Headcount    : ' WS-HEADCOUNTZ.
           MOVE WS-TOT-FTE TO WS-FTEZ.
           DISPLAY 'Total FTE                 : ' WS-FTEZ.
           MOVE WS-NOT-ON-MASTER TO WS-NOT-ON-MASTERZ.
           DISPLAY 'Students Not On STUMAST   : ' WS-NOT-ON-MASTERZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CENSUS-ENROLL-FILE
                 CENSUS-FILE
                 STATE-SUBMIT-FILE
                 CENSUS-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
