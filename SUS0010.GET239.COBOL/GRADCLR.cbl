      *****************************************************************
      *PURPOSE: Graduation clearance.  DEGAUDIT told a student what
      *was left, but the commencement list was still built by hand.
      *This program reads the GRADAPP graduation applications for
      *the GRADCTL graduating term and re-audits each applicant
      *against their program's DEGREQ requirements exactly as
      *DEGAUDIT does - required courses, elective and total hours,
      *minimum GPA - and checks HOLDMAST for any hold still active
      *today.  An applicant with nothing remaining, the minimum GPA
      *and no active hold is CLEARED and goes to GRADCLRD with the
      *degree the program confers (DEGREQ DEGR row) and the name
      *for the diploma (the application's, else the STUMAST name)
      *for the GRADCONF conferral step.  Every applicant prints on
      *GRADRPT with each reason one is not cleared.  An applicant
      *not on STUMAST, or whose degree is already conferred, is not
      *cleared.  Any applicant not cleared ends the run RC=4.
      *
      *GRADCTL ROWS:  TERM XXXXX     GRADUATING TERM
      *               CONF YYYYMMDD  CONFERRAL DATE (SEE GRADCONF)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      GRADCLR.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-CTL-FILE ASSIGN TO GRADCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-APP-FILE ASSIGN TO GRADAPP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE ASSIGN TO COURSEIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT DEGREE-REQ-FILE ASSIGN TO DEGREQ
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE ASSIGN TO CRSCAT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-MASTER ASSIGN TO HOLDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS WS-HOLDMAST-STATUS.
           SELECT CLEARED-FILE ASSIGN TO GRADCLRD
           ORGANIZATION IS SEQUENTIAL.
           SELECT CLEARANCE-REPORT-FILE ASSIGN TO GRADRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****GRADUATION CONTROL - TERM AND CONFERRAL DATE****************
       FD  GRAD-CTL-FILE.
       01  GRAD-CTL-REC.
           05  GCT-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  GCT-VALUE                    PIC X(9).

      *****GRADUATION APPLICATIONS*************************************
       FD  GRAD-APP-FILE.
       01  GRAD-APP-REC.
           05  AP-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  AP-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  AP-APPLY-DATE                PIC X(8).
           05  FILLER                       PIC X.
           05  AP-DIPLOMA-NAME              PIC X(30).

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
           05  SM-DEGREE                    PIC X(6).
           05  SM-CONFER-DATE               PIC X(8).
           05  SM-HONORS                    PIC X(1).
           05  FILLER                       PIC X(7).

      *****COURSE-TAKEN HISTORY - SEE LAB4*****************************
       FD  COURSE-FILE.
       01  COURSE-REC.
           05  CRS-STUDENT-ID               PIC X(6).
           05  CRS-COURSE-ID                PIC X(6).
           05  CRS-CREDIT-HOURS             PIC 9V9.
           05  CRS-LETTER-GRADE             PIC X.
           05  CRS-TERM                     PIC X(5).

      *****DEGREE PROGRAM REQUIREMENTS - SEE DEGAUDIT******************
       FD  DEGREE-REQ-FILE.
       01  DEGREE-REQ-REC.
           05  DR-PROGRAM-CODE              PIC X(4).
           05  FILLER                       PIC X.
           05  DR-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  DR-VALUE                     PIC X(6).

      *****COURSE CATALOG - HOURS PER COURSE (SEE LAB4)****************
       FD  COURSE-CATALOG-FILE.
       01  COURSE-CATALOG-REC.
           05  CCT-COURSE-ID                PIC X(6).
           05  CCT-CREDIT-HOURS             PIC 9V9.
           05  CCT-ACTIVE-FLAG              PIC X(1).

      *****STUDENT HOLDS - SEE HOLDMNT*********************************
       FD  HOLD-MASTER.
       01  HOLD-MASTER-REC.
           05  HM-KEY.
               10  HM-STUDENT-ID            PIC X(6).
               10  HM-HOLD-TYPE             PIC X(4).
               10  HM-OFFICE                PIC X(4).
           05  HM-PLACED-DATE               PIC X(8).
           05  HM-RELEASE-DATE              PIC X(8).
           05  HM-BLOCK-REG                 PIC X(1).
           05  HM-BLOCK-TRANS               PIC X(1).
           05  HM-REASON                    PIC X(30).
           05  HM-PLACED-BY                 PIC X(8).
           05  HM-RELEASED-BY               PIC X(8).
           05  FILLER                       PIC X(12).

      *****************************************************************
      * CLEARED APPLICANTS - THE GRADCONF CONFERRAL INPUT
      *****************************************************************
       FD  CLEARED-FILE.
       01  CLEARED-REC.
           05  CL-STUDENT-ID                PIC X(6).
           05  CL-TERM                      PIC X(5).
           05  CL-PROGRAM-CODE              PIC X(4).
           05  CL-DEGREE                    PIC X(6).
           05  CL-DIPLOMA-NAME              PIC X(30).
           05  CL-AUDIT-GPA                 PIC 9V999.
           05  FILLER                       PIC X(5).

      ***CLEARANCE REPORT - EVERY APPLICANT WITH ANY REASONS***********
       FD  CLEARANCE-REPORT-FILE.
       01  CLR-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-APP-EOF-SWITCH        PIC X        VALUE 'N'.
              88 APP-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-CRS-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CRS-EOF                            VALUE 'Y'.
           05 WS-REQ-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REQ-EOF                            VALUE 'Y'.
           05 WS-CAT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAT-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-HOLD-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HOLD-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-CLEARED-SWITCH        PIC X        VALUE 'Y'.
              88 APPLICANT-CLEARED                  VALUE 'Y'.
           05 WS-PROGRAM-KNOWN-SWITCH  PIC X        VALUE 'Y'.
              88 PROGRAM-KNOWN                      VALUE 'Y'.
       01 WS-HOLDMAST-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-GRAD-TERM                 PIC X(5)     VALUE SPACES.
       01 WS-REASON                    PIC X(60).

      *****REQUIRED-COURSE LIST PER PROGRAM****************************
       01 WS-REQ-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
              10 WS-REQ-PROGRAM        PIC X(4).
              10 WS-REQ-COURSE         PIC X(6).
              10 WS-REQ-DONE-FLAG      PIC X(1).
       01 WS-REQ-SUB               PIC 9(3).

      *****PER-PROGRAM PARAMETER TABLE*********************************
       01 WS-PRM-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-PRM-TABLE.
           05 WS-PRM-ENTRY OCCURS 20 TIMES
                             INDEXED BY PRM-IDX.
              10 WS-PRM-PROGRAM        PIC X(4).
              10 WS-PRM-ELECT-HOURS    PIC 9(3)V9.
              10 WS-PRM-MIN-HOURS      PIC 9(3)V9.
              10 WS-PRM-MIN-GPA        PIC 9V999.
              10 WS-PRM-TERM-HOURS     PIC 9(3)V9.
              10 WS-PRM-DEGREE         PIC X(6).

      *****COURSE CATALOG HOURS TABLE**********************************
       01 WS-CAT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 300 TIMES
                             INDEXED BY CAT-IDX.
              10 WS-CAT-COURSE         PIC X(6).
              10 WS-CAT-HOURS          PIC 9V9.

      *****COURSE-TAKEN TABLE - THE WHOLE FILE, SCANNED PER APPLICANT**
       01 WS-CRS-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 2000 TIMES.
              10 WS-CRS-STUDENT        PIC X(6).
              10 WS-CRS-COURSE         PIC X(6).
              10 WS-CRS-HOURS          PIC 9V9.
              10 WS-CRS-GRADE          PIC X(1).
       01 WS-CRS-SUB               PIC 9(4).

      *****STUDENT TABLE***********************************************
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).
              10 WS-STU-NAME           PIC X(30).
              10 WS-STU-PROGRAM        PIC X(4).
              10 WS-STU-CONFER-DATE    PIC X(8).

      *****HOLDS STILL ACTIVE TODAY************************************
       01 WS-HLD-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-HLD-TABLE.
           05 WS-HLD-ENTRY OCCURS 1000 TIMES
                             INDEXED BY HLD-IDX.
              10 WS-HLD-STUDENT        PIC X(6).
              10 WS-HLD-TYPE           PIC X(4).
              10 WS-HLD-OFFICE         PIC X(4).
              10 WS-HLD-REASON         PIC X(30).

      *****PER-APPLICANT AUDIT WORK FIELDS - SEE DEGAUDIT**************
       01 WS-PROGRAM-CODE          PIC X(4).
       01 WS-EARNED-HOURS          PIC 9(4)V9.
       01 WS-ELECT-EARNED          PIC 9(4)V9.
       01 WS-QUALITY-POINTS        PIC 9(5)V9(3).
       01 WS-GPA-HOURS             PIC 9(4)V9.
       01 WS-AUDIT-GPA             PIC 9V999.
       01 WS-GRADE-POINTS          PIC 9.
       01 WS-MISSING-REQ-HOURS     PIC 9(4)V9.
       01 WS-MISSING-REQ-COUNT     PIC 9(3).
       01 WS-ELECT-SHORT           PIC 9(4)V9.
       01 WS-REMAINING-HOURS       PIC 9(4)V9.
       01 WS-ALT-REMAINING         PIC 9(4)V9.
       01 WS-COURSE-IS-REQ-SWITCH  PIC X(1).
           88 COURSE-IS-REQUIRED                VALUE 'Y'.
       01 WS-HOURS-ED              PIC ZZZ9.9.
       01 WS-GPA-ED                PIC 9.999.
       01 WS-MIN-GPA-ED            PIC 9.999.

      *****CLEARANCE COUNTERS******************************************
       01 WS-APPS-READ             PIC 9(4)     VALUE 0.
       01 WS-APPS-READZ            PIC Z,ZZ9.
       01 WS-APPS-OTHER-TERM       PIC 9(4)     VALUE 0.
       01 WS-APPS-OTHER-TERMZ      PIC Z,ZZ9.
       01 WS-APPS-CLEARED          PIC 9(4)     VALUE 0.
       01 WS-APPS-CLEAREDZ         PIC Z,ZZ9.
       01 WS-APPS-NOT-CLEARED      PIC 9(4)     VALUE 0.
       01 WS-APPS-NOT-CLEAREDZ     PIC Z,ZZ9.
       01 WS-APPS-HELD             PIC 9(4)     VALUE 0.
       01 WS-APPS-HELDZ            PIC Z,ZZ9.

      *****REPORT LINES************************************************
       01 CLR-HEADING-1.
           05 FILLER    PIC X(28)
              VALUE 'GRADUATION CLEARANCE - TERM '.
           05 CH1-TERM  PIC X(5).
           05 FILLER    PIC X(9)  VALUE '   AS OF '.
           05 CH1-DATE  PIC X(8).
           05 FILLER    PIC X(50) VALUE SPACES.
       01 CLR-HEADING-2.
           05 FILLER    PIC X(8)  VALUE 'STUDENT'.
           05 FILLER    PIC X(32) VALUE 'NAME'.
           05 FILLER    PIC X(6)  VALUE 'PROG'.
           05 FILLER    PIC X(8)  VALUE 'DEGREE'.
           05 FILLER    PIC X(8)  VALUE ' HOURS'.
           05 FILLER    PIC X(7)  VALUE 'GPA'.
           05 FILLER    PIC X(31) VALUE 'STATUS'.
       01 CLR-DETAIL-LINE.
           05 CLD-STUDENT-ID   PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLD-NAME         PIC X(30).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLD-PROGRAM      PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLD-DEGREE       PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLD-HOURS        PIC ZZZ9.9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLD-GPA          PIC 9.999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CLD-STATUS       PIC X(11).
           05 FILLER           PIC X(20) VALUE SPACES.
       01 CLR-REASON-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 CLR-REASON       PIC X(60).
           05 FILLER           PIC X(30) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 170-LOAD-COURSE-HISTORY.
           PERFORM 180-LOAD-ACTIVE-HOLDS.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-CLEAR-APPLICANTS UNTIL APP-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-APPS-NOT-CLEARED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies GRADCLR *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT GRAD-CTL-FILE.
           PERFORM 152-READ-GRADCTL-REC UNTIL CTL-EOF.
           CLOSE GRAD-CTL-FILE.
           OPEN INPUT DEGREE-REQ-FILE.
           PERFORM 155-READ-REQ-REC UNTIL REQ-EOF.
           CLOSE DEGREE-REQ-FILE.
           OPEN INPUT COURSE-CATALOG-FILE.
           PERFORM 165-READ-CATALOG-REC UNTIL CAT-EOF.
           CLOSE COURSE-CATALOG-FILE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 168-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.

       152-READ-GRADCTL-REC.
           READ GRAD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GCT-TYPE
                   WHEN 'TERM'
                       MOVE GCT-VALUE(1:5) TO WS-GRAD-TERM
               END-EVALUATE
           END-IF.

       155-READ-REQ-REC.
           READ DEGREE-REQ-FILE
               AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-READ.
           IF NOT REQ-EOF
               IF DR-TYPE = 'REQ '
                   IF WS-REQ-TAB-MAX < 200
                       ADD 1 TO WS-REQ-TAB-MAX
                       MOVE DR-PROGRAM-CODE
                           TO WS-REQ-PROGRAM(WS-REQ-TAB-MAX)
                       MOVE DR-VALUE
                           TO WS-REQ-COURSE(WS-REQ-TAB-MAX)
                   END-IF
               ELSE
                   PERFORM 160-STORE-PROGRAM-PARM
               END-IF
           END-IF.

       160-STORE-PROGRAM-PARM.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET PRM-IDX TO 1.
           PERFORM 162-SEARCH-PROGRAM-PARM
               UNTIL PRM-IDX > WS-PRM-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               ADD 1 TO WS-PRM-TAB-MAX
               SET PRM-IDX TO WS-PRM-TAB-MAX
               MOVE DR-PROGRAM-CODE TO WS-PRM-PROGRAM(PRM-IDX)
               MOVE 0 TO WS-PRM-ELECT-HOURS(PRM-IDX)
               MOVE 0 TO WS-PRM-MIN-HOURS(PRM-IDX)
               MOVE 0 TO WS-PRM-MIN-GPA(PRM-IDX)
               MOVE 15 TO WS-PRM-TERM-HOURS(PRM-IDX)
               MOVE DR-PROGRAM-CODE TO WS-PRM-DEGREE(PRM-IDX)
           END-IF.
           EVALUATE DR-TYPE
               WHEN 'ELCH'
                   COMPUTE WS-PRM-ELECT-HOURS(PRM-IDX) =
                           FUNCTION NUMVAL(DR-VALUE)
               WHEN 'MINH'
                   COMPUTE WS-PRM-MIN-HOURS(PRM-IDX) =
                           FUNCTION NUMVAL(DR-VALUE)
               WHEN 'MGPA'
                   COMPUTE WS-PRM-MIN-GPA(PRM-IDX) =
                           FUNCTION NUMVAL(DR-VALUE)
               WHEN 'TRMH'
                   COMPUTE WS-PRM-TERM-HOURS(PRM-IDX) =
                           FUNCTION NUMVAL(DR-VALUE)
               WHEN 'DEGR'
                   MOVE DR-VALUE TO WS-PRM-DEGREE(PRM-IDX)
           END-EVALUATE.

       162-SEARCH-PROGRAM-PARM.
           IF WS-PRM-PROGRAM(PRM-IDX) = DR-PROGRAM-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PRM-IDX UP BY 1
           END-IF.

       165-READ-CATALOG-REC.
           READ COURSE-CATALOG-FILE
               AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
           END-READ.
           IF NOT CAT-EOF AND WS-CAT-TAB-MAX < 300
               ADD 1 TO WS-CAT-TAB-MAX
               MOVE CCT-COURSE-ID TO WS-CAT-COURSE(WS-CAT-TAB-MAX)
               MOVE CCT-CREDIT-HOURS
                    TO WS-CAT-HOURS(WS-CAT-TAB-MAX)
           END-IF.

       168-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF AND WS-STU-TAB-MAX < 1000
               ADD 1 TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-TAB-MAX)
               MOVE SPACES TO WS-STU-NAME(WS-STU-TAB-MAX)
               IF SM-MIDDLE-INIT = SPACE
                   STRING SM-FIRST-NAME DELIMITED BY SPACE ' '
                          SM-LAST-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME(WS-STU-TAB-MAX)
               ELSE
                   STRING SM-FIRST-NAME DELIMITED BY SPACE ' '
                          SM-MIDDLE-INIT '. '
                          SM-LAST-NAME DELIMITED BY SPACE
                       INTO WS-STU-NAME(WS-STU-TAB-MAX)
               END-IF
               MOVE SM-PROGRAM-CODE
                    TO WS-STU-PROGRAM(WS-STU-TAB-MAX)
               MOVE SM-CONFER-DATE
                    TO WS-STU-CONFER-DATE(WS-STU-TAB-MAX)
           END-IF.

      *****************************************************************
       170-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-FILE.
           PERFORM 175-READ-COURSE-REC UNTIL CRS-EOF.
           CLOSE COURSE-FILE.

       175-READ-COURSE-REC.
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
               END-IF
           END-IF.

      *****************************************************************
      * EVERY HOLD STILL ACTIVE TODAY, WHATEVER IT BLOCKS - NO HOLD
      * MASTER YET MEANS NO APPLICANT IS HELD
      *****************************************************************
       180-LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-MASTER.
           IF WS-HOLDMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO HM-KEY
               START HOLD-MASTER KEY NOT < HM-KEY
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 185-READ-HOLD-REC UNTIL HOLD-EOF.
           IF WS-HOLDMAST-STATUS = '00' OR WS-HOLDMAST-STATUS = '10'
               CLOSE HOLD-MASTER
           END-IF.

       185-READ-HOLD-REC.
           READ HOLD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.
           IF NOT HOLD-EOF
               IF HM-PLACED-DATE NOT > WS-TODAY
                  AND (HM-RELEASE-DATE = SPACES
                       OR HM-RELEASE-DATE > WS-TODAY)
                  AND WS-HLD-TAB-MAX < 1000
                   ADD 1 TO WS-HLD-TAB-MAX
                   MOVE HM-STUDENT-ID
                       TO WS-HLD-STUDENT(WS-HLD-TAB-MAX)
                   MOVE HM-HOLD-TYPE TO WS-HLD-TYPE(WS-HLD-TAB-MAX)
                   MOVE HM-OFFICE TO WS-HLD-OFFICE(WS-HLD-TAB-MAX)
                   MOVE HM-REASON TO WS-HLD-REASON(WS-HLD-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT GRAD-APP-FILE.
           OPEN OUTPUT CLEARED-FILE.
           OPEN OUTPUT CLEARANCE-REPORT-FILE.
           MOVE WS-GRAD-TERM TO CH1-TERM.
           MOVE WS-TODAY TO CH1-DATE.
           MOVE CLR-HEADING-1 TO CLR-OUT-REC.
           WRITE CLR-OUT-REC.
           MOVE CLR-HEADING-2 TO CLR-OUT-REC.
           WRITE CLR-OUT-REC.

      *****************************************************************
      * ONE APPLICATION - APPLICATIONS FOR ANOTHER TERM WAIT FOR THAT
      * TERM'S RUN
      *****************************************************************
       300-CLEAR-APPLICANTS.
           READ GRAD-APP-FILE
               AT END MOVE 'Y' TO WS-APP-EOF-SWITCH
           END-READ.
           IF NOT APP-EOF
               ADD 1 TO WS-APPS-READ
               IF AP-TERM NOT = WS-GRAD-TERM
                   ADD 1 TO WS-APPS-OTHER-TERM
               ELSE
                   PERFORM 310-CLEAR-ONE-APPLICANT
               END-IF
           END-IF.

       310-CLEAR-ONE-APPLICANT.
           MOVE 'Y' TO WS-CLEARED-SWITCH.
           MOVE AP-STUDENT-ID TO CLD-STUDENT-ID.
           MOVE SPACES TO CLD-PROGRAM CLD-DEGREE.
           MOVE 0 TO CLD-HOURS CLD-GPA.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 315-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-CLEARED-SWITCH
               MOVE AP-DIPLOMA-NAME TO CLD-NAME
               MOVE 'NOT CLEARED' TO CLD-STATUS
               PERFORM 390-WRITE-DETAIL-LINE
               MOVE 'STUDENT NOT ON STUMAST' TO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           ELSE
               MOVE WS-STU-NAME(STU-IDX) TO CLD-NAME
               MOVE WS-STU-PROGRAM(STU-IDX) TO WS-PROGRAM-CODE
               MOVE WS-PROGRAM-CODE TO CLD-PROGRAM
               PERFORM 320-AUDIT-APPLICANT
               MOVE WS-PRM-DEGREE(PRM-IDX) TO CLD-DEGREE
               MOVE WS-EARNED-HOURS TO CLD-HOURS
               MOVE WS-AUDIT-GPA TO CLD-GPA
               PERFORM 370-SETTLE-CLEARANCE
           END-IF.
           IF APPLICANT-CLEARED
               ADD 1 TO WS-APPS-CLEARED
               PERFORM 380-WRITE-CLEARED-REC
           ELSE
               ADD 1 TO WS-APPS-NOT-CLEARED
           END-IF.

       315-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = AP-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

      *****************************************************************
      * THE DEGAUDIT AUDIT - PASSED HOURS, QUALITY POINTS, REQUIRED
      * COURSES DONE, THEN WHAT REMAINS AGAINST THE PROGRAM
      *****************************************************************
       320-AUDIT-APPLICANT.
           PERFORM 322-RESET-REQUIRED-FLAGS
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-TAB-MAX.
           MOVE 0 TO WS-EARNED-HOURS.
           MOVE 0 TO WS-ELECT-EARNED.
           MOVE 0 TO WS-QUALITY-POINTS.
           MOVE 0 TO WS-GPA-HOURS.
           PERFORM 330-TALLY-ONE-COURSE
               VARYING WS-CRS-SUB FROM 1 BY 1
               UNTIL WS-CRS-SUB > WS-CRS-TAB-MAX.
           IF WS-GPA-HOURS > 0
               COMPUTE WS-AUDIT-GPA ROUNDED =
                   WS-QUALITY-POINTS / WS-GPA-HOURS
           ELSE
               MOVE 0 TO WS-AUDIT-GPA
           END-IF.
           PERFORM 350-SETTLE-REMAINING.

       322-RESET-REQUIRED-FLAGS.
           MOVE 'N' TO WS-REQ-DONE-FLAG(WS-REQ-SUB).

      *A PASSED COURSE ('F' AND BLANK DO NOT COUNT) EARNS ITS HOURS;***
      *EVERY GRADED ATTEMPT WEIGHS INTO THE AUDIT GPA******************
       330-TALLY-ONE-COURSE.
           IF WS-CRS-STUDENT(WS-CRS-SUB) = AP-STUDENT-ID
               PERFORM 335-GRADE-TO-POINTS
               IF WS-CRS-GRADE(WS-CRS-SUB) NOT = SPACE
                   ADD WS-CRS-HOURS(WS-CRS-SUB) TO WS-GPA-HOURS
                   COMPUTE WS-QUALITY-POINTS = WS-QUALITY-POINTS +
                       (WS-CRS-HOURS(WS-CRS-SUB) * WS-GRADE-POINTS)
               END-IF
               IF WS-CRS-GRADE(WS-CRS-SUB) NOT = 'F'
                  AND WS-CRS-GRADE(WS-CRS-SUB) NOT = SPACE
                   ADD WS-CRS-HOURS(WS-CRS-SUB) TO WS-EARNED-HOURS
                   PERFORM 340-MARK-REQUIRED-COURSE
                   IF NOT COURSE-IS-REQUIRED
                       ADD WS-CRS-HOURS(WS-CRS-SUB)
                           TO WS-ELECT-EARNED
                   END-IF
               END-IF
           END-IF.

       335-GRADE-TO-POINTS.
           EVALUATE WS-CRS-GRADE(WS-CRS-SUB)
               WHEN 'A'
                   MOVE 4 TO WS-GRADE-POINTS
               WHEN 'B'
                   MOVE 3 TO WS-GRADE-POINTS
               WHEN 'C'
                   MOVE 2 TO WS-GRADE-POINTS
               WHEN 'D'
                   MOVE 1 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE.

       340-MARK-REQUIRED-COURSE.
           MOVE 'N' TO WS-COURSE-IS-REQ-SWITCH.
           PERFORM 345-SEARCH-REQUIRED-LIST
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-TAB-MAX.

       345-SEARCH-REQUIRED-LIST.
           IF WS-REQ-PROGRAM(WS-REQ-SUB) = WS-PROGRAM-CODE
              AND WS-REQ-COURSE(WS-REQ-SUB) =
                  WS-CRS-COURSE(WS-CRS-SUB)
               MOVE 'Y' TO WS-COURSE-IS-REQ-SWITCH
               MOVE 'Y' TO WS-REQ-DONE-FLAG(WS-REQ-SUB)
           END-IF.

       350-SETTLE-REMAINING.
           MOVE 0 TO WS-MISSING-REQ-HOURS.
           MOVE 0 TO WS-MISSING-REQ-COUNT.
           PERFORM 355-COUNT-MISSING-REQ
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-TAB-MAX.
           PERFORM 365-FIND-PROGRAM-PARMS.
           IF WS-ELECT-EARNED < WS-PRM-ELECT-HOURS(PRM-IDX)
               COMPUTE WS-ELECT-SHORT =
                   WS-PRM-ELECT-HOURS(PRM-IDX) - WS-ELECT-EARNED
           ELSE
               MOVE 0 TO WS-ELECT-SHORT
           END-IF.
           COMPUTE WS-REMAINING-HOURS =
               WS-MISSING-REQ-HOURS + WS-ELECT-SHORT.
           IF WS-EARNED-HOURS < WS-PRM-MIN-HOURS(PRM-IDX)
               COMPUTE WS-ALT-REMAINING =
                   WS-PRM-MIN-HOURS(PRM-IDX) - WS-EARNED-HOURS
               IF WS-ALT-REMAINING > WS-REMAINING-HOURS
                   MOVE WS-ALT-REMAINING TO WS-REMAINING-HOURS
               END-IF
           END-IF.

       355-COUNT-MISSING-REQ.
           IF WS-REQ-PROGRAM(WS-REQ-SUB) = WS-PROGRAM-CODE
              AND WS-REQ-DONE-FLAG(WS-REQ-SUB) = 'N'
               ADD 1 TO WS-MISSING-REQ-COUNT
               PERFORM 360-ADD-CATALOG-HOURS
           END-IF.

       360-ADD-CATALOG-HOURS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX TO 1.
           PERFORM 362-SEARCH-CATALOG-HOURS
               UNTIL CAT-IDX > WS-CAT-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               ADD WS-CAT-HOURS(CAT-IDX) TO WS-MISSING-REQ-HOURS
           ELSE
               ADD 3.0 TO WS-MISSING-REQ-HOURS
           END-IF.

       362-SEARCH-CATALOG-HOURS.
           IF WS-CAT-COURSE(CAT-IDX) = WS-REQ-COURSE(WS-REQ-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAT-IDX UP BY 1
           END-IF.

      *AN UNKNOWN PROGRAM CANNOT BE CLEARED - SLOT 1 STANDS IN FOR*****
      *THE AUDIT FIGURES ONLY******************************************
       365-FIND-PROGRAM-PARMS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET PRM-IDX TO 1.
           PERFORM 366-SEARCH-PARM-ENTRY
               UNTIL PRM-IDX > WS-PRM-TAB-MAX OR WS-FOUND.
           MOVE WS-FOUND-SWITCH TO WS-PROGRAM-KNOWN-SWITCH.
           IF NOT WS-FOUND
               SET PRM-IDX TO 1
           END-IF.

       366-SEARCH-PARM-ENTRY.
           IF WS-PRM-PROGRAM(PRM-IDX) = WS-PROGRAM-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PRM-IDX UP BY 1
           END-IF.

      *****************************************************************
      * CLEARED ONLY WITH NOTHING REMAINING, THE PROGRAM'S MINIMUM
      * GPA, NO ACTIVE HOLD AND NO DEGREE ALREADY CONFERRED - EACH
      * FAILING TEST PRINTS ITS OWN REASON LINE
      *****************************************************************
       370-SETTLE-CLEARANCE.
           IF NOT PROGRAM-KNOWN
              OR WS-STU-CONFER-DATE(STU-IDX) NOT = SPACES
              OR WS-MISSING-REQ-COUNT > 0
              OR WS-REMAINING-HOURS > 0
              OR WS-AUDIT-GPA < WS-PRM-MIN-GPA(PRM-IDX)
               MOVE 'N' TO WS-CLEARED-SWITCH
           END-IF.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET HLD-IDX TO 1.
           PERFORM 375-SEARCH-HOLDS
               UNTIL HLD-IDX > WS-HLD-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE 'N' TO WS-CLEARED-SWITCH
               ADD 1 TO WS-APPS-HELD
           END-IF.
           IF APPLICANT-CLEARED
               MOVE 'CLEARED' TO CLD-STATUS
           ELSE
               MOVE 'NOT CLEARED' TO CLD-STATUS
           END-IF.
           PERFORM 390-WRITE-DETAIL-LINE.
           IF NOT PROGRAM-KNOWN
               MOVE SPACES TO WS-REASON
               STRING 'PROGRAM ' WS-PROGRAM-CODE ' NOT ON DEGREQ'
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           END-IF.
           IF WS-STU-CONFER-DATE(STU-IDX) NOT = SPACES
               MOVE SPACES TO WS-REASON
               STRING 'DEGREE ALREADY CONFERRED '
                      WS-STU-CONFER-DATE(STU-IDX)
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           END-IF.
           PERFORM 372-LIST-MISSING-COURSES
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-TAB-MAX.
           IF WS-REMAINING-HOURS > 0
               MOVE WS-REMAINING-HOURS TO WS-HOURS-ED
               MOVE SPACES TO WS-REASON
               STRING 'HOURS REMAINING ' WS-HOURS-ED
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           END-IF.
           IF WS-AUDIT-GPA < WS-PRM-MIN-GPA(PRM-IDX)
               MOVE WS-AUDIT-GPA TO WS-GPA-ED
               MOVE WS-PRM-MIN-GPA(PRM-IDX) TO WS-MIN-GPA-ED
               MOVE SPACES TO WS-REASON
               STRING 'AUDIT GPA ' WS-GPA-ED ' BELOW MINIMUM '
                      WS-MIN-GPA-ED
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           END-IF.
           IF WS-FOUND
               PERFORM 378-LIST-HOLDS
                   VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > WS-HLD-TAB-MAX
           END-IF.

       372-LIST-MISSING-COURSES.
           IF WS-REQ-PROGRAM(WS-REQ-SUB) = WS-PROGRAM-CODE
              AND WS-REQ-DONE-FLAG(WS-REQ-SUB) = 'N'
               MOVE SPACES TO WS-REASON
               STRING 'MISSING REQUIRED ' WS-REQ-COURSE(WS-REQ-SUB)
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           END-IF.

       375-SEARCH-HOLDS.
           IF WS-HLD-STUDENT(HLD-IDX) = AP-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET HLD-IDX UP BY 1
           END-IF.

       378-LIST-HOLDS.
           IF WS-HLD-STUDENT(HLD-IDX) = AP-STUDENT-ID
               MOVE SPACES TO WS-REASON
               STRING 'HOLD ' WS-HLD-TYPE(HLD-IDX) ' '
                      WS-HLD-OFFICE(HLD-IDX) ' '
                      WS-HLD-REASON(HLD-IDX)
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 395-WRITE-REASON-LINE
           END-IF.

      *THE APPLICATION'S DIPLOMA NAME, ELSE THE STUMAST NAME***********
       380-WRITE-CLEARED-REC.
           MOVE SPACES TO CLEARED-REC.
           MOVE AP-STUDENT-ID TO CL-STUDENT-ID.
           MOVE AP-TERM TO CL-TERM.
           MOVE WS-PROGRAM-CODE TO CL-PROGRAM-CODE.
           MOVE WS-PRM-DEGREE(PRM-IDX) TO CL-DEGREE.
           IF AP-DIPLOMA-NAME NOT = SPACES
               MOVE AP-DIPLOMA-NAME TO CL-DIPLOMA-NAME
           ELSE
               MOVE WS-STU-NAME(STU-IDX) TO CL-DIPLOMA-NAME
           END-IF.
           MOVE WS-AUDIT-GPA TO CL-AUDIT-GPA.
           WRITE CLEARED-REC.

       390-WRITE-DETAIL-LINE.
           MOVE CLR-DETAIL-LINE TO CLR-OUT-REC.
           WRITE CLR-OUT-REC.

       395-WRITE-REASON-LINE.
           MOVE WS-REASON TO CLR-REASON.
           MOVE CLR-REASON-LINE TO CLR-OUT-REC.
           WRITE CLR-OUT-REC.

      *DISPLAY THE CLEARANCE TOTALS************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-APPS-READ TO WS-APPS-READZ.
           DISPLAY 'Applications Read         : ' WS-APPS-READZ.
           MOVE WS-APPS-OTHER-TERM TO WS-APPS-OTHER-TERMZ.
           DISPLAY '  For Another Term        : ' WS-APPS-OTHER-TERMZ.
           MOVE WS-APPS-CLEARED TO WS-APPS-CLEAREDZ.
           DISPLAY 'Applicants Cleared        : ' WS-APPS-CLEAREDZ.
           MOVE WS-APPS-NOT-CLEARED TO WS-APPS-NOT-CLEAREDZ.
           DISPLAY 'Applicants Not Cleared    : ' WS-APPS-NOT-CLEAREDZ.
           MOVE WS-APPS-HELD TO WS-APPS-HELDZ.
           DISPLAY '  With An Active Hold     : ' WS-APPS-HELDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE GRAD-APP-FILE
                 CLEARED-FILE
                 CLEARANCE-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
