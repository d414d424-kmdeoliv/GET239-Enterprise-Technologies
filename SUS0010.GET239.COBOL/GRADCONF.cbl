      *****************************************************************
      *PURPOSE: Degree conferral.  Takes the GRADCLRD students the
      *GRADCLR clearance run cleared and, on a new copy of the
      *student master, stamps each one's degree, the GRADCTL
      *conferral date and any Latin honors earned on SM-CUM-GPA
      *against the GPACTL bands (SUMM summa, MAGN magna, CUML cum
      *laude).  Each graduate conferred gets a DIPLORD diploma order
      *for the printer - diploma name, degree, honors and date - and
      *the COMMPGM commencement program lists the graduates under
      *each degree with their honors.  A cleared student no longer
      *on STUMAST, or already carrying a conferral date, is skipped
      *and ends the run RC=4.  The promote step in the job replaces
      *the live STUMAST only after a clean run.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      GRADCONF.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRAD-CTL-FILE ASSIGN TO GRADCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GPA-CTL-FILE ASSIGN TO GPACTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLEARED-FILE ASSIGN TO GRADCLRD
           ORGANIZATION IS SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-OUT ASSIGN TO STUMASTO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPLOMA-ORDER-FILE ASSIGN TO DIPLORD
           ORGANIZATION IS SEQUENTIAL.
           SELECT COMMENCEMENT-FILE ASSIGN TO COMMPGM
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****GRADUATION CONTROL - SEE GRADCLR****************************
       FD  GRAD-CTL-FILE.
       01  GRAD-CTL-REC.
           05  GCT-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  GCT-VALUE                    PIC X(9).

      *****GPA CONTROL - LATIN HONORS BANDS****************************
       FD  GPA-CTL-FILE.
       01  GPA-CTL-REC.
           05  GPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  GPC-VALUE                    PIC X(9).

      *****CLEARED APPLICANTS - SEE GRADCLR****************************
       FD  CLEARED-FILE.
       01  CLEARED-REC.
           05  CL-STUDENT-ID                PIC X(6).
           05  CL-TERM                      PIC X(5).
           05  CL-PROGRAM-CODE              PIC X(4).
           05  CL-DEGREE                    PIC X(6).
           05  CL-DIPLOMA-NAME              PIC X(30).
           05  CL-AUDIT-GPA                 PIC 9V999.
           05  FILLER                       PIC X(5).

      *****STUDENT MASTER IN AND OUT - SEE LAB4************************
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

       FD  STUDENT-MASTER-OUT.
       01  STUDENT-MASTER-OUT-REC           PIC X(80).

      *****************************************************************
      * DIPLOMA ORDERS - ONE PER GRADUATE CONFERRED, FOR THE PRINTER
      *****************************************************************
       FD  DIPLOMA-ORDER-FILE.
       01  DIPLOMA-ORDER-REC.
           05  DO-STUDENT-ID                PIC X(6).
           05  DO-DIPLOMA-NAME              PIC X(30).
           05  DO-DEGREE                    PIC X(6).
           05  DO-PROGRAM-CODE              PIC X(4).
           05  DO-HONORS                    PIC X(15).
           05  DO-CONFER-DATE               PIC X(8).
           05  FILLER                       PIC X(11).

      ***COMMENCEMENT PROGRAM - GRADUATES BY DEGREE********************
       FD  COMMENCEMENT-FILE.
       01  COMM-OUT-REC                     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CLR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CLR-EOF                            VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-DEGREE-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 DEGREE-FOUND                       VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).
       01 WS-GRAD-TERM                 PIC X(5)     VALUE SPACES.
       01 WS-CONFER-DATE               PIC X(8)     VALUE SPACES.

      *****GPACTL LATIN HONORS BANDS***********************************
       01 WS-SUMMA-GPA             PIC 9V999    VALUE 3.900.
       01 WS-MAGNA-GPA             PIC 9V999    VALUE 3.750.
       01 WS-CUM-LAUDE-GPA         PIC 9V999    VALUE 3.500.

      *****CLEARED GRADUATE TABLE**************************************
       01 WS-GRD-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-GRD-TABLE.
           05 WS-GRD-ENTRY OCCURS 1000 TIMES
                             INDEXED BY GRD-IDX.
              10 WS-GRD-STUDENT        PIC X(6).
              10 WS-GRD-PROGRAM        PIC X(4).
              10 WS-GRD-DEGREE         PIC X(6).
              10 WS-GRD-NAME           PIC X(30).
              10 WS-GRD-HONORS         PIC X(15).
              10 WS-GRD-STATUS         PIC X(1).
                 88 GRD-PENDING                     VALUE 'P'.
                 88 GRD-CONFERRED                   VALUE 'C'.
                 88 GRD-SKIPPED                     VALUE 'S'.
       01 WS-HONORS-TEXT           PIC X(15).
       01 WS-LAST-DEGREE           PIC X(6).
       01 WS-NEXT-DEGREE           PIC X(6).

      *****CONFERRAL COUNTERS******************************************
       01 WS-CLEARED-READ          PIC 9(4)     VALUE 0.
       01 WS-CLEARED-READZ         PIC Z,ZZ9.
       01 WS-CLEARED-OTHER-TERM    PIC 9(4)     VALUE 0.
       01 WS-CLEARED-OTHER-TERMZ   PIC Z,ZZ9.
       01 WS-MASTERS-READ          PIC 9(4)     VALUE 0.
       01 WS-MASTERS-READZ         PIC Z,ZZ9.
       01 WS-DEGREES-CONFERRED     PIC 9(4)     VALUE 0.
       01 WS-DEGREES-CONFERREDZ    PIC Z,ZZ9.
       01 WS-WITH-HONORS           PIC 9(4)     VALUE 0.
       01 WS-WITH-HONORSZ          PIC Z,ZZ9.
       01 WS-ALREADY-CONFERRED     PIC 9(4)     VALUE 0.
       01 WS-ALREADY-CONFERREDZ    PIC Z,ZZ9.
       01 WS-NOT-ON-MASTER         PIC 9(4)     VALUE 0.
       01 WS-NOT-ON-MASTERZ        PIC Z,ZZ9.

      *****COMMENCEMENT PROGRAM LINES**********************************
       01 CMP-HEADING-1.
           05 FILLER    PIC X(28)
              VALUE 'COMMENCEMENT PROGRAM - TERM '.
           05 CP1-TERM  PIC X(5).
           05 FILLER    PIC X(21) VALUE '   DEGREES CONFERRED '.
           05 CP1-DATE  PIC X(8).
           05 FILLER    PIC X(38) VALUE SPACES.
       01 CMP-DEGREE-LINE.
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 FILLER    PIC X(8)  VALUE 'DEGREE '.
           05 CPD-DEGREE PIC X(6).
           05 FILLER    PIC X(84) VALUE SPACES.
       01 CMP-GRADUATE-LINE.
           05 FILLER    PIC X(6)  VALUE SPACES.
           05 CPG-NAME  PIC X(30).
           05 FILLER    PIC X(2)  VALUE SPACES.
           05 CPG-HONORS PIC X(15).
           05 FILLER    PIC X(47) VALUE SPACES.
       01 CMP-BLANK-LINE           PIC X(100)   VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-CONFER-DEGREES UNTIL STU-EOF.
           PERFORM 400-WRITE-COMMENCEMENT-PROGRAM.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-ALREADY-CONFERRED > 0 OR WS-NOT-ON-MASTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies GRADCONF*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO CONF ROW MEANS THE DEGREES ARE CONFERRED AS OF TODAY
      *****************************************************************
       150-LOAD-CONTROL-TABLES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT GRAD-CTL-FILE.
           PERFORM 152-READ-GRADCTL-REC UNTIL CTL-EOF.
           CLOSE GRAD-CTL-FILE.
           IF WS-CONFER-DATE = SPACES
               MOVE WS-TODAY TO WS-CONFER-DATE
           END-IF.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT GPA-CTL-FILE.
           PERFORM 155-READ-GPACTL-REC UNTIL CTL-EOF.
           CLOSE GPA-CTL-FILE.
           OPEN INPUT CLEARED-FILE.
           PERFORM 160-READ-CLEARED-REC UNTIL CLR-EOF.
           CLOSE CLEARED-FILE.

       152-READ-GRADCTL-REC.
           READ GRAD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GCT-TYPE
                   WHEN 'TERM'
                       MOVE GCT-VALUE(1:5) TO WS-GRAD-TERM
                   WHEN 'CONF'
                       MOVE GCT-VALUE(1:8) TO WS-CONFER-DATE
               END-EVALUATE
           END-IF.

       155-READ-GPACTL-REC.
           READ GPA-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GPC-TYPE
                   WHEN 'SUMM'
                       COMPUTE WS-SUMMA-GPA =
                               FUNCTION NUMVAL(GPC-VALUE)
                   WHEN 'MAGN'
                       COMPUTE WS-MAGNA-GPA =
                               FUNCTION NUMVAL(GPC-VALUE)
                   WHEN 'CUML'
                       COMPUTE WS-CUM-LAUDE-GPA =
                               FUNCTION NUMVAL(GPC-VALUE)
               END-EVALUATE
           END-IF.

      *ONLY THE GRADUATING TERM'S CLEARANCES ARE CONFERRED*************
       160-READ-CLEARED-REC.
           READ CLEARED-FILE
               AT END MOVE 'Y' TO WS-CLR-EOF-SWITCH
           END-READ.
           IF NOT CLR-EOF
               ADD 1 TO WS-CLEARED-READ
               IF CL-TERM NOT = WS-GRAD-TERM
                   ADD 1 TO WS-CLEARED-OTHER-TERM
               ELSE
                   IF WS-GRD-TAB-MAX < 1000
                       ADD 1 TO WS-GRD-TAB-MAX
                       SET GRD-IDX TO WS-GRD-TAB-MAX
                       MOVE CL-STUDENT-ID TO WS-GRD-STUDENT(GRD-IDX)
                       MOVE CL-PROGRAM-CODE
                           TO WS-GRD-PROGRAM(GRD-IDX)
                       MOVE CL-DEGREE TO WS-GRD-DEGREE(GRD-IDX)
                       MOVE CL-DIPLOMA-NAME TO WS-GRD-NAME(GRD-IDX)
                       MOVE SPACES TO WS-GRD-HONORS(GRD-IDX)
                       MOVE 'P' TO WS-GRD-STATUS(GRD-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT STUDENT-MASTER-OUT.
           OPEN OUTPUT DIPLOMA-ORDER-FILE.
           OPEN OUTPUT COMMENCEMENT-FILE.

      *****************************************************************
      * EVERY MASTER IS COPIED TO THE NEW MASTER - A CLEARED STUDENT
      * IS STAMPED ON THE WAY THROUGH AND GETS A DIPLOMA ORDER
      *****************************************************************
       300-CONFER-DEGREES.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF
               ADD 1 TO WS-MASTERS-READ
               MOVE 'N' TO WS-FOUND-SWITCH
               SET GRD-IDX TO 1
               PERFORM 310-SEARCH-GRADUATE
                   UNTIL GRD-IDX > WS-GRD-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   IF SM-CONFER-DATE NOT = SPACES
                       ADD 1 TO WS-ALREADY-CONFERRED
                       MOVE 'S' TO WS-GRD-STATUS(GRD-IDX)
                       DISPLAY 'ALREADY CONFERRED - NOT RESTAMPED: '
                               SM-STUDENT-ID ' ' SM-CONFER-DATE
                   ELSE
                       PERFORM 320-STAMP-CONFERRAL
                       PERFORM 330-WRITE-DIPLOMA-ORDER
                   END-IF
               END-IF
               MOVE STUDENT-MASTER-REC TO STUDENT-MASTER-OUT-REC
               WRITE STUDENT-MASTER-OUT-REC
           END-IF.

       310-SEARCH-GRADUATE.
           IF WS-GRD-STUDENT(GRD-IDX) = SM-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET GRD-IDX UP BY 1
           END-IF.

      *HONORS ON THE CUMULATIVE GPA, HIGHEST BAND MET******************
       320-STAMP-CONFERRAL.
           ADD 1 TO WS-DEGREES-CONFERRED.
           MOVE WS-GRD-DEGREE(GRD-IDX) TO SM-DEGREE.
           MOVE WS-CONFER-DATE TO SM-CONFER-DATE.
           EVALUATE TRUE
               WHEN SM-CUM-GPA NOT < WS-SUMMA-GPA
                   MOVE 'S' TO SM-HONORS
                   MOVE 'SUMMA CUM LAUDE' TO WS-HONORS-TEXT
               WHEN SM-CUM-GPA NOT < WS-MAGNA-GPA
                   MOVE 'M' TO SM-HONORS
                   MOVE 'MAGNA CUM LAUDE' TO WS-HONORS-TEXT
               WHEN SM-CUM-GPA NOT < WS-CUM-LAUDE-GPA
                   MOVE 'C' TO SM-HONORS
                   MOVE 'CUM LAUDE' TO WS-HONORS-TEXT
               WHEN OTHER
                   MOVE SPACE TO SM-HONORS
                   MOVE SPACES TO WS-HONORS-TEXT
           END-EVALUATE.
           IF SM-HONORS NOT = SPACE
               ADD 1 TO WS-WITH-HONORS
           END-IF.
           MOVE WS-HONORS-TEXT TO WS-GRD-HONORS(GRD-IDX).
           MOVE 'C' TO WS-GRD-STATUS(GRD-IDX).

       330-WRITE-DIPLOMA-ORDER.
           MOVE SPACES TO DIPLOMA-ORDER-REC.
           MOVE SM-STUDENT-ID TO DO-STUDENT-ID.
           MOVE WS-GRD-NAME(GRD-IDX) TO DO-DIPLOMA-NAME.
           MOVE SM-DEGREE TO DO-DEGREE.
           MOVE SM-PROGRAM-CODE TO DO-PROGRAM-CODE.
           MOVE WS-HONORS-TEXT TO DO-HONORS.
           MOVE SM-CONFER-DATE TO DO-CONFER-DATE.
           WRITE DIPLOMA-ORDER-REC.

      *****************************************************************
      * THE PROGRAM LISTS EACH DEGREE IN TURN - THE LOWEST DEGREE
      * CODE ABOVE THE LAST ONE PRINTED - WITH ITS GRADUATES BENEATH
      *****************************************************************
       400-WRITE-COMMENCEMENT-PROGRAM.
           MOVE WS-GRAD-TERM TO CP1-TERM.
           MOVE WS-CONFER-DATE TO CP1-DATE.
           MOVE CMP-HEADING-1 TO COMM-OUT-REC.
           WRITE COMM-OUT-REC.
           MOVE LOW-VALUES TO WS-LAST-DEGREE.
           MOVE 'Y' TO WS-DEGREE-FOUND-SWITCH.
           PERFORM 410-WRITE-NEXT-DEGREE UNTIL NOT DEGREE-FOUND.

       410-WRITE-NEXT-DEGREE.
           MOVE 'N' TO WS-DEGREE-FOUND-SWITCH.
           MOVE HIGH-VALUES TO WS-NEXT-DEGREE.
           PERFORM 415-FIND-NEXT-DEGREE
               VARYING GRD-IDX FROM 1 BY 1
               UNTIL GRD-IDX > WS-GRD-TAB-MAX.
           IF DEGREE-FOUND
               MOVE CMP-BLANK-LINE TO COMM-OUT-REC
               WRITE COMM-OUT-REC
               MOVE WS-NEXT-DEGREE TO CPD-DEGREE
               MOVE CMP-DEGREE-LINE TO COMM-OUT-REC
               WRITE COMM-OUT-REC
               PERFORM 420-WRITE-GRADUATE
                   VARYING GRD-IDX FROM 1 BY 1
                   UNTIL GRD-IDX > WS-GRD-TAB-MAX
               MOVE WS-NEXT-DEGREE TO WS-LAST-DEGREE
           END-IF.

       415-FIND-NEXT-DEGREE.
           IF GRD-CONFERRED(GRD-IDX)
              AND WS-GRD-DEGREE(GRD-IDX) > WS-LAST-DEGREE
              AND WS-GRD-DEGREE(GRD-IDX) < WS-NEXT-DEGREE
               MOVE WS-GRD-DEGREE(GRD-IDX) TO WS-NEXT-DEGREE
               MOVE 'Y' TO WS-DEGREE-FOUND-SWITCH
           END-IF.

       420-WRITE-GRADUATE.
           IF GRD-CONFERRED(GRD-IDX)
              AND WS-GRD-DEGREE(GRD-IDX) = WS-NEXT-DEGREE
               MOVE WS-GRD-NAME(GRD-IDX) TO CPG-NAME
               MOVE WS-GRD-HONORS(GRD-IDX) TO CPG-HONORS
               MOVE CMP-GRADUATE-LINE TO COMM-OUT-REC
               WRITE COMM-OUT-REC
           END-IF.

      *DISPLAY THE CONFERRAL TOTALS - A CLEARED STUDENT STILL PENDING**
      *AFTER THE MASTER PASS IS NOT ON STUMAST*************************
       500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 510-COUNT-NOT-ON-MASTER
               VARYING GRD-IDX FROM 1 BY 1
               UNTIL GRD-IDX > WS-GRD-TAB-MAX.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CLEARED-READ TO WS-CLEARED-READZ.
           DISPLAY 'Cleared Records Read      : ' WS-CLEARED-READZ.
           MOVE WS-CLEARED-OTHER-TERM TO WS-CLEARED-OTHER-TERMZ.
           DISPLAY '  For Another Term        : '
                   WS-CLEARED-OTHER-TERMZ.
           MOVE WS-MASTERS-READ TO WS-MASTERS-READZ.
           DISPLAY 'Student Masters Read      : ' WS-MASTERS-READZ.
           MOVE WS-DEGREES-CONFERRED TO WS-DEGREES-CONFERREDZ.
           DISPLAY 'Degrees Conferred         : '
                   WS-DEGREES-CONFERREDZ.
           MOVE WS-WITH-HONORS TO WS-WITH-HONORSZ.
           DISPLAY '  With Latin Honors       : ' WS-WITH-HONORSZ.
           MOVE WS-ALREADY-CONFERRED TO WS-ALREADY-CONFERREDZ.
           DISPLAY 'Already Conferred         : '
                   WS-ALREADY-CONFERREDZ.
           MOVE WS-NOT-ON-MASTER TO WS-NOT-ON-MASTERZ.
           DISPLAY 'Not On Student Master     : ' WS-NOT-ON-MASTERZ.
           DISPLAY '**************************************************'.

       510-COUNT-NOT-ON-MASTER.
           IF GRD-PENDING(GRD-IDX)
               ADD 1 TO WS-NOT-ON-MASTER
               DISPLAY 'CLEARED STUDENT NOT ON STUMAST: '
                       WS-GRD-STUDENT(GRD-IDX)
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE STUDENT-MASTER
                 STUDENT-MASTER-OUT
                 DIPLOMA-ORDER-FILE
                 COMMENCEMENT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
