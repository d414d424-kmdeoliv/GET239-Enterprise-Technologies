      *****************************************************************
      *PURPOSE: Monthly case-access report for the state CJIS audit.
      *CASEDOSS, CASEHIST, NARRSRCH and RESEARCH log every case they
      *hand out, and every request they refuse for want of a purpose
      *code, on the ACCSLOG access log (see the ACCSLOG routine).
      *For the MONCTL report month this program totals the log by
      *operator and purpose code - cases answered by each program,
      *requests refused, and exceptions - on ACCSRPT, and lists on
      *ACCSEXC every case an operator pulled outside the beats and
      *crime categories assigned to that operator on the OPERSCOP
      *member.  A case is inside the assignment when its CASEMAST
      *beat is one of the operator's BEAT cards or its primary crime
      *type one of the operator's CAT cards; an operator with no
      *assignment at all has every case listed.  A case that is no
      *longer on CASEMAST (an old archive case) cannot be placed and
      *is counted rather than listed.
      *
      *OPERSCOP CARDS:
      *  <OPERATOR 8> BEAT NNNN             AN ASSIGNED BEAT
      *  <OPERATOR 8> CAT  <PRIMARY TYPE>   AN ASSIGNED CRIME TYPE
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ACCSRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO ACCSLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ACCSLOG-STATUS.
           SELECT OPER-SCOPE-FILE ASSIGN TO OPERSCOP
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT ACCESS-REPORT-FILE ASSIGN TO ACCSRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO ACCSEXC
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CASE-ACCESS LOG APPENDED BY THE ACCSLOG ROUTINE*************
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-REC.
           05  AL-OPERATOR-ID               PIC X(8).
           05  AL-ACCESS-DATE               PIC X(8).
           05  AL-ACCESS-TIME               PIC X(6).
           05  AL-PROGRAM-ID                PIC X(8).
           05  AL-CASE-NUMBER               PIC X(8).
           05  AL-PURPOSE-CODE              PIC X(2).
           05  AL-DISPOSITION               PIC X(1).
               88  AL-ANSWERED                          VALUE 'A'.
               88  AL-REFUSED                           VALUE 'R'.

      *****OPERATOR ASSIGNMENTS - BEATS AND PRIMARY CRIME TYPES********
       FD  OPER-SCOPE-FILE.
       01  OPER-SCOPE-REC.
           05  OS-OPERATOR-ID               PIC X(8).
           05  FILLER                       PIC X.
           05  OS-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  OS-VALUE                     PIC X(30).

      *****REPORT MONTH CONTROL CARD***********************************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      *****PERSISTENT CASE MASTER - BEAT AND PRIMARY TYPE**************
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(59).
           05  CM-PRIMARY-CRIME             PIC X(30).
           05  FILLER                       PIC X(102).
           05  CM-BEAT                      PIC X(4).
           05  FILLER                       PIC X(63).

      ***ACCESS TOTALS BY OPERATOR AND PURPOSE*************************
       FD  ACCESS-REPORT-FILE.
       01  ACR-OUT-REC                      PIC X(80).

      ***CASES PULLED OUTSIDE THE OPERATOR'S ASSIGNMENT****************
       FD  EXCEPTION-REPORT-FILE.
       01  ACX-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-LOG-EOF-SWITCH        PIC X        VALUE 'N'.
              88 LOG-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-ASSIGNED-SWITCH       PIC X        VALUE 'N'.
              88 OPERATOR-ASSIGNED                  VALUE 'Y'.
           05 WS-IN-SCOPE-SWITCH       PIC X        VALUE 'N'.
              88 CASE-IN-SCOPE                      VALUE 'Y'.
       01 WS-ACCSLOG-STATUS            PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-RPT-YEAR              PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH             PIC X(2)     VALUE SPACES.
       01 WS-RPT-PERIOD            PIC X(6).

      *****OPERATOR ASSIGNMENT TABLE***********************************
       01 WS-SCOPE-TAB-MAX         PIC 9(4)     VALUE 0.
       01 WS-SCOPE-TABLE.
           05 WS-SCOPE-ENTRY OCCURS 1000 TIMES
                             INDEXED BY SCOPE-IDX.
              10 WS-SCOPE-OPERATOR     PIC X(8).
              10 WS-SCOPE-TYPE         PIC X(4).
              10 WS-SCOPE-VALUE        PIC X(30).

      *****ACCESS TALLY - ONE ENTRY PER OPERATOR AND PURPOSE CODE******
      * COUNTS 1-4: CASES ANSWERED BY CASEDOSS, CASEHIST, NARRSRCH,
      * RESEARCH; 5: REQUESTS REFUSED; 6: OUT-OF-ASSIGNMENT EXCEPTIONS
      *****************************************************************
       01 WS-TAL-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-TAL-TABLE.
           05 WS-TAL-ENTRY OCCURS 500 TIMES
                             INDEXED BY TAL-IDX.
              10 WS-TAL-SORT-KEY.
                 15 WS-TAL-OPERATOR    PIC X(8).
                 15 WS-TAL-PURPOSE     PIC X(2).
              10 WS-TAL-COUNT          PIC 9(5) OCCURS 6 TIMES.
       01 WS-TAL-SWAP-ENTRY            PIC X(40).
       01 WS-SORT-SUB              PIC 9(4).
       01 WS-SORT-SUB2             PIC 9(4).
       01 WS-CNT-SUB               PIC 9(1).
       01 WS-PGM-SUB               PIC 9(1).
       01 WS-PRIOR-OPERATOR        PIC X(8).

      *****OPERATOR SUBTOTAL, GRAND TOTAL AND THE LINE BEING PRINTED***
       01 WS-OPR-COUNTS.
           05 WS-OPR-COUNT             PIC 9(7) OCCURS 6 TIMES.
       01 WS-GRD-COUNTS.
           05 WS-GRD-COUNT             PIC 9(7) OCCURS 6 TIMES.
       01 WS-PRT-COUNTS.
           05 WS-PRT-COUNT             PIC 9(7) OCCURS 6 TIMES.

      *****ACCESS-LOG DISPOSITION COUNTERS*****************************
       01 WS-LOG-READ              PIC 9(7)     VALUE 0.
       01 WS-LOG-READZ             PIC Z,ZZZ,ZZ9.
       01 WS-LOG-IN-MONTH          PIC 9(7)     VALUE 0.
       01 WS-LOG-IN-MONTHZ         PIC Z,ZZZ,ZZ9.
       01 WS-EXCEPTIONS            PIC 9(7)     VALUE 0.
       01 WS-EXCEPTIONSZ           PIC Z,ZZZ,ZZ9.
       01 WS-NOT-ON-MASTER         PIC 9(7)     VALUE 0.
       01 WS-NOT-ON-MASTERZ        PIC Z,ZZZ,ZZ9.

      *****ACCESS REPORT LINES*****************************************
       01  ACR-HEADING-1.
           05                 PIC X(38)
                   VALUE 'CASE ACCESS BY OPERATOR - REPORT MONTH'.
           05                 PIC X     VALUE SPACE.
           05  ACH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  ACH-MONTH      PIC X(2).
       01  ACR-HEADING-2.
           05                 PIC X(15) VALUE 'OPERATOR  PURP'.
           05                 PIC X(8)  VALUE 'DOSSIER'.
           05                 PIC X(8)  VALUE 'HISTORY'.
           05                 PIC X(8)  VALUE 'NARRSRCH'.
           05                 PIC X(8)  VALUE 'RESEARCH'.
           05                 PIC X(9)  VALUE '  TOTAL'.
           05                 PIC X(8)  VALUE 'REFUSED'.
           05                 PIC X(6)  VALUE 'EXCEPT'.
       01  ACR-DETAIL-LINE.
           05  ACD-KEY-AREA.
               10  ACD-OPERATOR       PIC X(8).
               10  FILLER             PIC X(2).
               10  ACD-PURPOSE        PIC X(2).
               10  FILLER             PIC X(3).
           05  ACD-TOTAL-LABEL REDEFINES ACD-KEY-AREA PIC X(15).
           05  ACD-DOSSIER        PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-HISTORY        PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-NARRSRCH       PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-RESEARCH       PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-TOTAL          PIC ZZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-REFUSED        PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-EXCEPTIONS     PIC ZZ,ZZ9.

      *****EXCEPTION REPORT LINES**************************************
       01  ACX-HEADING-1.
           05                 PIC X(43)
                   VALUE 'CASES PULLED OUTSIDE OPERATOR ASSIGNMENT - '.
           05  AXH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  AXH-MONTH      PIC X(2).
       01  ACX-HEADING-2.
           05                 PIC X(16) VALUE 'DATE     TIME'.
           05                 PIC X(9)  VALUE 'OPERATOR'.
           05                 PIC X(9)  VALUE 'PROGRAM'.
           05                 PIC X(9)  VALUE 'CASE'.
           05                 PIC X(3)  VALUE 'PU'.
           05                 PIC X(5)  VALUE 'BEAT'.
           05                 PIC X(31) VALUE 'PRIMARY TYPE'.
           05                 PIC X(6)  VALUE 'REASON'.
       01  ACX-DETAIL-LINE.
           05  AXD-DATE           PIC X(8).
           05                     PIC X     VALUE SPACE.
           05  AXD-TIME           PIC X(6).
           05                     PIC X     VALUE SPACE.
           05  AXD-OPERATOR       PIC X(8).
           05                     PIC X     VALUE SPACE.
           05  AXD-PROGRAM        PIC X(8).
           05                     PIC X     VALUE SPACE.
           05  AXD-CASE-NUMBER    PIC X(8).
           05                     PIC X     VALUE SPACE.
           05  AXD-PURPOSE        PIC X(2).
           05                     PIC X     VALUE SPACE.
           05  AXD-BEAT           PIC X(4).
           05                     PIC X     VALUE SPACE.
           05  AXD-PRIMARY        PIC X(30).
           05                     PIC X     VALUE SPACE.
           05  AXD-REASON         PIC X(18).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-OPERATOR-SCOPE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-ACCESS-LOG UNTIL LOG-EOF.
           PERFORM 400-SORT-TALLY-TABLE.
           PERFORM 450-WRITE-ACCESS-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ACCSRPT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT MONTH-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE MONTH-CTL-FILE.
           IF WS-RPT-YEAR = SPACES
               DISPLAY '*** MONCTL MON CARD MISSING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RPT-YEAR TO WS-RPT-PERIOD(1:4).
           MOVE WS-RPT-MONTH TO WS-RPT-PERIOD(5:2).

       155-READ-CONTROL-REC.
           READ MONTH-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF MCC-TYPE = 'MON '
                   MOVE MCC-YEAR TO WS-RPT-YEAR
                   MOVE MCC-MONTH TO WS-RPT-MONTH
               END-IF
           END-IF.

      *****************************************************************
      * AN EMPTY ASSIGNMENT MEMBER IS NOT AN ERROR - EVERY CASE PULLED
      * THEN SHOWS AS AN EXCEPTION, WHICH IS WHAT THE AUDITOR NEEDS
      *****************************************************************
       160-LOAD-OPERATOR-SCOPE.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT OPER-SCOPE-FILE.
           PERFORM 165-READ-SCOPE-REC UNTIL CTL-EOF.
           CLOSE OPER-SCOPE-FILE.

       165-READ-SCOPE-REC.
           READ OPER-SCOPE-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF (OS-TYPE = 'BEAT' OR OS-TYPE = 'CAT ')
                  AND OS-OPERATOR-ID NOT = SPACES
                  AND WS-SCOPE-TAB-MAX < 1000
                   ADD 1 TO WS-SCOPE-TAB-MAX
                   MOVE OS-OPERATOR-ID
                       TO WS-SCOPE-OPERATOR(WS-SCOPE-TAB-MAX)
                   MOVE OS-TYPE TO WS-SCOPE-TYPE(WS-SCOPE-TAB-MAX)
                   MOVE OS-VALUE TO WS-SCOPE-VALUE(WS-SCOPE-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCSLOG-STATUS NOT = '00'
               DISPLAY '*** ACCSLOG NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           IF WS-CASEMAST-STATUS NOT = '00'
               DISPLAY '*** CASEMAST NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCESS-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-RPT-YEAR TO AXH-YEAR.
           MOVE WS-RPT-MONTH TO AXH-MONTH.
           MOVE ACX-HEADING-1 TO ACX-OUT-REC.
           WRITE ACX-OUT-REC.
           MOVE ACX-HEADING-2 TO ACX-OUT-REC.
           WRITE ACX-OUT-REC.

      *****************************************************************
      * THE LOG IS IN THE ORDER THE ACCESSES HAPPENED, SO THE
      * EXCEPTION LIST COMES OUT IN TIME ORDER AS IT IS READ
      *****************************************************************
       300-READ-ACCESS-LOG.
           READ ACCESS-LOG-FILE
               AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF
               ADD 1 TO WS-LOG-READ
               IF AL-ACCESS-DATE(1:6) = WS-RPT-PERIOD
                   ADD 1 TO WS-LOG-IN-MONTH
                   PERFORM 310-FIND-TALLY-ENTRY
                   IF AL-REFUSED
                       ADD 1 TO WS-TAL-COUNT(TAL-IDX 5)
                   ELSE
                       PERFORM 320-COUNT-PROGRAM-ACCESS
                       IF AL-CASE-NUMBER NOT = SPACES
                           PERFORM 330-CHECK-ASSIGNMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-FIND-TALLY-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET TAL-IDX TO 1.
           PERFORM 315-SEARCH-TALLY-ENTRY
               UNTIL TAL-IDX > WS-TAL-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-TAL-TAB-MAX < 500
                   ADD 1 TO WS-TAL-TAB-MAX
                   SET TAL-IDX TO WS-TAL-TAB-MAX
                   MOVE AL-OPERATOR-ID TO WS-TAL-OPERATOR(TAL-IDX)
                   MOVE AL-PURPOSE-CODE TO WS-TAL-PURPOSE(TAL-IDX)
                   PERFORM 317-CLEAR-TALLY-COUNT
                       VARYING WS-CNT-SUB FROM 1 BY 1
                       UNTIL WS-CNT-SUB > 6
               ELSE
                   SET TAL-IDX TO WS-TAL-TAB-MAX
               END-IF
           END-IF.

       315-SEARCH-TALLY-ENTRY.
           IF WS-TAL-OPERATOR(TAL-IDX) = AL-OPERATOR-ID
              AND WS-TAL-PURPOSE(TAL-IDX) = AL-PURPOSE-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET TAL-IDX UP BY 1
           END-IF.

       317-CLEAR-TALLY-COUNT.
           MOVE 0 TO WS-TAL-COUNT(TAL-IDX WS-CNT-SUB).

       320-COUNT-PROGRAM-ACCESS.
           EVALUATE AL-PROGRAM-ID
               WHEN 'CASEDOSS'
                   MOVE 1 TO WS-PGM-SUB
               WHEN 'CASEHIST'
                   MOVE 2 TO WS-PGM-SUB
               WHEN 'NARRSRCH'
                   MOVE 3 TO WS-PGM-SUB
               WHEN OTHER
                   MOVE 4 TO WS-PGM-SUB
           END-EVALUATE.
           ADD 1 TO WS-TAL-COUNT(TAL-IDX WS-PGM-SUB).

      *****************************************************************
      * INSIDE THE ASSIGNMENT WHEN THE CASE'S BEAT OR PRIMARY TYPE IS
      * ONE OF THE OPERATOR'S OWN; NO ASSIGNMENT AT ALL IS ITSELF AN
      * EXCEPTION.  A CASE GONE FROM THE MASTER CANNOT BE PLACED
      *****************************************************************
       330-CHECK-ASSIGNMENT.
           MOVE AL-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE 'N' TO WS-ASSIGNED-SWITCH
                   MOVE 'N' TO WS-IN-SCOPE-SWITCH
                   SET SCOPE-IDX TO 1
                   PERFORM 335-CHECK-SCOPE-ENTRY
                       UNTIL SCOPE-IDX > WS-SCOPE-TAB-MAX
                             OR CASE-IN-SCOPE
                   IF NOT CASE-IN-SCOPE
                       PERFORM 340-WRITE-EXCEPTION
                   END-IF
           END-READ.

       335-CHECK-SCOPE-ENTRY.
           IF WS-SCOPE-OPERATOR(SCOPE-IDX) = AL-OPERATOR-ID
               MOVE 'Y' TO WS-ASSIGNED-SWITCH
               IF (WS-SCOPE-TYPE(SCOPE-IDX) = 'BEAT'
                   AND WS-SCOPE-VALUE(SCOPE-IDX)(1:4) = CM-BEAT)
                  OR (WS-SCOPE-TYPE(SCOPE-IDX) = 'CAT '
                   AND WS-SCOPE-VALUE(SCOPE-IDX) = CM-PRIMARY-CRIME)
                   MOVE 'Y' TO WS-IN-SCOPE-SWITCH
               END-IF
           END-IF.
           SET SCOPE-IDX UP BY 1.

       340-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           ADD 1 TO WS-TAL-COUNT(TAL-IDX 6).
           MOVE AL-ACCESS-DATE TO AXD-DATE.
           MOVE AL-ACCESS-TIME TO AXD-TIME.
           MOVE AL-OPERATOR-ID TO AXD-OPERATOR.
           MOVE AL-PROGRAM-ID TO AXD-PROGRAM.
           MOVE AL-CASE-NUMBER TO AXD-CASE-NUMBER.
           MOVE AL-PURPOSE-CODE TO AXD-PURPOSE.
           MOVE CM-BEAT TO AXD-BEAT.
           MOVE CM-PRIMARY-CRIME TO AXD-PRIMARY.
           IF OPERATOR-ASSIGNED
               MOVE 'OUTSIDE ASSIGNMENT' TO AXD-REASON
           ELSE
               MOVE 'NO ASSIGNMENT' TO AXD-REASON
           END-IF.
           MOVE ACX-DETAIL-LINE TO ACX-OUT-REC.
           WRITE ACX-OUT-REC.

      *****************************************************************
      * EXCHANGE SORT ON OPERATOR AND PURPOSE, AS UCRRPT DOES IT
      *****************************************************************
       400-SORT-TALLY-TABLE.
           PERFORM 410-SORT-TALLY-OUTER
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-TAL-TAB-MAX.

       410-SORT-TALLY-OUTER.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-TALLY-INNER
               UNTIL WS-SORT-SUB2 > WS-TAL-TAB-MAX.

       420-SORT-TALLY-INNER.
           IF WS-TAL-SORT-KEY(WS-SORT-SUB2)
                 < WS-TAL-SORT-KEY(WS-SORT-SUB)
               MOVE WS-TAL-ENTRY(WS-SORT-SUB) TO WS-TAL-SWAP-ENTRY
               MOVE WS-TAL-ENTRY(WS-SORT-SUB2)
                   TO WS-TAL-ENTRY(WS-SORT-SUB)
               MOVE WS-TAL-SWAP-ENTRY TO WS-TAL-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
      * ONE LINE PER OPERATOR AND PURPOSE, AN OPERATOR TOTAL AT EACH
      * OPERATOR BREAK AND THE MONTH'S TOTAL AT THE END
      *****************************************************************
       450-WRITE-ACCESS-REPORT.
           MOVE WS-RPT-YEAR TO ACH-YEAR.
           MOVE WS-RPT-MONTH TO ACH-MONTH.
           MOVE ACR-HEADING-1 TO ACR-OUT-REC.
           WRITE ACR-OUT-REC.
           MOVE ACR-HEADING-2 TO ACR-OUT-REC.
           WRITE ACR-OUT-REC.
           INITIALIZE WS-OPR-COUNTS WS-GRD-COUNTS.
           MOVE SPACES TO WS-PRIOR-OPERATOR.
           IF WS-TAL-TAB-MAX = 0
               MOVE 'NO CASE ACCESS LOGGED THIS MONTH' TO ACR-OUT-REC
               WRITE ACR-OUT-REC
           ELSE
               PERFORM 455-WRITE-TALLY-LINE
                   VARYING TAL-IDX FROM 1 BY 1
                   UNTIL TAL-IDX > WS-TAL-TAB-MAX
               PERFORM 460-WRITE-OPERATOR-TOTAL
               MOVE SPACES TO ACR-OUT-REC
               WRITE ACR-OUT-REC
               MOVE WS-GRD-COUNTS TO WS-PRT-COUNTS
               MOVE SPACES TO ACD-TOTAL-LABEL
               MOVE 'ALL OPERATORS' TO ACD-TOTAL-LABEL
               PERFORM 470-WRITE-COUNT-LINE
           END-IF.

       455-WRITE-TALLY-LINE.
           IF WS-PRIOR-OPERATOR NOT = SPACES
              AND WS-TAL-OPERATOR(TAL-IDX) NOT = WS-PRIOR-OPERATOR
               PERFORM 460-WRITE-OPERATOR-TOTAL
           END-IF.
           MOVE WS-TAL-OPERATOR(TAL-IDX) TO WS-PRIOR-OPERATOR.
           PERFORM 457-ROLL-ONE-COUNT
               VARYING WS-CNT-SUB FROM 1 BY 1
               UNTIL WS-CNT-SUB > 6.
           MOVE SPACES TO ACD-KEY-AREA.
           MOVE WS-TAL-OPERATOR(TAL-IDX) TO ACD-OPERATOR.
           MOVE WS-TAL-PURPOSE(TAL-IDX) TO ACD-PURPOSE.
           PERFORM 470-WRITE-COUNT-LINE.

       457-ROLL-ONE-COUNT.
           MOVE WS-TAL-COUNT(TAL-IDX WS-CNT-SUB)
               TO WS-PRT-COUNT(WS-CNT-SUB).
           ADD WS-TAL-COUNT(TAL-IDX WS-CNT-SUB)
               TO WS-OPR-COUNT(WS-CNT-SUB)
                  WS-GRD-COUNT(WS-CNT-SUB).

       460-WRITE-OPERATOR-TOTAL.
           MOVE WS-OPR-COUNTS TO WS-PRT-COUNTS.
           MOVE SPACES TO ACD-TOTAL-LABEL.
           MOVE '  OPER TOTAL' TO ACD-TOTAL-LABEL.
           PERFORM 470-WRITE-COUNT-LINE.
           MOVE SPACES TO ACR-OUT-REC.
           WRITE ACR-OUT-REC.
           INITIALIZE WS-OPR-COUNTS.

       470-WRITE-COUNT-LINE.
           MOVE WS-PRT-COUNT(1) TO ACD-DOSSIER.
           MOVE WS-PRT-COUNT(2) TO ACD-HISTORY.
           MOVE WS-PRT-COUNT(3) TO ACD-NARRSRCH.
           MOVE WS-PRT-COUNT(4) TO ACD-RESEARCH.
           COMPUTE ACD-TOTAL = WS-PRT-COUNT(1) + WS-PRT-COUNT(2)
                             + WS-PRT-COUNT(3) + WS-PRT-COUNT(4).
           MOVE WS-PRT-COUNT(5) TO ACD-REFUSED.
           MOVE WS-PRT-COUNT(6) TO ACD-EXCEPTIONS.
           MOVE ACR-DETAIL-LINE TO ACR-OUT-REC.
           WRITE ACR-OUT-REC.

      *DISPLAY THE ACCESS-LOG DISPOSITION TOTALS***********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-LOG-READ TO WS-LOG-READZ.
           DISPLAY 'Access Log Records Read   : ' WS-LOG-READZ.
           MOVE WS-LOG-IN-MONTH TO WS-LOG-IN-MONTHZ.
           DISPLAY 'Records In Report Month   : ' WS-LOG-IN-MONTHZ.
           MOVE WS-EXCEPTIONS TO WS-EXCEPTIONSZ.
           DISPLAY 'Outside Assignment        : ' WS-EXCEPTIONSZ.
           MOVE WS-NOT-ON-MASTER TO WS-NOT-ON-MASTERZ.
           DISPLAY 'Cases Not On Master       : ' WS-NOT-ON-MASTERZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ACCESS-LOG-FILE
                 CASE-MASTER-FILE
                 ACCESS-REPORT-FILE
                 EXCEPTION-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
