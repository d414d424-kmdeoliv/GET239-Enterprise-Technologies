      *****************************************************************
      *PURPOSE: Separations report.  A final check carries a prorated
      *last period and the leave balances cashed out, and HR has to
      *sign off on both before the employee's file is closed.  This
      *program lists every final check LAB4A figured this run from
      *the SEPDTL separation detail - the employee, termination date
      *and TRMRSN reason, the days of regular pay, the vacation and
      *sick hours paid out, the sick hours forfeited, and the final
      *gross - and whether PAYREVW released it (it is on SEPDTLR) or
      *it was pulled and must be reissued through an off-cycle run.
      *Run totals close the report.
      *
      *TRMRSN ENTRIES:
      *  RR DESCRIPTION(30)           ONE CARD PER TERMINATION REASON
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SEPRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-REASON-FILE ASSIGN TO TRMRSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEPARATION-DETAIL-FILE ASSIGN TO SEPDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SEPDTL-STATUS.
           SELECT SEPARATION-RELEASED-FILE ASSIGN TO SEPDTLR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SEPDTLR-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT SEPARATION-REPORT-FILE ASSIGN TO SEPRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - TERMINATION REASON CODES*********************
       FD  TERM-REASON-FILE.
       01  TERM-REASON-REC.
           05  TR-REASON-CODE               PIC X(2).
           05  FILLER                       PIC X.
           05  TR-DESCRIPTION               PIC X(30).

      *****SEPARATION DETAIL WRITTEN BY LAB4A**************************
       FD  SEPARATION-DETAIL-FILE.
       01  SEPARATION-DETAIL-REC.
           05  SD-EMPLOYEE-ID               PIC X(6).
           05  SD-PAY-PERIOD                PIC X(6).
           05  SD-PAY-DATE                  PIC X(8).
           05  SD-TERM-DATE.
               10  SD-TERM-CCYY             PIC X(4).
               10  SD-TERM-MM               PIC X(2).
               10  SD-TERM-DD               PIC X(2).
           05  SD-TERM-REASON               PIC X(2).
           05  SD-DAYS-PAID                 PIC 9(2).
           05  SD-REGULAR-PAY               PIC 9(7)V99.
           05  SD-VAC-HOURS                 PIC 9(3)V99.
           05  SD-VAC-PAY                   PIC 9(7)V99.
           05  SD-SICK-HOURS                PIC 9(3)V99.
           05  SD-SICK-PAY                  PIC 9(7)V99.
           05  SD-SICK-FORFEIT              PIC 9(3)V99.
           05  SD-GROSS-PAY                 PIC 9(7)V99.

      *****THE RELEASED COPY PAYREVW WROTE - KEY ONLY******************
       FD  SEPARATION-RELEASED-FILE.
       01  SEPARATION-RELEASED-REC.
           05  SR-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(77).

      *****EMPLOYEE MASTER - NAME FIELDS ONLY**************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      ***SEPARATIONS REPORT********************************************
       FD  SEPARATION-REPORT-FILE.
       01  RPT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 TRR-EOF                            VALUE 'Y'.
           05 WS-SEP-EOF-SWITCH        PIC X        VALUE 'N'.
              88 SEP-EOF                            VALUE 'Y'.
           05 WS-REL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REL-EOF                            VALUE 'Y'.
           05 WS-TRR-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 TRR-FOUND                          VALUE 'Y'.
           05 WS-REL-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 REL-FOUND                          VALUE 'Y'.
       01 WS-SEPDTL-STATUS             PIC XX.
       01 WS-SEPDTLR-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.

      *****TERMINATION REASONS FROM TRMRSN*****************************
       01 WS-TRR-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-TRR-TABLE.
           05 WS-TRR-ENTRY OCCURS 50 TIMES
                            INDEXED BY TRR-IDX.
              10 WS-TRR-CODE           PIC X(2).
              10 WS-TRR-DESCRIPTION    PIC X(30).

      *****EMPLOYEES WHOSE FINAL CHECK PAYREVW RELEASED****************
       01 WS-REL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-REL-TABLE.
           05 WS-REL-EMPLOYEE-ID OCCURS 200 TIMES
                             INDEXED BY REL-IDX PIC X(6).

      *****REPORT DISPOSITION COUNTERS AND RUN TOTALS******************
       01 WS-SEPARATIONS-READ      PIC 9(5)     VALUE 0.
       01 WS-SEPARATIONS-READZ     PIC ZZ,ZZ9.
       01 WS-RELEASED-COUNT        PIC 9(5)     VALUE 0.
       01 WS-RELEASED-COUNTZ       PIC ZZ,ZZ9.
       01 WS-PULLED-COUNT          PIC 9(5)     VALUE 0.
       01 WS-PULLED-COUNTZ         PIC ZZ,ZZ9.
       01 WS-TOTAL-REGULAR         PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-VAC-PAY         PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-SICK-PAY        PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-FORFEIT         PIC 9(7)V99  VALUE 0.
       01 WS-TOTAL-GROSS           PIC 9(9)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  RPT-RULE-LINE.
           05                 PIC X(78) VALUE ALL '='.
       01  RPT-HEADING-1.
           05                 PIC X(35) VALUE
                   'SEPARATIONS AND FINAL PAY - PERIOD '.
           05  RH1-PAY-PERIOD PIC X(6).
           05                 PIC X(11) VALUE '  PAY DATE '.
           05  RH1-PAY-DATE   PIC X(8).
       01  RPT-HEADING-2.
           05                 PIC X(8)  VALUE 'EMP ID'.
           05                 PIC X(32) VALUE 'EMPLOYEE NAME'.
           05                 PIC X(12) VALUE 'TERMINATED'.
           05                 PIC X(26) VALUE 'REASON'.
       01  RPT-NAME-LINE.
           05  RNL-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RNL-EMPLOYEE-NAME  PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  RNL-TERM-MM        PIC X(2).
           05                     PIC X(1)  VALUE '/'.
           05  RNL-TERM-DD        PIC X(2).
           05                     PIC X(1)  VALUE '/'.
           05  RNL-TERM-CCYY      PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  RNL-REASON         PIC X(26).
       01  RPT-REGULAR-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05                     PIC X(14) VALUE 'REGULAR PAY   '.
           05  RRL-REGULAR-PAY    PIC ZZ,ZZ9.99.
           05                     PIC X(6)  VALUE '  FOR '.
           05  RRL-DAYS-PAID      PIC Z9.
           05                     PIC X(5)  VALUE ' DAYS'.
       01  RPT-LEAVE-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05  RLL-LABEL          PIC X(14).
           05  RLL-PAY            PIC ZZ,ZZ9.99.
           05                     PIC X(6)  VALUE '  FOR '.
           05  RLL-HOURS          PIC ZZ9.99.
           05                     PIC X(6)  VALUE ' HOURS'.
       01  RPT-FORFEIT-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05                     PIC X(23) VALUE
                   'SICK HOURS FORFEITED   '.
           05  RFL-HOURS          PIC ZZ9.99.
       01  RPT-GROSS-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05                     PIC X(14) VALUE 'FINAL GROSS   '.
           05  RGL-GROSS-PAY      PIC ZZ,ZZ9.99.
           05                     PIC X(3)  VALUE SPACES.
           05  RGL-STATUS         PIC X(34).
       01  RPT-TOTAL-LINE.
           05  RT-LABEL           PIC X(34).
           05  RT-COUNT           PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  RT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-REASON-TABLE.
           PERFORM 170-LOAD-RELEASED-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-SEPARATIONS UNTIL SEP-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SEPRPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-REASON-TABLE.
           OPEN INPUT TERM-REASON-FILE.
           PERFORM 155-READ-REASON-REC UNTIL TRR-EOF.
           CLOSE TERM-REASON-FILE.

       155-READ-REASON-REC.
           READ TERM-REASON-FILE
               AT END MOVE 'Y' TO WS-TRR-EOF-SWITCH
           END-READ.
           IF NOT TRR-EOF
               IF TR-REASON-CODE NOT = SPACES AND WS-TRR-TAB-MAX < 50
                   ADD 1 TO WS-TRR-TAB-MAX
                   SET TRR-IDX TO WS-TRR-TAB-MAX
                   MOVE TR-REASON-CODE TO WS-TRR-CODE(TRR-IDX)
                   MOVE TR-DESCRIPTION TO WS-TRR-DESCRIPTION(TRR-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * NO SEPDTLR - NOTHING WAS RELEASED, EVERY FINAL CHECK IS PULLED
      *****************************************************************
       170-LOAD-RELEASED-TABLE.
           OPEN INPUT SEPARATION-RELEASED-FILE.
           IF WS-SEPDTLR-STATUS NOT = '00'
               MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-IF.
           PERFORM 175-READ-RELEASED-REC UNTIL REL-EOF.
           IF WS-SEPDTLR-STATUS = '00' OR WS-SEPDTLR-STATUS = '10'
               CLOSE SEPARATION-RELEASED-FILE
           END-IF.

       175-READ-RELEASED-REC.
           READ SEPARATION-RELEASED-FILE
               AT END MOVE 'Y' TO WS-REL-EOF-SWITCH
           END-READ.
           IF NOT REL-EOF
               IF WS-REL-TAB-MAX < 200
                   ADD 1 TO WS-REL-TAB-MAX
                   MOVE SR-EMPLOYEE-ID
                       TO WS-REL-EMPLOYEE-ID(WS-REL-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * NO SEPDTL - NO ONE WAS SEPARATED THIS RUN; THE REPORT PRINTS
      * ITS HEADINGS AND ZERO TOTALS
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT SEPARATION-DETAIL-FILE.
           IF WS-SEPDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-SEP-EOF-SWITCH
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT SEPARATION-REPORT-FILE.
           MOVE SPACES TO RH1-PAY-PERIOD RH1-PAY-DATE.
           IF NOT SEP-EOF
               PERFORM 310-READ-SEPARATION-REC
           END-IF.
           IF NOT SEP-EOF
               MOVE SD-PAY-PERIOD TO RH1-PAY-PERIOD
               MOVE SD-PAY-DATE TO RH1-PAY-DATE
           END-IF.
           MOVE RPT-HEADING-1 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-HEADING-2 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-RULE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
      * ONE BLOCK PER FINAL CHECK, IN THE ORDER LAB4A PAID THEM
      *****************************************************************
       300-REPORT-SEPARATIONS.
           ADD 1 TO WS-SEPARATIONS-READ.
           PERFORM 320-WRITE-NAME-LINE.
           PERFORM 340-WRITE-PAY-LINES.
           ADD SD-REGULAR-PAY TO WS-TOTAL-REGULAR.
           ADD SD-VAC-PAY TO WS-TOTAL-VAC-PAY.
           ADD SD-SICK-PAY TO WS-TOTAL-SICK-PAY.
           ADD SD-SICK-FORFEIT TO WS-TOTAL-FORFEIT.
           ADD SD-GROSS-PAY TO WS-TOTAL-GROSS.
           PERFORM 310-READ-SEPARATION-REC.

       310-READ-SEPARATION-REC.
           READ SEPARATION-DETAIL-FILE
               AT END MOVE 'Y' TO WS-SEP-EOF-SWITCH
           END-READ.

       320-WRITE-NAME-LINE.
           MOVE SPACES TO RNL-EMPLOYEE-NAME.
           MOVE SD-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO RNL-EMPLOYEE-NAME
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE ' '
                          EM-LAST-NAME DELIMITED BY SPACE
                       INTO RNL-EMPLOYEE-NAME
           END-READ.
           MOVE SD-EMPLOYEE-ID TO RNL-EMPLOYEE-ID.
           MOVE SD-TERM-MM TO RNL-TERM-MM.
           MOVE SD-TERM-DD TO RNL-TERM-DD.
           MOVE SD-TERM-CCYY TO RNL-TERM-CCYY.
           PERFORM 330-FIND-REASON.
           IF TRR-FOUND
               MOVE WS-TRR-DESCRIPTION(TRR-IDX) TO RNL-REASON
           ELSE
               MOVE SPACES TO RNL-REASON
               STRING SD-TERM-REASON ' - NOT ON TRMRSN'
                   DELIMITED BY SIZE INTO RNL-REASON
           END-IF.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-NAME-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

       330-FIND-REASON.
           MOVE 'N' TO WS-TRR-FOUND-SWITCH.
           SET TRR-IDX TO 1.
           PERFORM 335-SEARCH-REASON
               UNTIL TRR-IDX > WS-TRR-TAB-MAX OR TRR-FOUND.

       335-SEARCH-REASON.
           IF WS-TRR-CODE(TRR-IDX) = SD-TERM-REASON
               MOVE 'Y' TO WS-TRR-FOUND-SWITCH
           ELSE
               SET TRR-IDX UP BY 1
           END-IF.

      *A FINAL CHECK NOT ON SEPDTLR WAS PULLED AT THE PAYREVW REVIEW***
       340-WRITE-PAY-LINES.
           MOVE SD-REGULAR-PAY TO RRL-REGULAR-PAY.
           MOVE SD-DAYS-PAID TO RRL-DAYS-PAID.
           MOVE RPT-REGULAR-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'VACATION PAID ' TO RLL-LABEL.
           MOVE SD-VAC-PAY TO RLL-PAY.
           MOVE SD-VAC-HOURS TO RLL-HOURS.
           MOVE RPT-LEAVE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'SICK PAID     ' TO RLL-LABEL.
           MOVE SD-SICK-PAY TO RLL-PAY.
           MOVE SD-SICK-HOURS TO RLL-HOURS.
           MOVE RPT-LEAVE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           IF SD-SICK-FORFEIT > 0
               MOVE SD-SICK-FORFEIT TO RFL-HOURS
               MOVE RPT-FORFEIT-LINE TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.
           PERFORM 350-FIND-RELEASED.
           IF REL-FOUND
               ADD 1 TO WS-RELEASED-COUNT
               MOVE 'RELEASED' TO RGL-STATUS
           ELSE
               ADD 1 TO WS-PULLED-COUNT
               MOVE 'PULLED - REISSUE OFF-CYCLE' TO RGL-STATUS
           END-IF.
           MOVE SD-GROSS-PAY TO RGL-GROSS-PAY.
           MOVE RPT-GROSS-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

       350-FIND-RELEASED.
           MOVE 'N' TO WS-REL-FOUND-SWITCH.
           SET REL-IDX TO 1.
           PERFORM 355-SEARCH-RELEASED
               UNTIL REL-IDX > WS-REL-TAB-MAX OR REL-FOUND.

       355-SEARCH-RELEASED.
           IF WS-REL-EMPLOYEE-ID(REL-IDX) = SD-EMPLOYEE-ID
               MOVE 'Y' TO WS-REL-FOUND-SWITCH
           ELSE
               SET REL-IDX UP BY 1
           END-IF.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-RULE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'FINAL CHECKS - TOTAL GROSS       :' TO RT-LABEL.
           MOVE WS-SEPARATIONS-READ TO RT-COUNT.
           MOVE WS-TOTAL-GROSS TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'PRORATED REGULAR PAY             :' TO RT-LABEL.
           MOVE 0 TO RT-COUNT.
           MOVE WS-TOTAL-REGULAR TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'VACATION PAYOUT                  :' TO RT-LABEL.
           MOVE WS-TOTAL-VAC-PAY TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'SICK PAYOUT                      :' TO RT-LABEL.
           MOVE WS-TOTAL-SICK-PAY TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'SICK HOURS FORFEITED             :' TO RT-LABEL.
           MOVE WS-TOTAL-FORFEIT TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'RELEASED WITH THIS RUN           :' TO RT-LABEL.
           MOVE WS-RELEASED-COUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'PULLED - REISSUE OFF-CYCLE       :' TO RT-LABEL.
           MOVE WS-PULLED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-SEPARATIONS-READ TO WS-SEPARATIONS-READZ.
           DISPLAY 'Final Checks Reported     : ' WS-SEPARATIONS-READZ.
           MOVE WS-RELEASED-COUNT TO WS-RELEASED-COUNTZ.
           DISPLAY 'Released                  : ' WS-RELEASED-COUNTZ.
           MOVE WS-PULLED-COUNT TO WS-PULLED-COUNTZ.
           DISPLAY 'Pulled                    : ' WS-PULLED-COUNTZ.
           MOVE WS-TOTAL-GROSS TO WS-MONEY-ED.
           DISPLAY 'Final Gross Total         : ' WS-MONEY-ED.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-SEPDTL-STATUS = '00' OR WS-SEPDTL-STATUS = '10'
               CLOSE SEPARATION-DETAIL-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER
                 SEPARATION-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
