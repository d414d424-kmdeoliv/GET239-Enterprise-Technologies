      *****************************************************************
      *PURPOSE: Actual labor cost by district.  STAFCOST prices what
      *the staffing plan should cost, but nothing said what the
      *payroll actually spent where.  This program reads the pay
      *run's PAYDTL detail (retro adjustments included when
      *concatenated), places each employee in a district off the
      *EMPDIST control member - an employee not on it is posted to
      *district 'UNA' and listed so personnel can assign them - and
      *splits the gross into overtime and regular pay: overtime is
      *the period's TIMECARD overtime hours at the EMPMAST rate and
      *time and a half, exactly as LAB4A paid it; the rest of the
      *gross is regular.  One row per district, pay date and pay
      *period goes to the keyed LABACT history, replaced if the run
      *is posted again, so a restarted payroll never counts twice.
      *STAFVAR reports the history against the STAFPLAN plan.
      *
      *PAYCTL ENTRIES USED:
      *  PDT CCYYMMDD  PAY DATE - THE MONTH THE COST BELONGS TO
      *
      *EMPDIST ENTRIES:
      *  NNNNNN DDD    EMPLOYEE ID AND ASSIGNED DISTRICT
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      LABPOST.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL-FILE ASSIGN TO PAYDTL
           ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-DIST-FILE ASSIGN TO EMPDIST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT LABOR-ACTUAL-FILE ASSIGN TO LABACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LA-KEY
           FILE STATUS IS WS-LABACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****MACHINE-READABLE PAY DETAIL WRITTEN BY LAB4A****************
       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-REC.
           05  PDT-EMPLOYEE-ID              PIC X(6).
           05  PDT-PAY-PERIOD               PIC X(6).
           05  PDT-GROSS-PAY                PIC 9(7)V99.
           05  PDT-WITHHOLDING              PIC 9(7)V99.
           05  PDT-BENEFIT                  PIC 9(7)V99.
           05  PDT-NET-PAY                  PIC 9(7)V99.

      *****CONTROL FILE - PAY PERIOD AND PAY DATE (SEE LAB4A)**********
       FD  PAY-CTL-FILE.
       01  PAY-CTL-REC.
           05  PCT-TYPE                     PIC X(4).
           05  PCT-VALUE-FULL               PIC X(8).

      *****CONTROL FILE - EMPLOYEE TO DISTRICT ASSIGNMENT**************
       FD  EMP-DIST-FILE.
       01  EMP-DIST-REC.
           05  EDS-EMPLOYEE-ID              PIC X(6).
           05  FILLER                       PIC X.
           05  EDS-DISTRICT                 PIC X(3).

      *****TIMECARD TRANSACTIONS - SEE LAB4A***************************
       FD  TIMECARD-FILE.
       01  TIMECARD-REC.
           05  TC-EMPLOYEE-ID               PIC X(6).
           05  TC-PAY-PERIOD                PIC X(6).
           05  TC-REGULAR-HOURS             PIC 9(3)V99.
           05  TC-OVERTIME-HOURS            PIC 9(3).

      *****EMPLOYEE MASTER - SEE EMPMAINT******************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  EM-HIRE-DATE                 PIC X(8).
           05  EM-ANNUAL-SALARY             PIC 9(7)V99.
           05  EM-BANK-ROUTING              PIC X(9).
           05  EM-BANK-ACCOUNT              PIC X(10).
           05  EM-FILING-STATUS             PIC X(1).
           05  EM-EMP-TYPE                  PIC X(1).
           05  EM-HOURLY-RATE               PIC 9(3)V99.
           05  FILLER                       PIC X(44).

      *****************************************************************
      * ACTUAL LABOR HISTORY - ONE ROW PER DISTRICT, PAY DATE AND PAY
      * PERIOD (RETRO DETAIL CARRIES ITS OWN EARLIER PERIOD)
      *****************************************************************
       FD  LABOR-ACTUAL-FILE.
       01  LABOR-ACTUAL-REC.
           05  LA-KEY.
               10  LA-DISTRICT              PIC X(3).
               10  LA-PAY-DATE              PIC X(8).
               10  LA-PAY-PERIOD            PIC X(6).
           05  LA-EMPLOYEES                 PIC 9(5).
           05  LA-REG-CENTS                 PIC 9(11).
           05  LA-OT-CENTS                  PIC 9(11).
           05  LA-POSTED-DATE               PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-DTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 DTL-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-TMC-EOF               PIC X        VALUE 'N'.
              88 TMC-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-TIMECARD-STATUS           PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-LABACT-STATUS             PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-PAY-DATE                  PIC X(8)     VALUE SPACES.

      *****EMPLOYEE TO DISTRICT TABLE, LOADED FROM EMPDIST*************
       01 WS-EDS-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-EDS-TABLE.
           05  WS-EDS-ENTRY OCCURS 2000 TIMES
                             INDEXED BY EDS-IDX.
               10  WS-EDS-EMPLOYEE-ID   PIC X(6).
               10  WS-EDS-DISTRICT      PIC X(3).

      *****TIMECARD OVERTIME HOURS, LOADED FROM THE TIMECARD FILE******
       01 WS-TMC-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-TMC-TABLE.
           05  WS-TMC-ENTRY OCCURS 200 TIMES
                             INDEXED BY TMC-IDX.
               10  WS-TMC-EMPLOYEE-ID   PIC X(6).
               10  WS-TMC-PAY-PERIOD    PIC X(6).
               10  WS-TMC-OT-HOURS      PIC 9(3).

      *****DISTRICT/PERIOD ACCUMULATORS FOR THE RUN********************
       01 WS-LAB-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-LAB-TABLE.
           05  WS-LAB-ENTRY OCCURS 200 TIMES
                             INDEXED BY LAB-IDX.
               10  WS-LAB-DISTRICT      PIC X(3).
               10  WS-LAB-PAY-PERIOD    PIC X(6).
               10  WS-LAB-EMPLOYEES     PIC 9(5).
               10  WS-LAB-REG-CENTS     PIC 9(11).
               10  WS-LAB-OT-CENTS      PIC 9(11).

       01 WS-EMP-DISTRICT          PIC X(3).
       01 WS-GROSS-CENTS           PIC 9(9).
       01 WS-OT-CENTS              PIC 9(9).
       01 WS-OT-HOURS              PIC 9(3).

      *****RUN TOTALS**************************************************
       01 WS-DETAIL-READ           PIC 9(5)     VALUE 0.
       01 WS-DETAIL-READZ          PIC ZZ,ZZ9.
       01 WS-UNASSIGNED            PIC 9(5)     VALUE 0.
       01 WS-UNASSIGNEDZ           PIC ZZ,ZZ9.
       01 WS-ROWS-POSTED           PIC 9(5)     VALUE 0.
       01 WS-ROWS-POSTEDZ          PIC ZZ,ZZ9.
       01 WS-TOTAL-REG-CENTS       PIC 9(11)    VALUE 0.
       01 WS-TOTAL-OT-CENTS        PIC 9(11)    VALUE 0.
       01 WS-MONEY                 PIC 9(9)V99.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-PAY-CONTROL.
           PERFORM 160-LOAD-EMPLOYEE-DISTRICTS.
           PERFORM 170-LOAD-TIMECARD-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-PROCESS-PAY-DETAIL UNTIL DTL-EOF.
           PERFORM 400-POST-LABOR-ROWS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies LABPOST *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO PDT CARD - THE COST BOOKS TO TODAY'S MONTH
      *****************************************************************
       150-LOAD-PAY-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT PAY-CTL-FILE.
           PERFORM 155-READ-PAY-CTL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.
           IF WS-PAY-DATE = SPACES
               MOVE WS-TODAY TO WS-PAY-DATE
           END-IF.

       155-READ-PAY-CTL-REC.
           READ PAY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF PCT-TYPE = 'PDT '
                   MOVE PCT-VALUE-FULL TO WS-PAY-DATE
               END-IF
           END-IF.

      *****************************************************************
       160-LOAD-EMPLOYEE-DISTRICTS.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT EMP-DIST-FILE.
           PERFORM 165-READ-EMP-DIST-REC UNTIL CTL-EOF.
           CLOSE EMP-DIST-FILE.

       165-READ-EMP-DIST-REC.
           READ EMP-DIST-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF EDS-EMPLOYEE-ID NOT = SPACES
                  AND WS-EDS-TAB-MAX < 2000
                   ADD 1 TO WS-EDS-TAB-MAX
                   MOVE EDS-EMPLOYEE-ID
                       TO WS-EDS-EMPLOYEE-ID(WS-EDS-TAB-MAX)
                   MOVE EDS-DISTRICT TO WS-EDS-DISTRICT(WS-EDS-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * A MISSING TIMECARD FILE JUST MEANS NO HOURLY OVERTIME - THE
      * WHOLE GROSS THEN POSTS AS REGULAR PAY
      *****************************************************************
       170-LOAD-TIMECARD-TABLE.
           OPEN INPUT TIMECARD-FILE.
           IF WS-TIMECARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-TMC-EOF
           END-IF.
           PERFORM 175-READ-TIMECARD-REC UNTIL TMC-EOF.
           IF WS-TIMECARD-STATUS = '00' OR WS-TIMECARD-STATUS = '10'
               CLOSE TIMECARD-FILE
           END-IF.

       175-READ-TIMECARD-REC.
           READ TIMECARD-FILE
               AT END MOVE 'Y' TO WS-TMC-EOF
           END-READ.
           IF NOT TMC-EOF
               IF WS-TMC-TAB-MAX < 200
                   ADD 1 TO WS-TMC-TAB-MAX
                   MOVE TC-EMPLOYEE-ID
                        TO WS-TMC-EMPLOYEE-ID(WS-TMC-TAB-MAX)
                   MOVE TC-PAY-PERIOD
                        TO WS-TMC-PAY-PERIOD(WS-TMC-TAB-MAX)
                   MOVE TC-OVERTIME-HOURS
                        TO WS-TMC-OT-HOURS(WS-TMC-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT PAY-DETAIL-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN I-O LABOR-ACTUAL-FILE.
           IF WS-LABACT-STATUS = '35'
               OPEN OUTPUT LABOR-ACTUAL-FILE
               CLOSE LABOR-ACTUAL-FILE
               OPEN I-O LABOR-ACTUAL-FILE
           END-IF.

      *****************************************************************
       300-PROCESS-PAY-DETAIL.
           READ PAY-DETAIL-FILE
               AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
           END-READ.
           IF NOT DTL-EOF
               ADD 1 TO WS-DETAIL-READ
               PERFORM 310-FIND-EMPLOYEE-DISTRICT
               PERFORM 320-SPLIT-OVERTIME-PAY
               PERFORM 330-ACCUMULATE-DISTRICT
           END-IF.

       310-FIND-EMPLOYEE-DISTRICT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET EDS-IDX TO 1.
           PERFORM 315-SEARCH-EMP-DIST
               UNTIL EDS-IDX > WS-EDS-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-EDS-DISTRICT(EDS-IDX) TO WS-EMP-DISTRICT
           ELSE
               MOVE 'UNA' TO WS-EMP-DISTRICT
               ADD 1 TO WS-UNASSIGNED
               DISPLAY '*** EMPLOYEE NOT ON EMPDIST - POSTED TO '
                       'DISTRICT UNA *** ID: ' PDT-EMPLOYEE-ID
           END-IF.

       315-SEARCH-EMP-DIST.
           IF WS-EDS-EMPLOYEE-ID(EDS-IDX) = PDT-EMPLOYEE-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET EDS-IDX UP BY 1
           END-IF.

      *****************************************************************
      * OVERTIME IS PRICED THE WAY LAB4A PAID IT - TIMECARD OVERTIME
      * HOURS AT THE MASTER RATE AND TIME AND A HALF - AND NEVER MORE
      * THAN THE GROSS, SO RETRO DETAIL OR A SHORT PERIOD CANNOT
      * DRIVE REGULAR PAY BELOW ZERO
      *****************************************************************
       320-SPLIT-OVERTIME-PAY.
           COMPUTE WS-GROSS-CENTS = PDT-GROSS-PAY * 100.
           MOVE 0 TO WS-OT-CENTS.
           MOVE PDT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY MOVE '23' TO WS-EMPMAST-STATUS
           END-READ.
           IF WS-EMPMAST-STATUS = '00' AND EM-EMP-TYPE = 'H'
               MOVE 'N' TO WS-FOUND-SWITCH
               SET TMC-IDX TO 1
               PERFORM 325-SEARCH-TIMECARD
                   UNTIL TMC-IDX > WS-TMC-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   MOVE WS-TMC-OT-HOURS(TMC-IDX) TO WS-OT-HOURS
                   COMPUTE WS-OT-CENTS ROUNDED =
                       WS-OT-HOURS * EM-HOURLY-RATE * 1.5 * 100
               END-IF
           END-IF.
           IF WS-OT-CENTS > WS-GROSS-CENTS
               MOVE WS-GROSS-CENTS TO WS-OT-CENTS
           END-IF.

       325-SEARCH-TIMECARD.
           IF WS-TMC-EMPLOYEE-ID(TMC-IDX) = PDT-EMPLOYEE-ID
              AND WS-TMC-PAY-PERIOD(TMC-IDX) = PDT-PAY-PERIOD
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET TMC-IDX UP BY 1
           END-IF.

       330-ACCUMULATE-DISTRICT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET LAB-IDX TO 1.
           PERFORM 335-SEARCH-LABOR-ROW
               UNTIL LAB-IDX > WS-LAB-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-LAB-TAB-MAX < 200
                   ADD 1 TO WS-LAB-TAB-MAX
                   SET LAB-IDX TO WS-LAB-TAB-MAX
                   MOVE WS-EMP-DISTRICT TO WS-LAB-DISTRICT(LAB-IDX)
                   MOVE PDT-PAY-PERIOD TO WS-LAB-PAY-PERIOD(LAB-IDX)
                   MOVE 0 TO WS-LAB-EMPLOYEES(LAB-IDX)
                   MOVE 0 TO WS-LAB-REG-CENTS(LAB-IDX)
                   MOVE 0 TO WS-LAB-OT-CENTS(LAB-IDX)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   DISPLAY '*** DISTRICT/PERIOD TABLE FULL - DETAIL '
                           'NOT POSTED *** ID: ' PDT-EMPLOYEE-ID
               END-IF
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-LAB-EMPLOYEES(LAB-IDX)
               COMPUTE WS-LAB-REG-CENTS(LAB-IDX) =
                   WS-LAB-REG-CENTS(LAB-IDX)
                   + WS-GROSS-CENTS - WS-OT-CENTS
               ADD WS-OT-CENTS TO WS-LAB-OT-CENTS(LAB-IDX)
               COMPUTE WS-TOTAL-REG-CENTS =
                   WS-TOTAL-REG-CENTS + WS-GROSS-CENTS - WS-OT-CENTS
               ADD WS-OT-CENTS TO WS-TOTAL-OT-CENTS
           END-IF.

       335-SEARCH-LABOR-ROW.
           IF WS-LAB-DISTRICT(LAB-IDX) = WS-EMP-DISTRICT
              AND WS-LAB-PAY-PERIOD(LAB-IDX) = PDT-PAY-PERIOD
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET LAB-IDX UP BY 1
           END-IF.

      *****************************************************************
      * A RERUN OF THE SAME PAY DATE REPLACES ITS ROWS RATHER THAN
      * ADDING TO THEM
      *****************************************************************
       400-POST-LABOR-ROWS.
           SET LAB-IDX TO 1.
           PERFORM 410-POST-LABOR-ROW
               UNTIL LAB-IDX > WS-LAB-TAB-MAX.

       410-POST-LABOR-ROW.
           MOVE WS-LAB-DISTRICT(LAB-IDX) TO LA-DISTRICT.
           MOVE WS-PAY-DATE TO LA-PAY-DATE.
           MOVE WS-LAB-PAY-PERIOD(LAB-IDX) TO LA-PAY-PERIOD.
           MOVE WS-LAB-EMPLOYEES(LAB-IDX) TO LA-EMPLOYEES.
           MOVE WS-LAB-REG-CENTS(LAB-IDX) TO LA-REG-CENTS.
           MOVE WS-LAB-OT-CENTS(LAB-IDX) TO LA-OT-CENTS.
           MOVE WS-TODAY TO LA-POSTED-DATE.
           WRITE LABOR-ACTUAL-REC
               INVALID KEY
                   REWRITE LABOR-ACTUAL-REC
           END-WRITE.
           ADD 1 TO WS-ROWS-POSTED.
           SET LAB-IDX UP BY 1.

      *DISPLAY THE POSTING TOTALS**************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Pay Date Posted           : ' WS-PAY-DATE.
           MOVE WS-DETAIL-READ TO WS-DETAIL-READZ.
           DISPLAY 'Pay Details Read          : ' WS-DETAIL-READZ.
           MOVE WS-UNASSIGNED TO WS-UNASSIGNEDZ.
           DISPLAY 'Posted To District UNA    : ' WS-UNASSIGNEDZ.
           MOVE WS-ROWS-POSTED TO WS-ROWS-POSTEDZ.
           DISPLAY 'District Rows Posted      : ' WS-ROWS-POSTEDZ.
           COMPUTE WS-MONEY = WS-TOTAL-REG-CENTS / 100.
           MOVE WS-MONEY TO WS-MONEY-ED.
           DISPLAY 'Regular Pay               : ' WS-MONEY-ED.
           COMPUTE WS-MONEY = WS-TOTAL-OT-CENTS / 100.
           MOVE WS-MONEY TO WS-MONEY-ED.
           DISPLAY 'Overtime Pay              : ' WS-MONEY-ED.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE PAY-DETAIL-FILE
                 EMPLOYEE-MASTER
                 LABOR-ACTUAL-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
