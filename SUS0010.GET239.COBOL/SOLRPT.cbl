      *****************************************************************
      *PURPOSE: Weekly statute-of-limitations watch for open cases.
      *AGERPT shows how old a case is but knows nothing about the
      *legal limit for filing charges, so an open case could quietly
      *age past it.  The SOLCTL control member carries a limitation
      *period in months per IUCR code (SOLI) and per FBI code (SOLF);
      *a SOLI entry not on the IUCRCAT catalog, or a period that is
      *not a non-zero month count, is reported and ignored.  Every
      *open case on ASGNMAST (no disposition yet) is read off
      *CASEMAST: the IUCR period is used when there is one, else the
      *FBI-code period, else the case is counted as untracked.  The
      *limitation date is the incident date plus the period (the day
      *clamped to the end of a shorter month).  Cases within 90, 60
      *or 30 days of that date, and cases already past it, print by
      *analyst, soonest first.  Each expired case is also written to
      *SOLPROP in the DISPTRAN layout with the SOLCTL CLOS
      *administrative-closure code (AC when none is given) - the
      *supervisor reviews the proposals and releases the approved
      *ones into the DISPTRAN feed for the nightly DISPOST run.  A
      *proposal not acted on is proposed again the following week.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SOLRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO ASGNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CASE-NUMBER
           FILE STATUS IS WS-ASGNMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT SOL-CTL-FILE ASSIGN TO SOLCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SOLCTL-STATUS.
           SELECT IUCR-CAT-FILE ASSIGN TO IUCRCAT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOL-REPORT-FILE ASSIGN TO SOLRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT SOL-PROPOSAL-FILE ASSIGN TO SOLPROP
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****ASSIGNMENT MASTER - SEE DISPASGN****************************
       FD  ASSIGN-MASTER-FILE.
       01  ASSIGN-MASTER-REC.
           05  AS-CASE-NUMBER               PIC X(8).
           05  AS-ANALYST-ID                PIC X(4).
           05  AS-ASSIGNED-DATE             PIC X(8).
           05  AS-DISPO-CODE                PIC X(2).
           05  AS-DISPO-DATE                PIC X(8).

      *****PERSISTENT CASE MASTER - ONLY THE LIMITATION FIELDS*********
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  CM-ADDRESS                   PIC X(40).
           05  CM-IUCR                      PIC X(4).
           05  FILLER                       PIC X(132).
           05  CM-BEAT                      PIC X(4).
           05  CM-WARD                      PIC X(2).
           05  CM-FBI-CODE                  PIC X(3).
           05  FILLER                       PIC X(58).

      *****************************************************************
      * STATUTE-OF-LIMITATIONS CONTROL - SOLI (IUCR) AND SOLF (FBI
      * CODE) PERIODS AS CODE, SPACE, 3-DIGIT MONTHS; CLOS NAMES THE
      * ADMINISTRATIVE-CLOSURE DISPOSITION CODE
      *****************************************************************
       FD  SOL-CTL-FILE.
       01  SOL-CTL-REC.
           05  SC-TYPE                      PIC X(4).
           05  SC-CODE                      PIC X(4).
           05  FILLER                       PIC X.
           05  SC-MONTHS                    PIC X(3).

      *****OFFICIAL CITY IUCR CATALOG - SEE CTLMAINT*******************
       FD  IUCR-CAT-FILE.
       01  IUCR-CAT-REC.
           05  ICR-IUCR-CODE                PIC X(4).
           05  ICR-DESCRIPTION              PIC X(30).
           05  ICR-EFFECTIVE-DATE           PIC X(8).
           05  ICR-RETIRED-DATE             PIC X(8).

      *****ANALYST ROSTER - SEE DISPASGN*******************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  FILLER                       PIC X(10).

      ***STATUTE-OF-LIMITATIONS WATCH REPORT***************************
       FD  SOL-REPORT-FILE.
       01  SOL-OUT-REC                      PIC X(80).

      *****************************************************************
      * ADMINISTRATIVE-CLOSURE PROPOSALS - THE DISPTRAN LAYOUT (SEE
      * DISPOST), RELEASED INTO DISPTRAN ONCE THE SUPERVISOR APPROVES
      *****************************************************************
       FD  SOL-PROPOSAL-FILE.
       01  SOL-PROPOSAL-REC.
           05  SP-CASE-NUMBER               PIC X(8).
           05  SP-ANALYST-ID                PIC X(4).
           05  SP-DISPO-CODE                PIC X(2).
           05  SP-DISPO-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-CAT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAT-EOF                            VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-ENTRY-VALID-SWITCH    PIC X        VALUE 'Y'.
              88 ENTRY-VALID                        VALUE 'Y'.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-SOLCTL-STATUS             PIC XX.

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH              PIC XX.
           05  WS-DAY                PIC XX.
           05  WS-YEAR               PIC X(4).
       01  WS-DATE-CONVR REDEFINES WS-DATE-CONV.
           05  WS-MONTH9             PIC 99.
           05  WS-DAY9               PIC 99.
           05  WS-YEAR9              PIC 9(4).
       01  WS-TIME-CONV.
           05  WS-HOUR               PIC XX.
           05  WS-MIN                PIC XX.
       01  WS-TIME-CONVR REDEFINES WS-TIME-CONV.
           05  WS-HOUR9              PIC 99.
           05  WS-MIN9               PIC 99.

      **** CALLED PROGRAM *********************************************
       01  CONVERT-DATE                  PIC X(8) VALUE 'CONVDATE'.
       01  WS-CONVDATE-STATUS             PIC X(1).
           88  WS-CONVDATE-VALID                       VALUE '0'.

      *****THE LIMITATION DATE ARITHMETIC******************************
       01 WS-TODAY                 PIC 9(8).
       01 WS-INCIDENT-DATE-9       PIC 9(8).
       01 WS-LIMIT-DATE.
           05 WS-LIM-YEAR          PIC 9(4).
           05 WS-LIM-MONTH         PIC 99.
           05 WS-LIM-DAY           PIC 99.
       01 WS-LIMIT-DATE-9 REDEFINES WS-LIMIT-DATE
                                   PIC 9(8).
       01 WS-MONTH-COUNT           PIC 9(6).
       01 WS-MONTH-REMAINDER       PIC 99.
       01 WS-LAST-DAY              PIC 99.
       01 WS-LEAP-QUOTIENT         PIC 9(4).
       01 WS-LEAP-REM-4            PIC 9(3).
       01 WS-LEAP-REM-100          PIC 9(3).
       01 WS-LEAP-REM-400          PIC 9(3).
       01 WS-DAYS-LEFT             PIC S9(5).
       01 WS-PERIOD-MONTHS         PIC 9(3).
       01 WS-PERIOD-BASIS          PIC X(4).
       01 WS-MONTH-DAYS-LIST.
           05 FILLER               PIC X(24)
                   VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-RED REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.

      *****WARNING WINDOW AND THE CLOSURE CODE FROM SOLCTL*************
       01 WS-WARNING-DAYS          PIC 9(3)     VALUE 90.
       01 WS-CLOSE-CODE            PIC X(2)     VALUE 'AC'.
       01 WS-REJECT-REASON         PIC X(30).

      *****LIMITATION PERIODS - 'SOLI' BY IUCR, 'SOLF' BY FBI CODE****
       01 WS-PER-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 300 TIMES
                             INDEXED BY PER-IDX.
              10 WS-PER-TYPE           PIC X(4).
              10 WS-PER-CODE           PIC X(4).
              10 WS-PER-MONTHS         PIC 9(3).

      *****IUCR CATALOG CODE TABLE*************************************
       01 WS-CAT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES
                             INDEXED BY CAT-IDX.
              10 WS-CAT-IUCR-CODE      PIC X(4).

      *****ANALYST NAMES FROM THE ROSTER*******************************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-NAME           PIC X(25).

      *****************************************************************
      * CASES INSIDE THE WARNING WINDOW, EXCHANGE-SORTED ON ANALYST
      * THEN LIMITATION DATE (SOONEST FIRST) THEN CASE
      *****************************************************************
       01 WS-SOL-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-SOL-TABLE.
           05 WS-SOL-ENTRY OCCURS 5000 TIMES
                             INDEXED BY SOL-IDX.
              10 WS-SOL-ANALYST-ID     PIC X(4).
              10 WS-SOL-LIMIT-DATE     PIC X(8).
              10 WS-SOL-CASE-NUMBER    PIC X(8).
              10 WS-SOL-IUCR           PIC X(4).
              10 WS-SOL-FBI-CODE       PIC X(3).
              10 WS-SOL-INCIDENT-DATE  PIC X(8).
              10 WS-SOL-MONTHS         PIC 9(3).
              10 WS-SOL-BASIS          PIC X(4).
              10 WS-SOL-DAYS-LEFT      PIC S9(5).
       01 WS-SORT-SUB              PIC 9(4).
       01 WS-SORT-SUB2             PIC 9(4).
       01 WS-SWAP-ENTRY            PIC X(47).
       01 WS-PREV-ANALYST          PIC X(4).

      *****WATCH DISPOSITION COUNTERS**********************************
       01 WS-PERIODS-LOADED        PIC 9(5)     VALUE 0.
       01 WS-PERIODS-LOADEDZ       PIC ZZ,ZZ9.
       01 WS-PERIODS-IGNORED       PIC 9(5)     VALUE 0.
       01 WS-PERIODS-IGNOREDZ      PIC ZZ,ZZ9.
       01 WS-OPEN-CASES            PIC 9(5)     VALUE 0.
       01 WS-OPEN-CASESZ           PIC ZZ,ZZ9.
       01 WS-NOT-ON-MASTER         PIC 9(5)     VALUE 0.
       01 WS-NOT-ON-MASTERZ        PIC ZZ,ZZ9.
       01 WS-BAD-DATES             PIC 9(5)     VALUE 0.
       01 WS-BAD-DATESZ            PIC ZZ,ZZ9.
       01 WS-UNTRACKED             PIC 9(5)     VALUE 0.
       01 WS-UNTRACKEDZ            PIC ZZ,ZZ9.
       01 WS-EXPIRED               PIC 9(5)     VALUE 0.
       01 WS-EXPIREDZ              PIC ZZ,ZZ9.
       01 WS-WITHIN-30             PIC 9(5)     VALUE 0.
       01 WS-WITHIN-30Z            PIC ZZ,ZZ9.
       01 WS-WITHIN-60             PIC 9(5)     VALUE 0.
       01 WS-WITHIN-60Z            PIC ZZ,ZZ9.
       01 WS-WITHIN-90             PIC 9(5)     VALUE 0.
       01 WS-WITHIN-90Z            PIC ZZ,ZZ9.
       01 WS-PROPOSALS-WRITTEN     PIC 9(5)     VALUE 0.
       01 WS-PROPOSALS-WRITTENZ    PIC ZZ,ZZ9.
       01 WS-NOT-LISTED            PIC 9(5)     VALUE 0.

      *****REPORT LINE LAYOUTS*****************************************
       01  SOL-HEADING-1.
           05                 PIC X(42) VALUE
                   'STATUTE-OF-LIMITATIONS WATCH - OPEN CASES'.
           05                 PIC X(9)  VALUE 'RUN DATE '.
           05  SOH-DATE       PIC 9(8).
       01  SOL-HEADING-2.
           05                 PIC X(8)  VALUE 'CASE'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(6)  VALUE 'IUCR'.
           05                 PIC X(5)  VALUE 'FBI'.
           05                 PIC X(10) VALUE 'INCIDENT'.
           05                 PIC X(6)  VALUE 'BASIS'.
           05                 PIC X(5)  VALUE 'MOS'.
           05                 PIC X(10) VALUE 'LIMIT DATE'.
           05                 PIC X(10) VALUE ' DAYS LEFT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(7)  VALUE 'BAND'.
       01  SOL-ANALYST-LINE.
           05                 PIC X(9)  VALUE 'ANALYST: '.
           05  SOA-ANALYST-ID     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  SOA-ANALYST-NAME   PIC X(25).
       01  SOL-DETAIL-LINE.
           05  SOD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-IUCR           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-FBI-CODE       PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-INCIDENT-DATE  PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-BASIS          PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-MONTHS         PIC ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-LIMIT-DATE     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  SOD-DAYS-LEFT      PIC -ZZ,ZZ9.
           05                     PIC X(5)  VALUE SPACES.
           05  SOD-BAND           PIC X(7).
       01  SOL-TOTAL-LINE.
           05  SOT-LABEL          PIC X(30).
           05  SOT-COUNT          PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-IUCR-CATALOG.
           PERFORM 160-LOAD-SOL-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-ROSTER-TABLE.
           PERFORM 300-SWEEP-OPEN-CASES.
           PERFORM 400-SORT-WATCH-BY-ANALYST.
           PERFORM 450-WRITE-WATCH-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SOLRPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-IUCR-CATALOG.
           OPEN INPUT IUCR-CAT-FILE.
           PERFORM 155-READ-CATALOG-REC UNTIL CAT-EOF.
           CLOSE IUCR-CAT-FILE.

       155-READ-CATALOG-REC.
           READ IUCR-CAT-FILE
               AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
           END-READ.
           IF NOT CAT-EOF AND WS-CAT-TAB-MAX < 500
               ADD 1 TO WS-CAT-TAB-MAX
               MOVE ICR-IUCR-CODE TO WS-CAT-IUCR-CODE(WS-CAT-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE MEMBER IS RE-EDITED HERE AS WELL AS IN CTLMAINT, SINCE A
      * HAND EDIT CAN STILL REACH IT - A BAD ENTRY IS DISPLAYED AND
      * LEFT OUT.  NO USABLE PERIOD AT ALL MEANS NOTHING CAN BE
      * WATCHED, AND THE STEP ENDS RC=8
      *****************************************************************
       160-LOAD-SOL-CONTROL.
           OPEN INPUT SOL-CTL-FILE.
           IF WS-SOLCTL-STATUS = '00'
               PERFORM 165-READ-SOL-CONTROL UNTIL CTL-EOF
               CLOSE SOL-CTL-FILE
           END-IF.
           IF WS-PER-TAB-MAX = 0
               DISPLAY '*** NO LIMITATION PERIODS ON SOLCTL - '
                       'RUN HELD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       165-READ-SOL-CONTROL.
           READ SOL-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
           END-READ.
           IF NOT CTL-EOF
               EVALUATE SC-TYPE
                   WHEN 'CLOS'
                       IF SC-CODE(1:2) NOT = SPACES
                           MOVE SC-CODE(1:2) TO WS-CLOSE-CODE
                       END-IF
                   WHEN 'SOLI'
                   WHEN 'SOLF'
                       PERFORM 170-EDIT-PERIOD-ENTRY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       170-EDIT-PERIOD-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF SC-CODE = SPACES
               MOVE 'N' TO WS-ENTRY-VALID-SWITCH
               MOVE 'CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF ENTRY-VALID
               IF SC-MONTHS NOT NUMERIC
                   MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   MOVE 'MONTHS NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF SC-MONTHS = '000'
                       MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                       MOVE 'MONTHS ZERO' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-VALID AND SC-TYPE = 'SOLI'
               MOVE 'N' TO WS-FOUND-SWITCH
               SET CAT-IDX TO 1
               PERFORM 175-SEARCH-CATALOG-CODE
                   UNTIL CAT-IDX > WS-CAT-TAB-MAX OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   MOVE 'IUCR NOT ON CATALOG' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF ENTRY-VALID AND WS-PER-TAB-MAX < 300
               ADD 1 TO WS-PER-TAB-MAX
               ADD 1 TO WS-PERIODS-LOADED
               MOVE SC-TYPE TO WS-PER-TYPE(WS-PER-TAB-MAX)
               MOVE SC-CODE TO WS-PER-CODE(WS-PER-TAB-MAX)
               MOVE SC-MONTHS TO WS-PER-MONTHS(WS-PER-TAB-MAX)
           ELSE
               IF NOT ENTRY-VALID
                   ADD 1 TO WS-PERIODS-IGNORED
                   DISPLAY '*** SOLCTL ENTRY IGNORED *** ' SC-TYPE
                           SC-CODE ' ' SC-MONTHS ' - '
                           WS-REJECT-REASON
               END-IF
           END-IF.

       175-SEARCH-CATALOG-CODE.
           IF WS-CAT-IUCR-CODE(CAT-IDX) = SC-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAT-IDX UP BY 1
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT ASSIGN-MASTER-FILE.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT SOL-REPORT-FILE.
           OPEN OUTPUT SOL-PROPOSAL-FILE.

      *****************************************************************
       250-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           PERFORM 252-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       252-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF AND WS-ANL-TAB-MAX < 100
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
               MOVE RS-ANALYST-NAME TO WS-ANL-NAME(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
      * EVERY OPEN ASSIGNMENT (NO DISPOSITION YET), READ OFF CASEMAST
      *****************************************************************
       300-SWEEP-OPEN-CASES.
           MOVE LOW-VALUES TO AS-CASE-NUMBER.
           START ASSIGN-MASTER-FILE KEY >= AS-CASE-NUMBER
               INVALID KEY MOVE '23' TO WS-ASGNMAST-STATUS
           END-START.
           IF WS-ASGNMAST-STATUS = '00'
               PERFORM 310-READ-NEXT-ASSIGNMENT
                   UNTIL WS-ASGNMAST-STATUS NOT = '00'
           END-IF.

       310-READ-NEXT-ASSIGNMENT.
           READ ASSIGN-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-ASGNMAST-STATUS
           END-READ.
           IF WS-ASGNMAST-STATUS = '00'
               IF AS-DISPO-CODE = SPACES
                   ADD 1 TO WS-OPEN-CASES
                   MOVE AS-CASE-NUMBER TO CM-CASE-NUMBER
                   READ CASE-MASTER-FILE
                       INVALID KEY ADD 1 TO WS-NOT-ON-MASTER
                       NOT INVALID KEY PERFORM 320-WATCH-ONE-CASE
                   END-READ
               END-IF
           END-IF.

      *****************************************************************
      * THE IUCR PERIOD WINS OVER THE FBI-CODE PERIOD; A CASE WITH
      * NEITHER IS NOT WATCHED.  ONLY EXPIRED CASES AND CASES INSIDE
      * THE 90-DAY WINDOW GO INTO THE REPORT TABLE
      *****************************************************************
       320-WATCH-ONE-CASE.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF NOT WS-CONVDATE-VALID
               ADD 1 TO WS-BAD-DATES
           ELSE
               MOVE WS-YEAR9 TO WS-INCIDENT-DATE-9(1:4)
               MOVE WS-MONTH9 TO WS-INCIDENT-DATE-9(5:2)
               MOVE WS-DAY9 TO WS-INCIDENT-DATE-9(7:2)
               PERFORM 330-FIND-LIMITATION-PERIOD
               IF NOT WS-FOUND
                   ADD 1 TO WS-UNTRACKED
               ELSE
                   PERFORM 350-COMPUTE-LIMIT-DATE
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-LIMIT-DATE-9)
                     - FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                       PERFORM 370-FILE-WATCH-ENTRY
                   END-IF
               END-IF
           END-IF.

       330-FIND-LIMITATION-PERIOD.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET PER-IDX TO 1.
           PERFORM 335-SEARCH-IUCR-PERIOD
               UNTIL PER-IDX > WS-PER-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE 'IUCR' TO WS-PERIOD-BASIS
           ELSE
               SET PER-IDX TO 1
               PERFORM 340-SEARCH-FBI-PERIOD
                   UNTIL PER-IDX > WS-PER-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   MOVE 'FBI ' TO WS-PERIOD-BASIS
               END-IF
           END-IF.
           IF WS-FOUND
               MOVE WS-PER-MONTHS(PER-IDX) TO WS-PERIOD-MONTHS
           END-IF.

       335-SEARCH-IUCR-PERIOD.
           IF WS-PER-TYPE(PER-IDX) = 'SOLI'
              AND WS-PER-CODE(PER-IDX) = CM-IUCR
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PER-IDX UP BY 1
           END-IF.

       340-SEARCH-FBI-PERIOD.
           IF WS-PER-TYPE(PER-IDX) = 'SOLF'
              AND WS-PER-CODE(PER-IDX) = CM-FBI-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PER-IDX UP BY 1
           END-IF.

      *****************************************************************
      * INCIDENT DATE PLUS THE PERIOD IN MONTHS - A DAY PAST THE END
      * OF THE TARGET MONTH (THE 31ST, OR 29 FEBRUARY) FALLS BACK TO
      * THAT MONTH'S LAST DAY
      *****************************************************************
       350-COMPUTE-LIMIT-DATE.
           COMPUTE WS-MONTH-COUNT = WS-YEAR9 * 12 + WS-MONTH9 - 1
                                  + WS-PERIOD-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-LIM-YEAR
               REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-LIM-MONTH = WS-MONTH-REMAINDER + 1.
           MOVE WS-MONTH-DAYS(WS-LIM-MONTH) TO WS-LAST-DAY.
           IF WS-LIM-MONTH = 2
               DIVIDE WS-LIM-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-LIM-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-LIM-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                  AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           IF WS-DAY9 > WS-LAST-DAY
               MOVE WS-LAST-DAY TO WS-LIM-DAY
           ELSE
               MOVE WS-DAY9 TO WS-LIM-DAY
           END-IF.

      *****************************************************************
      * BAND COUNTS, THE TABLE ENTRY, AND FOR AN EXPIRED CASE THE
      * ADMINISTRATIVE-CLOSURE PROPOSAL
      *****************************************************************
       370-FILE-WATCH-ENTRY.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-EXPIRED
                   PERFORM 380-WRITE-CLOSURE-PROPOSAL
               WHEN WS-DAYS-LEFT <= 30
                   ADD 1 TO WS-WITHIN-30
               WHEN WS-DAYS-LEFT <= 60
                   ADD 1 TO WS-WITHIN-60
               WHEN OTHER
                   ADD 1 TO WS-WITHIN-90
           END-EVALUATE.
           IF WS-SOL-TAB-MAX < 5000
               ADD 1 TO WS-SOL-TAB-MAX
               SET SOL-IDX TO WS-SOL-TAB-MAX
               MOVE AS-ANALYST-ID TO WS-SOL-ANALYST-ID(SOL-IDX)
               MOVE WS-LIMIT-DATE TO WS-SOL-LIMIT-DATE(SOL-IDX)
               MOVE AS-CASE-NUMBER TO WS-SOL-CASE-NUMBER(SOL-IDX)
               MOVE CM-IUCR TO WS-SOL-IUCR(SOL-IDX)
               MOVE CM-FBI-CODE TO WS-SOL-FBI-CODE(SOL-IDX)
               MOVE WS-INCIDENT-DATE-9
                   TO WS-SOL-INCIDENT-DATE(SOL-IDX)
               MOVE WS-PERIOD-MONTHS TO WS-SOL-MONTHS(SOL-IDX)
               MOVE WS-PERIOD-BASIS TO WS-SOL-BASIS(SOL-IDX)
               MOVE WS-DAYS-LEFT TO WS-SOL-DAYS-LEFT(SOL-IDX)
           ELSE
               ADD 1 TO WS-NOT-LISTED
               DISPLAY '*** WATCH TABLE FULL - CASE COUNTED, NOT '
                       'LISTED *** ' AS-CASE-NUMBER
           END-IF.

       380-WRITE-CLOSURE-PROPOSAL.
           MOVE AS-CASE-NUMBER TO SP-CASE-NUMBER.
           MOVE AS-ANALYST-ID TO SP-ANALYST-ID.
           MOVE WS-CLOSE-CODE TO SP-DISPO-CODE.
           MOVE WS-TODAY TO SP-DISPO-DATE.
           WRITE SOL-PROPOSAL-REC.
           ADD 1 TO WS-PROPOSALS-WRITTEN.

      *****************************************************************
      * STRAIGHT EXCHANGE SORT ON ANALYST, LIMIT DATE THEN CASE, AS
      * UCRRPT DOES
      *****************************************************************
       400-SORT-WATCH-BY-ANALYST.
           PERFORM 410-SORT-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-SOL-TAB-MAX.

       410-SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-SOL-TAB-MAX.

       420-SORT-INNER-PASS.
           IF WS-SOL-ENTRY(WS-SORT-SUB2)(1:20)
              < WS-SOL-ENTRY(WS-SORT-SUB)(1:20)
               MOVE WS-SOL-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SOL-ENTRY(WS-SORT-SUB2)
                   TO WS-SOL-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-SOL-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
      * A NEW ANALYST HEADING AT EACH CHANGE OF ANALYST, THEN THE
      * BAND TOTALS AT THE FOOT OF THE REPORT
      *****************************************************************
       450-WRITE-WATCH-REPORT.
           MOVE WS-TODAY TO SOH-DATE.
           MOVE SOL-HEADING-1 TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.
           MOVE HIGH-VALUES TO WS-PREV-ANALYST.
           SET SOL-IDX TO 1.
           PERFORM 460-WRITE-ONE-CASE
               UNTIL SOL-IDX > WS-SOL-TAB-MAX.
           MOVE SPACES TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.
           MOVE 'EXPIRED - CLOSURE PROPOSED' TO SOT-LABEL.
           MOVE WS-EXPIRED TO SOT-COUNT.
           PERFORM 480-WRITE-TOTAL-LINE.
           MOVE 'WITHIN 30 DAYS' TO SOT-LABEL.
           MOVE WS-WITHIN-30 TO SOT-COUNT.
           PERFORM 480-WRITE-TOTAL-LINE.
           MOVE 'WITHIN 31 - 60 DAYS' TO SOT-LABEL.
           MOVE WS-WITHIN-60 TO SOT-COUNT.
           PERFORM 480-WRITE-TOTAL-LINE.
           MOVE 'WITHIN 61 - 90 DAYS' TO SOT-LABEL.
           MOVE WS-WITHIN-90 TO SOT-COUNT.
           PERFORM 480-WRITE-TOTAL-LINE.
           MOVE 'OPEN CASES WITH NO PERIOD' TO SOT-LABEL.
           MOVE WS-UNTRACKED TO SOT-COUNT.
           PERFORM 480-WRITE-TOTAL-LINE.

       460-WRITE-ONE-CASE.
           IF WS-SOL-ANALYST-ID(SOL-IDX) NOT = WS-PREV-ANALYST
               MOVE WS-SOL-ANALYST-ID(SOL-IDX) TO WS-PREV-ANALYST
               PERFORM 470-WRITE-ANALYST-HEADING
           END-IF.
           MOVE WS-SOL-CASE-NUMBER(SOL-IDX) TO SOD-CASE-NUMBER.
           MOVE WS-SOL-IUCR(SOL-IDX) TO SOD-IUCR.
           MOVE WS-SOL-FBI-CODE(SOL-IDX) TO SOD-FBI-CODE.
           MOVE WS-SOL-INCIDENT-DATE(SOL-IDX) TO SOD-INCIDENT-DATE.
           MOVE WS-SOL-BASIS(SOL-IDX) TO SOD-BASIS.
           MOVE WS-SOL-MONTHS(SOL-IDX) TO SOD-MONTHS.
           MOVE WS-SOL-LIMIT-DATE(SOL-IDX) TO SOD-LIMIT-DATE.
           MOVE WS-SOL-DAYS-LEFT(SOL-IDX) TO SOD-DAYS-LEFT.
           EVALUATE TRUE
               WHEN WS-SOL-DAYS-LEFT(SOL-IDX) < 0
                   MOVE 'EXPIRED' TO SOD-BAND
               WHEN WS-SOL-DAYS-LEFT(SOL-IDX) <= 30
                   MOVE '30 DAYS' TO SOD-BAND
               WHEN WS-SOL-DAYS-LEFT(SOL-IDX) <= 60
                   MOVE '60 DAYS' TO SOD-BAND
               WHEN OTHER
                   MOVE '90 DAYS' TO SOD-BAND
           END-EVALUATE.
           MOVE SOL-DETAIL-LINE TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.
           SET SOL-IDX UP BY 1.

       470-WRITE-ANALYST-HEADING.
           MOVE SPACES TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.
           IF WS-PREV-ANALYST = SPACES
               MOVE SPACES TO SOA-ANALYST-ID
               MOVE 'UNASSIGNED' TO SOA-ANALYST-NAME
           ELSE
               MOVE WS-PREV-ANALYST TO SOA-ANALYST-ID
               MOVE 'NOT ON ROSTER' TO SOA-ANALYST-NAME
               MOVE 'N' TO WS-FOUND-SWITCH
               SET ANL-IDX TO 1
               PERFORM 475-SEARCH-ROSTER
                   UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND
               IF WS-FOUND
                   MOVE WS-ANL-NAME(ANL-IDX) TO SOA-ANALYST-NAME
               END-IF
           END-IF.
           MOVE SOL-ANALYST-LINE TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.
           MOVE SOL-HEADING-2 TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.

       475-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = WS-PREV-ANALYST
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

       480-WRITE-TOTAL-LINE.
           MOVE SOL-TOTAL-LINE TO SOL-OUT-REC.
           WRITE SOL-OUT-REC.

      *DISPLAY THE LIMITATION WATCH DISPOSITION TOTALS*****************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-PERIODS-LOADED TO WS-PERIODS-LOADEDZ.
           DISPLAY 'Limitation Periods Loaded : ' WS-PERIODS-LOADEDZ.
           MOVE WS-PERIODS-IGNORED TO WS-PERIODS-IGNOREDZ.
           DISPLAY 'SOLCTL Entries Ignored    : ' WS-PERIODS-IGNOREDZ.
           MOVE WS-OPEN-CASES TO WS-OPEN-CASESZ.
           DISPLAY 'Open Cases Read           : ' WS-OPEN-CASESZ.
           MOVE WS-NOT-ON-MASTER TO WS-NOT-ON-MASTERZ.
           DISPLAY 'Open Cases Not On CASEMAST: ' WS-NOT-ON-MASTERZ.
           MOVE WS-BAD-DATES TO WS-BAD-DATESZ.
           DISPLAY 'Unusable Incident Dates   : ' WS-BAD-DATESZ.
           MOVE WS-UNTRACKED TO WS-UNTRACKEDZ.
           DISPLAY 'No Limitation Period      : ' WS-UNTRACKEDZ.
           MOVE WS-WITHIN-90 TO WS-WITHIN-90Z.
           DISPLAY 'Within 61-90 Days         : ' WS-WITHIN-90Z.
           MOVE WS-WITHIN-60 TO WS-WITHIN-60Z.
           DISPLAY 'Within 31-60 Days         : ' WS-WITHIN-60Z.
           MOVE WS-WITHIN-30 TO WS-WITHIN-30Z.
           DISPLAY 'Within 30 Days            : ' WS-WITHIN-30Z.
           MOVE WS-EXPIRED TO WS-EXPIREDZ.
           DISPLAY 'Already Expired           : ' WS-EXPIREDZ.
           MOVE WS-PROPOSALS-WRITTEN TO WS-PROPOSALS-WRITTENZ.
           DISPLAY 'Closure Proposals Written : ' WS-PROPOSALS-WRITTENZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ASSIGN-MASTER-FILE
                 CASE-MASTER-FILE
                 SOL-REPORT-FILE
                 SOL-PROPOSAL-FILE.

      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
