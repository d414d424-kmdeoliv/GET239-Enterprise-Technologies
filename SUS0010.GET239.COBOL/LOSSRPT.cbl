      *****************************************************************
      *PURPOSE: Monthly stolen property loss report.  No report could
      *say how many dollars were stolen in a district in a given
      *month because the case record carries no loss data.  This
      *program reads the PROPMAST property loss master (keyed case
      *then line, so each case's lines arrive together), totals the
      *stolen and recovered value for each case, and keeps the cases
      *whose incident date on CASEMAST falls in the MONCTL report
      *month.  Those cases are tallied by category (primary crime),
      *by district (beat rolled up through BEATREF as of the
      *incident date, the way CLEARRPT does it) and by value band
      *(the case's total stolen value against the LOSSCTL BAND upper
      *limits), each with case count, stolen and recovered dollars,
      *plus the citywide total line.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      LOSSRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROP-MASTER-FILE ASSIGN TO PROPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           FILE STATUS IS WS-PROPMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT BEAT-REF-FILE ASSIGN TO BEATREF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOSS-CTL-FILE ASSIGN TO LOSSCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOSS-REPORT-FILE ASSIGN TO LOSSRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PROPERTY LOSS MASTER - SEE PROPMNT**************************
       FD  PROP-MASTER-FILE.
       01  PROP-MASTER-REC.
           05  PR-KEY.
               10  PR-CASE-NUMBER           PIC X(8).
               10  PR-LINE-NO               PIC 9(3).
           05  PR-TYPE-CODE                 PIC X(2).
           05  PR-DESCRIPTION               PIC X(40).
           05  PR-SERIAL-NO                 PIC X(20).
           05  PR-STOLEN-VALUE              PIC 9(7)V99.
           05  PR-RECOVERED-VALUE           PIC 9(7)V99.

      *****PERSISTENT CASE MASTER - DATE, CATEGORY AND BEAT************
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  FILLER                       PIC X(44).
           05  CM-PRIMARY-CRIME             PIC X(30).
           05  FILLER                       PIC X(102).
           05  CM-BEAT                      PIC X(4).
           05  FILLER                       PIC X(63).

      *****BEAT REFERENCE - BEAT TO DISTRICT (SEE CRIMEDIT)************
       FD  BEAT-REF-FILE.
       01  BEAT-REF-REC.
           05  BRF-BEAT                     PIC X(4).
           05  BRF-DISTRICT                 PIC X(3).
           05  BRF-AREA                     PIC X(2).
           05  FILLER                       PIC X.
           05  BRF-WARD                     PIC X(2).
      *THE BOUNDING-BOX COLUMNS ONLY CRIMEDIT'S BEAT REPAIR READS******
           05  FILLER                       PIC X(46).
           05  FILLER                       PIC X.
           05  BRF-EFF-DATE                 PIC X(8).
           05  FILLER                       PIC X.
           05  BRF-END-DATE                 PIC X(8).

      *****CONTROL CARD - THE REPORT MONTH (CCYYMM)********************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      *****************************************************************
      * CONTROL FILE - BAND = UPPER LIMIT OF A VALUE BAND IN WHOLE
      *                       DOLLARS, LOWEST FIRST; A CASE OVER THE
      *                       LAST LIMIT FALLS IN THE OPEN TOP BAND
      *****************************************************************
       FD  LOSS-CTL-FILE.
       01  LOSS-CTL-REC.
           05  LSC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  LSC-VALUE                    PIC X(9).

      ***MONTHLY LOSS REPORT*******************************************
       FD  LOSS-REPORT-FILE.
       01  LSR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-REF-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REF-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-PROP-EOF-SWITCH       PIC X        VALUE 'N'.
              88 PROP-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-PROPMAST-STATUS           PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.

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

      *****CONTROL VALUES**********************************************
       01 WS-RPT-YEAR              PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH             PIC X(2)     VALUE SPACES.

      *****BEAT-TO-DISTRICT REFERENCE TABLE****************************
       01 WS-REF-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES
                             INDEXED BY REF-IDX.
              10 WS-REF-BEAT           PIC X(4).
              10 WS-REF-DISTRICT       PIC X(3).
              10 WS-REF-EFF-DATE       PIC X(8).
              10 WS-REF-END-DATE       PIC X(8).

      *****INCIDENT DATE AS CCYYMMDD FOR THE AS-OF DISTRICT LOOKUP*****
       01 WS-INC-DATE.
           05 WS-INC-YEAR              PIC 9(4).
           05 WS-INC-MONTH             PIC 99.
           05 WS-INC-DAY               PIC 99.
       01 WS-INC-DATE-X REDEFINES WS-INC-DATE PIC X(8).
       01 WS-CASE-DISTRICT         PIC X(3).

      *****THE CASE BEING TOTALLED FROM ITS PROPERTY LINES*************
       01 WS-CURRENT-CASE          PIC X(8)     VALUE SPACES.
       01 WS-CASE-STOLEN           PIC 9(9)V99  VALUE 0.
       01 WS-CASE-RECOVERED        PIC 9(9)V99  VALUE 0.

      *****TALLIES - CASES, STOLEN AND RECOVERED DOLLARS***************
       01 WS-CAT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 100 TIMES
                             INDEXED BY CAT-IDX.
              10 WS-CAT-CATEGORY       PIC X(30).
              10 WS-CAT-CASES          PIC 9(5).
              10 WS-CAT-STOLEN         PIC 9(9)V99.
              10 WS-CAT-RECOVERED      PIC 9(9)V99.
       01 WS-DST-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 50 TIMES
                             INDEXED BY DST-IDX.
              10 WS-DST-DISTRICT       PIC X(3).
              10 WS-DST-CASES          PIC 9(5).
              10 WS-DST-STOLEN         PIC 9(9)V99.
              10 WS-DST-RECOVERED      PIC 9(9)V99.
       01 WS-BND-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-BND-TABLE.
           05 WS-BND-ENTRY OCCURS 21 TIMES
                             INDEXED BY BND-IDX.
              10 WS-BND-LIMIT          PIC 9(9).
              10 WS-BND-CASES          PIC 9(5).
              10 WS-BND-STOLEN         PIC 9(9)V99.
              10 WS-BND-RECOVERED      PIC 9(9)V99.
       01 WS-CITY-CASES            PIC 9(5)     VALUE 0.
       01 WS-CITY-STOLEN           PIC 9(9)V99  VALUE 0.
       01 WS-CITY-RECOVERED        PIC 9(9)V99  VALUE 0.

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-LINES-READ            PIC 9(7)     VALUE 0.
       01 WS-LINES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-CASES-IN-MONTH        PIC 9(7)     VALUE 0.
       01 WS-CASES-IN-MONTHZ       PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  LSR-HEADING-1.
           05                 PIC X(36)
                   VALUE 'STOLEN PROPERTY LOSS REPORT - MONTH '.
           05  LSH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  LSH-MONTH      PIC X(2).
       01  LSR-SECTION-HEADING.
           05  LSS-TITLE          PIC X(32).
           05                     PIC X(6)  VALUE ' CASES'.
           05                     PIC X(16)
                   VALUE '          STOLEN'.
           05                     PIC X(16)
                   VALUE '       RECOVERED'.
       01  LSR-DETAIL-LINE.
           05  LSD-KEY            PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  LSD-CASES          PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  LSD-STOLEN         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  LSD-RECOVERED      PIC ZZZ,ZZZ,ZZ9.99.
       01  LSR-BAND-KEY.
           05  LSB-TEXT           PIC X(8).
           05  LSB-LIMIT          PIC $$$$,$$$,$$9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-BEAT-REFERENCE.
           PERFORM 300-READ-PROPERTY-LINE UNTIL PROP-EOF.
           PERFORM 400-WRITE-LOSS-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies LOSSRPT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE BAND TABLE ENDS WITH AN OPEN TOP BAND (LIMIT ALL NINES)
      * SO EVERY CASE FINDS A BAND
      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT MONTH-CTL-FILE.
           PERFORM 155-READ-MONTH-CTL-REC UNTIL CTL-EOF.
           CLOSE MONTH-CTL-FILE.
           IF WS-RPT-YEAR = SPACES
               DISPLAY '*** MONCTL MON CARD MISSING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT LOSS-CTL-FILE.
           PERFORM 157-READ-LOSS-CTL-REC UNTIL CTL-EOF.
           CLOSE LOSS-CTL-FILE.
           ADD 1 TO WS-BND-TAB-MAX.
           MOVE 999999999 TO WS-BND-LIMIT(WS-BND-TAB-MAX).
           MOVE 0 TO WS-BND-CASES(WS-BND-TAB-MAX).
           MOVE 0 TO WS-BND-STOLEN(WS-BND-TAB-MAX).
           MOVE 0 TO WS-BND-RECOVERED(WS-BND-TAB-MAX).

       155-READ-MONTH-CTL-REC.
           READ MONTH-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF MCC-TYPE = 'MON '
                   MOVE MCC-YEAR TO WS-RPT-YEAR
                   MOVE MCC-MONTH TO WS-RPT-MONTH
               END-IF
           END-IF.

       157-READ-LOSS-CTL-REC.
           READ LOSS-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF LSC-TYPE = 'BAND' AND WS-BND-TAB-MAX < 20
                   ADD 1 TO WS-BND-TAB-MAX
                   COMPUTE WS-BND-LIMIT(WS-BND-TAB-MAX) =
                           FUNCTION NUMVAL(LSC-VALUE)
                   MOVE 0 TO WS-BND-CASES(WS-BND-TAB-MAX)
                   MOVE 0 TO WS-BND-STOLEN(WS-BND-TAB-MAX)
                   MOVE 0 TO WS-BND-RECOVERED(WS-BND-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * NO LOSS MASTER YET (PROPMNT NEVER RUN) PRINTS AN EMPTY REPORT
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT PROP-MASTER-FILE.
           IF WS-PROPMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-PROP-EOF-SWITCH
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT LOSS-REPORT-FILE.

      *****************************************************************
       250-LOAD-BEAT-REFERENCE.
           OPEN INPUT BEAT-REF-FILE.
           PERFORM 255-READ-BEAT-REF-REC UNTIL REF-EOF.
           CLOSE BEAT-REF-FILE.

       255-READ-BEAT-REF-REC.
           READ BEAT-REF-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF
               ADD 1 TO WS-REF-TAB-MAX
               MOVE BRF-BEAT TO WS-REF-BEAT(WS-REF-TAB-MAX)
               MOVE BRF-DISTRICT TO WS-REF-DISTRICT(WS-REF-TAB-MAX)
               MOVE BRF-EFF-DATE TO WS-REF-EFF-DATE(WS-REF-TAB-MAX)
               MOVE BRF-END-DATE TO WS-REF-END-DATE(WS-REF-TAB-MAX)
           END-IF.

      *****************************************************************
      * ONE PASS OF THE LOSS MASTER IN CASE ORDER - A CHANGE OF CASE
      * (OR END OF FILE) CLOSES OUT THE PREVIOUS CASE'S TOTALS
      *****************************************************************
       300-READ-PROPERTY-LINE.
           READ PROP-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PROP-EOF-SWITCH
           END-READ.
           IF PROP-EOF
               PERFORM 320-CLOSE-OUT-CASE
           ELSE
               ADD 1 TO WS-LINES-READ
               IF PR-CASE-NUMBER NOT = WS-CURRENT-CASE
                   PERFORM 320-CLOSE-OUT-CASE
                   MOVE PR-CASE-NUMBER TO WS-CURRENT-CASE
                   ADD 1 TO WS-CASES-READ
               END-IF
               ADD PR-STOLEN-VALUE TO WS-CASE-STOLEN
               ADD PR-RECOVERED-VALUE TO WS-CASE-RECOVERED
           END-IF.

      *A CASE COUNTS WHEN ITS INCIDENT DATE IS IN THE REPORT MONTH*****
       320-CLOSE-OUT-CASE.
           IF WS-CURRENT-CASE NOT = SPACES
               MOVE WS-CURRENT-CASE TO CM-CASE-NUMBER
               READ CASE-MASTER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CASEMAST-STATUS
               END-READ
               IF WS-CASEMAST-STATUS = '00'
                   CALL CONVERT-DATE USING CM-DATE-TIME
                                   WS-DATE-CONVR
                                   WS-TIME-CONVR
                                   WS-CONVDATE-STATUS
                   IF WS-CONVDATE-VALID
                      AND WS-YEAR = WS-RPT-YEAR
                      AND WS-MONTH = WS-RPT-MONTH
                       ADD 1 TO WS-CASES-IN-MONTH
                       MOVE WS-YEAR9 TO WS-INC-YEAR
                       MOVE WS-MONTH9 TO WS-INC-MONTH
                       MOVE WS-DAY9 TO WS-INC-DAY
                       PERFORM 330-TALLY-ONE-CASE
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-CASE-STOLEN.
           MOVE 0 TO WS-CASE-RECOVERED.

       330-TALLY-ONE-CASE.
           ADD 1 TO WS-CITY-CASES.
           ADD WS-CASE-STOLEN TO WS-CITY-STOLEN.
           ADD WS-CASE-RECOVERED TO WS-CITY-RECOVERED.
           PERFORM 340-FIND-CATEGORY-ENTRY.
           IF WS-FOUND
               ADD 1 TO WS-CAT-CASES(CAT-IDX)
               ADD WS-CASE-STOLEN TO WS-CAT-STOLEN(CAT-IDX)
               ADD WS-CASE-RECOVERED TO WS-CAT-RECOVERED(CAT-IDX)
           END-IF.
           PERFORM 350-LOOK-UP-DISTRICT.
           PERFORM 360-FIND-DISTRICT-ENTRY.
           IF WS-FOUND
               ADD 1 TO WS-DST-CASES(DST-IDX)
               ADD WS-CASE-STOLEN TO WS-DST-STOLEN(DST-IDX)
               ADD WS-CASE-RECOVERED TO WS-DST-RECOVERED(DST-IDX)
           END-IF.
           PERFORM 370-FIND-VALUE-BAND.
           ADD 1 TO WS-BND-CASES(BND-IDX).
           ADD WS-CASE-STOLEN TO WS-BND-STOLEN(BND-IDX).
           ADD WS-CASE-RECOVERED TO WS-BND-RECOVERED(BND-IDX).

       340-FIND-CATEGORY-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX TO 1.
           PERFORM 345-SEARCH-CATEGORY-ENTRY
               UNTIL CAT-IDX > WS-CAT-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-CAT-TAB-MAX < 100
               ADD 1 TO WS-CAT-TAB-MAX
               SET CAT-IDX TO WS-CAT-TAB-MAX
               MOVE CM-PRIMARY-CRIME TO WS-CAT-CATEGORY(CAT-IDX)
               MOVE 0 TO WS-CAT-CASES(CAT-IDX)
               MOVE 0 TO WS-CAT-STOLEN(CAT-IDX)
               MOVE 0 TO WS-CAT-RECOVERED(CAT-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       345-SEARCH-CATEGORY-ENTRY.
           IF WS-CAT-CATEGORY(CAT-IDX) = CM-PRIMARY-CRIME
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAT-IDX UP BY 1
           END-IF.

      *A BEAT NOT ON THE REFERENCE ROLLS UP UNDER DISTRICT '???'*******
       350-LOOK-UP-DISTRICT.
           MOVE '???' TO WS-CASE-DISTRICT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET REF-IDX TO 1.
           PERFORM 355-SEARCH-BEAT-REF
               UNTIL REF-IDX > WS-REF-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-REF-DISTRICT(REF-IDX) TO WS-CASE-DISTRICT
           END-IF.

       355-SEARCH-BEAT-REF.
           IF WS-REF-BEAT(REF-IDX) = CM-BEAT
              AND WS-INC-DATE-X NOT < WS-REF-EFF-DATE(REF-IDX)
              AND WS-INC-DATE-X NOT > WS-REF-END-DATE(REF-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET REF-IDX UP BY 1
           END-IF.

       360-FIND-DISTRICT-ENTRY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET DST-IDX TO 1.
           PERFORM 365-SEARCH-DISTRICT-ENTRY
               UNTIL DST-IDX > WS-DST-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-DST-TAB-MAX < 50
               ADD 1 TO WS-DST-TAB-MAX
               SET DST-IDX TO WS-DST-TAB-MAX
               MOVE WS-CASE-DISTRICT TO WS-DST-DISTRICT(DST-IDX)
               MOVE 0 TO WS-DST-CASES(DST-IDX)
               MOVE 0 TO WS-DST-STOLEN(DST-IDX)
               MOVE 0 TO WS-DST-RECOVERED(DST-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       365-SEARCH-DISTRICT-ENTRY.
           IF WS-DST-DISTRICT(DST-IDX) = WS-CASE-DISTRICT
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET DST-IDX UP BY 1
           END-IF.

      *THE FIRST BAND WHOSE LIMIT COVERS THE CASE'S STOLEN TOTAL*******
       370-FIND-VALUE-BAND.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET BND-IDX TO 1.
           PERFORM 375-SEARCH-VALUE-BAND
               UNTIL BND-IDX >= WS-BND-TAB-MAX OR WS-FOUND.

       375-SEARCH-VALUE-BAND.
           IF WS-CASE-STOLEN NOT > WS-BND-LIMIT(BND-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET BND-IDX UP BY 1
           END-IF.

      *****************************************************************
       400-WRITE-LOSS-REPORT.
           MOVE WS-RPT-YEAR TO LSH-YEAR.
           MOVE WS-RPT-MONTH TO LSH-MONTH.
           MOVE LSR-HEADING-1 TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           MOVE SPACES TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           MOVE 'BY CATEGORY' TO LSS-TITLE.
           MOVE LSR-SECTION-HEADING TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           SET CAT-IDX TO 1.
           PERFORM 410-WRITE-CATEGORY-LINE
               UNTIL CAT-IDX > WS-CAT-TAB-MAX.
           MOVE SPACES TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           MOVE 'BY DISTRICT' TO LSS-TITLE.
           MOVE LSR-SECTION-HEADING TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           SET DST-IDX TO 1.
           PERFORM 420-WRITE-DISTRICT-LINE
               UNTIL DST-IDX > WS-DST-TAB-MAX.
           MOVE SPACES TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           MOVE 'BY VALUE BAND (CASE TOTAL)' TO LSS-TITLE.
           MOVE LSR-SECTION-HEADING TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           SET BND-IDX TO 1.
           PERFORM 430-WRITE-BAND-LINE
               UNTIL BND-IDX > WS-BND-TAB-MAX.
           MOVE SPACES TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           MOVE 'CITYWIDE' TO LSD-KEY.
           MOVE WS-CITY-CASES TO LSD-CASES.
           MOVE WS-CITY-STOLEN TO LSD-STOLEN.
           MOVE WS-CITY-RECOVERED TO LSD-RECOVERED.
           MOVE LSR-DETAIL-LINE TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.

       410-WRITE-CATEGORY-LINE.
           MOVE WS-CAT-CATEGORY(CAT-IDX) TO LSD-KEY.
           MOVE WS-CAT-CASES(CAT-IDX) TO LSD-CASES.
           MOVE WS-CAT-STOLEN(CAT-IDX) TO LSD-STOLEN.
           MOVE WS-CAT-RECOVERED(CAT-IDX) TO LSD-RECOVERED.
           MOVE LSR-DETAIL-LINE TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           SET CAT-IDX UP BY 1.

       420-WRITE-DISTRICT-LINE.
           MOVE SPACES TO LSD-KEY.
           MOVE WS-DST-DISTRICT(DST-IDX) TO LSD-KEY(1:3).
           MOVE WS-DST-CASES(DST-IDX) TO LSD-CASES.
           MOVE WS-DST-STOLEN(DST-IDX) TO LSD-STOLEN.
           MOVE WS-DST-RECOVERED(DST-IDX) TO LSD-RECOVERED.
           MOVE LSR-DETAIL-LINE TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           SET DST-IDX UP BY 1.

      *THE OPEN TOP BAND PRINTS AS OVER THE LAST CONTROL LIMIT*********
       430-WRITE-BAND-LINE.
           IF BND-IDX = WS-BND-TAB-MAX AND WS-BND-TAB-MAX > 1
               MOVE 'OVER' TO LSB-TEXT
               MOVE WS-BND-LIMIT(BND-IDX - 1) TO LSB-LIMIT
           ELSE
               IF BND-IDX = WS-BND-TAB-MAX
                   MOVE 'ALL' TO LSB-TEXT
                   MOVE 0 TO LSB-LIMIT
               ELSE
                   MOVE 'UP TO' TO LSB-TEXT
                   MOVE WS-BND-LIMIT(BND-IDX) TO LSB-LIMIT
               END-IF
           END-IF.
           MOVE LSR-BAND-KEY TO LSD-KEY.
           MOVE WS-BND-CASES(BND-IDX) TO LSD-CASES.
           MOVE WS-BND-STOLEN(BND-IDX) TO LSD-STOLEN.
           MOVE WS-BND-RECOVERED(BND-IDX) TO LSD-RECOVERED.
           MOVE LSR-DETAIL-LINE TO LSR-OUT-REC.
           WRITE LSR-OUT-REC.
           SET BND-IDX UP BY 1.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-LINES-READ TO WS-LINES-READZ.
           DISPLAY 'Property Lines Read       : ' WS-LINES-READZ.
           MOVE WS-CASES-READ TO WS-CASES-READZ.
           DISPLAY 'Cases With Property       : ' WS-CASES-READZ.
           MOVE WS-CASES-IN-MONTH TO WS-CASES-IN-MONTHZ.
           DISPLAY 'Cases In Report Month     : ' WS-CASES-IN-MONTHZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-PROPMAST-STATUS = '00' OR WS-PROPMAST-STATUS = '10'
               CLOSE PROP-MASTER-FILE
           END-IF.
           CLOSE CASE-MASTER-FILE
                 LOSS-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
