      *****************************************************************
      *PURPOSE: Monthly repeat-offender report.  The detective units
      *built this list by hand from the court packages.  This program
      *reads the ARRLINK case-to-person link file BOOKIN loads (keyed
      *person id then case, so each person's cases arrive together),
      *looks every linked case up on CASEMAST, and keeps the cases
      *whose incident date falls inside the REPCTL rolling window
      *ending on the last day of the MONCTL report month.  Anyone
      *linked to the REPCTL minimum number of cases or more inside
      *the window is listed with name and date of birth from ARRMAST
      *and one line per case showing the category (primary crime)
      *and beat.  The report closes with the repeat offenders' case
      *counts by category and by beat.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      REPOFFND.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARREST-LINK-FILE ASSIGN TO ARRLINK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS WS-ARRLINK-STATUS.
           SELECT ARREST-MASTER-FILE ASSIGN TO ARRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-PERSON-ID
           FILE STATUS IS WS-ARRMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REP-CTL-FILE ASSIGN TO REPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPEAT-RPT-FILE ASSIGN TO REPOFFND
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CASE-TO-PERSON LINK LOADED BY BOOKIN************************
       FD  ARREST-LINK-FILE.
       01  ARREST-LINK-REC.
           05  AL-KEY.
               10  AL-PERSON-ID             PIC X(9).
               10  AL-CASE-NUMBER           PIC X(8).
           05  AL-BOOKING-NO                PIC X(10).
           05  AL-ARREST-DATE               PIC X(8).
           05  AL-CHARGE-IUCR               PIC X(4).

      *****ARRESTEE MASTER LOADED BY BOOKIN****************************
       FD  ARREST-MASTER-FILE.
       01  ARREST-MASTER-REC.
           05  AM-PERSON-ID                 PIC X(9).
           05  AM-LAST-NAME                 PIC X(20).
           05  AM-FIRST-NAME                PIC X(15).
           05  AM-MIDDLE-INIT               PIC X(1).
           05  AM-DOB                       PIC X(8).
           05  AM-SEX                       PIC X(1).
           05  AM-ADDRESS                   PIC X(40).
           05  AM-CITY                      PIC X(20).
           05  AM-STATE                     PIC X(2).
           05  AM-ZIP                       PIC X(5).
           05  AM-FIRST-BOOKED              PIC X(8).
           05  AM-LAST-BOOKED               PIC X(8).

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

      *****CONTROL CARD - THE REPORT MONTH (CCYYMM)********************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      *****************************************************************
      * CONTROL FILE - MINC = THE MINIMUM LINKED CASES THAT MAKES A
      *                       REPEAT OFFENDER
      *                DAYS = THE ROLLING WINDOW IN DAYS
      *****************************************************************
       FD  REP-CTL-FILE.
       01  REP-CTL-REC.
           05  RPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  RPC-VALUE                    PIC X(9).

      ***REPEAT-OFFENDER REPORT****************************************
       FD  REPEAT-RPT-FILE.
       01  REP-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-LINK-EOF-SWITCH       PIC X        VALUE 'N'.
              88 LINK-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-ARRLINK-STATUS            PIC XX.
       01 WS-ARRMAST-STATUS            PIC XX.
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
       01 WS-MIN-CASES             PIC 9(3)     VALUE 3.
       01 WS-WINDOW-DAYS           PIC 9(4)     VALUE 365.

      *****ROLLING WINDOW - DAY NUMBERS FROM INTEGER-OF-DATE***********
       01 WS-NEXT-MONTH-START.
           05 WS-NMS-YEAR              PIC 9(4).
           05 WS-NMS-MONTH             PIC 99.
           05 WS-NMS-DAY               PIC 99     VALUE 1.
       01 WS-NEXT-MONTH-START-9 REDEFINES WS-NEXT-MONTH-START
                                       PIC 9(8).
       01 WS-WINDOW-END-INT        PIC 9(7).
       01 WS-WINDOW-START-INT      PIC 9(7).
       01 WS-INCIDENT-DATE.
           05 WS-INC-YEAR              PIC 9(4).
           05 WS-INC-MONTH             PIC 99.
           05 WS-INC-DAY               PIC 99.
       01 WS-INCIDENT-DATE-9 REDEFINES WS-INCIDENT-DATE PIC 9(8).
       01 WS-INCIDENT-INT          PIC 9(7).

      *****ONE PERSON'S IN-WINDOW CASES, HELD UNTIL THE PERSON BREAKS**
       01 WS-CURRENT-PERSON        PIC X(9)     VALUE SPACES.
       01 WS-PCS-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-PCS-TABLE.
           05 WS-PCS-ENTRY OCCURS 200 TIMES
                             INDEXED BY PCS-IDX.
              10 WS-PCS-CASE-NUMBER    PIC X(8).
              10 WS-PCS-DATE-TIME      PIC X(15).
              10 WS-PCS-CATEGORY       PIC X(30).
              10 WS-PCS-BEAT           PIC X(4).

      *****REPEAT OFFENDERS' CASES BY CATEGORY AND BY BEAT*************
       01 WS-CAT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 100 TIMES
                             INDEXED BY CAT-IDX.
              10 WS-CAT-CATEGORY       PIC X(30).
              10 WS-CAT-CASES          PIC 9(5).
       01 WS-BT-TAB-MAX            PIC 9(3)     VALUE 0.
       01 WS-BT-TABLE.
           05 WS-BT-ENTRY OCCURS 300 TIMES
                             INDEXED BY BT-IDX.
              10 WS-BT-BEAT            PIC X(4).
              10 WS-BT-CASES           PIC 9(5).

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-LINKS-READ            PIC 9(7)     VALUE 0.
       01 WS-LINKS-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-PERSONS-READ          PIC 9(7)     VALUE 0.
       01 WS-PERSONS-READZ         PIC Z,ZZZ,ZZ9.
       01 WS-REPEAT-OFFENDERS      PIC 9(5)     VALUE 0.
       01 WS-REPEAT-OFFENDERSZ     PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REP-HEADING-1.
           05                 PIC X(32)
                   VALUE 'REPEAT-OFFENDER REPORT - MONTH '.
           05  RPH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  RPH-MONTH      PIC X(2).
           05                 PIC X(7)  VALUE '  LAST '.
           05  RPH-DAYS       PIC ZZZ9.
           05                 PIC X(11) VALUE ' DAYS, MIN '.
           05  RPH-MIN        PIC ZZ9.
           05                 PIC X(6)  VALUE ' CASES'.
       01  REP-PERSON-LINE.
           05  RPP-PERSON-ID      PIC X(9).
           05                     PIC X(2)  VALUE SPACES.
           05  RPP-LAST-NAME      PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  RPP-FIRST-NAME     PIC X(15).
           05                     PIC X(6)  VALUE '  DOB '.
           05  RPP-DOB            PIC X(8).
           05                     PIC X(8)  VALUE '  CASES '.
           05  RPP-CASES          PIC ZZ9.
       01  REP-CASE-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  RPC-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RPC-DATE-TIME      PIC X(15).
           05                     PIC X(2)  VALUE SPACES.
           05  RPC-CATEGORY       PIC X(30).
           05                     PIC X(7)  VALUE '  BEAT '.
           05  RPC-BEAT           PIC X(4).
       01  REP-TALLY-HEADING.
           05  RTH-TEXT           PIC X(40).
       01  REP-TALLY-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  RTL-KEY            PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  RTL-CASES          PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-LINK-FILE UNTIL LINK-EOF.
           PERFORM 400-WRITE-TALLY-SECTIONS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies REPOFFND*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE WINDOW ENDS ON THE LAST DAY OF THE MONCTL MONTH AND RUNS
      * BACK REPCTL DAYS, SO A RERUN OF AN OLD MONTH REPRODUCES IT
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
           OPEN INPUT REP-CTL-FILE.
           PERFORM 157-READ-REP-CTL-REC UNTIL CTL-EOF.
           CLOSE REP-CTL-FILE.
           MOVE WS-RPT-YEAR TO WS-NMS-YEAR.
           MOVE WS-RPT-MONTH TO WS-NMS-MONTH.
           IF WS-NMS-MONTH = 12
               MOVE 1 TO WS-NMS-MONTH
               ADD 1 TO WS-NMS-YEAR
           ELSE
               ADD 1 TO WS-NMS-MONTH
           END-IF.
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-9) - 1.
           COMPUTE WS-WINDOW-START-INT =
               WS-WINDOW-END-INT - WS-WINDOW-DAYS + 1.

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

       157-READ-REP-CTL-REC.
           READ REP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE RPC-TYPE
                   WHEN 'MINC'
                       COMPUTE WS-MIN-CASES =
                               FUNCTION NUMVAL(RPC-VALUE)
                   WHEN 'DAYS'
                       COMPUTE WS-WINDOW-DAYS =
                               FUNCTION NUMVAL(RPC-VALUE)
               END-EVALUATE
           END-IF.

      *****************************************************************
      * NO LINK FILE YET (BOOKIN NEVER RUN) PRINTS AN EMPTY REPORT
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT ARREST-LINK-FILE.
           IF WS-ARRLINK-STATUS NOT = '00'
               MOVE 'Y' TO WS-LINK-EOF-SWITCH
           END-IF.
           OPEN INPUT ARREST-MASTER-FILE.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT REPEAT-RPT-FILE.
           MOVE WS-RPT-YEAR TO RPH-YEAR.
           MOVE WS-RPT-MONTH TO RPH-MONTH.
           MOVE WS-WINDOW-DAYS TO RPH-DAYS.
           MOVE WS-MIN-CASES TO RPH-MIN.
           MOVE REP-HEADING-1 TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           MOVE SPACES TO REP-OUT-REC.
           WRITE REP-OUT-REC.

      *****************************************************************
      * ONE PASS OF THE LINK FILE IN PERSON ORDER - A CHANGE OF PERSON
      * (OR END OF FILE) CLOSES OUT THE PREVIOUS PERSON'S CASES
      *****************************************************************
       300-READ-LINK-FILE.
           READ ARREST-LINK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-LINK-EOF-SWITCH
           END-READ.
           IF LINK-EOF
               PERFORM 350-CLOSE-OUT-PERSON
           ELSE
               ADD 1 TO WS-LINKS-READ
               IF AL-PERSON-ID NOT = WS-CURRENT-PERSON
                   PERFORM 350-CLOSE-OUT-PERSON
                   MOVE AL-PERSON-ID TO WS-CURRENT-PERSON
                   ADD 1 TO WS-PERSONS-READ
               END-IF
               PERFORM 310-COLLECT-LINKED-CASE
           END-IF.

      *A LINKED CASE COUNTS WHEN ITS INCIDENT DATE IS IN THE WINDOW****
       310-COLLECT-LINKED-CASE.
           MOVE AL-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY
                   MOVE '23' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               CALL CONVERT-DATE USING CM-DATE-TIME
                               WS-DATE-CONVR
                               WS-TIME-CONVR
                               WS-CONVDATE-STATUS
               IF WS-CONVDATE-VALID
                   MOVE WS-YEAR9 TO WS-INC-YEAR
                   MOVE WS-MONTH9 TO WS-INC-MONTH
                   MOVE WS-DAY9 TO WS-INC-DAY
                   COMPUTE WS-INCIDENT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-INCIDENT-DATE-9)
                   IF WS-INCIDENT-INT NOT < WS-WINDOW-START-INT
                      AND WS-INCIDENT-INT NOT > WS-WINDOW-END-INT
                      AND WS-PCS-TAB-MAX < 200
                       ADD 1 TO WS-PCS-TAB-MAX
                       SET PCS-IDX TO WS-PCS-TAB-MAX
                       MOVE CM-CASE-NUMBER
                            TO WS-PCS-CASE-NUMBER(PCS-IDX)
                       MOVE CM-DATE-TIME TO WS-PCS-DATE-TIME(PCS-IDX)
                       MOVE CM-PRIMARY-CRIME
                            TO WS-PCS-CATEGORY(PCS-IDX)
                       MOVE CM-BEAT TO WS-PCS-BEAT(PCS-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A PERSON AT OR OVER THE MINIMUM PRINTS WITH EVERY IN-WINDOW
      * CASE, AND THOSE CASES FEED THE CATEGORY AND BEAT TALLIES
      *****************************************************************
       350-CLOSE-OUT-PERSON.
           IF WS-CURRENT-PERSON NOT = SPACES
              AND WS-PCS-TAB-MAX NOT < WS-MIN-CASES
              AND WS-PCS-TAB-MAX > 0
               ADD 1 TO WS-REPEAT-OFFENDERS
               PERFORM 360-WRITE-PERSON-LINE
               SET PCS-IDX TO 1
               PERFORM 370-WRITE-CASE-LINE
                   UNTIL PCS-IDX > WS-PCS-TAB-MAX
               MOVE SPACES TO REP-OUT-REC
               WRITE REP-OUT-REC
           END-IF.
           MOVE 0 TO WS-PCS-TAB-MAX.

       360-WRITE-PERSON-LINE.
           MOVE WS-CURRENT-PERSON TO AM-PERSON-ID.
           READ ARREST-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON ARRESTEE MASTER' TO AM-LAST-NAME
                   MOVE SPACES TO AM-FIRST-NAME
                   MOVE SPACES TO AM-DOB
           END-READ.
           MOVE WS-CURRENT-PERSON TO RPP-PERSON-ID.
           MOVE AM-LAST-NAME TO RPP-LAST-NAME.
           MOVE AM-FIRST-NAME TO RPP-FIRST-NAME.
           MOVE AM-DOB TO RPP-DOB.
           MOVE WS-PCS-TAB-MAX TO RPP-CASES.
           MOVE REP-PERSON-LINE TO REP-OUT-REC.
           WRITE REP-OUT-REC.

       370-WRITE-CASE-LINE.
           MOVE WS-PCS-CASE-NUMBER(PCS-IDX) TO RPC-CASE-NUMBER.
           MOVE WS-PCS-DATE-TIME(PCS-IDX) TO RPC-DATE-TIME.
           MOVE WS-PCS-CATEGORY(PCS-IDX) TO RPC-CATEGORY.
           MOVE WS-PCS-BEAT(PCS-IDX) TO RPC-BEAT.
           MOVE REP-CASE-LINE TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           PERFORM 380-TALLY-CATEGORY.
           PERFORM 390-TALLY-BEAT.
           SET PCS-IDX UP BY 1.

       380-TALLY-CATEGORY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAT-IDX TO 1.
           PERFORM 385-SEARCH-CATEGORY-ENTRY
               UNTIL CAT-IDX > WS-CAT-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-CAT-TAB-MAX < 100
               ADD 1 TO WS-CAT-TAB-MAX
               SET CAT-IDX TO WS-CAT-TAB-MAX
               MOVE WS-PCS-CATEGORY(PCS-IDX)
                    TO WS-CAT-CATEGORY(CAT-IDX)
               MOVE 0 TO WS-CAT-CASES(CAT-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-CAT-CASES(CAT-IDX)
           END-IF.

       385-SEARCH-CATEGORY-ENTRY.
           IF WS-CAT-CATEGORY(CAT-IDX) = WS-PCS-CATEGORY(PCS-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAT-IDX UP BY 1
           END-IF.

       390-TALLY-BEAT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET BT-IDX TO 1.
           PERFORM 395-SEARCH-BEAT-ENTRY
               UNTIL BT-IDX > WS-BT-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-BT-TAB-MAX < 300
               ADD 1 TO WS-BT-TAB-MAX
               SET BT-IDX TO WS-BT-TAB-MAX
               MOVE WS-PCS-BEAT(PCS-IDX) TO WS-BT-BEAT(BT-IDX)
               MOVE 0 TO WS-BT-CASES(BT-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-BT-CASES(BT-IDX)
           END-IF.

       395-SEARCH-BEAT-ENTRY.
           IF WS-BT-BEAT(BT-IDX) = WS-PCS-BEAT(PCS-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET BT-IDX UP BY 1
           END-IF.

      *****************************************************************
       400-WRITE-TALLY-SECTIONS.
           MOVE 'REPEAT-OFFENDER CASES BY CATEGORY' TO RTH-TEXT.
           MOVE REP-TALLY-HEADING TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           SET CAT-IDX TO 1.
           PERFORM 410-WRITE-CATEGORY-TALLY
               UNTIL CAT-IDX > WS-CAT-TAB-MAX.
           MOVE SPACES TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           MOVE 'REPEAT-OFFENDER CASES BY BEAT' TO RTH-TEXT.
           MOVE REP-TALLY-HEADING TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           SET BT-IDX TO 1.
           PERFORM 420-WRITE-BEAT-TALLY
               UNTIL BT-IDX > WS-BT-TAB-MAX.

       410-WRITE-CATEGORY-TALLY.
           MOVE WS-CAT-CATEGORY(CAT-IDX) TO RTL-KEY.
           MOVE WS-CAT-CASES(CAT-IDX) TO RTL-CASES.
           MOVE REP-TALLY-LINE TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           SET CAT-IDX UP BY 1.

       420-WRITE-BEAT-TALLY.
           MOVE WS-BT-BEAT(BT-IDX) TO RTL-KEY.
           MOVE WS-BT-CASES(BT-IDX) TO RTL-CASES.
           MOVE REP-TALLY-LINE TO REP-OUT-REC.
           WRITE REP-OUT-REC.
           SET BT-IDX UP BY 1.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-LINKS-READ TO WS-LINKS-READZ.
           DISPLAY 'Case Links Read           : ' WS-LINKS-READZ.
           MOVE WS-PERSONS-READ TO WS-PERSONS-READZ.
           DISPLAY 'Persons Read              : ' WS-PERSONS-READZ.
           MOVE WS-REPEAT-OFFENDERS TO WS-REPEAT-OFFENDERSZ.
           DISPLAY 'Repeat Offenders Listed   : ' WS-REPEAT-OFFENDERSZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-ARRLINK-STATUS = '00' OR WS-ARRLINK-STATUS = '10'
               CLOSE ARREST-LINK-FILE
           END-IF.
           CLOSE ARREST-MASTER-FILE
                 CASE-MASTER-FILE
                 REPEAT-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
