      *****************************************************************
      *PURPOSE: State stolen-vehicle system entry extract.  Officers
      *were hand-keying every new theft onto the state hot list from
      *the morning paperwork.  This program reads the MVTWORK theft
      *work file the classifier writes, and for every theft inside
      *the SVSCTL lookback window that has not already been entered
      *(the SVSLOG interface history), has not already been
      *recovered (RECOVMST), and is not an excluded IUCR such as an
      *attempt, it joins the VEHMAST descriptor master and writes one
      *"EV" entry record to the state interface file, then logs the
      *entry to SVSLOG so the same vehicle is never sent twice.  A
      *theft with no descriptor on VEHMAST yet cannot be entered - it
      *is listed on the pending report for the auto theft unit to
      *key through VEHMNT, and qualifies again on the next night's
      *run.  SVSCANCL sends the matching cancel when the recovery
      *posts.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SVSENTRY.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRIME-FILE-IN ASSIGN TO CRIMEIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT VEH-MASTER-FILE ASSIGN TO VEHMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VM-CASE-NUMBER
           FILE STATUS IS WS-VEHMAST-STATUS.
           SELECT RECOV-MASTER-FILE ASSIGN TO RECOVMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVMST-STATUS.
           SELECT SVS-CTL-FILE ASSIGN TO SVSCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SVS-LOG-FILE ASSIGN TO SVSLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SVSLOG-STATUS.
           SELECT SVS-ENTRY-FILE ASSIGN TO SVSENTRY
           ORGANIZATION IS SEQUENTIAL.
           SELECT PENDING-RPT-FILE ASSIGN TO SVSPEND
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CRIME-FILE-IN.
      *****************************************************************
      * Chicago City Crime record - Length 266
      *****************************************************************
       01  CC-CRIME-RECORD.
           05  CC-CASE-NUMBER               PIC X(8).
           05  CC-DATE-TIME                 PIC X(15).
           05  CC-ADDRESS                   PIC X(40).
           05  CC-IUCR                      PIC X(4).
           05  CC-PRIMARY-CRIME             PIC X(30).
           05  CC-CRIME-DESC                PIC X(50).
           05  CC-LOCATION                  PIC X(50).
           05  CC-ARREST                    PIC X.
           05  CC-DOMESTIC                  PIC X.
           05  CC-BEAT                      PIC X(4).
           05  CC-WARD                      PIC X(2).
           05  CC-FBI-CODE                  PIC X(3).
           05  CC-X-COORD                   PIC X(7).
           05  CC-Y-COORD                   PIC X(7).
           05  CC-YEAR                      PIC X(4).
           05  CC-LAT                       PIC X(11).
           05  CC-LONG                      PIC X(12).
           05  CC-COMMUNITY-AREA            PIC X(2).
           05  CC-UPDATED-ON                PIC X(15).
      ******* End of Chicago City Crime Record *************************
       01  CC-TRAILER-RECORD REDEFINES CC-CRIME-RECORD.
           05  CT-CASE-NUMBER               PIC X(8).
           05  CT-REC-COUNT                 PIC 9(7).
           05  CT-MIN-DATE-TIME             PIC X(15).
           05  CT-MAX-DATE-TIME             PIC X(15).
           05  FILLER                       PIC X(221).

      *****VEHICLE DESCRIPTOR MASTER MAINTAINED BY VEHMNT**************
       FD  VEH-MASTER-FILE.
       01  VEH-MASTER-REC.
           05  VM-CASE-NUMBER               PIC X(8).
           05  VM-VIN                       PIC X(17).
           05  VM-PLATE-NUMBER              PIC X(10).
           05  VM-PLATE-STATE               PIC X(2).
           05  VM-MAKE                      PIC X(15).
           05  VM-MODEL                     PIC X(15).
           05  VM-MODEL-YEAR                PIC X(4).
           05  VM-COLOR                     PIC X(10).

      *****EXPANDED RECOVERY MASTER WRITTEN BY RECOVEDT****************
       FD  RECOV-MASTER-FILE.
       01  RECOV-MASTER-REC.
           05  RM-CASE-NUMBER               PIC X(8).
           05  RM-RECOVERED-FLAG            PIC X(1).
           05  RM-RECOVERY-DATE             PIC X(8).
           05  RM-RECOVERY-LOCATION         PIC X(30).

      *****************************************************************
      * CONTROL FILE - ORI  = THE AGENCY'S STATE ORIGINATING-AGENCY
      *                       IDENTIFIER STAMPED ON EVERY MESSAGE
      *                DAYS = THE LOOKBACK WINDOW FOR NEW THEFTS
      *                XICD = AN IUCR NEVER ENTERED (ATTEMPTS - NO
      *                       VEHICLE WAS TAKEN)
      *****************************************************************
       FD  SVS-CTL-FILE.
       01  SVS-CTL-REC.
           05  SCT-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  SCT-VALUE                    PIC X(9).

      *****************************************************************
      * STATE INTERFACE HISTORY - ONE ROW PER ENTRY ('E') OR CANCEL
      * ('C') SENT, WITH THE IDENTIFIERS AS SENT SO THE CANCEL CAN
      * QUOTE EXACTLY WHAT THE STATE HOLDS
      *****************************************************************
       FD  SVS-LOG-FILE.
       01  SVS-LOG-REC.
           05  SL-CASE-NUMBER               PIC X(8).
           05  SL-ACTION                    PIC X(1).
           05  SL-ACTION-DATE               PIC X(8).
           05  SL-VIN                       PIC X(17).
           05  SL-PLATE-NUMBER              PIC X(10).
           05  SL-PLATE-STATE               PIC X(2).

      *****************************************************************
      * STATE STOLEN-VEHICLE ENTRY FILE - ONE "EV" MESSAGE PER NEW
      * THEFT, COUNT TRAILER LAST
      *****************************************************************
       FD  SVS-ENTRY-FILE.
       01  SVS-ENTRY-REC.
           05  SE-MESSAGE-KEY               PIC X(4).
           05  SE-ORI                       PIC X(9).
           05  SE-OCA                       PIC X(8).
           05  SE-VIN                       PIC X(17).
           05  SE-PLATE-NUMBER              PIC X(10).
           05  SE-PLATE-STATE               PIC X(2).
           05  SE-MAKE                      PIC X(15).
           05  SE-MODEL                     PIC X(15).
           05  SE-MODEL-YEAR                PIC X(4).
           05  SE-COLOR                     PIC X(10).
           05  SE-THEFT-DATE                PIC X(8).
       01  SVS-ENTRY-TRAILER REDEFINES SVS-ENTRY-REC.
           05  SET-MESSAGE-KEY              PIC X(4).
           05  SET-ORI                      PIC X(9).
           05  SET-RUN-DATE                 PIC X(8).
           05  SET-REC-COUNT                PIC 9(7).
           05  FILLER                       PIC X(74).

      ***PENDING-DESCRIPTOR REPORT FOR THE AUTO THEFT UNIT*************
       FD  PENDING-RPT-FILE.
       01  PENDING-OUT-REC                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 EOF-SWITCH               PIC X        VALUE 'N'.
              88 EOF                                VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-MST-EOF-SWITCH        PIC X        VALUE 'N'.
              88 MST-EOF                            VALUE 'Y'.
           05 WS-LOG-EOF-SWITCH        PIC X        VALUE 'N'.
              88 LOG-EOF                            VALUE 'Y'.
           05 WS-RECOVERED-SWITCH      PIC X        VALUE 'N'.
              88 CASE-RECOVERED                     VALUE 'Y'.
           05 WS-ENTERED-SWITCH        PIC X        VALUE 'N'.
              88 ALREADY-ENTERED                    VALUE 'Y'.
           05 WS-EXCLUDED-SWITCH       PIC X        VALUE 'N'.
              88 IUCR-EXCLUDED                      VALUE 'Y'.
           05 WS-VEH-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 VEH-FOUND                          VALUE 'Y'.
       01 WS-VEHMAST-STATUS            PIC XX.
       01 WS-RECOVMST-STATUS           PIC XX.
       01 WS-SVSLOG-STATUS             PIC XX.
       01 WS-VEHMAST-AVAILABLE-SWITCH  PIC X        VALUE 'N'.
           88 VEHMAST-AVAILABLE                     VALUE 'Y'.

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
       01 WS-ORI                   PIC X(9)     VALUE SPACES.
       01 WS-LOOKBACK-DAYS         PIC 9(3)     VALUE 30.
       01 WS-XIC-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-XIC-TABLE.
           05 WS-XIC-ENTRY OCCURS 50 TIMES
                             INDEXED BY XIC-IDX.
              10 WS-XIC-IUCR           PIC X(4).

      *****DAY-WINDOW ARITHMETIC***************************************
       01 WS-TODAY                 PIC 9(8).
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-INCIDENT-DATE.
           05 WS-INC-YEAR              PIC 9(4).
           05 WS-INC-MONTH             PIC 99.
           05 WS-INC-DAY               PIC 99.
       01 WS-INCIDENT-DATE-9 REDEFINES WS-INCIDENT-DATE PIC 9(8).
       01 WS-DAYS-AGO              PIC S9(5).

      *****RECOVERY LOOKUP TABLE FROM RECOVMST*************************
       01 WS-RCV-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 5000 TIMES
                             INDEXED BY RCV-IDX.
              10 WS-RCV-CASE-NUMBER    PIC X(8).
              10 WS-RCV-FLAG           PIC X.

      *****CASES ALREADY ENTERED ON THE STATE SYSTEM (SVSLOG 'E')******
       01 WS-ENT-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 5000 TIMES
                             INDEXED BY ENT-IDX.
              10 WS-ENT-CASE-NUMBER    PIC X(8).

      *****ENTRY DISPOSITION COUNTERS**********************************
       01 WS-THEFTS-READ           PIC 9(7)     VALUE 0.
       01 WS-THEFTS-READZ          PIC Z,ZZZ,ZZ9.
       01 WS-ENTRIES-WRITTEN       PIC 9(7)     VALUE 0.
       01 WS-ENTRIES-WRITTENZ      PIC Z,ZZZ,ZZ9.
       01 WS-PENDING-COUNT         PIC 9(5)     VALUE 0.
       01 WS-PENDING-COUNTZ        PIC ZZ,ZZ9.
       01 WS-SKIP-ENTERED          PIC 9(7)     VALUE 0.
       01 WS-SKIP-ENTEREDZ         PIC Z,ZZZ,ZZ9.
       01 WS-SKIP-RECOVERED        PIC 9(5)     VALUE 0.
       01 WS-SKIP-RECOVEREDZ       PIC ZZ,ZZ9.
       01 WS-SKIP-EXCLUDED         PIC 9(5)     VALUE 0.
       01 WS-SKIP-EXCLUDEDZ        PIC ZZ,ZZ9.
       01 WS-SKIP-AGED             PIC 9(7)     VALUE 0.
       01 WS-SKIP-AGEDZ            PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  PND-HEADING-1.
           05                 PIC X(43)
                   VALUE 'STATE HOT LIST - THEFTS AWAITING A VEHICLE '.
           05                 PIC X(12) VALUE 'DESCRIPTOR  '.
           05  PNH-DATE       PIC X(8).
       01  PND-HEADING-2.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(17) VALUE 'STOLEN ON'.
           05                 PIC X(6)  VALUE 'BEAT'.
           05                 PIC X(40) VALUE 'ADDRESS'.
       01  PND-DETAIL-LINE.
           05  PND-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  PND-DATE-TIME      PIC X(15).
           05                     PIC X(2)  VALUE SPACES.
           05  PND-BEAT           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  PND-ADDRESS        PIC X(40).
       01  PND-TOTAL-LINE.
           05                 PIC X(30)
                   VALUE 'THEFTS AWAITING DESCRIPTOR : '.
           05  PNT-COUNT      PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-RECOVERY-TABLE.
           PERFORM 260-LOAD-ENTRY-HISTORY.
           PERFORM 280-WRITE-HEADINGS.
           PERFORM 300-READ-THEFT-FILE UNTIL EOF.
           PERFORM 450-WRITE-TRAILERS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SVSENTRY*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT SVS-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE SVS-CTL-FILE.
           IF WS-ORI = SPACES
               DISPLAY '*** SVSCTL HAS NO ORI ENTRY - ENTRIES WILL '
                       'BE REJECTED BY THE STATE ***'
           END-IF.

       155-READ-CONTROL-REC.
           READ SVS-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE SCT-TYPE
                   WHEN 'ORI '
                       MOVE SCT-VALUE TO WS-ORI
                   WHEN 'DAYS'
                       COMPUTE WS-LOOKBACK-DAYS =
                               FUNCTION NUMVAL(SCT-VALUE)
                   WHEN 'XICD'
                       IF WS-XIC-TAB-MAX < 50
                           ADD 1 TO WS-XIC-TAB-MAX
                           MOVE SCT-VALUE(1:4)
                                TO WS-XIC-IUCR(WS-XIC-TAB-MAX)
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE DESCRIPTOR MASTER IS ABSENT UNTIL VEHMNT'S FIRST RUN -
      * EVERY NEW THEFT THEN LANDS ON THE PENDING REPORT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT CRIME-FILE-IN.
           OPEN INPUT VEH-MASTER-FILE.
           IF WS-VEHMAST-STATUS = '00'
               MOVE 'Y' TO WS-VEHMAST-AVAILABLE-SWITCH
           END-IF.
           OPEN OUTPUT SVS-ENTRY-FILE.
           OPEN OUTPUT PENDING-RPT-FILE.

      *****************************************************************
      * THE RECOVERY MASTER IS ABSENT UNTIL RECOVEDT'S FIRST RUN -
      * NO THEFT IS THEN KNOWN TO BE RECOVERED
      *****************************************************************
       250-LOAD-RECOVERY-TABLE.
           OPEN INPUT RECOV-MASTER-FILE.
           IF WS-RECOVMST-STATUS NOT = '00'
               MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-IF.
           PERFORM 255-READ-RECOVERY-REC UNTIL MST-EOF.
           IF WS-RECOVMST-STATUS = '00' OR WS-RECOVMST-STATUS = '10'
               CLOSE RECOV-MASTER-FILE
           END-IF.

       255-READ-RECOVERY-REC.
           READ RECOV-MASTER-FILE
               AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-READ.
           IF NOT MST-EOF AND WS-RCV-TAB-MAX < 5000
               ADD 1 TO WS-RCV-TAB-MAX
               MOVE RM-CASE-NUMBER
                    TO WS-RCV-CASE-NUMBER(WS-RCV-TAB-MAX)
               MOVE RM-RECOVERED-FLAG TO WS-RCV-FLAG(WS-RCV-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE INTERFACE HISTORY MAY BE ABSENT ON THE FIRST RUN - TREAT
      * MISSING AS EMPTY, THEN REOPEN EXTEND FOR TONIGHT'S ENTRIES
      *****************************************************************
       260-LOAD-ENTRY-HISTORY.
           OPEN INPUT SVS-LOG-FILE.
           IF WS-SVSLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-IF.
           PERFORM 265-READ-LOG-REC UNTIL LOG-EOF.
           IF WS-SVSLOG-STATUS = '00' OR WS-SVSLOG-STATUS = '10'
               CLOSE SVS-LOG-FILE
           END-IF.
           OPEN EXTEND SVS-LOG-FILE.

       265-READ-LOG-REC.
           READ SVS-LOG-FILE
               AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
           END-READ.
           IF NOT LOG-EOF AND SL-ACTION = 'E'
              AND WS-ENT-TAB-MAX < 5000
               ADD 1 TO WS-ENT-TAB-MAX
               MOVE SL-CASE-NUMBER
                    TO WS-ENT-CASE-NUMBER(WS-ENT-TAB-MAX)
           END-IF.

       280-WRITE-HEADINGS.
           MOVE WS-TODAY TO PNH-DATE.
           MOVE PND-HEADING-1 TO PENDING-OUT-REC.
           WRITE PENDING-OUT-REC.
           MOVE PND-HEADING-2 TO PENDING-OUT-REC.
           WRITE PENDING-OUT-REC.

      *****************************************************************
      * ONE PASS OF THE THEFT WORK FILE - EACH CASE IS TESTED AGAINST
      * THE WINDOW, THE EXCLUSION LIST, THE HISTORY AND THE RECOVERY
      * MASTER BEFORE THE DESCRIPTOR LOOKUP
      *****************************************************************
       300-READ-THEFT-FILE.
           READ CRIME-FILE-IN
               AT END MOVE 'Y' TO EOF-SWITCH.

           IF NOT EOF
             IF CT-CASE-NUMBER = 'TRAILER '
                 MOVE 'Y' TO EOF-SWITCH
             ELSE
                ADD 1 TO WS-THEFTS-READ
                PERFORM 310-EVALUATE-THEFT-CASE
             END-IF
           END-IF.

       310-EVALUATE-THEFT-CASE.
           CALL CONVERT-DATE USING CC-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-INC-YEAR
               MOVE WS-MONTH9 TO WS-INC-MONTH
               MOVE WS-DAY9 TO WS-INC-DAY
               COMPUTE WS-DAYS-AGO = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(WS-INCIDENT-DATE-9)
               IF WS-DAYS-AGO NOT > WS-LOOKBACK-DAYS
                  AND WS-DAYS-AGO NOT < 0
                   PERFORM 320-SCREEN-THEFT-CASE
               ELSE
                   ADD 1 TO WS-SKIP-AGED
               END-IF
           END-IF.

       320-SCREEN-THEFT-CASE.
           PERFORM 330-CHECK-EXCLUDED-IUCR.
           IF IUCR-EXCLUDED
               ADD 1 TO WS-SKIP-EXCLUDED
           ELSE
               PERFORM 340-CHECK-ALREADY-ENTERED
               IF ALREADY-ENTERED
                   ADD 1 TO WS-SKIP-ENTERED
               ELSE
                   PERFORM 350-CHECK-RECOVERY-POSTED
                   IF CASE-RECOVERED
                       ADD 1 TO WS-SKIP-RECOVERED
                   ELSE
                       PERFORM 360-READ-DESCRIPTOR
                       IF VEH-FOUND
                           PERFORM 370-WRITE-ENTRY
                       ELSE
                           PERFORM 380-WRITE-PENDING-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       330-CHECK-EXCLUDED-IUCR.
           MOVE 'N' TO WS-EXCLUDED-SWITCH.
           SET XIC-IDX TO 1.
           PERFORM 335-SEARCH-EXCLUDED-ENTRY
               UNTIL XIC-IDX > WS-XIC-TAB-MAX OR IUCR-EXCLUDED.

       335-SEARCH-EXCLUDED-ENTRY.
           IF WS-XIC-IUCR(XIC-IDX) = CC-IUCR
               MOVE 'Y' TO WS-EXCLUDED-SWITCH
           ELSE
               SET XIC-IDX UP BY 1
           END-IF.

       340-CHECK-ALREADY-ENTERED.
           MOVE 'N' TO WS-ENTERED-SWITCH.
           SET ENT-IDX TO 1.
           PERFORM 345-SEARCH-ENTRY-HISTORY
               UNTIL ENT-IDX > WS-ENT-TAB-MAX OR ALREADY-ENTERED.

       345-SEARCH-ENTRY-HISTORY.
           IF WS-ENT-CASE-NUMBER(ENT-IDX) = CC-CASE-NUMBER
               MOVE 'Y' TO WS-ENTERED-SWITCH
           ELSE
               SET ENT-IDX UP BY 1
           END-IF.

       350-CHECK-RECOVERY-POSTED.
           MOVE 'N' TO WS-RECOVERED-SWITCH.
           SET RCV-IDX TO 1.
           PERFORM 355-SEARCH-RECOVERY-ENTRY
               UNTIL RCV-IDX > WS-RCV-TAB-MAX OR CASE-RECOVERED.

       355-SEARCH-RECOVERY-ENTRY.
           IF WS-RCV-CASE-NUMBER(RCV-IDX) = CC-CASE-NUMBER
              AND WS-RCV-FLAG(RCV-IDX) = 'Y'
               MOVE 'Y' TO WS-RECOVERED-SWITCH
           ELSE
               SET RCV-IDX UP BY 1
           END-IF.

       360-READ-DESCRIPTOR.
           MOVE 'N' TO WS-VEH-FOUND-SWITCH.
           IF VEHMAST-AVAILABLE
               MOVE CC-CASE-NUMBER TO VM-CASE-NUMBER
               READ VEH-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VEH-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VEH-FOUND-SWITCH
               END-READ
           END-IF.

      *****************************************************************
      * ONE "EV" MESSAGE PER VEHICLE, AND THE MATCHING 'E' HISTORY ROW
      * SO TOMORROW'S RUN - AND SVSCANCL - KNOW IT IS ON THE STATE LIST
      *****************************************************************
       370-WRITE-ENTRY.
           ADD 1 TO WS-ENTRIES-WRITTEN.
           MOVE 'EV  ' TO SE-MESSAGE-KEY.
           MOVE WS-ORI TO SE-ORI.
           MOVE CC-CASE-NUMBER TO SE-OCA.
           MOVE VM-VIN TO SE-VIN.
           MOVE VM-PLATE-NUMBER TO SE-PLATE-NUMBER.
           MOVE VM-PLATE-STATE TO SE-PLATE-STATE.
           MOVE VM-MAKE TO SE-MAKE.
           MOVE VM-MODEL TO SE-MODEL.
           MOVE VM-MODEL-YEAR TO SE-MODEL-YEAR.
           MOVE VM-COLOR TO SE-COLOR.
           MOVE WS-INCIDENT-DATE TO SE-THEFT-DATE.
           WRITE SVS-ENTRY-REC.
           MOVE CC-CASE-NUMBER TO SL-CASE-NUMBER.
           MOVE 'E' TO SL-ACTION.
           MOVE WS-TODAY TO SL-ACTION-DATE.
           MOVE VM-VIN TO SL-VIN.
           MOVE VM-PLATE-NUMBER TO SL-PLATE-NUMBER.
           MOVE VM-PLATE-STATE TO SL-PLATE-STATE.
           WRITE SVS-LOG-REC.
           IF WS-ENT-TAB-MAX < 5000
               ADD 1 TO WS-ENT-TAB-MAX
               MOVE CC-CASE-NUMBER
                    TO WS-ENT-CASE-NUMBER(WS-ENT-TAB-MAX)
           END-IF.

       380-WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE CC-CASE-NUMBER TO PND-CASE-NUMBER.
           MOVE CC-DATE-TIME TO PND-DATE-TIME.
           MOVE CC-BEAT TO PND-BEAT.
           MOVE CC-ADDRESS TO PND-ADDRESS.
           MOVE PND-DETAIL-LINE TO PENDING-OUT-REC.
           WRITE PENDING-OUT-REC.

      *****************************************************************
      * THE STATE BALANCES EACH FILE AGAINST ITS TRAILER COUNT
      *****************************************************************
       450-WRITE-TRAILERS.
           MOVE SPACES TO SVS-ENTRY-REC.
           MOVE 'TRLR' TO SET-MESSAGE-KEY.
           MOVE WS-ORI TO SET-ORI.
           MOVE WS-TODAY TO SET-RUN-DATE.
           MOVE WS-ENTRIES-WRITTEN TO SET-REC-COUNT.
           WRITE SVS-ENTRY-REC.
           MOVE SPACES TO PENDING-OUT-REC.
           WRITE PENDING-OUT-REC.
           MOVE WS-PENDING-COUNT TO PNT-COUNT.
           MOVE PND-TOTAL-LINE TO PENDING-OUT-REC.
           WRITE PENDING-OUT-REC.

      *DISPLAY THE ENTRY DISPOSITION TOTALS****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-THEFTS-READ TO WS-THEFTS-READZ.
           DISPLAY 'Theft Cases Read          : ' WS-THEFTS-READZ.
           MOVE WS-ENTRIES-WRITTEN TO WS-ENTRIES-WRITTENZ.
           DISPLAY 'State Entries Written     : ' WS-ENTRIES-WRITTENZ.
           MOVE WS-PENDING-COUNT TO WS-PENDING-COUNTZ.
           DISPLAY 'Awaiting Descriptor       : ' WS-PENDING-COUNTZ.
           MOVE WS-SKIP-ENTERED TO WS-SKIP-ENTEREDZ.
           DISPLAY 'Already Entered, Skipped  : ' WS-SKIP-ENTEREDZ.
           MOVE WS-SKIP-RECOVERED TO WS-SKIP-RECOVEREDZ.
           DISPLAY 'Recovered Before Entry    : ' WS-SKIP-RECOVEREDZ.
           MOVE WS-SKIP-EXCLUDED TO WS-SKIP-EXCLUDEDZ.
           DISPLAY 'Excluded IUCR (Attempts)  : ' WS-SKIP-EXCLUDEDZ.
           MOVE WS-SKIP-AGED TO WS-SKIP-AGEDZ.
           DISPLAY 'Outside Lookback Window   : ' WS-SKIP-AGEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CRIME-FILE-IN
                 SVS-LOG-FILE
                 SVS-ENTRY-FILE
                 PENDING-RPT-FILE.
           IF VEHMAST-AVAILABLE
               CLOSE VEH-MASTER-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
