      *****************************************************************
      *PURPOSE: State stolen-vehicle system cancel extract.  Runs in
      *the recovery stream right after RECOVEDT expands the recovery
      *master.  Every case RECOVMST now shows recovered that SVSLOG
      *says is on the state hot list (an 'E' entry with no 'C'
      *cancel after it) gets one "XV" cancel record quoting the same
      *VIN and plate that were entered, plus the recovery date and
      *location, and a 'C' row is appended to SVSLOG so the cancel
      *is never sent twice.  A recovered vehicle left on the state
      *list gets its owner stopped at gunpoint - this closes that gap
      *the same night the recovery is keyed.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SVSCANCL.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOV-MASTER-FILE ASSIGN TO RECOVMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOVMST-STATUS.
           SELECT SVS-CTL-FILE ASSIGN TO SVSCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SVS-LOG-FILE ASSIGN TO SVSLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SVSLOG-STATUS.
           SELECT SVS-CANCEL-FILE ASSIGN TO SVSCANCL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      *****************************************************************
       FD  SVS-CTL-FILE.
       01  SVS-CTL-REC.
           05  SCT-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  SCT-VALUE                    PIC X(9).

      *****STATE INTERFACE HISTORY WRITTEN BY SVSENTRY AND SVSCANCL****
       FD  SVS-LOG-FILE.
       01  SVS-LOG-REC.
           05  SL-CASE-NUMBER               PIC X(8).
           05  SL-ACTION                    PIC X(1).
           05  SL-ACTION-DATE               PIC X(8).
           05  SL-VIN                       PIC X(17).
           05  SL-PLATE-NUMBER              PIC X(10).
           05  SL-PLATE-STATE               PIC X(2).

      *****************************************************************
      * STATE STOLEN-VEHICLE CANCEL FILE - ONE "XV" MESSAGE PER
      * RECOVERED VEHICLE, COUNT TRAILER LAST
      *****************************************************************
       FD  SVS-CANCEL-FILE.
       01  SVS-CANCEL-REC.
           05  SX-MESSAGE-KEY               PIC X(4).
           05  SX-ORI                       PIC X(9).
           05  SX-OCA                       PIC X(8).
           05  SX-VIN                       PIC X(17).
           05  SX-PLATE-NUMBER              PIC X(10).
           05  SX-PLATE-STATE               PIC X(2).
           05  SX-RECOVERY-DATE             PIC X(8).
           05  SX-RECOVERY-LOCATION         PIC X(30).
       01  SVS-CANCEL-TRAILER REDEFINES SVS-CANCEL-REC.
           05  SXT-MESSAGE-KEY              PIC X(4).
           05  SXT-ORI                      PIC X(9).
           05  SXT-RUN-DATE                 PIC X(8).
           05  SXT-REC-COUNT                PIC 9(7).
           05  FILLER                       PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 EOF-SWITCH               PIC X        VALUE 'N'.
              88 EOF                                VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-LOG-EOF-SWITCH        PIC X        VALUE 'N'.
              88 LOG-EOF                            VALUE 'Y'.
           05 WS-LOG-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 LOG-FOUND                          VALUE 'Y'.
       01 WS-RECOVMST-STATUS           PIC XX.
       01 WS-SVSLOG-STATUS             PIC XX.

      *****CONTROL VALUES**********************************************
       01 WS-ORI                   PIC X(9)     VALUE SPACES.
       01 WS-TODAY                 PIC 9(8).

      *****************************************************************
      * ONE ROW PER CASE EVER ENTERED - THE IDENTIFIERS AS SENT AND
      * WHETHER A CANCEL HAS FOLLOWED
      *****************************************************************
       01 WS-LOG-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 5000 TIMES
                             INDEXED BY LOG-IDX.
              10 WS-LOG-CASE-NUMBER    PIC X(8).
              10 WS-LOG-VIN            PIC X(17).
              10 WS-LOG-PLATE-NUMBER   PIC X(10).
              10 WS-LOG-PLATE-STATE    PIC X(2).
              10 WS-LOG-STATUS         PIC X.
                 88 WS-LOG-ON-STATE-LIST           VALUE 'E'.
                 88 WS-LOG-CANCELLED               VALUE 'C'.

      *****CANCEL DISPOSITION COUNTERS*********************************
       01 WS-RECOV-READ            PIC 9(5)     VALUE 0.
       01 WS-RECOV-READZ           PIC ZZ,ZZ9.
       01 WS-CANCELS-WRITTEN       PIC 9(5)     VALUE 0.
       01 WS-CANCELS-WRITTENZ      PIC ZZ,ZZ9.
       01 WS-ALREADY-CANCELLED     PIC 9(5)     VALUE 0.
       01 WS-ALREADY-CANCELLEDZ    PIC ZZ,ZZ9.
       01 WS-NEVER-ENTERED         PIC 9(5)     VALUE 0.
       01 WS-NEVER-ENTEREDZ        PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 260-LOAD-INTERFACE-HISTORY.
           PERFORM 300-READ-RECOVERY-MASTER UNTIL EOF.
           PERFORM 450-WRITE-TRAILER.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SVSCANCL*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT SVS-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE SVS-CTL-FILE.
           IF WS-ORI = SPACES
               DISPLAY '*** SVSCTL HAS NO ORI ENTRY - CANCELS WILL '
                       'BE REJECTED BY THE STATE ***'
           END-IF.

       155-READ-CONTROL-REC.
           READ SVS-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND SCT-TYPE = 'ORI '
               MOVE SCT-VALUE TO WS-ORI
           END-IF.

      *****************************************************************
      * A MISSING RECOVERY MASTER MEANS NOTHING TO CANCEL TONIGHT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT RECOV-MASTER-FILE.
           IF WS-RECOVMST-STATUS NOT = '00'
               MOVE 'Y' TO EOF-SWITCH
           END-IF.
           OPEN OUTPUT SVS-CANCEL-FILE.

      *****************************************************************
      * THE HISTORY IS READ IN ORDER SO A LATER 'C' OVERRIDES ITS 'E'
      * (AND A LATER RE-ENTRY OVERRIDES THE 'C'), THEN IT IS REOPENED
      * EXTEND FOR TONIGHT'S CANCELS
      *****************************************************************
       260-LOAD-INTERFACE-HISTORY.
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
           IF NOT LOG-EOF
               PERFORM 270-FIND-LOG-ENTRY
               IF NOT LOG-FOUND AND WS-LOG-TAB-MAX < 5000
                   ADD 1 TO WS-LOG-TAB-MAX
                   SET LOG-IDX TO WS-LOG-TAB-MAX
                   MOVE SL-CASE-NUMBER TO WS-LOG-CASE-NUMBER(LOG-IDX)
                   MOVE 'Y' TO WS-LOG-FOUND-SWITCH
               END-IF
               IF LOG-FOUND
                   MOVE SL-ACTION TO WS-LOG-STATUS(LOG-IDX)
                   IF SL-ACTION = 'E'
                       MOVE SL-VIN TO WS-LOG-VIN(LOG-IDX)
                       MOVE SL-PLATE-NUMBER
                            TO WS-LOG-PLATE-NUMBER(LOG-IDX)
                       MOVE SL-PLATE-STATE
                            TO WS-LOG-PLATE-STATE(LOG-IDX)
                   END-IF
               END-IF
           END-IF.

       270-FIND-LOG-ENTRY.
           MOVE 'N' TO WS-LOG-FOUND-SWITCH.
           SET LOG-IDX TO 1.
           PERFORM 275-SEARCH-LOG-ENTRY
               UNTIL LOG-IDX > WS-LOG-TAB-MAX OR LOG-FOUND.

       275-SEARCH-LOG-ENTRY.
           IF WS-LOG-CASE-NUMBER(LOG-IDX) = SL-CASE-NUMBER
               MOVE 'Y' TO WS-LOG-FOUND-SWITCH
           ELSE
               SET LOG-IDX UP BY 1
           END-IF.

      *****************************************************************
      * ONLY RECOVERED CASES STILL ON THE STATE LIST ARE CANCELLED
      *****************************************************************
       300-READ-RECOVERY-MASTER.
           READ RECOV-MASTER-FILE
               AT END MOVE 'Y' TO EOF-SWITCH
           END-READ.
           IF NOT EOF AND RM-RECOVERED-FLAG = 'Y'
               ADD 1 TO WS-RECOV-READ
               MOVE RM-CASE-NUMBER TO SL-CASE-NUMBER
               PERFORM 270-FIND-LOG-ENTRY
               EVALUATE TRUE
                   WHEN NOT LOG-FOUND
                       ADD 1 TO WS-NEVER-ENTERED
                   WHEN WS-LOG-CANCELLED(LOG-IDX)
                       ADD 1 TO WS-ALREADY-CANCELLED
                   WHEN OTHER
                       PERFORM 350-WRITE-CANCEL
               END-EVALUATE
           END-IF.

       350-WRITE-CANCEL.
           ADD 1 TO WS-CANCELS-WRITTEN.
           MOVE 'XV  ' TO SX-MESSAGE-KEY.
           MOVE WS-ORI TO SX-ORI.
           MOVE RM-CASE-NUMBER TO SX-OCA.
           MOVE WS-LOG-VIN(LOG-IDX) TO SX-VIN.
           MOVE WS-LOG-PLATE-NUMBER(LOG-IDX) TO SX-PLATE-NUMBER.
           MOVE WS-LOG-PLATE-STATE(LOG-IDX) TO SX-PLATE-STATE.
           MOVE RM-RECOVERY-DATE TO SX-RECOVERY-DATE.
           MOVE RM-RECOVERY-LOCATION TO SX-RECOVERY-LOCATION.
           WRITE SVS-CANCEL-REC.
           MOVE RM-CASE-NUMBER TO SL-CASE-NUMBER.
           MOVE 'C' TO SL-ACTION.
           MOVE WS-TODAY TO SL-ACTION-DATE.
           MOVE WS-LOG-VIN(LOG-IDX) TO SL-VIN.
           MOVE WS-LOG-PLATE-NUMBER(LOG-IDX) TO SL-PLATE-NUMBER.
           MOVE WS-LOG-PLATE-STATE(LOG-IDX) TO SL-PLATE-STATE.
           WRITE SVS-LOG-REC.
           MOVE 'C' TO WS-LOG-STATUS(LOG-IDX).

      *****************************************************************
      * THE STATE BALANCES EACH FILE AGAINST ITS TRAILER COUNT
      *****************************************************************
       450-WRITE-TRAILER.
           MOVE SPACES TO SVS-CANCEL-REC.
           MOVE 'TRLR' TO SXT-MESSAGE-KEY.
           MOVE WS-ORI TO SXT-ORI.
           MOVE WS-TODAY TO SXT-RUN-DATE.
           MOVE WS-CANCELS-WRITTEN TO SXT-REC-COUNT.
           WRITE SVS-CANCEL-REC.

      *DISPLAY THE CANCEL DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-RECOV-READ TO WS-RECOV-READZ.
           DISPLAY 'Recovered Cases Read      : ' WS-RECOV-READZ.
           MOVE WS-CANCELS-WRITTEN TO WS-CANCELS-WRITTENZ.
           DISPLAY 'State Cancels Written     : ' WS-CANCELS-WRITTENZ.
           MOVE WS-ALREADY-CANCELLED TO WS-ALREADY-CANCELLEDZ.
           DISPLAY 'Already Cancelled         : '
                   WS-ALREADY-CANCELLEDZ.
           MOVE WS-NEVER-ENTERED TO WS-NEVER-ENTEREDZ.
           DISPLAY 'Never Entered on State    : ' WS-NEVER-ENTEREDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-RECOVMST-STATUS = '00' OR WS-RECOVMST-STATUS = '10'
               CLOSE RECOV-MASTER-FILE
           END-IF.
           CLOSE SVS-LOG-FILE
                 SVS-CANCEL-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
