      *****************************************************************
      *PURPOSE: Daily request-queue report off REQMAST.  Part one
      *lists every request still open - waiting for its job or
      *released and not yet posted back - with its requester,
      *program, priority and age in days, oldest request number
      *first.  Part two is turnaround by job type and part three
      *turnaround by requester (alphabetical): requests received,
      *still open, completed and failed, and the average hours from
      *receipt to completion.  Received, completed and failed counts
      *cover the REQCTL DAYS window ending today (default 30 days);
      *the open count is everything still open whatever its age.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      REQRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-MASTER-FILE ASSIGN TO REQMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-REQUEST-NUMBER
           FILE STATUS IS WS-REQMAST-STATUS.
           SELECT REQUEST-CTL-FILE ASSIGN TO REQCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-RPT-FILE ASSIGN TO REQRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * REQUEST MASTER - ONE RECORD PER QUEUED REQUEST, KEYED BY THE
      * REQUEST NUMBER REQINTK ASSIGNED
      *****************************************************************
       FD  REQUEST-MASTER-FILE.
       01  REQUEST-MASTER-REC.
           05  RQ-REQUEST-NUMBER            PIC 9(7).
           05  RQ-REQUESTER                 PIC X(20).
           05  RQ-PRIORITY                  PIC X(1).
           05  RQ-TARGET-JOB                PIC X(8).
           05  RQ-STATUS                    PIC X(1).
               88  RQ-OPEN                              VALUE 'W' 'R'.
               88  RQ-COMPLETED                         VALUE 'C'.
               88  RQ-FAILED                            VALUE 'F'.
           05  RQ-RECEIVED-DATE             PIC X(8).
           05  RQ-RECEIVED-DATE-9 REDEFINES RQ-RECEIVED-DATE
                                            PIC 9(8).
           05  RQ-RECEIVED-TIME             PIC X(4).
           05  RQ-RECEIVED-TIME-9 REDEFINES RQ-RECEIVED-TIME.
               10  RQ-RECEIVED-HH           PIC 9(2).
               10  RQ-RECEIVED-MM           PIC 9(2).
           05  RQ-RELEASED-DATE             PIC X(8).
           05  RQ-RELEASED-TIME             PIC X(4).
           05  RQ-COMPLETED-DATE            PIC X(8).
           05  RQ-COMPLETED-DATE-9 REDEFINES RQ-COMPLETED-DATE
                                            PIC 9(8).
           05  RQ-COMPLETED-TIME            PIC X(4).
           05  RQ-COMPLETED-TIME-9 REDEFINES RQ-COMPLETED-TIME.
               10  RQ-COMPLETED-HH          PIC 9(2).
               10  RQ-COMPLETED-MM          PIC 9(2).
           05  RQ-OUTPUT-COUNT              PIC 9(7).
           05  RQ-CARD-COUNT                PIC 9(2).
           05  RQ-CARD-IMAGE                PIC X(40) OCCURS 10 TIMES.

      *****CONTROL FILE - DAYS = REPORTING WINDOW IN CALENDAR DAYS*****
       FD  REQUEST-CTL-FILE.
       01  REQUEST-CTL-REC.
           05  RQC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  RQC-VALUE                    PIC X(9).

      ***REQUEST QUEUE REPORT******************************************
       FD  REQUEST-RPT-FILE.
       01  RQR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-RQ-EOF-SWITCH         PIC X        VALUE 'N'.
              88 RQ-EOF                             VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-REQMAST-STATUS            PIC XX.

      *****CONTROL VALUES - DEFAULT, OVERRIDDEN BY REQCTL DAYS*********
       01 WS-WINDOW-DAYS           PIC 9(3)     VALUE 30.

      *****THE WINDOW ENDING WITH THE RUN DATE*************************
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-TODAY-INT                 PIC 9(7).
       01 WS-WINDOW-START-INT          PIC 9(7).
       01 WS-WINDOW-START-9            PIC 9(8).
       01 WS-WINDOW-START REDEFINES WS-WINDOW-START-9
                                       PIC X(8).
       01 WS-AGE-DAYS                  PIC 9(5).
       01 WS-TURN-MINUTES              PIC S9(7).

      *****THE SIX REQUEST-CARD PROGRAMS*******************************
       01 WS-JOB-NAME-VALUES.
           05 FILLER               PIC X(8) VALUE 'CASEDOSS'.
           05 FILLER               PIC X(8) VALUE 'RESEARCH'.
           05 FILLER               PIC X(8) VALUE 'NARRSRCH'.
           05 FILLER               PIC X(8) VALUE 'ADHOCRPT'.
           05 FILLER               PIC X(8) VALUE 'CASEHIST'.
           05 FILLER               PIC X(8) VALUE 'TRANSREQ'.
       01 WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAME-VALUES.
           05 WS-JOB-NAME          PIC X(8) OCCURS 6 TIMES.

      *****TURNAROUND ACCUMULATORS - SIX JOBS, THEN REQUESTERS*********
       01 WS-JOB-STATS-TABLE.
           05 WS-JOB-STATS OCCURS 6 TIMES.
              10 WS-JOB-RECEIVED       PIC 9(5).
              10 WS-JOB-OPEN           PIC 9(5).
              10 WS-JOB-COMPLETED      PIC 9(5).
              10 WS-JOB-FAILED         PIC 9(5).
              10 WS-JOB-MINUTES        PIC 9(9).
       01 WS-JOB-SUB                   PIC 9(2).

       01 WS-RQR-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-RQR-TABLE.
           05 WS-RQR-ENTRY OCCURS 200 TIMES.
              10 WS-RQR-NAME           PIC X(20).
              10 WS-RQR-RECEIVED       PIC 9(5).
              10 WS-RQR-OPEN           PIC 9(5).
              10 WS-RQR-COMPLETED      PIC 9(5).
              10 WS-RQR-FAILED         PIC 9(5).
              10 WS-RQR-MINUTES        PIC 9(9).
       01 WS-RQR-SUB                   PIC 9(3).
       01 WS-SORT-SUB                  PIC 9(3).
       01 WS-SORT-SUB2                 PIC 9(3).
       01 WS-SWAP-ENTRY                PIC X(49).

      *****ONE REQUEST'S CONTRIBUTION TO BOTH TABLES*******************
       01 WS-ADD-RECEIVED              PIC 9(1).
       01 WS-ADD-OPEN                  PIC 9(1).
       01 WS-ADD-COMPLETED             PIC 9(1).
       01 WS-ADD-FAILED                PIC 9(1).
       01 WS-ADD-MINUTES               PIC 9(7).

       01 WS-REQUESTS-READ         PIC 9(7)     VALUE 0.
       01 WS-REQUESTS-READZ        PIC Z,ZZZ,ZZ9.
       01 WS-OPEN-LISTED           PIC 9(5)     VALUE 0.
       01 WS-OPEN-LISTEDZ          PIC ZZ,ZZ9.
       01 WS-REQUESTERS-DROPPED    PIC 9(5)     VALUE 0.
       01 WS-REQUESTERS-DROPPEDZ   PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  RQR-HEADING-1.
           05                 PIC X(24)
                   VALUE 'REQUEST QUEUE REPORT FOR'.
           05                 PIC X(1)  VALUE SPACE.
           05  RQH-DATE       PIC X(8).
           05                 PIC X(15) VALUE '   WINDOW FROM '.
           05  RQH-WINDOW     PIC X(8).
       01  RQR-OPEN-TITLE     PIC X(80)
                   VALUE 'OPEN REQUESTS - WAITING OR RELEASED'.
       01  RQR-OPEN-HEADING.
           05                 PIC X(9)  VALUE 'REQUEST'.
           05                 PIC X(21) VALUE 'REQUESTER'.
           05                 PIC X(9)  VALUE 'PROGRAM'.
           05                 PIC X(4)  VALUE 'PRI'.
           05                 PIC X(9)  VALUE 'STATUS'.
           05                 PIC X(10) VALUE 'RECEIVED'.
           05                 PIC X(8)  VALUE 'AGE DAYS'.
       01  RQR-OPEN-LINE.
           05  ROL-REQUEST-NUMBER PIC 9(7).
           05                     PIC X(2)  VALUE SPACES.
           05  ROL-REQUESTER      PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  ROL-TARGET-JOB     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  ROL-PRIORITY       PIC X(1).
           05                     PIC X(2)  VALUE SPACES.
           05  ROL-STATUS         PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  ROL-RECEIVED       PIC X(8).
           05                     PIC X(3)  VALUE SPACES.
           05  ROL-AGE-DAYS       PIC ZZ,ZZ9.
       01  RQR-JOB-TITLE      PIC X(80)
                   VALUE 'TURNAROUND BY JOB TYPE'.
       01  RQR-RQR-TITLE      PIC X(80)
                   VALUE 'TURNAROUND BY REQUESTER'.
       01  RQR-STATS-HEADING.
           05                 PIC X(21) VALUE 'JOB/REQUESTER'.
           05                 PIC X(9)  VALUE 'RECEIVED'.
           05                 PIC X(9)  VALUE '    OPEN'.
           05                 PIC X(9)  VALUE '    DONE'.
           05                 PIC X(9)  VALUE '  FAILED'.
           05                 PIC X(10) VALUE '  AVG HRS'.
       01  RQR-STATS-LINE.
           05  RSL-NAME           PIC X(20).
           05                     PIC X(3)  VALUE SPACES.
           05  RSL-RECEIVED       PIC ZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  RSL-OPEN           PIC ZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  RSL-COMPLETED      PIC ZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  RSL-FAILED         PIC ZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  RSL-AVG-HOURS      PIC Z,ZZ9.9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-REQUEST-REC UNTIL RQ-EOF.
           PERFORM 400-WRITE-JOB-TURNAROUND.
           PERFORM 450-SORT-REQUESTERS.
           PERFORM 470-WRITE-REQUESTER-TURNAROUND.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies REQRPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT REQUEST-CTL-FILE.
           PERFORM 155-READ-REQCTL-REC UNTIL CTL-EOF.
           CLOSE REQUEST-CTL-FILE.

       155-READ-REQCTL-REC.
           READ REQUEST-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF RQC-TYPE = 'DAYS'
                   COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(RQC-VALUE)
               END-IF
           END-IF.

      *****************************************************************
      * NO QUEUE YET (REQINTK NEVER RUN) PRINTS AN EMPTY REPORT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-9).
           COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - WS-WINDOW-DAYS.
           COMPUTE WS-WINDOW-START-9 =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT).
           INITIALIZE WS-JOB-STATS-TABLE.
           OPEN INPUT REQUEST-MASTER-FILE.
           IF WS-REQMAST-STATUS = '00'
               MOVE LOW-VALUES TO RQ-REQUEST-NUMBER
               START REQUEST-MASTER-FILE
                   KEY NOT < RQ-REQUEST-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-RQ-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-RQ-EOF-SWITCH
           END-IF.
           OPEN OUTPUT REQUEST-RPT-FILE.
           MOVE WS-TODAY TO RQH-DATE.
           MOVE WS-WINDOW-START TO RQH-WINDOW.
           MOVE RQR-HEADING-1 TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE SPACES TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE RQR-OPEN-TITLE TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE RQR-OPEN-HEADING TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.

      *****************************************************************
      * OPEN REQUESTS PRINT AS THEY ARE READ; EVERY REQUEST THEN ADDS
      * ITS SHARE TO ITS JOB AND ITS REQUESTER
      *****************************************************************
       300-READ-REQUEST-REC.
           READ REQUEST-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RQ-EOF-SWITCH
           END-READ.
           IF NOT RQ-EOF
               ADD 1 TO WS-REQUESTS-READ
               PERFORM 310-MEASURE-REQUEST
               IF RQ-OPEN
                   PERFORM 320-WRITE-OPEN-LINE
               END-IF
               PERFORM 330-POST-JOB-STATS
               PERFORM 340-POST-REQUESTER-STATS
           END-IF.

       310-MEASURE-REQUEST.
           MOVE 0 TO WS-ADD-RECEIVED WS-ADD-OPEN WS-ADD-COMPLETED
                     WS-ADD-FAILED WS-ADD-MINUTES.
           IF RQ-RECEIVED-DATE NOT < WS-WINDOW-START
               MOVE 1 TO WS-ADD-RECEIVED
           END-IF.
           EVALUATE TRUE
               WHEN RQ-OPEN
                   MOVE 1 TO WS-ADD-OPEN
               WHEN RQ-COMPLETED
                    AND RQ-COMPLETED-DATE NOT < WS-WINDOW-START
                   MOVE 1 TO WS-ADD-COMPLETED
                   COMPUTE WS-TURN-MINUTES =
                       (FUNCTION INTEGER-OF-DATE(RQ-COMPLETED-DATE-9)
                      - FUNCTION INTEGER-OF-DATE(RQ-RECEIVED-DATE-9))
                      * 1440
                      + (RQ-COMPLETED-HH * 60 + RQ-COMPLETED-MM)
                      - (RQ-RECEIVED-HH * 60 + RQ-RECEIVED-MM)
                   IF WS-TURN-MINUTES > 0
                       MOVE WS-TURN-MINUTES TO WS-ADD-MINUTES
                   END-IF
               WHEN RQ-FAILED
                    AND RQ-COMPLETED-DATE NOT < WS-WINDOW-START
                   MOVE 1 TO WS-ADD-FAILED
           END-EVALUATE.

       320-WRITE-OPEN-LINE.
           ADD 1 TO WS-OPEN-LISTED.
           MOVE RQ-REQUEST-NUMBER TO ROL-REQUEST-NUMBER.
           MOVE RQ-REQUESTER TO ROL-REQUESTER.
           MOVE RQ-TARGET-JOB TO ROL-TARGET-JOB.
           MOVE RQ-PRIORITY TO ROL-PRIORITY.
           IF RQ-STATUS = 'W'
               MOVE 'WAITING' TO ROL-STATUS
           ELSE
               MOVE 'RELEASED' TO ROL-STATUS
           END-IF.
           MOVE RQ-RECEIVED-DATE TO ROL-RECEIVED.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(RQ-RECEIVED-DATE-9).
           MOVE WS-AGE-DAYS TO ROL-AGE-DAYS.
           MOVE RQR-OPEN-LINE TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.

       330-POST-JOB-STATS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 335-FIND-JOB
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 6 OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-JOB-SUB
               ADD WS-ADD-RECEIVED  TO WS-JOB-RECEIVED(WS-JOB-SUB)
               ADD WS-ADD-OPEN      TO WS-JOB-OPEN(WS-JOB-SUB)
               ADD WS-ADD-COMPLETED TO WS-JOB-COMPLETED(WS-JOB-SUB)
               ADD WS-ADD-FAILED    TO WS-JOB-FAILED(WS-JOB-SUB)
               ADD WS-ADD-MINUTES   TO WS-JOB-MINUTES(WS-JOB-SUB)
           END-IF.

       335-FIND-JOB.
           IF WS-JOB-NAME(WS-JOB-SUB) = RQ-TARGET-JOB
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       340-POST-REQUESTER-STATS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 345-FIND-REQUESTER
               VARYING WS-RQR-SUB FROM 1 BY 1
               UNTIL WS-RQR-SUB > WS-RQR-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-RQR-TAB-MAX < 200
                   ADD 1 TO WS-RQR-TAB-MAX
                   MOVE WS-RQR-TAB-MAX TO WS-RQR-SUB
                   INITIALIZE WS-RQR-ENTRY(WS-RQR-SUB)
                   MOVE RQ-REQUESTER TO WS-RQR-NAME(WS-RQR-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   ADD 1 TO WS-REQUESTERS-DROPPED
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-RQR-SUB
           END-IF.
           IF WS-FOUND
               ADD WS-ADD-RECEIVED  TO WS-RQR-RECEIVED(WS-RQR-SUB)
               ADD WS-ADD-OPEN      TO WS-RQR-OPEN(WS-RQR-SUB)
               ADD WS-ADD-COMPLETED TO WS-RQR-COMPLETED(WS-RQR-SUB)
               ADD WS-ADD-FAILED    TO WS-RQR-FAILED(WS-RQR-SUB)
               ADD WS-ADD-MINUTES   TO WS-RQR-MINUTES(WS-RQR-SUB)
           END-IF.

       345-FIND-REQUESTER.
           IF WS-RQR-NAME(WS-RQR-SUB) = RQ-REQUESTER
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

      *****************************************************************
       400-WRITE-JOB-TURNAROUND.
           MOVE SPACES TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE RQR-JOB-TITLE TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE RQR-STATS-HEADING TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           PERFORM 410-WRITE-JOB-LINE
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > 6.

       410-WRITE-JOB-LINE.
           MOVE WS-JOB-NAME(WS-JOB-SUB) TO RSL-NAME.
           MOVE WS-JOB-RECEIVED(WS-JOB-SUB) TO RSL-RECEIVED.
           MOVE WS-JOB-OPEN(WS-JOB-SUB) TO RSL-OPEN.
           MOVE WS-JOB-COMPLETED(WS-JOB-SUB) TO RSL-COMPLETED.
           MOVE WS-JOB-FAILED(WS-JOB-SUB) TO RSL-FAILED.
           IF WS-JOB-COMPLETED(WS-JOB-SUB) > 0
               COMPUTE RSL-AVG-HOURS ROUNDED =
                   WS-JOB-MINUTES(WS-JOB-SUB) /
                   WS-JOB-COMPLETED(WS-JOB-SUB) / 60
           ELSE
               MOVE 0 TO RSL-AVG-HOURS
           END-IF.
           MOVE RQR-STATS-LINE TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.

      *****************************************************************
      * STRAIGHT EXCHANGE SORT, REQUESTERS ALPHABETICAL
      *****************************************************************
       450-SORT-REQUESTERS.
           PERFORM 455-SORT-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-RQR-TAB-MAX.

       455-SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 460-SORT-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-RQR-TAB-MAX.

       460-SORT-INNER-PASS.
           IF WS-RQR-NAME(WS-SORT-SUB2) < WS-RQR-NAME(WS-SORT-SUB)
               MOVE WS-RQR-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-RQR-ENTRY(WS-SORT-SUB2)
                   TO WS-RQR-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-RQR-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
       470-WRITE-REQUESTER-TURNAROUND.
           MOVE SPACES TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE RQR-RQR-TITLE TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           MOVE RQR-STATS-HEADING TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.
           PERFORM 480-WRITE-REQUESTER-LINE
               VARYING WS-RQR-SUB FROM 1 BY 1
               UNTIL WS-RQR-SUB > WS-RQR-TAB-MAX.

       480-WRITE-REQUESTER-LINE.
           MOVE WS-RQR-NAME(WS-RQR-SUB) TO RSL-NAME.
           MOVE WS-RQR-RECEIVED(WS-RQR-SUB) TO RSL-RECEIVED.
           MOVE WS-RQR-OPEN(WS-RQR-SUB) TO RSL-OPEN.
           MOVE WS-RQR-COMPLETED(WS-RQR-SUB) TO RSL-COMPLETED.
           MOVE WS-RQR-FAILED(WS-RQR-SUB) TO RSL-FAILED.
           IF WS-RQR-COMPLETED(WS-RQR-SUB) > 0
               COMPUTE RSL-AVG-HOURS ROUNDED =
                   WS-RQR-MINUTES(WS-RQR-SUB) /
                   WS-RQR-COMPLETED(WS-RQR-SUB) / 60
           ELSE
               MOVE 0 TO RSL-AVG-HOURS
           END-IF.
           MOVE RQR-STATS-LINE TO RQR-OUT-REC.
           WRITE RQR-OUT-REC.

      *DISPLAY THE REPORT TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REQUESTS-READ TO WS-REQUESTS-READZ.
           DISPLAY 'Requests On Queue         : ' WS-REQUESTS-READZ.
           MOVE WS-OPEN-LISTED TO WS-OPEN-LISTEDZ.
           DISPLAY 'Open Requests Listed      : ' WS-OPEN-LISTEDZ.
           MOVE WS-REQUESTERS-DROPPED TO WS-REQUESTERS-DROPPEDZ.
           DISPLAY 'Requester Table Overflow  : '
                   WS-REQUESTERS-DROPPEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-REQMAST-STATUS = '00' OR '10'
               CLOSE REQUEST-MASTER-FILE
           END-IF.
           CLOSE REQUEST-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
