      *****************************************************************
      *PURPOSE: Court appearance conflict report.  Reads the CRTCAL
      *court calendar for every scheduled hearing from today through
      *the DISPCTL CRTD look-ahead and checks each subpoenaed analyst
      *against the ANLROSTR roster.  An analyst the roster shows
      *available is flagged as held from new cases - DISPASGN reads
      *the same calendar over the same look-ahead and stops loading
      *new cases on them - while an analyst the roster shows
      *unavailable, or no longer on the roster at all, is flagged so
      *the supervisor can confirm the appearance or ask the state's
      *attorney for a substitute.  Two hearings for one analyst at
      *the same date and time are flagged as double-booked.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CRTCONF.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURT-CAL-FILE ASSIGN TO CRTCAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-KEY
           FILE STATUS IS WS-CRTCAL-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPO-CTL-FILE ASSIGN TO DISPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICT-RPT-FILE ASSIGN TO CRTCONF
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****COURT CALENDAR LOADED BY CRTCALIN***************************
       FD  COURT-CAL-FILE.
       01  COURT-CAL-REC.
           05  CC-KEY.
               10  CC-ANALYST-ID            PIC X(4).
               10  CC-HEARING-DATE          PIC X(8).
               10  CC-HEARING-TIME          PIC X(4).
               10  CC-DOCKET-NO             PIC X(12).
           05  CC-CASE-NUMBER               PIC X(8).
           05  CC-COURTROOM                 PIC X(6).
           05  CC-STATUS                    PIC X(1).
               88  CC-SCHEDULED                         VALUE 'S'.
           05  CC-NOTICE-DATE               PIC X(8).
           05  CC-UPDATE-DATE               PIC X(8).

      *****************************************************************
      * ANALYST ROSTER - ID, NAME, AVAILABLE FLAG, AND THE PER-ANALYST
      * OPEN-CASE CAP
      *****************************************************************
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  RS-AVAILABLE-FLAG            PIC X(1).
           05  RS-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  RS-SKILL-CODES               PIC X(4).

      *****CONTROL FILE - CRTD = COURT LOOK-AHEAD IN CALENDAR DAYS*****
       FD  DISPO-CTL-FILE.
       01  DISPO-CTL-REC.
           05  DPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  DPC-VALUE                    PIC X(9).

      ***COURT CONFLICT REPORT*****************************************
       FD  CONFLICT-RPT-FILE.
       01  CNF-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CAL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAL-EOF                            VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-CRTCAL-STATUS             PIC XX.

      *****CONTROL VALUES - DEFAULT, OVERRIDDEN BY DISPCTL CRTD********
       01 WS-COURT-DAYS            PIC 9(3)     VALUE 1.

      *****THE LOOK-AHEAD WINDOW STARTING WITH THE RUN DATE************
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-HORIZON-INT               PIC 9(7).
       01 WS-HORIZON-9                 PIC 9(8).
       01 WS-HORIZON REDEFINES WS-HORIZON-9
                                       PIC X(8).
       01 WS-PREV-SLOT                 PIC X(16)    VALUE SPACES.

      *****ROSTER TABLE WITH A HELD-FOR-COURT MARK PER ANALYST*********
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-NAME           PIC X(25).
              10 WS-ANL-AVAILABLE      PIC X(1).
              10 WS-ANL-HELD           PIC X(1).

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-HEARINGS-IN-WINDOW    PIC 9(5)     VALUE 0.
       01 WS-HEARINGS-IN-WINDOWZ   PIC ZZ,ZZ9.
       01 WS-ANALYSTS-HELD         PIC 9(3)     VALUE 0.
       01 WS-ANALYSTS-HELDZ        PIC ZZ9.
       01 WS-UNAVAILABLE           PIC 9(5)     VALUE 0.
       01 WS-UNAVAILABLEZ          PIC ZZ,ZZ9.
       01 WS-NOT-ON-ROSTER         PIC 9(5)     VALUE 0.
       01 WS-NOT-ON-ROSTERZ        PIC ZZ,ZZ9.
       01 WS-DOUBLE-BOOKED         PIC 9(5)     VALUE 0.
       01 WS-DOUBLE-BOOKEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  CNF-HEADING-1.
           05                 PIC X(31)
                   VALUE 'COURT APPEARANCE CONFLICTS - '.
           05  CNH-FROM-DATE  PIC X(8).
           05                 PIC X(6)  VALUE ' THRU '.
           05  CNH-TO-DATE    PIC X(8).
       01  CNF-HEADING-2.
           05                 PIC X(5)  VALUE 'ANL'.
           05                 PIC X(21) VALUE 'ANALYST'.
           05                 PIC X(9)  VALUE 'DATE'.
           05                 PIC X(6)  VALUE 'TIME'.
           05                 PIC X(7)  VALUE 'ROOM'.
           05                 PIC X(13) VALUE 'DOCKET'.
           05                 PIC X(19) VALUE 'CONFLICT'.
       01  CNF-DETAIL-LINE.
           05  CND-ANALYST-ID     PIC X(4).
           05                     PIC X(1)  VALUE SPACES.
           05  CND-NAME           PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  CND-DATE           PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  CND-TIME           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  CND-COURTROOM      PIC X(6).
           05                     PIC X(1)  VALUE SPACES.
           05  CND-DOCKET-NO      PIC X(12).
           05                     PIC X(1)  VALUE SPACES.
           05  CND-CONFLICT       PIC X(19).
       01  CNF-TOTAL-LINE.
           05  CNT-TEXT           PIC X(30).
           05  CNT-COUNT          PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-ROSTER-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-HEARING UNTIL CAL-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CRTCONF *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT DISPO-CTL-FILE.
           PERFORM 155-READ-DISPCTL-REC UNTIL CTL-EOF.
           CLOSE DISPO-CTL-FILE.

       155-READ-DISPCTL-REC.
           READ DISPO-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF DPC-TYPE = 'CRTD'
                   COMPUTE WS-COURT-DAYS = FUNCTION NUMVAL(DPC-VALUE)
               END-IF
           END-IF.

       160-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           PERFORM 165-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       165-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF AND WS-ANL-TAB-MAX < 100
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
               MOVE RS-ANALYST-NAME TO WS-ANL-NAME(WS-ANL-TAB-MAX)
               MOVE RS-AVAILABLE-FLAG
                    TO WS-ANL-AVAILABLE(WS-ANL-TAB-MAX)
               MOVE 'N' TO WS-ANL-HELD(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
      * NO CALENDAR YET (CRTCALIN NEVER RUN) PRINTS AN EMPTY REPORT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-HORIZON-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9) + WS-COURT-DAYS.
           COMPUTE WS-HORIZON-9 =
               FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT).
           OPEN INPUT COURT-CAL-FILE.
           IF WS-CRTCAL-STATUS = '00'
               MOVE LOW-VALUES TO CC-KEY
               START COURT-CAL-FILE KEY NOT < CC-KEY
                   INVALID KEY MOVE 'Y' TO WS-CAL-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-IF.
           OPEN OUTPUT CONFLICT-RPT-FILE.
           MOVE WS-TODAY TO CNH-FROM-DATE.
           MOVE WS-HORIZON TO CNH-TO-DATE.
           MOVE CNF-HEADING-1 TO CNF-OUT-REC.
           WRITE CNF-OUT-REC.
           MOVE SPACES TO CNF-OUT-REC.
           WRITE CNF-OUT-REC.
           MOVE CNF-HEADING-2 TO CNF-OUT-REC.
           WRITE CNF-OUT-REC.

      *****************************************************************
      * EVERY SCHEDULED HEARING IN THE WINDOW PRINTS WITH ITS ROSTER
      * CONFLICT; THE CALENDAR IS IN ANALYST/DATE/TIME ORDER, SO A
      * REPEAT OF THE PREVIOUS SLOT IS A DOUBLE BOOKING
      *****************************************************************
       300-READ-HEARING.
           READ COURT-CAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.
           IF NOT CAL-EOF
               IF CC-SCHEDULED
                  AND CC-HEARING-DATE NOT < WS-TODAY
                  AND CC-HEARING-DATE NOT > WS-HORIZON
                   ADD 1 TO WS-HEARINGS-IN-WINDOW
                   PERFORM 310-CHECK-HEARING
                   MOVE CC-KEY(1:16) TO WS-PREV-SLOT
               END-IF
           END-IF.

       310-CHECK-HEARING.
           MOVE CC-ANALYST-ID TO CND-ANALYST-ID.
           MOVE CC-HEARING-DATE TO CND-DATE.
           MOVE CC-HEARING-TIME TO CND-TIME.
           MOVE CC-COURTROOM TO CND-COURTROOM.
           MOVE CC-DOCKET-NO TO CND-DOCKET-NO.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ANL-IDX TO 1.
           PERFORM 315-SEARCH-ROSTER
               UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE SPACES TO CND-NAME
               MOVE 'NOT ON ROSTER' TO CND-CONFLICT
               ADD 1 TO WS-NOT-ON-ROSTER
           ELSE
               MOVE WS-ANL-NAME(ANL-IDX) TO CND-NAME
               IF WS-ANL-AVAILABLE(ANL-IDX) = 'Y'
                   MOVE 'HELD - NO NEW CASES' TO CND-CONFLICT
                   IF WS-ANL-HELD(ANL-IDX) NOT = 'Y'
                       MOVE 'Y' TO WS-ANL-HELD(ANL-IDX)
                       ADD 1 TO WS-ANALYSTS-HELD
                   END-IF
               ELSE
                   MOVE 'ROSTER UNAVAILABLE' TO CND-CONFLICT
                   ADD 1 TO WS-UNAVAILABLE
               END-IF
           END-IF.
           IF CC-KEY(1:16) = WS-PREV-SLOT
               MOVE 'DOUBLE-BOOKED' TO CND-CONFLICT
               ADD 1 TO WS-DOUBLE-BOOKED
           END-IF.
           MOVE CNF-DETAIL-LINE TO CNF-OUT-REC.
           WRITE CNF-OUT-REC.

       315-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = CC-ANALYST-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CNF-OUT-REC.
           WRITE CNF-OUT-REC.
           MOVE 'HEARINGS IN WINDOW' TO CNT-TEXT.
           MOVE WS-HEARINGS-IN-WINDOW TO CNT-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE 'ANALYSTS HELD FROM NEW CASES' TO CNT-TEXT.
           MOVE WS-ANALYSTS-HELD TO CNT-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE 'ROSTER UNAVAILABLE' TO CNT-TEXT.
           MOVE WS-UNAVAILABLE TO CNT-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE 'NOT ON ROSTER' TO CNT-TEXT.
           MOVE WS-NOT-ON-ROSTER TO CNT-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.
           MOVE 'DOUBLE-BOOKED' TO CNT-TEXT.
           MOVE WS-DOUBLE-BOOKED TO CNT-COUNT.
           PERFORM 410-WRITE-TOTAL-LINE.

       410-WRITE-TOTAL-LINE.
           MOVE CNF-TOTAL-LINE TO CNF-OUT-REC.
           WRITE CNF-OUT-REC.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-HEARINGS-IN-WINDOW TO WS-HEARINGS-IN-WINDOWZ.
           DISPLAY 'Hearings In Window        : '
                   WS-HEARINGS-IN-WINDOWZ.
           MOVE WS-ANALYSTS-HELD TO WS-ANALYSTS-HELDZ.
           DISPLAY 'Analysts Held For Court   : ' WS-ANALYSTS-HELDZ.
           MOVE WS-UNAVAILABLE TO WS-UNAVAILABLEZ.
           DISPLAY 'Roster Unavailable        : ' WS-UNAVAILABLEZ.
           MOVE WS-NOT-ON-ROSTER TO WS-NOT-ON-ROSTERZ.
           DISPLAY 'Not On Roster             : ' WS-NOT-ON-ROSTERZ.
           MOVE WS-DOUBLE-BOOKED TO WS-DOUBLE-BOOKEDZ.
           DISPLAY 'Double-Booked             : ' WS-DOUBLE-BOOKEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-CRTCAL-STATUS = '00' OR WS-CRTCAL-STATUS = '10'
               CLOSE COURT-CAL-FILE
           END-IF.
           CLOSE CONFLICT-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
