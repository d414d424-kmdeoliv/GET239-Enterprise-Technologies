      *****************************************************************
      *PURPOSE: Weekly court appearance schedule per analyst.  Reads
      *the CRTCAL court calendar loaded by CRTCALIN and lists, for
      *each analyst with a scheduled hearing in the seven days
      *starting with the run date (named off ANLROSTR), every
      *appearance in date and time order - docket, case, courtroom
      *and the date the subpoena notice reached us - so each analyst
      *and their supervisor see the week's court time in advance.
      *Cancelled and continued hearings are left off.  CRTCAL is
      *keyed analyst first, so one sequential pass reads the
      *schedule already in report order.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CRTWEEK.
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
           SELECT WEEK-RPT-FILE ASSIGN TO CRTWEEK
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

      *****ANALYST ROSTER - FOR THE NAME ON EACH ANALYST HEADING*******
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           05  RS-ANALYST-ID                PIC X(4).
           05  RS-ANALYST-NAME              PIC X(25).
           05  RS-AVAILABLE-FLAG            PIC X(1).
           05  RS-CASE-CAP                  PIC 9(4).
           05  FILLER                       PIC X(1).
           05  RS-SKILL-CODES               PIC X(4).

      ***WEEKLY APPEARANCE SCHEDULE************************************
       FD  WEEK-RPT-FILE.
       01  WKR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CAL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAL-EOF                            VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-CRTCAL-STATUS             PIC XX.

      *****THE SEVEN-DAY WINDOW STARTING WITH THE RUN DATE*************
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-WEEK-END-INT              PIC 9(7).
       01 WS-WEEK-END-9                PIC 9(8).
       01 WS-WEEK-END REDEFINES WS-WEEK-END-9
                                       PIC X(8).
       01 WS-CURRENT-ANALYST           PIC X(4)     VALUE SPACES.

      *****ANALYST NAMES FROM THE ROSTER*******************************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).
              10 WS-ANL-NAME           PIC X(25).

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-HEARINGS-READ         PIC 9(5)     VALUE 0.
       01 WS-HEARINGS-READZ        PIC ZZ,ZZ9.
       01 WS-APPEARANCES           PIC 9(5)     VALUE 0.
       01 WS-APPEARANCESZ          PIC ZZ,ZZ9.
       01 WS-ANALYSTS-LISTED       PIC 9(3)     VALUE 0.
       01 WS-ANALYSTS-LISTEDZ      PIC ZZ9.
       01 WS-ANALYST-APPEARANCES   PIC 9(3)     VALUE 0.

      *****REPORT LINE LAYOUTS*****************************************
       01  WKR-HEADING-1.
           05                 PIC X(37)
                   VALUE 'COURT APPEARANCE SCHEDULE - WEEK OF '.
           05  WKH-FROM-DATE  PIC X(8).
           05                 PIC X(6)  VALUE ' THRU '.
           05  WKH-TO-DATE    PIC X(8).
       01  WKR-ANALYST-HEADING.
           05                 PIC X(9)  VALUE 'ANALYST  '.
           05  WKA-ANALYST-ID PIC X(4).
           05                 PIC X(2)  VALUE SPACES.
           05  WKA-NAME       PIC X(25).
       01  WKR-COLUMN-HEADING.
           05                 PIC X(4)  VALUE SPACES.
           05                 PIC X(10) VALUE 'DATE'.
           05                 PIC X(7)  VALUE 'TIME'.
           05                 PIC X(9)  VALUE 'COURTRM'.
           05                 PIC X(14) VALUE 'DOCKET'.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(8)  VALUE 'NOTICE'.
       01  WKR-DETAIL-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  WKD-DATE           PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  WKD-HH             PIC X(2).
           05                     PIC X(1)  VALUE ':'.
           05  WKD-MM             PIC X(2).
           05                     PIC X(2)  VALUE SPACES.
           05  WKD-COURTROOM      PIC X(6).
           05                     PIC X(3)  VALUE SPACES.
           05  WKD-DOCKET-NO      PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  WKD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  WKD-NOTICE-DATE    PIC X(8).
       01  WKR-ANALYST-TOTAL.
           05                     PIC X(4)  VALUE SPACES.
           05                     PIC X(13) VALUE 'APPEARANCES: '.
           05  WKT-COUNT          PIC ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ROSTER-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-HEARING UNTIL CAL-EOF.
           PERFORM 350-CLOSE-OUT-ANALYST.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CRTWEEK *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-ROSTER-TABLE.
           OPEN INPUT ROSTER-FILE.
           PERFORM 155-READ-ROSTER-REC UNTIL ROSTER-EOF.
           CLOSE ROSTER-FILE.

       155-READ-ROSTER-REC.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
           END-READ.
           IF NOT ROSTER-EOF AND WS-ANL-TAB-MAX < 100
               ADD 1 TO WS-ANL-TAB-MAX
               MOVE RS-ANALYST-ID TO WS-ANL-ID(WS-ANL-TAB-MAX)
               MOVE RS-ANALYST-NAME TO WS-ANL-NAME(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
      * NO CALENDAR YET (CRTCALIN NEVER RUN) PRINTS AN EMPTY SCHEDULE
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-WEEK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9) + 6.
           COMPUTE WS-WEEK-END-9 =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT).
           OPEN INPUT COURT-CAL-FILE.
           IF WS-CRTCAL-STATUS = '00'
               MOVE LOW-VALUES TO CC-KEY
               START COURT-CAL-FILE KEY NOT < CC-KEY
                   INVALID KEY MOVE 'Y' TO WS-CAL-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-IF.
           OPEN OUTPUT WEEK-RPT-FILE.
           MOVE WS-TODAY TO WKH-FROM-DATE.
           MOVE WS-WEEK-END TO WKH-TO-DATE.
           MOVE WKR-HEADING-1 TO WKR-OUT-REC.
           WRITE WKR-OUT-REC.

      *****************************************************************
      * ONLY SCHEDULED HEARINGS INSIDE THE WEEK PRINT; AN ANALYST'S
      * HEADING GOES OUT WITH THEIR FIRST PRINTED APPEARANCE
      *****************************************************************
       300-READ-HEARING.
           READ COURT-CAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.
           IF NOT CAL-EOF
               ADD 1 TO WS-HEARINGS-READ
               IF CC-SCHEDULED
                  AND CC-HEARING-DATE NOT < WS-TODAY
                  AND CC-HEARING-DATE NOT > WS-WEEK-END
                   IF CC-ANALYST-ID NOT = WS-CURRENT-ANALYST
                       PERFORM 350-CLOSE-OUT-ANALYST
                       PERFORM 310-WRITE-ANALYST-HEADING
                   END-IF
                   PERFORM 320-WRITE-APPEARANCE-LINE
               END-IF
           END-IF.

       310-WRITE-ANALYST-HEADING.
           MOVE CC-ANALYST-ID TO WS-CURRENT-ANALYST.
           MOVE 0 TO WS-ANALYST-APPEARANCES.
           ADD 1 TO WS-ANALYSTS-LISTED.
           MOVE CC-ANALYST-ID TO WKA-ANALYST-ID.
           MOVE 'NOT ON ROSTER' TO WKA-NAME.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET ANL-IDX TO 1.
           PERFORM 315-SEARCH-ROSTER
               UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND.
           MOVE SPACES TO WKR-OUT-REC.
           WRITE WKR-OUT-REC.
           MOVE WKR-ANALYST-HEADING TO WKR-OUT-REC.
           WRITE WKR-OUT-REC.
           MOVE WKR-COLUMN-HEADING TO WKR-OUT-REC.
           WRITE WKR-OUT-REC.

       315-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = CC-ANALYST-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
               MOVE WS-ANL-NAME(ANL-IDX) TO WKA-NAME
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

       320-WRITE-APPEARANCE-LINE.
           ADD 1 TO WS-APPEARANCES.
           ADD 1 TO WS-ANALYST-APPEARANCES.
           MOVE CC-HEARING-DATE TO WKD-DATE.
           MOVE CC-HEARING-TIME(1:2) TO WKD-HH.
           MOVE CC-HEARING-TIME(3:2) TO WKD-MM.
           MOVE CC-COURTROOM TO WKD-COURTROOM.
           MOVE CC-DOCKET-NO TO WKD-DOCKET-NO.
           MOVE CC-CASE-NUMBER TO WKD-CASE-NUMBER.
           MOVE CC-NOTICE-DATE TO WKD-NOTICE-DATE.
           MOVE WKR-DETAIL-LINE TO WKR-OUT-REC.
           WRITE WKR-OUT-REC.

      *THE PREVIOUS ANALYST'S APPEARANCE COUNT, IF ONE WAS STARTED*****
       350-CLOSE-OUT-ANALYST.
           IF WS-CURRENT-ANALYST NOT = SPACES
               MOVE WS-ANALYST-APPEARANCES TO WKT-COUNT
               MOVE WKR-ANALYST-TOTAL TO WKR-OUT-REC
               WRITE WKR-OUT-REC
           END-IF.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-HEARINGS-READ TO WS-HEARINGS-READZ.
           DISPLAY 'Calendar Records Read     : ' WS-HEARINGS-READZ.
           MOVE WS-APPEARANCES TO WS-APPEARANCESZ.
           DISPLAY 'Appearances This Week     : ' WS-APPEARANCESZ.
           MOVE WS-ANALYSTS-LISTED TO WS-ANALYSTS-LISTEDZ.
           DISPLAY 'Analysts Due In Court     : ' WS-ANALYSTS-LISTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-CRTCAL-STATUS = '00' OR WS-CRTCAL-STATUS = '10'
               CLOSE COURT-CAL-FILE
           END-IF.
           CLOSE WEEK-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
