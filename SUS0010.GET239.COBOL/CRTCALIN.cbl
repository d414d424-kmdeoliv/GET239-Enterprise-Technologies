      *****************************************************************
      *PURPOSE: Court calendar feed intake.  COURTRET posts docket
      *numbers and outcomes after the fact, but nothing told us when
      *a hearing was set or which analyst had been subpoenaed - the
      *analyst found out the morning of.  This program edits the
      *county clerk's CRTFEED calendar file (docket, case number,
      *hearing date and time, courtroom, subpoenaed analyst and a
      *scheduled/cancelled status) and posts each good record to the
      *keyed CRTCAL court calendar, keyed by analyst, hearing date,
      *time and docket so each analyst's appearances read in date
      *order.  A hearing already on file is updated in place (a
      *courtroom change or a cancellation); a cancellation for a
      *hearing we never had, and every record failing an edit, print
      *on the CRTREJ reject report.  CRTWEEK, CRTCONF and DISPASGN
      *read CRTCAL.
      *
      *FEED STATUS: S (OR BLANK) SCHEDULED   C CANCELLED/CONTINUED
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CRTCALIN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURT-FEED-FILE ASSIGN TO CRTFEED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURT-CAL-FILE ASSIGN TO CRTCAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-KEY
           FILE STATUS IS WS-CRTCAL-STATUS.
           SELECT ROSTER-FILE ASSIGN TO ANLROSTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO CRTREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DAILY HEARING CALENDAR FEED FROM THE COUNTY CLERK
      *****************************************************************
       FD  COURT-FEED-FILE.
       01  COURT-FEED-REC.
           05  CF-DOCKET-NO                 PIC X(12).
           05  CF-CASE-NUMBER               PIC X(8).
           05  CF-HEARING-DATE              PIC X(8).
           05  CF-HEARING-TIME              PIC X(4).
           05  CF-HEARING-TIME-9 REDEFINES CF-HEARING-TIME.
               10  CF-HEARING-HH            PIC 99.
               10  CF-HEARING-MM            PIC 99.
           05  CF-COURTROOM                 PIC X(6).
           05  CF-ANALYST-ID                PIC X(4).
           05  CF-STATUS                    PIC X(1).

      *****************************************************************
      * COURT CALENDAR - ONE RECORD PER SUBPOENAED ANALYST AND
      * HEARING, KEYED ANALYST FIRST SO A START ON THE ANALYST READS
      * THEIR APPEARANCES IN DATE AND TIME ORDER
      *****************************************************************
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
               88  CC-CANCELLED                         VALUE 'C'.
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

      ***REJECTED-RECORD REPORT****************************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FEED-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FEED-EOF                           VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
           05 WS-ROSTER-EOF-SWITCH     PIC X        VALUE 'N'.
              88 ROSTER-EOF                         VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-CRTCAL-STATUS             PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).

      *****ROSTER ANALYST IDS FOR THE SUBPOENA EDIT********************
       01 WS-ANL-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-ANL-TABLE.
           05 WS-ANL-ENTRY OCCURS 100 TIMES
                             INDEXED BY ANL-IDX.
              10 WS-ANL-ID             PIC X(4).

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-FEED-READ             PIC 9(5)     VALUE 0.
       01 WS-FEED-READZ            PIC ZZ,ZZ9.
       01 WS-HEARINGS-ADDED        PIC 9(5)     VALUE 0.
       01 WS-HEARINGS-ADDEDZ       PIC ZZ,ZZ9.
       01 WS-HEARINGS-UPDATED      PIC 9(5)     VALUE 0.
       01 WS-HEARINGS-UPDATEDZ     PIC ZZ,ZZ9.
       01 WS-HEARINGS-CANCELLED    PIC 9(5)     VALUE 0.
       01 WS-HEARINGS-CANCELLEDZ   PIC ZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(5)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(34) VALUE
                   'REJECTED COURT CALENDAR RECORDS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(14) VALUE 'DOCKET'.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(10) VALUE 'HEARING'.
           05                 PIC X(6)  VALUE 'ANL'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-DOCKET-NO      PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-HEARING-DATE   PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-ANALYST-ID     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ROSTER-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-EDIT-FEED UNTIL FEED-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CRTCALIN*'.
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
           END-IF.

      *****************************************************************
      * THE CALENDAR MAY NOT EXIST YET ON THE FIRST FEED - CREATE IT
      * EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT COURT-FEED-FILE.
           OPEN I-O COURT-CAL-FILE.
           IF WS-CRTCAL-STATUS = '35'
               OPEN OUTPUT COURT-CAL-FILE
               CLOSE COURT-CAL-FILE
               OPEN I-O COURT-CAL-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-EDIT-FEED.
           READ COURT-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-READ
               PERFORM 310-VALIDATE-FEED-RECORD
               IF REC-VALID
                   PERFORM 350-POST-HEARING
               END-IF
               IF NOT REC-VALID
                   ADD 1 TO WS-REC-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * DOCKET AND CASE PRESENT, A VALID HEARING DATE AND 24-HOUR
      * TIME, A KNOWN STATUS, AND A SUBPOENAED ANALYST ON THE ROSTER
      *****************************************************************
       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CF-DOCKET-NO = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'DOCKET NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND CF-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE CF-HEARING-DATE TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'HEARING DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
               IF CF-HEARING-TIME NOT NUMERIC
                  OR CF-HEARING-HH > 23 OR CF-HEARING-MM > 59
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'HEARING TIME INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
              AND CF-STATUS NOT = 'S' AND CF-STATUS NOT = 'C'
              AND CF-STATUS NOT = SPACE
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'STATUS NOT S OR C' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE 'N' TO WS-FOUND-SWITCH
               SET ANL-IDX TO 1
               PERFORM 330-SEARCH-ROSTER
                   UNTIL ANL-IDX > WS-ANL-TAB-MAX OR WS-FOUND
               IF NOT WS-FOUND
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'ANALYST NOT ON ROSTER' TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
           IF WS-DATE-CHECK NOT NUMERIC
              OR WS-DATE-CHECK = '00000000'
               MOVE 'N' TO WS-DATE-OK-SWITCH
           ELSE
               MOVE WS-DATE-CHECK(5:2) TO WS-MONTH-CHECK
               MOVE WS-DATE-CHECK(7:2) TO WS-DAY-CHECK
               IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                  OR WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 31
                   MOVE 'N' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

       330-SEARCH-ROSTER.
           IF WS-ANL-ID(ANL-IDX) = CF-ANALYST-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET ANL-IDX UP BY 1
           END-IF.

      *****************************************************************
      * A NEW HEARING IS ADDED WITH TODAY AS ITS NOTICE DATE; ONE
      * ALREADY ON FILE KEEPS ITS NOTICE DATE AND TAKES THE FEED'S
      * CASE, COURTROOM AND STATUS
      *****************************************************************
       350-POST-HEARING.
           MOVE CF-ANALYST-ID TO CC-ANALYST-ID.
           MOVE CF-HEARING-DATE TO CC-HEARING-DATE.
           MOVE CF-HEARING-TIME TO CC-HEARING-TIME.
           MOVE CF-DOCKET-NO TO CC-DOCKET-NO.
           READ COURT-CAL-FILE
               INVALID KEY
                   PERFORM 360-ADD-HEARING
               NOT INVALID KEY
                   PERFORM 370-UPDATE-HEARING
           END-READ.

       360-ADD-HEARING.
           IF CF-STATUS = 'C'
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'CANCEL FOR HEARING NOT ON FILE'
                   TO WS-REJECT-REASON
           ELSE
               MOVE CF-CASE-NUMBER TO CC-CASE-NUMBER
               MOVE CF-COURTROOM TO CC-COURTROOM
               MOVE 'S' TO CC-STATUS
               MOVE WS-TODAY TO CC-NOTICE-DATE
               MOVE WS-TODAY TO CC-UPDATE-DATE
               WRITE COURT-CAL-REC
               ADD 1 TO WS-HEARINGS-ADDED
           END-IF.

       370-UPDATE-HEARING.
           MOVE CF-CASE-NUMBER TO CC-CASE-NUMBER.
           MOVE CF-COURTROOM TO CC-COURTROOM.
           IF CF-STATUS = 'C'
               MOVE 'C' TO CC-STATUS
               ADD 1 TO WS-HEARINGS-CANCELLED
           ELSE
               MOVE 'S' TO CC-STATUS
               ADD 1 TO WS-HEARINGS-UPDATED
           END-IF.
           MOVE WS-TODAY TO CC-UPDATE-DATE.
           REWRITE COURT-CAL-REC.

       390-WRITE-REJECT-LINE.
           MOVE CF-DOCKET-NO TO RJD-DOCKET-NO.
           MOVE CF-CASE-NUMBER TO RJD-CASE-NUMBER.
           MOVE CF-HEARING-DATE TO RJD-HEARING-DATE.
           MOVE CF-ANALYST-ID TO RJD-ANALYST-ID.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'Feed Records Read         : ' WS-FEED-READZ.
           MOVE WS-HEARINGS-ADDED TO WS-HEARINGS-ADDEDZ.
           DISPLAY 'Hearings Added            : ' WS-HEARINGS-ADDEDZ.
           MOVE WS-HEARINGS-UPDATED TO WS-HEARINGS-UPDATEDZ.
           DISPLAY 'Hearings Updated          : ' WS-HEARINGS-UPDATEDZ.
           MOVE WS-HEARINGS-CANCELLED TO WS-HEARINGS-CANCELLEDZ.
           DISPLAY 'Hearings Cancelled        : '
                   WS-HEARINGS-CANCELLEDZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE COURT-FEED-FILE
                 COURT-CAL-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
