      *****************************************************************
      *PURPOSE: Nightly 911 / CAD calls-for-service intake.  We report
      *incidents but have never carried the dispatch center's side of
      *a call, so nothing could answer how long it took to get a car
      *there.  The dispatch center drops a nightly CADFEED extract -
      *event number, the call-received, dispatched, on-scene and
      *cleared time stamps (CCYYMMDDHHMMSS), the beat and the RD
      *(case) number the call was given, if any.  This program edits
      *each event - event number present, a valid received stamp, and
      *every other stamp either blank or valid and not before the
      *stamp ahead of it - and posts it to the keyed CADMAST event
      *master with its received-to-on-scene response time in seconds.
      *The event is linked to the case master by RD number (L linked,
      *U RD number not on CASEMAST, N no RD number given), and every
      *RD number is also posted to the CADXREF case-to-event cross
      *reference so CADRPT can find the cases with no CAD event.  An
      *event the center re-sends (cleared later, RD number added)
      *replaces the one on file.  Failed edits print on CADREJ.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CADIN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAD-FEED-FILE ASSIGN TO CADFEED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT CAD-MASTER-FILE ASSIGN TO CADMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CX-EVENT-NO
           FILE STATUS IS WS-CADMAST-STATUS.
           SELECT CAD-XREF-FILE ASSIGN TO CADXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CADXREF-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO CADREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * NIGHTLY CALLS-FOR-SERVICE EXTRACT FROM THE DISPATCH CENTER
      *****************************************************************
       FD  CAD-FEED-FILE.
       01  CAD-FEED-REC.
           05  CF-EVENT-NO                  PIC X(12).
           05  CF-RECEIVED                  PIC X(14).
           05  CF-DISPATCHED                PIC X(14).
           05  CF-ON-SCENE                  PIC X(14).
           05  CF-CLEARED                   PIC X(14).
           05  CF-BEAT                      PIC X(4).
           05  CF-RD-NUMBER                 PIC X(8).

      *****PERSISTENT CASE MASTER - ONLY THE KEY IS NEEDED*************
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      *****************************************************************
      * CAD EVENT MASTER - ONE RECORD PER DISPATCH EVENT NUMBER
      *****************************************************************
       FD  CAD-MASTER-FILE.
       01  CAD-MASTER-REC.
           05  CX-EVENT-NO                  PIC X(12).
           05  CX-RECEIVED                  PIC X(14).
           05  CX-DISPATCHED                PIC X(14).
           05  CX-ON-SCENE                  PIC X(14).
           05  CX-CLEARED                   PIC X(14).
           05  CX-BEAT                      PIC X(4).
           05  CX-RD-NUMBER                 PIC X(8).
           05  CX-LINK-STATUS               PIC X(1).
               88  CX-LINKED                            VALUE 'L'.
               88  CX-CASE-NOT-FOUND                    VALUE 'U'.
               88  CX-NO-RD-NUMBER                      VALUE 'N'.
           05  CX-RESPONSE-SECS             PIC 9(7).
           05  CX-POSTED-DATE               PIC X(8).

      *****************************************************************
      * CASE-TO-EVENT CROSS REFERENCE - CASE NUMBER THEN EVENT NUMBER,
      * THE KEY IS THE WHOLE RECORD
      *****************************************************************
       FD  CAD-XREF-FILE.
       01  CAD-XREF-REC.
           05  CR-KEY.
               10  CR-CASE-NUMBER           PIC X(8).
               10  CR-EVENT-NO              PIC X(12).

      ***REJECTED-EVENT REPORT*****************************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FEED-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FEED-EOF                           VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CADMAST-STATUS            PIC XX.
       01 WS-CADXREF-STATUS            PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).
       01 WS-PRIOR-RD-NUMBER           PIC X(8).

      *****TIME-STAMP EDIT WORK FIELDS*********************************
       01 WS-STAMP-PRIOR               PIC X(14).
       01 WS-STAMP-CHECK               PIC X(14).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-CHECK.
           05 WS-STAMP-DATE            PIC X(8).
           05 WS-STAMP-HOUR            PIC 99.
           05 WS-STAMP-MIN             PIC 99.
           05 WS-STAMP-SEC             PIC 99.
       01 WS-STAMP-OK-SWITCH           PIC X        VALUE 'Y'.
           88 STAMP-OK                              VALUE 'Y'.
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.

      *****RESPONSE-TIME ARITHMETIC************************************
       01 WS-FROM-STAMP.
           05 WS-FROM-DATE             PIC 9(8).
           05 WS-FROM-HOUR             PIC 99.
           05 WS-FROM-MIN              PIC 99.
           05 WS-FROM-SEC              PIC 99.
       01 WS-TO-STAMP.
           05 WS-TO-DATE               PIC 9(8).
           05 WS-TO-HOUR               PIC 99.
           05 WS-TO-MIN                PIC 99.
           05 WS-TO-SEC                PIC 99.
       01 WS-ELAPSED-SECS              PIC S9(9).

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-FEED-READ             PIC 9(7)     VALUE 0.
       01 WS-FEED-READZ            PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-ADDED          PIC 9(7)     VALUE 0.
       01 WS-EVENTS-ADDEDZ         PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-REPLACED       PIC 9(7)     VALUE 0.
       01 WS-EVENTS-REPLACEDZ      PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-LINKED         PIC 9(7)     VALUE 0.
       01 WS-EVENTS-LINKEDZ        PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-NO-CASE        PIC 9(7)     VALUE 0.
       01 WS-EVENTS-NO-CASEZ       PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-NO-RD          PIC 9(7)     VALUE 0.
       01 WS-EVENTS-NO-RDZ         PIC Z,ZZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(7)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(28) VALUE
                   'REJECTED CAD EVENT RECORDS -'.
           05                 PIC X     VALUE SPACE.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(14) VALUE 'EVENT'.
           05                 PIC X(16) VALUE 'RECEIVED'.
           05                 PIC X(6)  VALUE 'BEAT'.
           05                 PIC X(10) VALUE 'RD NUMBER'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-EVENT-NO       PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-RECEIVED       PIC X(14).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-BEAT           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-RD-NUMBER      PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(4)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-EDIT-FEED UNTIL FEED-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CADIN   *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE EVENT MASTER AND CROSS REFERENCE MAY NOT EXIST YET ON THE
      * FIRST FEED - CREATE EACH EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT CAD-FEED-FILE.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN I-O CAD-MASTER-FILE.
           IF WS-CADMAST-STATUS = '35'
               OPEN OUTPUT CAD-MASTER-FILE
               CLOSE CAD-MASTER-FILE
               OPEN I-O CAD-MASTER-FILE
           END-IF.
           OPEN I-O CAD-XREF-FILE.
           IF WS-CADXREF-STATUS = '35'
               OPEN OUTPUT CAD-XREF-FILE
               CLOSE CAD-XREF-FILE
               OPEN I-O CAD-XREF-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-EDIT-FEED.
           READ CAD-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-READ
               PERFORM 310-VALIDATE-FEED-RECORD
               IF REC-VALID
                   PERFORM 350-POST-EVENT
               ELSE
                   ADD 1 TO WS-REC-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A CALL CANCELLED BEFORE A CAR ARRIVED HAS NO ON-SCENE STAMP -
      * IT POSTS, BUT WITH NO RESPONSE TIME.  EACH STAMP PRESENT MUST
      * NOT BE EARLIER THAN THE LAST ONE PRESENT AHEAD OF IT
      *****************************************************************
       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CF-EVENT-NO = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'EVENT NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE CF-RECEIVED TO WS-STAMP-CHECK
               PERFORM 320-VALIDATE-STAMP
               IF NOT STAMP-OK OR CF-RECEIVED(1:8) > WS-TODAY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'RECEIVED TIME INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           MOVE CF-RECEIVED TO WS-STAMP-PRIOR.
           IF REC-VALID AND CF-DISPATCHED NOT = SPACES
               MOVE CF-DISPATCHED TO WS-STAMP-CHECK
               PERFORM 320-VALIDATE-STAMP
               IF NOT STAMP-OK OR CF-DISPATCHED < WS-STAMP-PRIOR
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'DISPATCHED TIME INVALID' TO WS-REJECT-REASON
               ELSE
                   MOVE CF-DISPATCHED TO WS-STAMP-PRIOR
               END-IF
           END-IF.
           IF REC-VALID AND CF-ON-SCENE NOT = SPACES
               MOVE CF-ON-SCENE TO WS-STAMP-CHECK
               PERFORM 320-VALIDATE-STAMP
               IF NOT STAMP-OK OR CF-ON-SCENE < WS-STAMP-PRIOR
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'ON-SCENE TIME INVALID' TO WS-REJECT-REASON
               ELSE
                   MOVE CF-ON-SCENE TO WS-STAMP-PRIOR
               END-IF
           END-IF.
           IF REC-VALID AND CF-CLEARED NOT = SPACES
               MOVE CF-CLEARED TO WS-STAMP-CHECK
               PERFORM 320-VALIDATE-STAMP
               IF NOT STAMP-OK OR CF-CLEARED < WS-STAMP-PRIOR
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'CLEARED TIME INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *CCYYMMDD THEN HHMMSS ON THE 24-HOUR CLOCK***********************
       320-VALIDATE-STAMP.
           MOVE 'Y' TO WS-STAMP-OK-SWITCH.
           IF WS-STAMP-CHECK NOT NUMERIC
              OR WS-STAMP-DATE = '00000000'
               MOVE 'N' TO WS-STAMP-OK-SWITCH
           ELSE
               MOVE WS-STAMP-DATE(5:2) TO WS-MONTH-CHECK
               MOVE WS-STAMP-DATE(7:2) TO WS-DAY-CHECK
               IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                  OR WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 31
                  OR WS-STAMP-HOUR > 23
                  OR WS-STAMP-MIN > 59
                  OR WS-STAMP-SEC > 59
                   MOVE 'N' TO WS-STAMP-OK-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * THE CENTER'S LATEST VERSION OF AN EVENT REPLACES THE ONE ON
      * FILE.  WHEN ITS RD NUMBER CHANGED, THE OLD CROSS-REFERENCE
      * ENTRY GOES SO THE OLD CASE NO LONGER SHOWS AS HAVING A CALL
      *****************************************************************
       350-POST-EVENT.
           MOVE SPACES TO WS-PRIOR-RD-NUMBER.
           MOVE CF-EVENT-NO TO CX-EVENT-NO.
           READ CAD-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SWITCH
                   MOVE CX-RD-NUMBER TO WS-PRIOR-RD-NUMBER
           END-READ.
           MOVE CF-EVENT-NO TO CX-EVENT-NO.
           MOVE CF-RECEIVED TO CX-RECEIVED.
           MOVE CF-DISPATCHED TO CX-DISPATCHED.
           MOVE CF-ON-SCENE TO CX-ON-SCENE.
           MOVE CF-CLEARED TO CX-CLEARED.
           MOVE CF-BEAT TO CX-BEAT.
           MOVE CF-RD-NUMBER TO CX-RD-NUMBER.
           MOVE WS-TODAY TO CX-POSTED-DATE.
           PERFORM 360-LINK-TO-CASE.
           PERFORM 370-COMPUTE-RESPONSE-TIME.
           IF WS-FOUND
               REWRITE CAD-MASTER-REC
               ADD 1 TO WS-EVENTS-REPLACED
           ELSE
               WRITE CAD-MASTER-REC
               ADD 1 TO WS-EVENTS-ADDED
           END-IF.
           IF WS-PRIOR-RD-NUMBER NOT = SPACES
              AND WS-PRIOR-RD-NUMBER NOT = CF-RD-NUMBER
               MOVE WS-PRIOR-RD-NUMBER TO CR-CASE-NUMBER
               MOVE CF-EVENT-NO TO CR-EVENT-NO
               DELETE CAD-XREF-FILE
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
           IF CF-RD-NUMBER NOT = SPACES
               MOVE CF-RD-NUMBER TO CR-CASE-NUMBER
               MOVE CF-EVENT-NO TO CR-EVENT-NO
               WRITE CAD-XREF-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       360-LINK-TO-CASE.
           IF CF-RD-NUMBER = SPACES
               MOVE 'N' TO CX-LINK-STATUS
               ADD 1 TO WS-EVENTS-NO-RD
           ELSE
               MOVE CF-RD-NUMBER TO CM-CASE-NUMBER
               READ CASE-MASTER-FILE
                   INVALID KEY
                       MOVE 'U' TO CX-LINK-STATUS
                       ADD 1 TO WS-EVENTS-NO-CASE
                   NOT INVALID KEY
                       MOVE 'L' TO CX-LINK-STATUS
                       ADD 1 TO WS-EVENTS-LINKED
               END-READ
           END-IF.

      *****************************************************************
      * RECEIVED TO ON SCENE IN SECONDS - WHOLE DAYS BETWEEN THE TWO
      * DATES PLUS THE TIME-OF-DAY DIFFERENCE, SO A CALL THAT RUNS
      * PAST MIDNIGHT STILL TIMES CORRECTLY
      *****************************************************************
       370-COMPUTE-RESPONSE-TIME.
           MOVE 0 TO CX-RESPONSE-SECS.
           IF CF-ON-SCENE NOT = SPACES
               MOVE CF-RECEIVED TO WS-FROM-STAMP
               MOVE CF-ON-SCENE TO WS-TO-STAMP
               COMPUTE WS-ELAPSED-SECS =
                   (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)) * 86400
                 + (WS-TO-HOUR - WS-FROM-HOUR) * 3600
                 + (WS-TO-MIN - WS-FROM-MIN) * 60
                 + (WS-TO-SEC - WS-FROM-SEC)
               IF WS-ELAPSED-SECS > 9999999
                   MOVE 9999999 TO CX-RESPONSE-SECS
               ELSE
                   MOVE WS-ELAPSED-SECS TO CX-RESPONSE-SECS
               END-IF
           END-IF.

       390-WRITE-REJECT-LINE.
           MOVE CF-EVENT-NO TO RJD-EVENT-NO.
           MOVE CF-RECEIVED TO RJD-RECEIVED.
           MOVE CF-BEAT TO RJD-BEAT.
           MOVE CF-RD-NUMBER TO RJD-RD-NUMBER.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'CAD Records Read          : ' WS-FEED-READZ.
           MOVE WS-EVENTS-ADDED TO WS-EVENTS-ADDEDZ.
           DISPLAY 'Events Added              : ' WS-EVENTS-ADDEDZ.
           MOVE WS-EVENTS-REPLACED TO WS-EVENTS-REPLACEDZ.
           DISPLAY 'Events Replaced           : ' WS-EVENTS-REPLACEDZ.
           MOVE WS-EVENTS-LINKED TO WS-EVENTS-LINKEDZ.
           DISPLAY 'Events Linked To A Case   : ' WS-EVENTS-LINKEDZ.
           MOVE WS-EVENTS-NO-CASE TO WS-EVENTS-NO-CASEZ.
           DISPLAY 'RD Number Not On CASEMAST : ' WS-EVENTS-NO-CASEZ.
           MOVE WS-EVENTS-NO-RD TO WS-EVENTS-NO-RDZ.
           DISPLAY 'Events With No RD Number  : ' WS-EVENTS-NO-RDZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CAD-FEED-FILE
                 CASE-MASTER-FILE
                 CAD-MASTER-FILE
                 CAD-XREF-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
