      *****************************************************************
      *PURPOSE: Pawn/second-hand dealer transaction intake.  The city
      *collects a daily file of every item taken in by the licensed
      *dealers (dealer, pawn ticket, date, serial number and item
      *description) and nobody compared it to our theft and burglary
      *cases.  This program edits the PAWNFEED file - dealer and
      *ticket present, a valid transaction date not after today, an
      *item description - and posts each good transaction to the
      *keyed PAWNMAST pawn ticket master (dealer plus ticket number)
      *unmatched, ready for the PAWNMTCH serial-number match pass.
      *A ticket already on the master (a dealer's resend) and every
      *record failing an edit print on the PAWNREJ reject report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      PAWNIN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAWN-FEED-FILE ASSIGN TO PAWNFEED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAWN-MASTER-FILE ASSIGN TO PAWNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PW-KEY
           FILE STATUS IS WS-PAWNMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO PAWNREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DAILY DEALER TRANSACTION FEED FROM THE CITY LICENSING OFFICE
      *****************************************************************
       FD  PAWN-FEED-FILE.
       01  PAWN-FEED-REC.
           05  PF-DEALER-ID                 PIC X(6).
           05  PF-DEALER-NAME               PIC X(30).
           05  PF-TICKET-NO                 PIC X(10).
           05  PF-TRANS-DATE                PIC X(8).
           05  PF-SERIAL-NO                 PIC X(20).
           05  PF-ITEM-DESC                 PIC X(40).

      *****************************************************************
      * PAWN TICKET MASTER - ONE RECORD PER DEALER AND TICKET, WITH
      * THE MATCH FLAG PAWNMTCH SETS SO A TICKET IS ONLY HIT ONCE
      *****************************************************************
       FD  PAWN-MASTER-FILE.
       01  PAWN-MASTER-REC.
           05  PW-KEY.
               10  PW-DEALER-ID             PIC X(6).
               10  PW-TICKET-NO             PIC X(10).
           05  PW-TRANS-DATE                PIC X(8).
           05  PW-SERIAL-NO                 PIC X(20).
           05  PW-ITEM-DESC                 PIC X(40).
           05  PW-DEALER-NAME               PIC X(30).
           05  PW-MATCH-FLAG                PIC X(1).
               88  PW-MATCHED                           VALUE 'Y'.
               88  PW-UNMATCHED                         VALUE 'N'.
           05  PW-MATCH-CASE                PIC X(8).
           05  PW-MATCH-LINE                PIC 9(3).
           05  PW-MATCH-DATE                PIC X(8).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FEED-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FEED-EOF                           VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
       01 WS-PAWNMAST-STATUS           PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-FEED-READ             PIC 9(5)     VALUE 0.
       01 WS-FEED-READZ            PIC ZZ,ZZ9.
       01 WS-REC-ACCEPTED          PIC 9(5)     VALUE 0.
       01 WS-REC-ACCEPTEDZ         PIC ZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(5)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC ZZ,ZZ9.
       01 WS-NO-SERIAL             PIC 9(5)     VALUE 0.
       01 WS-NO-SERIALZ            PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(34) VALUE
                   'REJECTED PAWN FEED RECORDS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(8)  VALUE 'DEALER'.
           05                 PIC X(12) VALUE 'TICKET'.
           05                 PIC X(10) VALUE 'DATE'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-DEALER-ID      PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-TICKET-NO      PIC X(10).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-TRANS-DATE     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(20) VALUE SPACES.

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
           DISPLAY '* GET239 Enterprise Technologies PAWNIN  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE TICKET MASTER MAY NOT EXIST YET ON THE FIRST FEED -
      * CREATE IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT PAWN-FEED-FILE.
           OPEN I-O PAWN-MASTER-FILE.
           IF WS-PAWNMAST-STATUS = '35'
               OPEN OUTPUT PAWN-MASTER-FILE
               CLOSE PAWN-MASTER-FILE
               OPEN I-O PAWN-MASTER-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-EDIT-FEED.
           READ PAWN-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-READ
               PERFORM 310-VALIDATE-FEED-RECORD
               IF REC-VALID
                   PERFORM 350-POST-PAWN-TICKET
               END-IF
               IF REC-VALID
                   ADD 1 TO WS-REC-ACCEPTED
                   IF PF-SERIAL-NO = SPACES
                       ADD 1 TO WS-NO-SERIAL
                   END-IF
               ELSE
                   ADD 1 TO WS-REC-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A TICKET WITH NO SERIAL NUMBER IS STILL KEPT - IT CANNOT MATCH
      * TODAY BUT THE DETECTIVES SEARCH THE DESCRIPTIONS BY HAND
      *****************************************************************
       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PF-DEALER-ID = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'DEALER ID BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND PF-TICKET-NO = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'TICKET NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE PF-TRANS-DATE TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK OR PF-TRANS-DATE > WS-TODAY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'TRANSACTION DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID AND PF-ITEM-DESC = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'ITEM DESCRIPTION BLANK' TO WS-REJECT-REASON
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

      *****************************************************************
      * A NEW TICKET POSTS UNMATCHED; A RESENT TICKET IS LEFT AS IT
      * STANDS SO AN EARLIER MATCH IS NOT UNDONE
      *****************************************************************
       350-POST-PAWN-TICKET.
           MOVE PF-DEALER-ID TO PW-DEALER-ID.
           MOVE PF-TICKET-NO TO PW-TICKET-NO.
           MOVE PF-TRANS-DATE TO PW-TRANS-DATE.
           MOVE PF-SERIAL-NO TO PW-SERIAL-NO.
           MOVE PF-ITEM-DESC TO PW-ITEM-DESC.
           MOVE PF-DEALER-NAME TO PW-DEALER-NAME.
           MOVE 'N' TO PW-MATCH-FLAG.
           MOVE SPACES TO PW-MATCH-CASE.
           MOVE 0 TO PW-MATCH-LINE.
           MOVE SPACES TO PW-MATCH-DATE.
           WRITE PAWN-MASTER-REC
               INVALID KEY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'TICKET ALREADY ON FILE' TO WS-REJECT-REASON
           END-WRITE.

       390-WRITE-REJECT-LINE.
           MOVE PF-DEALER-ID TO RJD-DEALER-ID.
           MOVE PF-TICKET-NO TO RJD-TICKET-NO.
           MOVE PF-TRANS-DATE TO RJD-TRANS-DATE.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'Feed Records Read         : ' WS-FEED-READZ.
           MOVE WS-REC-ACCEPTED TO WS-REC-ACCEPTEDZ.
           DISPLAY 'Tickets Posted            : ' WS-REC-ACCEPTEDZ.
           MOVE WS-NO-SERIAL TO WS-NO-SERIALZ.
           DISPLAY 'Tickets Without Serial    : ' WS-NO-SERIALZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE PAWN-FEED-FILE
                 PAWN-MASTER-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
