      *****************************************************************
      *PURPOSE: Booking-feed intake.  CM-ARREST only says whether a
      *case had an arrest - nothing recorded who was arrested, so no
      *one could tell when the same person kept turning up across
      *theft, burglary, stalking and fraud cases.  This program edits
      *the jail's booking feed (one record per person booked on a
      *case) and loads the two files the repeat-offender work needs:
      *the keyed ARRMAST arrestee master (person id, name, date of
      *birth, last known address) and the keyed ARRLINK case-to-
      *person link file, keyed person id then case number so each
      *person's cases read back together.  A booking must carry a
      *booking number, person id, last name, a valid birth date
      *before a valid arrest date, a known sex code and a case held
      *on CASEMAST; a person already on the master must match the
      *birth date on file.  Rejected bookings print on the BOOKREJ
      *report for the records unit to correct with the jail.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      BOOKIN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-FEED-FILE ASSIGN TO BOOKFEED
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARREST-MASTER-FILE ASSIGN TO ARRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AM-PERSON-ID
           FILE STATUS IS WS-ARRMAST-STATUS.
           SELECT ARREST-LINK-FILE ASSIGN TO ARRLINK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AL-KEY
           FILE STATUS IS WS-ARRLINK-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO BOOKREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * INBOUND BOOKING FEED FROM THE JAIL - ONE RECORD PER PERSON
      * BOOKED ON A CASE
      *****************************************************************
       FD  BOOKING-FEED-FILE.
       01  BOOKING-FEED-REC.
           05  BK-BOOKING-NO                PIC X(10).
           05  BK-CASE-NUMBER               PIC X(8).
           05  BK-PERSON-ID                 PIC X(9).
           05  BK-LAST-NAME                 PIC X(20).
           05  BK-FIRST-NAME                PIC X(15).
           05  BK-MIDDLE-INIT               PIC X(1).
           05  BK-DOB                       PIC X(8).
           05  BK-SEX                       PIC X(1).
           05  BK-ADDRESS                   PIC X(40).
           05  BK-CITY                      PIC X(20).
           05  BK-STATE                     PIC X(2).
           05  BK-ZIP                       PIC X(5).
           05  BK-ARREST-DATE               PIC X(8).
           05  BK-CHARGE-IUCR               PIC X(4).

      *****************************************************************
      * ARRESTEE MASTER - ONE RECORD PER PERSON, NAME AND ADDRESS AS
      * OF THE LATEST BOOKING
      *****************************************************************
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

      *****************************************************************
      * CASE-TO-PERSON LINK - ONE RECORD PER PERSON PER CASE, KEYED
      * PERSON ID THEN CASE NUMBER
      *****************************************************************
       FD  ARREST-LINK-FILE.
       01  ARREST-LINK-REC.
           05  AL-KEY.
               10  AL-PERSON-ID             PIC X(9).
               10  AL-CASE-NUMBER           PIC X(8).
           05  AL-BOOKING-NO                PIC X(10).
           05  AL-ARREST-DATE               PIC X(8).
           05  AL-CHARGE-IUCR               PIC X(4).

      *****PERSISTENT CASE MASTER - KEY ONLY, FOR THE EXISTENCE EDIT***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      ***REJECTED-BOOKING REPORT***************************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-FEED-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FEED-EOF                           VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
           05 WS-PERSON-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 PERSON-FOUND                       VALUE 'Y'.
           05 WS-CASE-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CASE-FOUND                         VALUE 'Y'.
       01 WS-ARRMAST-STATUS            PIC XX.
       01 WS-ARRLINK-STATUS            PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
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
       01 WS-PERSONS-ADDED         PIC 9(5)     VALUE 0.
       01 WS-PERSONS-ADDEDZ        PIC ZZ,ZZ9.
       01 WS-PERSONS-UPDATED       PIC 9(5)     VALUE 0.
       01 WS-PERSONS-UPDATEDZ      PIC ZZ,ZZ9.
       01 WS-LINKS-ADDED           PIC 9(5)     VALUE 0.
       01 WS-LINKS-ADDEDZ          PIC ZZ,ZZ9.
       01 WS-LINKS-ON-FILE         PIC 9(5)     VALUE 0.
       01 WS-LINKS-ON-FILEZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(34) VALUE
                   'REJECTED BOOKING FEED RECORDS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(12) VALUE 'BOOKING'.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(11) VALUE 'PERSON'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-BOOKING-NO     PIC X(10).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-PERSON-ID      PIC X(9).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(17) VALUE SPACES.

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
           DISPLAY '* GET239 Enterprise Technologies BOOKIN  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE ARRESTEE MASTER AND LINK FILE MAY NOT EXIST YET ON THE
      * FIRST FEED - CREATE THEM EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT BOOKING-FEED-FILE.
           OPEN I-O ARREST-MASTER-FILE.
           IF WS-ARRMAST-STATUS = '35'
               OPEN OUTPUT ARREST-MASTER-FILE
               CLOSE ARREST-MASTER-FILE
               OPEN I-O ARREST-MASTER-FILE
           END-IF.
           OPEN I-O ARREST-LINK-FILE.
           IF WS-ARRLINK-STATUS = '35'
               OPEN OUTPUT ARREST-LINK-FILE
               CLOSE ARREST-LINK-FILE
               OPEN I-O ARREST-LINK-FILE
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-EDIT-FEED.
           READ BOOKING-FEED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF NOT FEED-EOF
               ADD 1 TO WS-FEED-READ
               PERFORM 310-VALIDATE-FEED-RECORD
               IF REC-VALID
                   ADD 1 TO WS-REC-ACCEPTED
                   PERFORM 350-POST-ARRESTEE
                   PERFORM 360-POST-CASE-LINK
               ELSE
                   ADD 1 TO WS-REC-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * FIELD EDITS FIRST, THEN THE CASE MASTER, THEN THE IDENTITY
      * CHECK AGAINST A PERSON ALREADY ON THE ARRESTEE MASTER
      *****************************************************************
       310-VALIDATE-FEED-RECORD.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BK-BOOKING-NO = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'BOOKING NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND BK-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND BK-PERSON-ID = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'PERSON ID BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID AND BK-LAST-NAME = SPACES
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'LAST NAME BLANK' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
              AND BK-SEX NOT = 'M' AND BK-SEX NOT = 'F'
              AND BK-SEX NOT = 'U'
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'SEX CODE INVALID' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE BK-DOB TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'DATE OF BIRTH INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
               MOVE BK-ARREST-DATE TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK OR BK-ARREST-DATE > WS-TODAY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'ARREST DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID AND BK-DOB NOT < BK-ARREST-DATE
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'BIRTH DATE NOT BEFORE ARREST' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               PERFORM 330-CHECK-CASE-EXISTS
           END-IF.
           IF REC-VALID
               PERFORM 340-READ-ARRESTEE
               IF PERSON-FOUND AND AM-DOB NOT = BK-DOB
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'DOB CONFLICTS WITH MASTER'
                       TO WS-REJECT-REASON
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

       330-CHECK-CASE-EXISTS.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH.
           MOVE BK-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND-SWITCH
           END-READ.
           IF NOT CASE-FOUND
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'CASE NOT ON CASE MASTER' TO WS-REJECT-REASON
           END-IF.

       340-READ-ARRESTEE.
           MOVE 'N' TO WS-PERSON-FOUND-SWITCH.
           MOVE BK-PERSON-ID TO AM-PERSON-ID.
           READ ARREST-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PERSON-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PERSON-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * A NEW PERSON IS ADDED; A KNOWN PERSON TAKES THE NAME AND
      * ADDRESS FROM THE BOOKING WHEN IT IS THE LATEST ONE ON FILE
      *****************************************************************
       350-POST-ARRESTEE.
           IF PERSON-FOUND
               IF BK-ARREST-DATE NOT < AM-LAST-BOOKED
                   PERFORM 355-MOVE-IDENTITY-FIELDS
                   MOVE BK-ARREST-DATE TO AM-LAST-BOOKED
                   REWRITE ARREST-MASTER-REC
                   ADD 1 TO WS-PERSONS-UPDATED
               END-IF
               IF BK-ARREST-DATE < AM-FIRST-BOOKED
                   MOVE BK-ARREST-DATE TO AM-FIRST-BOOKED
                   REWRITE ARREST-MASTER-REC
               END-IF
           ELSE
               MOVE BK-PERSON-ID TO AM-PERSON-ID
               MOVE BK-DOB TO AM-DOB
               PERFORM 355-MOVE-IDENTITY-FIELDS
               MOVE BK-ARREST-DATE TO AM-FIRST-BOOKED
               MOVE BK-ARREST-DATE TO AM-LAST-BOOKED
               WRITE ARREST-MASTER-REC
               ADD 1 TO WS-PERSONS-ADDED
           END-IF.

       355-MOVE-IDENTITY-FIELDS.
           MOVE BK-LAST-NAME TO AM-LAST-NAME.
           MOVE BK-FIRST-NAME TO AM-FIRST-NAME.
           MOVE BK-MIDDLE-INIT TO AM-MIDDLE-INIT.
           MOVE BK-SEX TO AM-SEX.
           MOVE BK-ADDRESS TO AM-ADDRESS.
           MOVE BK-CITY TO AM-CITY.
           MOVE BK-STATE TO AM-STATE.
           MOVE BK-ZIP TO AM-ZIP.

      *****************************************************************
      * ONE LINK PER PERSON PER CASE - A SECOND BOOKING OF THE SAME
      * PERSON ON THE SAME CASE LEAVES THE FIRST LINK IN PLACE
      *****************************************************************
       360-POST-CASE-LINK.
           MOVE BK-PERSON-ID TO AL-PERSON-ID.
           MOVE BK-CASE-NUMBER TO AL-CASE-NUMBER.
           MOVE BK-BOOKING-NO TO AL-BOOKING-NO.
           MOVE BK-ARREST-DATE TO AL-ARREST-DATE.
           MOVE BK-CHARGE-IUCR TO AL-CHARGE-IUCR.
           WRITE ARREST-LINK-REC
               INVALID KEY
                   ADD 1 TO WS-LINKS-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-LINKS-ADDED
           END-WRITE.

       390-WRITE-REJECT-LINE.
           MOVE BK-BOOKING-NO TO RJD-BOOKING-NO.
           MOVE BK-CASE-NUMBER TO RJD-CASE-NUMBER.
           MOVE BK-PERSON-ID TO RJD-PERSON-ID.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-FEED-READ TO WS-FEED-READZ.
           DISPLAY 'Booking Records Read      : ' WS-FEED-READZ.
           MOVE WS-REC-ACCEPTED TO WS-REC-ACCEPTEDZ.
           DISPLAY 'Records Accepted          : ' WS-REC-ACCEPTEDZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Records Rejected          : ' WS-REC-REJECTEDZ.
           MOVE WS-PERSONS-ADDED TO WS-PERSONS-ADDEDZ.
           DISPLAY 'Arrestees Added           : ' WS-PERSONS-ADDEDZ.
           MOVE WS-PERSONS-UPDATED TO WS-PERSONS-UPDATEDZ.
           DISPLAY 'Arrestees Updated         : ' WS-PERSONS-UPDATEDZ.
           MOVE WS-LINKS-ADDED TO WS-LINKS-ADDEDZ.
           DISPLAY 'Case Links Added          : ' WS-LINKS-ADDEDZ.
           MOVE WS-LINKS-ON-FILE TO WS-LINKS-ON-FILEZ.
           DISPLAY 'Case Links Already On File: ' WS-LINKS-ON-FILEZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE BOOKING-FEED-FILE
                 ARREST-MASTER-FILE
                 ARREST-LINK-FILE
                 CASE-MASTER-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
