      *****************************************************************
      *PURPOSE: Monthly clearance-rate book by district.  MONTHBK
      *counts incidents but never clearances.  This program walks
      *the CASEMAST master for the MONCTL report month (the month's
      *slice, browsed through the CASEAIX beat alternate index),
      *rolls each
      *case up to its district through the BEATREF reference, and
      *counts it cleared-by-arrest when CM-ARREST is 'T' or cleared-
      *by-disposition when a disposition has been posted to its
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT CASE-AIX-FILE ASSIGN TO CASEAIX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-KEY
           FILE STATUS IS WS-CASEAIX-STATUS.
           SELECT ASSIGN-MASTER-FILE ASSIGN TO ASGNMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           05  CM-BEAT                      PIC X(4).
           05  FILLER                       PIC X(63).

      *****************************************************************
      * CASE MASTER ALTERNATE INDEX (SEE AIXPUT) - TYPE, VALUE, DATE,
      * CASE NUMBER; THE KEY IS THE WHOLE RECORD
      *****************************************************************
       FD  CASE-AIX-FILE.
       01  CASE-AIX-REC.
           05  AX-KEY.
               10  AX-INDEX-TYPE            PIC X(1).
               10  AX-INDEX-VALUE           PIC X(4).
               10  AX-INDEX-DATE            PIC X(8).
               10  AX-CASE-NUMBER           PIC X(8).

      *****ASSIGNMENT MASTER - SEE DISPASGN****************************
       FD  ASSIGN-MASTER-FILE.
       01  ASSIGN-MASTER-REC.
       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-REF-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REF-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
           05 WS-DISPO-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 DISPO-POSTED                       VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.

      *****THE ALTERNATE-INDEX SLICE BEING BROWSED*********************
       01 WS-AIX-INDEX-TYPE            PIC X(1).
       01 WS-AIX-INDEX-VALUE           PIC X(4).
       01 WS-AIX-FROM-DATE             PIC X(8).
       01 WS-AIX-TO-DATE               PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH              PIC XX.
           END-IF.

      *****************************************************************
      * EVERY CASE IN THE REPORT MONTH TALLIES UNDER ITS DISTRICT,
      * CLEARED BY ARREST WHEN CM-ARREST IS 'T' AND CLEARED BY
      * DISPOSITION WHEN ITS ASSIGNMENT CARRIES A POSTED DISPOSITION
      * CODE.  THE CASEAIX BEAT INDEX HANDS OVER JUST THE MONTH'S
      * CASES; WITHOUT IT THE WHOLE MASTER IS READ AS BEFORE
      *****************************************************************
       300-TALLY-CASE-MASTER.
           OPEN INPUT CASE-AIX-FILE.
           IF WS-CASEAIX-STATUS = '00'
               PERFORM 360-BROWSE-MONTH-SLICE
               CLOSE CASE-AIX-FILE
           ELSE
               MOVE LOW-VALUES TO CM-CASE-NUMBER
               START CASE-MASTER-FILE KEY >= CM-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-CASEMAST-STATUS
               END-START
               IF WS-CASEMAST-STATUS = '00'
                   PERFORM 310-READ-NEXT-CASE
                       UNTIL WS-CASEMAST-STATUS NOT = '00'
               END-IF
           END-IF.

       310-READ-NEXT-CASE.
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               PERFORM 315-CHECK-ONE-CASE
           END-IF.

      *THE MONTH TEST STANDS ON THE INDEXED PATH TOO*******************
       315-CHECK-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
              AND WS-YEAR = WS-RPT-YEAR
              AND WS-MONTH = WS-RPT-MONTH
               ADD 1 TO WS-CASES-IN-MONTH
               MOVE WS-YEAR9 TO WS-INC-YEAR
               MOVE WS-MONTH9 TO WS-INC-MONTH
               MOVE WS-DAY9 TO WS-INC-DAY
               PERFORM 320-TALLY-ONE-CASE
           END-IF.

       320-TALLY-ONE-CASE.
                   END-IF
           END-READ.

      *****************************************************************
      * SKIP-SEQUENTIAL BROWSE OF ONE CASEAIX INDEX TYPE: FOR EACH
      * INDEX VALUE IN TURN, START AT THE FROM DATE, READ TO THE TO
      * DATE, THEN JUMP PAST THE REST OF THAT VALUE.  EACH ENTRY
      * INSIDE THE WINDOW IS READ OFF CASEMAST BY CASE NUMBER
      *****************************************************************
       360-BROWSE-MONTH-SLICE.
           MOVE 'B' TO WS-AIX-INDEX-TYPE.
           MOVE WS-RPT-YEAR TO WS-AIX-FROM-DATE(1:4).
           MOVE WS-RPT-MONTH TO WS-AIX-FROM-DATE(5:2).
           MOVE '01' TO WS-AIX-FROM-DATE(7:2).
           MOVE WS-AIX-FROM-DATE TO WS-AIX-TO-DATE.
           MOVE '31' TO WS-AIX-TO-DATE(7:2).
           MOVE LOW-VALUES TO WS-AIX-INDEX-VALUE.
           MOVE 'N' TO WS-AIX-EOF-SWITCH.
           PERFORM 362-POSITION-AT-FROM-DATE.
           PERFORM 366-READ-NEXT-INDEX-ENTRY UNTIL AIX-EOF.

       362-POSITION-AT-FROM-DATE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE WS-AIX-FROM-DATE TO AX-INDEX-DATE.
           MOVE LOW-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY NOT < AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       364-SKIP-PAST-INDEX-VALUE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE HIGH-VALUES TO AX-INDEX-DATE.
           MOVE HIGH-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY > AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       366-READ-NEXT-INDEX-ENTRY.
           READ CASE-AIX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-READ.
           IF NOT AIX-EOF
               IF AX-INDEX-TYPE NOT = WS-AIX-INDEX-TYPE
                   MOVE 'Y' TO WS-AIX-EOF-SWITCH
               ELSE
                   MOVE AX-INDEX-VALUE TO WS-AIX-INDEX-VALUE
                   EVALUATE TRUE
                       WHEN AX-INDEX-DATE < WS-AIX-FROM-DATE
                           PERFORM 362-POSITION-AT-FROM-DATE
                       WHEN AX-INDEX-DATE > WS-AIX-TO-DATE
                           PERFORM 364-SKIP-PAST-INDEX-VALUE
                       WHEN OTHER
                           PERFORM 368-READ-INDEXED-CASE
                   END-EVALUATE
               END-IF
           END-IF.

      *AN ENTRY WHOSE CASE HAS SINCE LEFT THE MASTER IS PASSED OVER****
       368-READ-INDEXED-CASE.
           MOVE AX-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 315-CHECK-ONE-CASE
           END-READ.

      *****************************************************************
       400-WRITE-CLEARANCE-BOOK.
           MOVE WS-RPT-YEAR TO CLH-YEAR.
