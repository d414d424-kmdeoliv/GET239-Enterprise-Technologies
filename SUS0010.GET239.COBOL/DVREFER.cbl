      *PURPOSE: Domestic-violence referral feed to the county victim
      *advocate office.  DVCASES is an internal case list and stopped
      *there, but the county has a standing request for daily
      *referrals.  This program walks the CASEMAST master (only
      *today's updates, browsed through the CASEAIX updated-date
      *alternate index), keeps
      *every CC-DOMESTIC = 'Y' case from tonight's feed window
      *(cases updated today), drops any case on the DVEXCL exclusion
      *list (cases under active investigation the unit is not ready
      *and writes the secured outbound extract - case number,
      *incident date, beat, disposition status - plus a transmittal
      *count report the advocate office reconciles their load
      *against.  Every case settled - sent or held by the exclusion
      *list - is also kept on the keyed DVRFLOG referral log (case
      *plus night) that the grant performance report (GRANTRPT)
      *counts over its reporting period.
      *****************************************************************

       ID DIVISION.
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
           SELECT EXCLUDE-LIST-FILE ASSIGN TO DVEXCL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DVEXCL-STATUS.
           SELECT REFERRAL-LOG-FILE ASSIGN TO DVRFLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-DVRFLOG-STATUS.
           SELECT REFERRAL-EXTRACT-FILE ASSIGN TO DVREFER
           ORGANIZATION IS SEQUENTIAL.
           SELECT XMIT-REPORT-FILE ASSIGN TO DVXMIT
           05  FILLER                       PIC X(48).
           05  CM-UPDATED-ON                PIC X(15).

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
           05  RF-BEAT                      PIC X(4).
           05  RF-DISPO-STATUS              PIC X(2).

      *****************************************************************
      * REFERRAL LOG - EVERY DOMESTIC CASE SETTLED, SENT ('T') OR HELD
      * BY THE EXCLUSION LIST ('X'), WITH THE NIGHT IT WAS SETTLED
      *****************************************************************
       FD  REFERRAL-LOG-FILE.
       01  REFERRAL-LOG-REC.
           05  RL-KEY.
               10  RL-CASE-NUMBER           PIC X(8).
               10  RL-SETTLED-DATE          PIC X(8).
           05  RL-ACTION                    PIC X(1).
               88  RL-TRANSMITTED                       VALUE 'T'.
               88  RL-EXCLUDED                          VALUE 'X'.
           05  RL-INCIDENT-DATE             PIC X(8).
           05  RL-BEAT                      PIC X(4).

      ***TRANSMITTAL COUNT REPORT**************************************
       FD  XMIT-REPORT-FILE.
       01  XMT-OUT-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-EXC-EOF-SWITCH        PIC X        VALUE 'N'.
              88 EXC-EOF                            VALUE 'Y'.
           05 WS-EXCLUDED-SWITCH       PIC X        VALUE 'N'.
              88 CASE-EXCLUDED                      VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-DVEXCL-STATUS             PIC XX.
       01 WS-DVRFLOG-STATUS            PIC XX.
       01 WS-TODAY                     PIC X(8).

      *****THE ALTERNATE-INDEX SLICE BEING BROWSED*********************
       01 WS-AIX-INDEX-TYPE            PIC X(1).
       01 WS-AIX-INDEX-VALUE           PIC X(4).
       01 WS-AIX-FROM-DATE             PIC X(8).
       01 WS-AIX-TO-DATE               PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH              PIC XX.
           OPEN INPUT ASSIGN-MASTER-FILE.
           OPEN OUTPUT REFERRAL-EXTRACT-FILE.
           OPEN OUTPUT XMIT-REPORT-FILE.
           OPEN I-O REFERRAL-LOG-FILE.
           IF WS-DVRFLOG-STATUS = '35'
               OPEN OUTPUT REFERRAL-LOG-FILE
               CLOSE REFERRAL-LOG-FILE
               OPEN I-O REFERRAL-LOG-FILE
           END-IF.

      *****************************************************************
      * THE EXCLUSION LIST IS THE UNIT'S CALL - A CASE UNDER ACTIVE
           END-IF.

      *****************************************************************
      * EVERY DOMESTIC CASE TOUCHED BY TODAY'S FEED (CM-UPDATED-ON =
      * TODAY) AND NOT EXCLUDED GOES OUT AS A REFERRAL.  THE CASEAIX
      * UPDATED-DATE INDEX HANDS OVER JUST TODAY'S CASES; WITHOUT IT
      * THE WHOLE MASTER IS READ AS BEFORE
      *****************************************************************
       300-EXTRACT-REFERRALS.
           OPEN INPUT CASE-AIX-FILE.
           IF WS-CASEAIX-STATUS = '00'
               PERFORM 360-BROWSE-TODAY-SLICE
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
               PERFORM 312-CHECK-ONE-CASE
           END-IF.

      *THE UPDATED-TODAY TEST STANDS ON THE INDEXED PATH TOO***********
       312-CHECK-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           IF CM-DOMESTIC = 'Y'
               PERFORM 315-CHECK-UPDATED-TODAY
               IF WS-UPDATED-DATE-8 = WS-TODAY
                   PERFORM 320-SETTLE-ONE-REFERRAL
               END-IF
           END-IF.


       320-SETTLE-ONE-REFERRAL.
           PERFORM 330-CHECK-EXCLUSION.
           MOVE CM-CASE-NUMBER TO RF-CASE-NUMBER.
           PERFORM 340-FILL-INCIDENT-DATE.
           MOVE CM-BEAT TO RF-BEAT.
           IF CASE-EXCLUDED
               ADD 1 TO WS-CASES-EXCLUDED
               MOVE 'X' TO RL-ACTION
           ELSE
               ADD 1 TO WS-REFERRALS-WRITTEN
               PERFORM 350-FILL-DISPO-STATUS
               WRITE REFERRAL-EXTRACT-REC
               MOVE 'T' TO RL-ACTION
           END-IF.
           PERFORM 355-LOG-REFERRAL.

       330-CHECK-EXCLUSION.
           MOVE 'N' TO WS-EXCLUDED-SWITCH.
                   END-IF
           END-READ.

      *****************************************************************
      * A RERUN OF THE SAME NIGHT REWRITES THAT NIGHT'S LOG ENTRY
      * RATHER THAN COUNTING THE CASE TWICE
      *****************************************************************
       355-LOG-REFERRAL.
           MOVE CM-CASE-NUMBER TO RL-CASE-NUMBER.
           MOVE WS-TODAY TO RL-SETTLED-DATE.
           MOVE RF-INCIDENT-DATE TO RL-INCIDENT-DATE.
           MOVE CM-BEAT TO RL-BEAT.
           WRITE REFERRAL-LOG-REC
               INVALID KEY
                   REWRITE REFERRAL-LOG-REC
                       INVALID KEY
                           DISPLAY '*** DVRFLOG NOT UPDATED FOR '
                               RL-CASE-NUMBER ' ***'
                   END-REWRITE
           END-WRITE.

      *****************************************************************
      * SKIP-SEQUENTIAL BROWSE OF ONE CASEAIX INDEX TYPE: FOR EACH
      * INDEX VALUE IN TURN, START AT THE FROM DATE, READ TO THE TO
      * DATE, THEN JUMP PAST THE REST OF THAT VALUE.  EACH ENTRY
      * INSIDE THE WINDOW IS READ OFF CASEMAST BY CASE NUMBER
      *****************************************************************
       360-BROWSE-TODAY-SLICE.
           MOVE 'U' TO WS-AIX-INDEX-TYPE.
           MOVE WS-TODAY TO WS-AIX-FROM-DATE.
           MOVE WS-TODAY TO WS-AIX-TO-DATE.
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
               NOT INVALID KEY PERFORM 312-CHECK-ONE-CASE
           END-READ.

      *****************************************************************
       400-WRITE-TRANSMITTAL.
           MOVE WS-TODAY TO XMH-DATE.
           CLOSE CASE-MASTER-FILE
                 ASSIGN-MASTER-FILE
                 REFERRAL-EXTRACT-FILE
                 XMIT-REPORT-FILE
                 REFERRAL-LOG-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
