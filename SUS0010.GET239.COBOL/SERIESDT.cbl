      *PURPOSE: Nightly crime-series detection over the case master.
      *Burglary crews hitting the same block for weeks were only ever
      *spotted by hand-comparing REPTLOC printouts.  This program
      *walks CASEMAST once (or, given a SERCTL LOOK day count, only
      *the cases of the last LOOK days, browsed through the CASEAIX
      *IUCR alternate index), and groups cases into numbered series
      *when they share a beat and an IUCR and their incident dates
      *fall within the SERCTL day window of a seed case.  A series
      *must reach the SERCTL minimum member count before it is
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT CASE-AIX-FILE ASSIGN TO CASEAIX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-KEY
           FILE STATUS IS WS-CASEAIX-STATUS.
           SELECT SERIES-CTL-FILE ASSIGN TO SERCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADDR-XREF-FILE ASSIGN TO ADDRXREF
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

      *****STANDARDIZED-ADDRESS SIDECAR WRITTEN BY ADDRSTD - THE******
      *****SERIES OUTPUTS CARRY THE STANDARDIZED FORM WHEN AVAILABLE***
       FD  ADDR-XREF-FILE.
       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-SERXREF-STATUS            PIC XX.
       01 WS-SERMBR-STATUS             PIC XX.
       01 WS-ADDRXREF-STATUS           PIC XX.
       01 WS-ADX-EOF-SWITCH            PIC X        VALUE 'N'.
           88 ADX-EOF                               VALUE 'Y'.

      *****THE ALTERNATE-INDEX SLICE BEING BROWSED*********************
       01 WS-AIX-INDEX-TYPE            PIC X(1).
       01 WS-AIX-INDEX-VALUE           PIC X(4).
       01 WS-AIX-FROM-DATE             PIC X(8).
       01 WS-AIX-TO-DATE               PIC X(8).

      *****STANDARDIZED-ADDRESS TABLE - OPTIONAL UNTIL ADDRSTD RUNS****
       01 WS-ADX-TAB-MAX           PIC 9(5)     COMP VALUE 0.
       01 WS-ADX-TABLE.
      *****CLUSTERING PARAMETERS - DEFAULTS OVERRIDDEN BY SERCTL*******
       01 WS-WINDOW-DAYS            PIC 9(3)     VALUE 14.
       01 WS-MIN-MEMBERS            PIC 9(3)     VALUE 3.
       01 WS-LOOK-BACK-DAYS         PIC 9(4)     VALUE 0.

      *****************************************************************
      * IN-CORE CASE TABLE - ONE ROW PER CASE MASTER RECORD WITH A
                   WHEN 'MIN '
                       COMPUTE WS-MIN-MEMBERS =
                               FUNCTION NUMVAL(SCL-VALUE)
                   WHEN 'LOOK'
                       COMPUTE WS-LOOK-BACK-DAYS =
                               FUNCTION NUMVAL(SCL-VALUE)
               END-EVALUATE
           END-IF.

           OPEN OUTPUT SERIES-REPORT-FILE.

      *****************************************************************
      * THE CASE MASTER INTO THE IN-CORE TABLE - A CASE WHOSE
      * INCIDENT DATE WILL NOT PARSE CANNOT BE WINDOWED AND IS
      * COUNTED AS SKIPPED.  WITH A SERCTL LOOK-BACK, ONLY THE CASES
      * THAT OCCURRED IN THE LAST LOOK DAYS ARE LOADED, BROWSED IN
      * IUCR/DATE ORDER THROUGH THE CASEAIX INDEX; WITHOUT ONE (OR
      * WITHOUT THE INDEX) THE WHOLE MASTER IS READ AS BEFORE
      *****************************************************************
       250-LOAD-CASE-TABLE.
           MOVE '99' TO WS-CASEAIX-STATUS.
           IF WS-LOOK-BACK-DAYS > 0
               OPEN INPUT CASE-AIX-FILE
           END-IF.
           IF WS-CASEAIX-STATUS = '00'
               PERFORM 270-BROWSE-LOOK-BACK-SLICE
               CLOSE CASE-AIX-FILE
           ELSE
               MOVE LOW-VALUES TO CM-CASE-NUMBER
               START CASE-MASTER-FILE KEY >= CM-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-CASEMAST-STATUS
               END-START
               IF WS-CASEMAST-STATUS = '00'
                   PERFORM 255-READ-NEXT-CASE
                       UNTIL WS-CASEMAST-STATUS NOT = '00'
                             OR WS-CASE-TAB-MAX = 20000
               END-IF
           END-IF.

       255-READ-NEXT-CASE.
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               PERFORM 257-LOAD-ONE-CASE
           END-IF.

       257-LOAD-ONE-CASE.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               ADD 1 TO WS-CASES-LOADED
               ADD 1 TO WS-CASE-TAB-MAX
               MOVE CM-CASE-NUMBER
                   TO WS-CSE-CASE-NUMBER(WS-CASE-TAB-MAX)
               MOVE CM-BEAT TO WS-CSE-BEAT(WS-CASE-TAB-MAX)
               MOVE CM-IUCR TO WS-CSE-IUCR(WS-CASE-TAB-MAX)
               MOVE CM-DATE-TIME
                   TO WS-CSE-DATE-TIME(WS-CASE-TAB-MAX)
               MOVE CM-ADDRESS
                   TO WS-CSE-ADDRESS(WS-CASE-TAB-MAX)
               PERFORM 260-APPLY-STD-ADDRESS
               MOVE WS-YEAR9 TO WS-YMD-YEAR
               MOVE WS-MONTH9 TO WS-YMD-MONTH
               MOVE WS-DAY9 TO WS-YMD-DAY
               COMPUTE WS-CSE-DATE-INT(WS-CASE-TAB-MAX) =
                   FUNCTION INTEGER-OF-DATE(WS-YMD-DATE9)
               MOVE 0 TO WS-CSE-SERIES(WS-CASE-TAB-MAX)
           ELSE
               ADD 1 TO WS-CASES-SKIPPED
           END-IF.

       260-APPLY-STD-ADDRESS.
               MOVE WS-ADX-TAB-MAX TO WS-ADX-SUB
           END-IF.

      *****************************************************************
      * SKIP-SEQUENTIAL BROWSE OF ONE CASEAIX INDEX TYPE: FOR EACH
      * INDEX VALUE IN TURN, START AT THE FROM DATE, READ TO THE TO
      * DATE, THEN JUMP PAST THE REST OF THAT VALUE.  EACH ENTRY
      * INSIDE THE WINDOW IS READ OFF CASEMAST BY CASE NUMBER
      *****************************************************************
       270-BROWSE-LOOK-BACK-SLICE.
           MOVE 'I' TO WS-AIX-INDEX-TYPE.
           MOVE WS-TODAY TO WS-YMD-DATE.
           COMPUTE WS-YMD-DATE9 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-YMD-DATE9)
                - WS-LOOK-BACK-DAYS).
           MOVE WS-YMD-DATE TO WS-AIX-FROM-DATE.
           MOVE '99999999' TO WS-AIX-TO-DATE.
           MOVE LOW-VALUES TO WS-AIX-INDEX-VALUE.
           MOVE 'N' TO WS-AIX-EOF-SWITCH.
           PERFORM 272-POSITION-AT-FROM-DATE.
           PERFORM 276-READ-NEXT-INDEX-ENTRY
               UNTIL AIX-EOF OR WS-CASE-TAB-MAX = 20000.

       272-POSITION-AT-FROM-DATE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE WS-AIX-FROM-DATE TO AX-INDEX-DATE.
           MOVE LOW-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY NOT < AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       274-SKIP-PAST-INDEX-VALUE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE HIGH-VALUES TO AX-INDEX-DATE.
           MOVE HIGH-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY > AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       276-READ-NEXT-INDEX-ENTRY.
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
                           PERFORM 272-POSITION-AT-FROM-DATE
                       WHEN AX-INDEX-DATE > WS-AIX-TO-DATE
                           PERFORM 274-SKIP-PAST-INDEX-VALUE
                       WHEN OTHER
                           PERFORM 278-READ-INDEXED-CASE
                   END-EVALUATE
               END-IF
           END-IF.

      *AN ENTRY WHOSE CASE HAS SINCE LEFT THE MASTER IS PASSED OVER****
       278-READ-INDEXED-CASE.
           MOVE AX-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 257-LOAD-ONE-CASE
           END-READ.

      *****************************************************************
      * EACH UNNUMBERED CASE SEEDS A CANDIDATE CLUSTER - EVERY OTHER
      * UNNUMBERED CASE ON THE SAME BEAT WITH THE SAME IUCR AND AN
