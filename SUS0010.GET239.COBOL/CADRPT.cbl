      *****************************************************************
      *PURPOSE: Monthly 911 / CAD response-time report for command
      *staff.  This program reads the CADMAST event master that CADIN
      *builds each night and, for every event received in the MONCTL
      *report month, tallies the call under its beat, under its
      *district (through the BEATREF reference, as of the day the
      *call came in), under the hour of day it was received and under
      *the citywide line.  Received-to-on-scene times are kept as a
      *half-minute distribution per line so the median and the 90th
      *percentile (nearest rank, to the half minute, anything past
      *90 minutes in one open-ended slot) can be read off without
      *holding every call; the average is exact.  Calls cancelled
      *before a car arrived count as calls but carry no time.
      *The CADEXCP exception list shows the month's CAD events that
      *have no case - no RD number, or an RD number still not on
      *CASEMAST - and the month's cases (browsed through the CASEAIX
      *beat alternate index) with no CAD event on the CADXREF cross
      *reference.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      CADRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT CASE-AIX-FILE ASSIGN TO CASEAIX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AX-KEY
           FILE STATUS IS WS-CASEAIX-STATUS.
           SELECT BEAT-REF-FILE ASSIGN TO BEATREF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESPONSE-REPORT-FILE ASSIGN TO CADRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO CADEXCP
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CAD EVENT MASTER - SEE CADIN********************************
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

      *****CASE-TO-EVENT CROSS REFERENCE - SEE CADIN******************
       FD  CAD-XREF-FILE.
       01  CAD-XREF-REC.
           05  CR-KEY.
               10  CR-CASE-NUMBER           PIC X(8).
               10  CR-EVENT-NO              PIC X(12).

      *****PERSISTENT CASE MASTER - ONLY THE FIELDS THE LIST NEEDS*****
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  FILLER                       PIC X(44).
           05  CM-PRIMARY                   PIC X(30).
           05  FILLER                       PIC X(102).
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

      *****BEAT REFERENCE - BEAT TO DISTRICT (SEE CRIMEDIT)************
       FD  BEAT-REF-FILE.
       01  BEAT-REF-REC.
           05  BRF-BEAT                     PIC X(4).
           05  BRF-DISTRICT                 PIC X(3).
           05  BRF-AREA                     PIC X(2).
           05  FILLER                       PIC X.
           05  BRF-WARD                     PIC X(2).
      *THE BOUNDING-BOX COLUMNS ONLY CRIMEDIT'S BEAT REPAIR READS******
           05  FILLER                       PIC X(46).
           05  FILLER                       PIC X.
           05  BRF-EFF-DATE                 PIC X(8).
           05  FILLER                       PIC X.
           05  BRF-END-DATE                 PIC X(8).

      *****CONTROL CARD - THE REPORT MONTH (CCYYMM)********************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      ***MONTHLY RESPONSE-TIME REPORT**********************************
       FD  RESPONSE-REPORT-FILE.
       01  RSP-OUT-REC                      PIC X(80).

      ***CAD / CASE LINKAGE EXCEPTIONS*********************************
       FD  EXCEPTION-REPORT-FILE.
       01  EXC-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CAD-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAD-EOF                            VALUE 'Y'.
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-REF-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REF-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-EVENT-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 CAD-EVENT-FOUND                    VALUE 'Y'.
       01 WS-CADMAST-STATUS            PIC XX.
       01 WS-CADXREF-STATUS            PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.

      *****THE ALTERNATE-INDEX SLICE BEING BROWSED*********************
       01 WS-AIX-INDEX-TYPE            PIC X(1).
       01 WS-AIX-INDEX-VALUE           PIC X(4).
       01 WS-AIX-FROM-DATE             PIC X(8).
       01 WS-AIX-TO-DATE               PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH              PIC XX.
           05  WS-DAY                PIC XX.
           05  WS-YEAR               PIC X(4).
       01  WS-DATE-CONVR REDEFINES WS-DATE-CONV.
           05  WS-MONTH9             PIC 99.
           05  WS-DAY9               PIC 99.
           05  WS-YEAR9              PIC 9(4).
       01  WS-TIME-CONV.
           05  WS-HOUR               PIC XX.
           05  WS-MIN                PIC XX.
       01  WS-TIME-CONVR REDEFINES WS-TIME-CONV.
           05  WS-HOUR9              PIC 99.
           05  WS-MIN9               PIC 99.

      **** CALLED PROGRAM *********************************************
       01  CONVERT-DATE                  PIC X(8) VALUE 'CONVDATE'.
       01  WS-CONVDATE-STATUS             PIC X(1).
           88  WS-CONVDATE-VALID                       VALUE '0'.

      *****CONTROL VALUES**********************************************
       01 WS-RPT-YEAR              PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH             PIC X(2)     VALUE SPACES.

      *****BEAT-TO-DISTRICT REFERENCE TABLE****************************
       01 WS-REF-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 300 TIMES
                             INDEXED BY REF-IDX.
              10 WS-REF-BEAT           PIC X(4).
              10 WS-REF-DISTRICT       PIC X(3).
              10 WS-REF-EFF-DATE       PIC X(8).
              10 WS-REF-END-DATE       PIC X(8).
       01 WS-CALL-DISTRICT         PIC X(3).
       01 WS-CALL-DATE             PIC X(8).

      *****************************************************************
      * ONE ENTRY PER REPORT LINE - TYPE 1 BEAT, 2 DISTRICT, 3 HOUR OF
      * DAY, 4 CITYWIDE - WITH THE RESPONSE TIMES COUNTED INTO 181
      * HALF-MINUTE SLOTS; SLOT N HOLDS (N-1)*30 THRU N*30-1 SECONDS
      * AND SLOT 181 EVERYTHING FROM 90 MINUTES ON
      *****************************************************************
       01 WS-GRP-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 400 TIMES
                             INDEXED BY GRP-IDX.
              10 WS-GRP-SORT-KEY.
                 15 WS-GRP-TYPE        PIC X(1).
                 15 WS-GRP-KEY         PIC X(4).
              10 WS-GRP-CALLS          PIC 9(7).
              10 WS-GRP-TIMED          PIC 9(7).
              10 WS-GRP-TOTAL-SECS     PIC 9(11).
              10 WS-GRP-SLOT           PIC 9(5) OCCURS 181 TIMES.
       01 WS-SWAP-ENTRY                PIC X(935).
       01 WS-SORT-SUB              PIC 9(3).
       01 WS-SORT-SUB2             PIC 9(3).
       01 WS-FIND-TYPE             PIC X(1).
       01 WS-FIND-KEY              PIC X(4).
       01 WS-SLOT-SUB              PIC 9(3).
       01 WS-SLOT-MAX              PIC 9(3)     VALUE 181.
       01 WS-RANK                  PIC 9(7).
       01 WS-CUMULATIVE            PIC 9(7).
       01 WS-PRIOR-TYPE            PIC X(1).
       01 WS-MINUTES               PIC 9(3)V9.
       01 WS-MINUTES-EDIT          PIC ZZ9.9.
       01 WS-SLOT-TEXT             PIC X(6).

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-EVENTS-READ           PIC 9(7)     VALUE 0.
       01 WS-EVENTS-READZ          PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-IN-MONTH       PIC 9(7)     VALUE 0.
       01 WS-EVENTS-IN-MONTHZ      PIC Z,ZZZ,ZZ9.
       01 WS-EVENTS-NO-CASE        PIC 9(7)     VALUE 0.
       01 WS-EVENTS-NO-CASEZ       PIC Z,ZZZ,ZZ9.
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-CASES-IN-MONTH        PIC 9(7)     VALUE 0.
       01 WS-CASES-IN-MONTHZ       PIC Z,ZZZ,ZZ9.
       01 WS-CASES-NO-EVENT        PIC 9(7)     VALUE 0.
       01 WS-CASES-NO-EVENTZ       PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  RSP-HEADING-1.
           05                 PIC X(35)
                   VALUE 'CAD RESPONSE TIMES (MINUTES) - MON '.
           05  RSH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  RSH-MONTH      PIC X(2).
       01  RSP-HEADING-2.
           05                 PIC X(10) VALUE SPACES.
           05                 PIC X(10) VALUE '     CALLS'.
           05                 PIC X(10) VALUE '  ON SCENE'.
           05                 PIC X(8)  VALUE '     AVG'.
           05                 PIC X(9)  VALUE '   MEDIAN'.
           05                 PIC X(9)  VALUE '    90TH'.
       01  RSP-SECTION-LINE.
           05  RSS-TITLE          PIC X(40).
       01  RSP-DETAIL-LINE.
           05  RSD-KEY            PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RSD-CALLS          PIC Z,ZZZ,ZZ9.
           05                     PIC X(1)  VALUE SPACES.
           05  RSD-TIMED          PIC Z,ZZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  RSD-AVERAGE        PIC X(5).
           05                     PIC X(3)  VALUE SPACES.
           05  RSD-MEDIAN         PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RSD-NINETIETH      PIC X(6).
           05                     PIC X(26) VALUE SPACES.
       01  EXC-HEADING-1.
           05                 PIC X(33)
                   VALUE 'CAD / CASE LINKAGE EXCEPTIONS - '.
           05  EXH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  EXH-MONTH      PIC X(2).
       01  EXC-HEADING-EVENTS.
           05                 PIC X(14) VALUE 'EVENT'.
           05                 PIC X(16) VALUE 'RECEIVED'.
           05                 PIC X(6)  VALUE 'BEAT'.
           05                 PIC X(10) VALUE 'RD NUMBER'.
           05                 PIC X(20) VALUE 'REASON'.
       01  EXC-EVENT-LINE.
           05  EXE-EVENT-NO       PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  EXE-RECEIVED       PIC X(14).
           05                     PIC X(2)  VALUE SPACES.
           05  EXE-BEAT           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  EXE-RD-NUMBER      PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EXE-REASON         PIC X(20).
           05                     PIC X(14) VALUE SPACES.
       01  EXC-HEADING-CASES.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(17) VALUE 'DATE/TIME'.
           05                 PIC X(6)  VALUE 'BEAT'.
           05                 PIC X(30) VALUE 'PRIMARY TYPE'.
       01  EXC-CASE-LINE.
           05  EXC-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  EXC-DATE-TIME      PIC X(15).
           05                     PIC X(2)  VALUE SPACES.
           05  EXC-BEAT           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  EXC-PRIMARY        PIC X(30).
           05                     PIC X(17) VALUE SPACES.
       01  EXC-COUNT-LINE.
           05  EXT-LABEL          PIC X(30).
           05                     PIC X(2)  VALUE ': '.
           05  EXT-COUNT          PIC Z,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-BEAT-REFERENCE.
           PERFORM 300-TALLY-CAD-EVENTS.
           PERFORM 370-LIST-CASES-WITHOUT-EVENT.
           PERFORM 400-SORT-GROUP-TABLE.
           PERFORM 430-WRITE-RESPONSE-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies CADRPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT MONTH-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE MONTH-CTL-FILE.
           IF WS-RPT-YEAR = SPACES
               DISPLAY '*** MONCTL MON CARD MISSING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       155-READ-CONTROL-REC.
           READ MONTH-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF MCC-TYPE = 'MON '
                   MOVE MCC-YEAR TO WS-RPT-YEAR
                   MOVE MCC-MONTH TO WS-RPT-MONTH
               END-IF
           END-IF.

      *****************************************************************
      * CADIN CREATES THE EVENT MASTER AND CROSS REFERENCE ON ITS
      * FIRST NIGHT - WITHOUT THEM THERE IS NOTHING TO REPORT
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT CAD-MASTER-FILE.
           OPEN INPUT CAD-XREF-FILE.
           IF WS-CADMAST-STATUS NOT = '00'
              OR WS-CADXREF-STATUS NOT = '00'
               DISPLAY '*** CADMAST/CADXREF NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT RESPONSE-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE WS-RPT-YEAR TO EXH-YEAR.
           MOVE WS-RPT-MONTH TO EXH-MONTH.
           MOVE EXC-HEADING-1 TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE SPACES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE 'CAD EVENTS WITH NO CASE' TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-EVENTS TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
       250-LOAD-BEAT-REFERENCE.
           OPEN INPUT BEAT-REF-FILE.
           PERFORM 255-READ-BEAT-REF-REC UNTIL REF-EOF.
           CLOSE BEAT-REF-FILE.

       255-READ-BEAT-REF-REC.
           READ BEAT-REF-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF AND WS-REF-TAB-MAX < 300
               ADD 1 TO WS-REF-TAB-MAX
               MOVE BRF-BEAT TO WS-REF-BEAT(WS-REF-TAB-MAX)
               MOVE BRF-DISTRICT TO WS-REF-DISTRICT(WS-REF-TAB-MAX)
               MOVE BRF-EFF-DATE TO WS-REF-EFF-DATE(WS-REF-TAB-MAX)
               MOVE BRF-END-DATE TO WS-REF-END-DATE(WS-REF-TAB-MAX)
           END-IF.

      *****************************************************************
      * EVERY EVENT RECEIVED IN THE REPORT MONTH TALLIES UNDER ITS
      * BEAT, DISTRICT, HOUR AND CITYWIDE.  ITS RD NUMBER IS CHECKED
      * AGAINST CASEMAST AGAIN HERE - A CASE ENTERED AFTER THE CALL
      * CAME IN IS LINKED BY NOW EVEN IF IT WAS NOT THAT NIGHT
      *****************************************************************
       300-TALLY-CAD-EVENTS.
           MOVE LOW-VALUES TO CX-EVENT-NO.
           START CAD-MASTER-FILE KEY NOT < CX-EVENT-NO
               INVALID KEY MOVE 'Y' TO WS-CAD-EOF-SWITCH
           END-START.
           PERFORM 310-READ-NEXT-EVENT UNTIL CAD-EOF.
           MOVE SPACES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE 'EVENTS WITH NO CASE' TO EXT-LABEL.
           MOVE WS-EVENTS-NO-CASE TO EXT-COUNT.
           MOVE EXC-COUNT-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

       310-READ-NEXT-EVENT.
           READ CAD-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAD-EOF-SWITCH
           END-READ.
           IF NOT CAD-EOF
               ADD 1 TO WS-EVENTS-READ
               IF CX-RECEIVED(1:4) = WS-RPT-YEAR
                  AND CX-RECEIVED(5:2) = WS-RPT-MONTH
                   ADD 1 TO WS-EVENTS-IN-MONTH
                   PERFORM 320-TALLY-ONE-EVENT
                   PERFORM 350-CHECK-EVENT-CASE
               END-IF
           END-IF.

       320-TALLY-ONE-EVENT.
           MOVE CX-RECEIVED(1:8) TO WS-CALL-DATE.
           PERFORM 330-LOOK-UP-DISTRICT.
           MOVE '1' TO WS-FIND-TYPE.
           MOVE CX-BEAT TO WS-FIND-KEY.
           PERFORM 340-ADD-TO-GROUP.
           MOVE '2' TO WS-FIND-TYPE.
           MOVE WS-CALL-DISTRICT TO WS-FIND-KEY.
           PERFORM 340-ADD-TO-GROUP.
           MOVE '3' TO WS-FIND-TYPE.
           MOVE CX-RECEIVED(9:2) TO WS-FIND-KEY.
           PERFORM 340-ADD-TO-GROUP.
           MOVE '4' TO WS-FIND-TYPE.
           MOVE 'CITY' TO WS-FIND-KEY.
           PERFORM 340-ADD-TO-GROUP.

      *A BEAT NOT ON THE REFERENCE ROLLS UP UNDER DISTRICT '???'*******
       330-LOOK-UP-DISTRICT.
           MOVE '???' TO WS-CALL-DISTRICT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET REF-IDX TO 1.
           PERFORM 335-SEARCH-BEAT-REF
               UNTIL REF-IDX > WS-REF-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               MOVE WS-REF-DISTRICT(REF-IDX) TO WS-CALL-DISTRICT
           END-IF.

       335-SEARCH-BEAT-REF.
           IF WS-REF-BEAT(REF-IDX) = CX-BEAT
              AND WS-CALL-DATE NOT < WS-REF-EFF-DATE(REF-IDX)
              AND WS-CALL-DATE NOT > WS-REF-END-DATE(REF-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET REF-IDX UP BY 1
           END-IF.

      *****************************************************************
      * FIND (OR OPEN) THE LINE FOR THIS TYPE AND KEY AND COUNT THE
      * CALL; A TIMED CALL ALSO DROPS INTO ITS HALF-MINUTE SLOT
      *****************************************************************
       340-ADD-TO-GROUP.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET GRP-IDX TO 1.
           PERFORM 345-SEARCH-GROUP-ENTRY
               UNTIL GRP-IDX > WS-GRP-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-GRP-TAB-MAX < 400
               ADD 1 TO WS-GRP-TAB-MAX
               SET GRP-IDX TO WS-GRP-TAB-MAX
               INITIALIZE WS-GRP-ENTRY(GRP-IDX)
               MOVE WS-FIND-TYPE TO WS-GRP-TYPE(GRP-IDX)
               MOVE WS-FIND-KEY TO WS-GRP-KEY(GRP-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           IF WS-FOUND
               ADD 1 TO WS-GRP-CALLS(GRP-IDX)
               IF CX-ON-SCENE NOT = SPACES
                   ADD 1 TO WS-GRP-TIMED(GRP-IDX)
                   ADD CX-RESPONSE-SECS TO WS-GRP-TOTAL-SECS(GRP-IDX)
                   COMPUTE WS-SLOT-SUB = CX-RESPONSE-SECS / 30 + 1
                       ON SIZE ERROR MOVE WS-SLOT-MAX TO WS-SLOT-SUB
                   END-COMPUTE
                   IF WS-SLOT-SUB > WS-SLOT-MAX
                       MOVE WS-SLOT-MAX TO WS-SLOT-SUB
                   END-IF
                   ADD 1 TO WS-GRP-SLOT(GRP-IDX, WS-SLOT-SUB)
               END-IF
           END-IF.

       345-SEARCH-GROUP-ENTRY.
           IF WS-GRP-TYPE(GRP-IDX) = WS-FIND-TYPE
              AND WS-GRP-KEY(GRP-IDX) = WS-FIND-KEY
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET GRP-IDX UP BY 1
           END-IF.

       350-CHECK-EVENT-CASE.
           IF CX-RD-NUMBER = SPACES
               MOVE 'NONE' TO EXE-RD-NUMBER
               MOVE 'NO RD NUMBER' TO EXE-REASON
               PERFORM 360-WRITE-EVENT-EXCEPTION
           ELSE
               MOVE CX-RD-NUMBER TO CM-CASE-NUMBER
               READ CASE-MASTER-FILE
                   INVALID KEY
                       MOVE CX-RD-NUMBER TO EXE-RD-NUMBER
                       MOVE 'RD NOT ON CASEMAST' TO EXE-REASON
                       PERFORM 360-WRITE-EVENT-EXCEPTION
               END-READ
           END-IF.

       360-WRITE-EVENT-EXCEPTION.
           ADD 1 TO WS-EVENTS-NO-CASE.
           MOVE CX-EVENT-NO TO EXE-EVENT-NO.
           MOVE CX-RECEIVED TO EXE-RECEIVED.
           MOVE CX-BEAT TO EXE-BEAT.
           MOVE EXC-EVENT-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * THE MONTH'S CASES WITH NO CAD EVENT ON THE CROSS REFERENCE.
      * THE CASEAIX BEAT INDEX HANDS OVER JUST THE MONTH'S CASES;
      * WITHOUT IT THE WHOLE MASTER IS READ, AS CLEARRPT DOES
      *****************************************************************
       370-LIST-CASES-WITHOUT-EVENT.
           MOVE SPACES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE 'CASES WITH NO CAD EVENT' TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE EXC-HEADING-CASES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           OPEN INPUT CASE-AIX-FILE.
           IF WS-CASEAIX-STATUS = '00'
               PERFORM 380-BROWSE-MONTH-SLICE
               CLOSE CASE-AIX-FILE
           ELSE
               MOVE LOW-VALUES TO CM-CASE-NUMBER
               START CASE-MASTER-FILE KEY >= CM-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-CASEMAST-STATUS
               END-START
               IF WS-CASEMAST-STATUS = '00'
                   PERFORM 372-READ-NEXT-CASE
                       UNTIL WS-CASEMAST-STATUS NOT = '00'
               END-IF
           END-IF.
           MOVE SPACES TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.
           MOVE 'CASES WITH NO CAD EVENT' TO EXT-LABEL.
           MOVE WS-CASES-NO-EVENT TO EXT-COUNT.
           MOVE EXC-COUNT-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

       372-READ-NEXT-CASE.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               PERFORM 374-CHECK-ONE-CASE
           END-IF.

      *THE MONTH TEST STANDS ON THE INDEXED PATH TOO*******************
       374-CHECK-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
              AND WS-YEAR = WS-RPT-YEAR
              AND WS-MONTH = WS-RPT-MONTH
               ADD 1 TO WS-CASES-IN-MONTH
               PERFORM 376-FIND-CAD-EVENT
               IF NOT CAD-EVENT-FOUND
                   PERFORM 378-WRITE-CASE-EXCEPTION
               END-IF
           END-IF.

       376-FIND-CAD-EVENT.
           MOVE 'N' TO WS-EVENT-FOUND-SWITCH.
           MOVE CM-CASE-NUMBER TO CR-CASE-NUMBER.
           MOVE LOW-VALUES TO CR-EVENT-NO.
           START CAD-XREF-FILE KEY NOT < CR-KEY
               INVALID KEY MOVE '23' TO WS-CADXREF-STATUS
           END-START.
           IF WS-CADXREF-STATUS = '00'
               READ CAD-XREF-FILE NEXT RECORD
                   AT END MOVE '10' TO WS-CADXREF-STATUS
               END-READ
               IF WS-CADXREF-STATUS = '00'
                  AND CR-CASE-NUMBER = CM-CASE-NUMBER
                   MOVE 'Y' TO WS-EVENT-FOUND-SWITCH
               END-IF
           END-IF.

       378-WRITE-CASE-EXCEPTION.
           ADD 1 TO WS-CASES-NO-EVENT.
           MOVE CM-CASE-NUMBER TO EXC-CASE-NUMBER.
           MOVE CM-DATE-TIME TO EXC-DATE-TIME.
           MOVE CM-BEAT TO EXC-BEAT.
           MOVE CM-PRIMARY TO EXC-PRIMARY.
           MOVE EXC-CASE-LINE TO EXC-OUT-REC.
           WRITE EXC-OUT-REC.

      *****************************************************************
      * SKIP-SEQUENTIAL BROWSE OF ONE CASEAIX INDEX TYPE: FOR EACH
      * INDEX VALUE IN TURN, START AT THE FROM DATE, READ TO THE TO
      * DATE, THEN JUMP PAST THE REST OF THAT VALUE.  EACH ENTRY
      * INSIDE THE WINDOW IS READ OFF CASEMAST BY CASE NUMBER
      *****************************************************************
       380-BROWSE-MONTH-SLICE.
           MOVE 'B' TO WS-AIX-INDEX-TYPE.
           MOVE WS-RPT-YEAR TO WS-AIX-FROM-DATE(1:4).
           MOVE WS-RPT-MONTH TO WS-AIX-FROM-DATE(5:2).
           MOVE '01' TO WS-AIX-FROM-DATE(7:2).
           MOVE WS-AIX-FROM-DATE TO WS-AIX-TO-DATE.
           MOVE '31' TO WS-AIX-TO-DATE(7:2).
           MOVE LOW-VALUES TO WS-AIX-INDEX-VALUE.
           MOVE 'N' TO WS-AIX-EOF-SWITCH.
           PERFORM 382-POSITION-AT-FROM-DATE.
           PERFORM 386-READ-NEXT-INDEX-ENTRY UNTIL AIX-EOF.

       382-POSITION-AT-FROM-DATE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE WS-AIX-FROM-DATE TO AX-INDEX-DATE.
           MOVE LOW-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY NOT < AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       384-SKIP-PAST-INDEX-VALUE.
           MOVE WS-AIX-INDEX-TYPE TO AX-INDEX-TYPE.
           MOVE WS-AIX-INDEX-VALUE TO AX-INDEX-VALUE.
           MOVE HIGH-VALUES TO AX-INDEX-DATE.
           MOVE HIGH-VALUES TO AX-CASE-NUMBER.
           START CASE-AIX-FILE KEY > AX-KEY
               INVALID KEY MOVE 'Y' TO WS-AIX-EOF-SWITCH
           END-START.

       386-READ-NEXT-INDEX-ENTRY.
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
                           PERFORM 382-POSITION-AT-FROM-DATE
                       WHEN AX-INDEX-DATE > WS-AIX-TO-DATE
                           PERFORM 384-SKIP-PAST-INDEX-VALUE
                       WHEN OTHER
                           PERFORM 388-READ-INDEXED-CASE
                   END-EVALUATE
               END-IF
           END-IF.

      *AN ENTRY WHOSE CASE HAS SINCE LEFT THE MASTER IS PASSED OVER****
       388-READ-INDEXED-CASE.
           MOVE AX-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 374-CHECK-ONE-CASE
           END-READ.

      *****************************************************************
      * EXCHANGE SORT ON TYPE AND KEY, AS UCRRPT DOES, SO THE BEATS,
      * DISTRICTS AND HOURS EACH PRINT IN ORDER WITH CITYWIDE LAST
      *****************************************************************
       400-SORT-GROUP-TABLE.
           PERFORM 410-SORT-OUTER-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-GRP-TAB-MAX.

       410-SORT-OUTER-PASS.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-INNER-PASS
               UNTIL WS-SORT-SUB2 > WS-GRP-TAB-MAX.

       420-SORT-INNER-PASS.
           IF WS-GRP-SORT-KEY(WS-SORT-SUB2)
                 < WS-GRP-SORT-KEY(WS-SORT-SUB)
               MOVE WS-GRP-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-GRP-ENTRY(WS-SORT-SUB2)
                   TO WS-GRP-ENTRY(WS-SORT-SUB)
               MOVE WS-SWAP-ENTRY TO WS-GRP-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
       430-WRITE-RESPONSE-REPORT.
           MOVE WS-RPT-YEAR TO RSH-YEAR.
           MOVE WS-RPT-MONTH TO RSH-MONTH.
           MOVE RSP-HEADING-1 TO RSP-OUT-REC.
           WRITE RSP-OUT-REC.
           MOVE RSP-HEADING-2 TO RSP-OUT-REC.
           WRITE RSP-OUT-REC.
           MOVE SPACE TO WS-PRIOR-TYPE.
           SET GRP-IDX TO 1.
           PERFORM 440-WRITE-GROUP-LINE
               UNTIL GRP-IDX > WS-GRP-TAB-MAX.

       440-WRITE-GROUP-LINE.
           IF WS-GRP-TYPE(GRP-IDX) NOT = WS-PRIOR-TYPE
               PERFORM 445-WRITE-SECTION-TITLE
           END-IF.
           MOVE SPACES TO RSD-KEY.
           IF WS-GRP-TYPE(GRP-IDX) = '3'
               STRING WS-GRP-KEY(GRP-IDX)(1:2) DELIMITED BY SIZE
                      ':00' DELIMITED BY SIZE
                   INTO RSD-KEY
           ELSE
               MOVE WS-GRP-KEY(GRP-IDX) TO RSD-KEY
           END-IF.
           MOVE WS-GRP-CALLS(GRP-IDX) TO RSD-CALLS.
           MOVE WS-GRP-TIMED(GRP-IDX) TO RSD-TIMED.
           IF WS-GRP-TIMED(GRP-IDX) = 0
               MOVE '  -  ' TO RSD-AVERAGE
               MOVE '  -   ' TO RSD-MEDIAN
               MOVE '  -   ' TO RSD-NINETIETH
           ELSE
               COMPUTE WS-MINUTES ROUNDED =
                   WS-GRP-TOTAL-SECS(GRP-IDX) /
                   WS-GRP-TIMED(GRP-IDX) / 60
                   ON SIZE ERROR MOVE 999.9 TO WS-MINUTES
               END-COMPUTE
               MOVE WS-MINUTES TO WS-MINUTES-EDIT
               MOVE WS-MINUTES-EDIT TO RSD-AVERAGE
               COMPUTE WS-RANK = (WS-GRP-TIMED(GRP-IDX) * 50 + 99)
                   / 100
               PERFORM 450-FIND-RANK-SLOT
               PERFORM 460-EDIT-SLOT-MINUTES
               MOVE WS-SLOT-TEXT TO RSD-MEDIAN
               COMPUTE WS-RANK = (WS-GRP-TIMED(GRP-IDX) * 90 + 99)
                   / 100
               PERFORM 450-FIND-RANK-SLOT
               PERFORM 460-EDIT-SLOT-MINUTES
               MOVE WS-SLOT-TEXT TO RSD-NINETIETH
           END-IF.
           MOVE RSP-DETAIL-LINE TO RSP-OUT-REC.
           WRITE RSP-OUT-REC.
           SET GRP-IDX UP BY 1.

       445-WRITE-SECTION-TITLE.
           MOVE WS-GRP-TYPE(GRP-IDX) TO WS-PRIOR-TYPE.
           EVALUATE WS-GRP-TYPE(GRP-IDX)
               WHEN '1' MOVE 'BY BEAT' TO RSS-TITLE
               WHEN '2' MOVE 'BY DISTRICT' TO RSS-TITLE
               WHEN '3' MOVE 'BY HOUR OF DAY RECEIVED' TO RSS-TITLE
               WHEN OTHER MOVE 'CITYWIDE' TO RSS-TITLE
           END-EVALUATE.
           MOVE SPACES TO RSP-OUT-REC.
           WRITE RSP-OUT-REC.
           MOVE RSP-SECTION-LINE TO RSP-OUT-REC.
           WRITE RSP-OUT-REC.

      *NEAREST RANK - THE FIRST SLOT WHOSE RUNNING COUNT REACHES IT****
       450-FIND-RANK-SLOT.
           MOVE 0 TO WS-CUMULATIVE.
           MOVE 0 TO WS-SLOT-SUB.
           PERFORM 455-ADD-NEXT-SLOT
               UNTIL WS-CUMULATIVE >= WS-RANK
                  OR WS-SLOT-SUB >= WS-SLOT-MAX.

       455-ADD-NEXT-SLOT.
           ADD 1 TO WS-SLOT-SUB.
           ADD WS-GRP-SLOT(GRP-IDX, WS-SLOT-SUB) TO WS-CUMULATIVE.

      *THE SLOT PRINTS AS ITS UPPER EDGE IN MINUTES********************
       460-EDIT-SLOT-MINUTES.
           IF WS-SLOT-SUB >= WS-SLOT-MAX
               MOVE ' 90.0+' TO WS-SLOT-TEXT
           ELSE
               COMPUTE WS-MINUTES = WS-SLOT-SUB * 0.5
               MOVE WS-MINUTES TO WS-MINUTES-EDIT
               MOVE SPACES TO WS-SLOT-TEXT
               MOVE WS-MINUTES-EDIT TO WS-SLOT-TEXT(2:5)
           END-IF.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-EVENTS-READ TO WS-EVENTS-READZ.
           DISPLAY 'CAD Events Read           : ' WS-EVENTS-READZ.
           MOVE WS-EVENTS-IN-MONTH TO WS-EVENTS-IN-MONTHZ.
           DISPLAY 'Events In Report Month    : ' WS-EVENTS-IN-MONTHZ.
           MOVE WS-EVENTS-NO-CASE TO WS-EVENTS-NO-CASEZ.
           DISPLAY 'Events With No Case       : ' WS-EVENTS-NO-CASEZ.
           MOVE WS-CASES-READ TO WS-CASES-READZ.
           DISPLAY 'Case Master Records Read  : ' WS-CASES-READZ.
           MOVE WS-CASES-IN-MONTH TO WS-CASES-IN-MONTHZ.
           DISPLAY 'Cases In Report Month     : ' WS-CASES-IN-MONTHZ.
           MOVE WS-CASES-NO-EVENT TO WS-CASES-NO-EVENTZ.
           DISPLAY 'Cases With No CAD Event   : ' WS-CASES-NO-EVENTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CAD-MASTER-FILE
                 CAD-XREF-FILE
                 CASE-MASTER-FILE
                 RESPONSE-REPORT-FILE
                 EXCEPTION-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
