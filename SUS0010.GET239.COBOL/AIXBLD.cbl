      *****************************************************************
      *PURPOSE: CASEMAST alternate-index rebuild.  AIXPUT keeps the
      *CASEAIX alternate index current update by update; this utility
      *builds it from scratch off the case master - the BLDINDEX of
      *the pair.  It runs after every CASEMAST reorganization and
      *every forward-recovery rebuild, since either can leave the
      *master holding cases the old index never saw, and on the
      *first night to load the index off the existing master.  Each
      *case gets its four entries (beat, IUCR and community area
      *under the incident date; last-updated date) in the freshly
      *defined .NEW cluster.  The proof passes when the entries
      *written are exactly four per case read; a failed proof ends
      *RC=8 so the job deletes the new cluster and keeps the old one.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      AIXBLD.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
      *****PERSISTENT CASE MASTER - ONLY THE ALTERNATE-KEY FIELDS******
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  FILLER                       PIC X(40).
           05  CM-IUCR                      PIC X(4).
           05  FILLER                       PIC X(132).
           05  CM-BEAT                      PIC X(4).
           05  FILLER                       PIC X(46).
           05  CM-COMMUNITY-AREA            PIC X(2).
           05  CM-UPDATED-ON                PIC X(15).

      *****************************************************************
      * CASE MASTER ALTERNATE INDEX - THE KEY IS THE WHOLE RECORD
      *****************************************************************
       FD  CASE-AIX-FILE.
       01  CASE-AIX-REC.
           05  AX-KEY.
               10  AX-INDEX-TYPE            PIC X(1).
               10  AX-INDEX-VALUE           PIC X(4).
               10  AX-INDEX-DATE            PIC X(8).
               10  AX-CASE-NUMBER           PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-MST-EOF-SWITCH        PIC X        VALUE 'N'.
              88 MST-EOF                            VALUE 'Y'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-INCIDENT-DATE-8           PIC X(8).
       01 WS-UPDATED-DATE-8            PIC X(8).

      *****CONVERTED DATE *********************************************
       01  WS-DATE-CONV.
           05  WS-MONTH                  PIC XX.
           05  WS-DAY                    PIC XX.
           05  WS-YEAR                   PIC X(4).
       01  WS-DATE-CONVR REDEFINES WS-DATE-CONV.
           05  WS-MONTH9                 PIC 99.
           05  WS-DAY9                   PIC 99.
           05  WS-YEAR9                  PIC 9(4).

      **** CONVERTED TIME *********************************************
       01  WS-TIME-CONV.
           05  WS-HOUR                   PIC XX.
           05  WS-MIN                    PIC XX.
       01  WS-TIME-CONVR REDEFINES WS-TIME-CONV.
           05  WS-HOUR9                  PIC 99.
           05  WS-MIN9                   PIC 99.

      **** CALLED PROGRAM *********************************************
       01  CONVERT-DATE                  PIC X(8) VALUE 'CONVDATE'.
       01  WS-CONVDATE-STATUS             PIC X(1).
           88  WS-CONVDATE-VALID                       VALUE '0'.

      *****PROOF COUNTERS**********************************************
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-ENTRIES-WRITTEN       PIC 9(8)     VALUE 0.
       01 WS-ENTRIES-WRITTENZ      PIC ZZ,ZZZ,ZZ9.
       01 WS-ENTRIES-EXPECTED      PIC 9(8)     VALUE 0.
       01 WS-ENTRIES-EXPECTEDZ     PIC ZZ,ZZZ,ZZ9.
       01 WS-UNDATED-CASES         PIC 9(7)     VALUE 0.
       01 WS-UNDATED-CASESZ        PIC Z,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-INDEX-CASE-MASTER UNTIL MST-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies AIXBLD  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * AN EMPTY OR MISSING CASE MASTER BUILDS AN EMPTY INDEX
      *****************************************************************
       200-OPEN-FILES.
           OPEN OUTPUT CASE-AIX-FILE.
           OPEN INPUT CASE-MASTER-FILE.
           IF WS-CASEMAST-STATUS = '00'
               MOVE LOW-VALUES TO CM-CASE-NUMBER
               START CASE-MASTER-FILE KEY NOT < CM-CASE-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-MST-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-IF.

      *****************************************************************
      * FOUR ENTRIES PER CASE - A DATE THAT WILL NOT PARSE INDEXES AS
      * 00000000, THE SAME AS AIXPUT FILES IT
      *****************************************************************
       300-INDEX-CASE-MASTER.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-MST-EOF-SWITCH
           END-READ.
           IF NOT MST-EOF
               ADD 1 TO WS-CASES-READ
               PERFORM 310-CONVERT-CASE-DATES
               MOVE CM-CASE-NUMBER TO AX-CASE-NUMBER
               MOVE WS-INCIDENT-DATE-8 TO AX-INDEX-DATE
               MOVE 'B' TO AX-INDEX-TYPE
               MOVE CM-BEAT TO AX-INDEX-VALUE
               PERFORM 320-WRITE-INDEX-ENTRY
               MOVE 'I' TO AX-INDEX-TYPE
               MOVE CM-IUCR TO AX-INDEX-VALUE
               PERFORM 320-WRITE-INDEX-ENTRY
               MOVE 'A' TO AX-INDEX-TYPE
               MOVE CM-COMMUNITY-AREA TO AX-INDEX-VALUE
               PERFORM 320-WRITE-INDEX-ENTRY
               MOVE 'U' TO AX-INDEX-TYPE
               MOVE SPACES TO AX-INDEX-VALUE
               MOVE WS-UPDATED-DATE-8 TO AX-INDEX-DATE
               PERFORM 320-WRITE-INDEX-ENTRY
           END-IF.

       310-CONVERT-CASE-DATES.
           MOVE '00000000' TO WS-INCIDENT-DATE-8.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-INCIDENT-DATE-8(1:4)
               MOVE WS-MONTH9 TO WS-INCIDENT-DATE-8(5:2)
               MOVE WS-DAY9 TO WS-INCIDENT-DATE-8(7:2)
           ELSE
               ADD 1 TO WS-UNDATED-CASES
           END-IF.
           MOVE '00000000' TO WS-UPDATED-DATE-8.
           CALL CONVERT-DATE USING CM-UPDATED-ON
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
               MOVE WS-YEAR9 TO WS-UPDATED-DATE-8(1:4)
               MOVE WS-MONTH9 TO WS-UPDATED-DATE-8(5:2)
               MOVE WS-DAY9 TO WS-UPDATED-DATE-8(7:2)
           END-IF.

       320-WRITE-INDEX-ENTRY.
           WRITE CASE-AIX-REC
               INVALID KEY
                   DISPLAY '*** CASEAIX WRITE FAILED - ' AX-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-WRITTEN
           END-WRITE.

      *DISPLAY THE REBUILD PROOF TOTALS********************************
       500-DISPLAY-SUMMARY-TOTALS.
           COMPUTE WS-ENTRIES-EXPECTED = WS-CASES-READ * 4.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CASES-READ TO WS-CASES-READZ.
           DISPLAY 'Case Master Records Read  : ' WS-CASES-READZ.
           MOVE WS-UNDATED-CASES TO WS-UNDATED-CASESZ.
           DISPLAY 'Cases With No Valid Date  : ' WS-UNDATED-CASESZ.
           MOVE WS-ENTRIES-EXPECTED TO WS-ENTRIES-EXPECTEDZ.
           DISPLAY 'Index Entries Expected    : ' WS-ENTRIES-EXPECTEDZ.
           MOVE WS-ENTRIES-WRITTEN TO WS-ENTRIES-WRITTENZ.
           DISPLAY 'Index Entries Written     : ' WS-ENTRIES-WRITTENZ.
           IF WS-ENTRIES-WRITTEN = WS-ENTRIES-EXPECTED
               DISPLAY 'CASEAIX REBUILD PROOF PASSED'
           ELSE
               DISPLAY '*** CASEAIX REBUILD PROOF FAILED ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-CASEMAST-STATUS = '00' OR '10'
               CLOSE CASE-MASTER-FILE
           END-IF.
           CLOSE CASE-AIX-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
