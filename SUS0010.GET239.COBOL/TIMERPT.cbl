      *RUNMARK an end row to the TIMELOG history; this program pairs
      *them into elapsed times per step per run, trends each step's
      *latest elapsed against its rolling average (warning past the
      *TIMECTL multiple), and measures the latest run against the
      *batch-window minutes so a stream about to blow the window is
      *flagged before the 6AM file transfer misses.  Since the
      *category jobs run side by side after CLASSIFY, the latest
      *run is measured wall-clock - earliest start to last end of
      *the steps that finished within a day of the last one - not
      *as the sum of its step times, which overstates it.
      *****************************************************************

       ID DIVISION.
              10 WS-PGM-RUN-COUNT      PIC 9(5).
              10 WS-PGM-TOTAL-SECONDS  PIC 9(9).
              10 WS-PGM-LATEST-SECONDS PIC 9(7).
              10 WS-PGM-LATEST-START   PIC 9(12).
              10 WS-PGM-LATEST-END     PIC 9(12).

       01 WS-AVERAGE-SECONDS       PIC 9(7).
       01 WS-WARN-LIMIT            PIC 9(9)V9(2).
       01 WS-STREAM-SECONDS        PIC 9(9)     VALUE 0.
       01 WS-STREAM-FIRST-START    PIC 9(12)    VALUE 0.
       01 WS-STREAM-LAST-END       PIC 9(12)    VALUE 0.
       01 WS-STREAM-CUTOFF         PIC 9(12)    VALUE 0.
       01 WS-STREAM-MINUTES        PIC 9(5).
       01 WS-WARN-COUNT            PIC 9(3)     VALUE 0.
       01 WS-WARN-COUNTZ           PIC ZZ9.
                               TO WS-PGM-TOTAL-SECONDS(PGM-IDX)
                           MOVE WS-ELAPSED-SECONDS
                               TO WS-PGM-LATEST-SECONDS(PGM-IDX)
                           MOVE WS-PGM-START-SECONDS(PGM-IDX)
                               TO WS-PGM-LATEST-START(PGM-IDX)
                           MOVE WS-STAMP-SECONDS
                               TO WS-PGM-LATEST-END(PGM-IDX)
                           MOVE 'N' TO WS-PGM-START-OPEN(PGM-IDX)
                       END-IF
                   END-IF
               MOVE 0 TO WS-PGM-RUN-COUNT(PGM-IDX)
               MOVE 0 TO WS-PGM-TOTAL-SECONDS(PGM-IDX)
               MOVE 0 TO WS-PGM-LATEST-SECONDS(PGM-IDX)
               MOVE 0 TO WS-PGM-LATEST-START(PGM-IDX)
               MOVE 0 TO WS-PGM-LATEST-END(PGM-IDX)
           END-IF.

       225-SEARCH-PGM-ENTRY.

      *****************************************************************
      * ONE TREND LINE PER PROGRAM - LATEST VS ROLLING AVERAGE - AND
      * THE LATEST RUN'S WALL-CLOCK SPAN AGAINST THE BATCH WINDOW
      *****************************************************************
       400-WRITE-TREND-REPORT.
           SET PGM-IDX TO 1.
           PERFORM 405-FIND-LAST-STEP-END
               UNTIL PGM-IDX > WS-PGM-TAB-MAX.
           IF WS-STREAM-LAST-END > 86400
               COMPUTE WS-STREAM-CUTOFF =
                   WS-STREAM-LAST-END - 86400
           END-IF.
           MOVE WS-STREAM-LAST-END TO WS-STREAM-FIRST-START.
           OPEN OUTPUT TIME-REPORT-FILE.
           MOVE TMR-HEADING-1 TO TMR-OUT-REC.
           WRITE TMR-OUT-REC.
           SET PGM-IDX TO 1.
           PERFORM 410-WRITE-TREND-LINE
               UNTIL PGM-IDX > WS-PGM-TAB-MAX.
           COMPUTE WS-STREAM-SECONDS =
               WS-STREAM-LAST-END - WS-STREAM-FIRST-START.
           COMPUTE WS-STREAM-MINUTES ROUNDED =
               WS-STREAM-SECONDS / 60.
           MOVE WS-STREAM-MINUTES TO TMS-MINUTES.
           WRITE TMR-OUT-REC.
           CLOSE TIME-REPORT-FILE.

      *THE LAST END ROW OF ANY STEP MARKS THE END OF THE LATEST RUN****
       405-FIND-LAST-STEP-END.
           IF WS-PGM-RUN-COUNT(PGM-IDX) > 0
              AND WS-PGM-LATEST-END(PGM-IDX) > WS-STREAM-LAST-END
               MOVE WS-PGM-LATEST-END(PGM-IDX) TO WS-STREAM-LAST-END
           END-IF.
           SET PGM-IDX UP BY 1.

      *A STEP WHOSE LATEST RUN ENDED MORE THAN A DAY BEFORE THE LAST***
      *ONE DID NOT RUN IN THE LATEST STREAM AND DOES NOT WIDEN IT******
       410-WRITE-TREND-LINE.
           IF WS-PGM-RUN-COUNT(PGM-IDX) > 0
               COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                   WS-PGM-TOTAL-SECONDS(PGM-IDX) /
                   WS-PGM-RUN-COUNT(PGM-IDX)
               IF WS-PGM-LATEST-END(PGM-IDX) >= WS-STREAM-CUTOFF
                  AND WS-PGM-LATEST-START(PGM-IDX)
                      < WS-STREAM-FIRST-START
                   MOVE WS-PGM-LATEST-START(PGM-IDX)
                       TO WS-STREAM-FIRST-START
               END-IF
               MOVE WS-PGM-ID(PGM-IDX) TO TMD-PGM-ID
               MOVE WS-PGM-LATEST-SECONDS(PGM-IDX) TO TMD-LATEST
               MOVE WS-AVERAGE-SECONDS TO TMD-AVERAGE
