      *chronic hot spot from a new one: each ranked cell is flagged
      *EMERGING (hot tonight, not before), COOLING (down from the
      *prior run), or HOT N RUNS (at or over the GRIDCTL HOTT
      *threshold for N consecutive runs).  A case with no feed lat/
      *long that the GEOCODE address-range pass placed is binned at
      *its geocoded point off the GEOXREF sidecar and counted
      *separately in the totals.
      *****************************************************************

       ID DIVISION.
           SELECT CELL-HIST-FILE ASSIGN TO CELLHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CELLHIST-STATUS.
           SELECT GEO-XREF-FILE ASSIGN TO GEOXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GEOXREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CH-CELL-TOTAL                PIC 9(7).
           05  CH-HOT-STREAK                PIC 9(3).

      *****GEOCODE SIDECAR WRITTEN BY GEOCODE - ONE ROW PER CASE*******
       FD  GEO-XREF-FILE.
       01  GEO-XREF-REC.
           05  GX-CASE-NUMBER               PIC X(8).
           05  GX-LAT                       PIC X(11).
           05  GX-LONG                      PIC X(12).
           05  GX-X-COORD                   PIC X(7).
           05  GX-Y-COORD                   PIC X(7).
           05  GX-GEO-SOURCE                PIC X.
               88  GX-GEOCODED                      VALUE 'G'.

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-GXR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 GXR-EOF                            VALUE 'Y'.
           05 WS-GXR-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 GXR-FOUND                          VALUE 'Y'.
       01 WS-GEOXREF-STATUS            PIC XX.

      *****GEOCODED POINTS OFF GEOXREF - ONLY THE 'G' ROWS ARE KEPT****
       01 WS-GXR-TAB-MAX               PIC 9(5)     VALUE 0.
       01 WS-GXR-SUB                   PIC 9(5).
       01 WS-GXR-TABLE.
           05 WS-GXR-ENTRY OCCURS 20000 TIMES.
              10 WS-GXR-CASE-NUMBER    PIC X(8).
              10 WS-GXR-LAT            PIC X(11).
              10 WS-GXR-LONG           PIC X(12).

      *****GRID PARAMETERS - DEFAULTS COVER THE CITY AT ROUGHLY ONE****
      *****KILOMETER PER CELL, OVERRIDDEN BY GRIDCTL*******************
      *****PARSED COORDINATES AND CELL ARITHMETIC**********************
       01 WS-REC-LAT               PIC S9(3)V9(6).
       01 WS-REC-LONG              PIC S9(3)V9(6).
       01 WS-POINT-LAT             PIC X(11).
       01 WS-POINT-LONG            PIC X(12).
       01 WS-CELL-ROW              PIC S9(5).
       01 WS-CELL-COL              PIC S9(5).

       01 WS-MAX-CAT-COUNT         PIC 9(7).
       01 WS-RECORDS-BINNED        PIC 9(7)     VALUE 0.
       01 WS-RECORDS-BINNEDZ       PIC Z,ZZZ,ZZ9.
       01 WS-GEOCODED-BINNED       PIC 9(7)     VALUE 0.
       01 WS-GEOCODED-BINNEDZ      PIC Z,ZZZ,ZZ9.

      *****CELL BOUNDING COORDINATES FOR THE REPORT LINE***************
       01 WS-LAT-LOW               PIC S9(3)V9(6).
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-GEO-XREF-TABLE.
           PERFORM 200-TALLY-ALL-CATEGORIES.
           PERFORM 270-LOAD-CELL-HISTORY.
           PERFORM 280-SETTLE-STREAKS.
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A MISSING GEOXREF ONLY MEANS NO POINT IS SUBSTITUTED
      *****************************************************************
       160-LOAD-GEO-XREF-TABLE.
           OPEN INPUT GEO-XREF-FILE.
           IF WS-GEOXREF-STATUS NOT = '00'
               MOVE 'Y' TO WS-GXR-EOF-SWITCH
           END-IF.
           PERFORM 165-READ-GEO-XREF-REC UNTIL GXR-EOF.
           IF WS-GEOXREF-STATUS = '00' OR WS-GEOXREF-STATUS = '10'
               CLOSE GEO-XREF-FILE
           END-IF.

       165-READ-GEO-XREF-REC.
           READ GEO-XREF-FILE
               AT END MOVE 'Y' TO WS-GXR-EOF-SWITCH
           END-READ.
           IF NOT GXR-EOF AND GX-GEOCODED
               IF WS-GXR-TAB-MAX < 20000
                   ADD 1 TO WS-GXR-TAB-MAX
                   MOVE GX-CASE-NUMBER
                        TO WS-GXR-CASE-NUMBER(WS-GXR-TAB-MAX)
                   MOVE GX-LAT TO WS-GXR-LAT(WS-GXR-TAB-MAX)
                   MOVE GX-LONG TO WS-GXR-LONG(WS-GXR-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       200-TALLY-ALL-CATEGORIES.
           MOVE 1 TO WS-CURRENT-CATEGORY.

      *****************************************************************
      * BIN THE POINT - ROW AND COLUMN ARE WHOLE CELL-COUNTS FROM THE
      * GRID ORIGIN.  A BLANK OR ZERO PAIR TAKES THE GEOCODED
      * POINT WHEN THERE IS ONE; OTHERWISE IT CANNOT BE PLACED AND IS
      * LEFT OUT, THE SAME RECORDS GEOAUDIT ALREADY FLAGS
      *****************************************************************
       250-BIN-WORK-RECORD.
           MOVE WS-WRK-LAT TO WS-POINT-LAT.
           MOVE WS-WRK-LONG TO WS-POINT-LONG.
           IF WS-WRK-CASE-NUMBER NOT = 'TRAILER '
              AND (FUNCTION NUMVAL(WS-WRK-LAT) = 0
                   OR FUNCTION NUMVAL(WS-WRK-LONG) = 0)
               PERFORM 252-FIND-GEOCODED-POINT
           END-IF.
           IF WS-WRK-CASE-NUMBER NOT = 'TRAILER '
              AND WS-POINT-LAT NOT = SPACES
              AND WS-POINT-LONG NOT = SPACES
               COMPUTE WS-REC-LAT = FUNCTION NUMVAL(WS-POINT-LAT)
               COMPUTE WS-REC-LONG = FUNCTION NUMVAL(WS-POINT-LONG)
               COMPUTE WS-CELL-ROW =
                   (WS-REC-LAT - WS-LAT-ORIGIN) / WS-CELL-SIZE
               COMPUTE WS-CELL-COL =
               PERFORM 260-ACCUMULATE-CELL
           END-IF.

       252-FIND-GEOCODED-POINT.
           MOVE 'N' TO WS-GXR-FOUND-SWITCH.
           MOVE 1 TO WS-GXR-SUB.
           PERFORM 255-SEARCH-GEO-XREF
               UNTIL WS-GXR-SUB > WS-GXR-TAB-MAX OR GXR-FOUND.
           IF GXR-FOUND
               MOVE WS-GXR-LAT(WS-GXR-SUB) TO WS-POINT-LAT
               MOVE WS-GXR-LONG(WS-GXR-SUB) TO WS-POINT-LONG
               ADD 1 TO WS-GEOCODED-BINNED
           END-IF.

       255-SEARCH-GEO-XREF.
           IF WS-GXR-CASE-NUMBER(WS-GXR-SUB) = WS-WRK-CASE-NUMBER
               MOVE 'Y' TO WS-GXR-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-GXR-SUB
           END-IF.

       260-ACCUMULATE-CELL.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CELL-IDX TO 1.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-RECORDS-BINNED TO WS-RECORDS-BINNEDZ.
           DISPLAY 'Records Binned To Grid    : ' WS-RECORDS-BINNEDZ.
           MOVE WS-GEOCODED-BINNED TO WS-GEOCODED-BINNEDZ.
           DISPLAY '  Geocoded By Address     : ' WS-GEOCODED-BINNEDZ.
           DISPLAY '**************************************************'.

      *****************************************************************
