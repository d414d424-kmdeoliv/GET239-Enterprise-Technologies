      *reads the classifier's four category work files and writes one
      *point-feature export with a category column covering all four
      *categories, produced once per run, so the crime-mapping unit
      *loads a single citywide layer.  A case that came in without
      *lat/long but was placed by the GEOCODE address-range pass is
      *mapped at its geocoded point off the GEOXREF sidecar, and the
      *Source column tells the mapping unit which points are the
      *feed's own ('S'), which were geocoded here ('G'), and which
      *have no location at all ('N').
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS SEQUENTIAL.
           SELECT GIS-EXPORT-FILE ASSIGN TO CRIMEGIS
           ORGANIZATION IS SEQUENTIAL.
           SELECT GEO-XREF-FILE ASSIGN TO GEOXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GEOXREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GIS-EXPORT-FILE.
       01  GIS-OUT-REC                      PIC X(83).

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
           05 WS-WORK-EOF-SWITCH       PIC X        VALUE 'N'.
              88 WORK-EOF                           VALUE 'Y'.
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

      *****THE WORK RECORD UNDER EXPORT********************************
       01 WS-WORK-RECORD.
           05                 PIC X(8)  VALUE 'Category'.
           05                 PIC X     VALUE ','.
           05                 PIC X(6)  VALUE 'Arrest'.
           05                 PIC X     VALUE ','.
           05                 PIC X(6)  VALUE 'Source'.
      *--- THIS IS THE GIS EXPORT DETAIL LINE --------------------------
       01  GIS-DETAIL.
           05 GD-LATITUDE     PIC X(11).
           05 GD-CATEGORY     PIC X(8).
           05                 PIC X     VALUE ','.
           05 GD-ARREST       PIC X.
           05                 PIC X     VALUE ','.
           05 GD-GEO-SOURCE   PIC X.
           05                 PIC X(16).

       01 WS-POINTS-WRITTEN        PIC 9(7)     VALUE 0.
       01 WS-POINTS-WRITTENZ       PIC Z,ZZZ,ZZ9.
       01 WS-GEOCODED-POINTS       PIC 9(7)     VALUE 0.
       01 WS-GEOCODED-POINTSZ      PIC Z,ZZZ,ZZ9.
       01 WS-NO-LOCATION-POINTS    PIC 9(7)     VALUE 0.
       01 WS-NO-LOCATION-POINTSZ   PIC Z,ZZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 160-LOAD-GEO-XREF-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-EXPORT-ALL-CATEGORIES.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY '* September, 2016                        *'.
           DISPLAY '******************************************'.

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
       200-OPEN-FILES.
           OPEN OUTPUT GIS-EXPORT-FILE.
                   REPLACING ALL ',' BY ';'
               MOVE WS-WRK-LAT TO GD-LATITUDE
               MOVE WS-WRK-LONG TO GD-LONGITUDE
               MOVE 'S' TO GD-GEO-SOURCE
               IF FUNCTION NUMVAL(WS-WRK-LAT) = 0
                  OR FUNCTION NUMVAL(WS-WRK-LONG) = 0
                   PERFORM 310-SUBSTITUTE-GEOCODED-POINT
               END-IF
               MOVE WS-WRK-CASE-NUMBER TO GD-CASE-NUMBER
               MOVE WS-CSV-PRIMARY-CRIME TO GD-PRIM-CRIME
               MOVE WS-CATEGORY-TAG(WS-CURRENT-CATEGORY)
               ADD 1 TO WS-POINTS-WRITTEN
           END-IF.

      *A CASE WITHOUT FEED COORDINATES TAKES ITS GEOCODED POINT********
       310-SUBSTITUTE-GEOCODED-POINT.
           MOVE 'N' TO WS-GXR-FOUND-SWITCH.
           MOVE 1 TO WS-GXR-SUB.
           PERFORM 315-SEARCH-GEO-XREF
               UNTIL WS-GXR-SUB > WS-GXR-TAB-MAX OR GXR-FOUND.
           IF GXR-FOUND
               MOVE WS-GXR-LAT(WS-GXR-SUB) TO GD-LATITUDE
               MOVE WS-GXR-LONG(WS-GXR-SUB) TO GD-LONGITUDE
               MOVE 'G' TO GD-GEO-SOURCE
               ADD 1 TO WS-GEOCODED-POINTS
           ELSE
               MOVE 'N' TO GD-GEO-SOURCE
               ADD 1 TO WS-NO-LOCATION-POINTS
           END-IF.

       315-SEARCH-GEO-XREF.
           IF WS-GXR-CASE-NUMBER(WS-GXR-SUB) = WS-WRK-CASE-NUMBER
               MOVE 'Y' TO WS-GXR-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-GXR-SUB
           END-IF.

      *DISPLAY THE EXPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-POINTS-WRITTEN TO WS-POINTS-WRITTENZ.
           DISPLAY 'GIS Points Written        : ' WS-POINTS-WRITTENZ.
           MOVE WS-GEOCODED-POINTS TO WS-GEOCODED-POINTSZ.
           DISPLAY '  Geocoded By Address     : ' WS-GEOCODED-POINTSZ.
           MOVE WS-NO-LOCATION-POINTS TO WS-NO-LOCATION-POINTSZ.
           DISPLAY '  No Location             : '
                   WS-NO-LOCATION-POINTSZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
