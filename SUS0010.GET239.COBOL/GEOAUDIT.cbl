      *where state-plane coordinates are present they are converted
      *through the linear approximation coefficients on GEOCTL and
      *compared to the recorded lat/long within a tolerance.  Records
      *failing either check are listed with the reason.  Records the
      *GEOCODE step placed by address range (source 'G' on its GEOXREF
      *sidecar, read beside CRIMEIN) have no feed coordinates to
      *audit; instead of landing on the report as outside city bounds
      *they are counted separately and their interpolated point is
      *held to the bounding box.  Without a GEOXREF the audit runs as
      *it always has.
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEO-REPORT-FILE ASSIGN TO GEORPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT GEO-XREF-FILE ASSIGN TO GEOXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GEOXREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEO-REPORT-FILE.
       01  GEO-OUT-REC                      PIC X(80).

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
              88 EOF                                VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-GEOXREF-SWITCH        PIC X        VALUE 'N'.
              88 GEOXREF-OPEN                       VALUE 'Y'.
       01 WS-GEOXREF-STATUS            PIC XX.

      *****BOUNDING BOX, TOLERANCE AND CONVERSION COEFFICIENTS*********
       01 WS-LAT-MIN               PIC S9(3)V9(6) VALUE +41.6.
       01 WS-NO-XY-COUNTZ          PIC Z,ZZZ,ZZ9.
       01 WS-CLEAN-COUNT           PIC 9(7)     VALUE 0.
       01 WS-CLEAN-COUNTZ          PIC Z,ZZZ,ZZ9.
       01 WS-GEOCODED-COUNT        PIC 9(7)     VALUE 0.
       01 WS-GEOCODED-COUNTZ       PIC Z,ZZZ,ZZ9.
       01 WS-GEOCODED-OOB-COUNT    PIC 9(7)     VALUE 0.
       01 WS-GEOCODED-OOB-COUNTZ   PIC Z,ZZZ,ZZ9.
       01 WS-TRAILER-VARIANCE      PIC S9(7).

      *****REPORT LINE LAYOUTS*****************************************
       200-OPEN-FILES.
           OPEN INPUT CRIME-FILE-IN.
           OPEN OUTPUT GEO-REPORT-FILE.
           OPEN INPUT GEO-XREF-FILE.
           IF WS-GEOXREF-STATUS = '00'
               MOVE 'Y' TO WS-GEOXREF-SWITCH
           ELSE
               DISPLAY '*** GEOXREF NOT AVAILABLE - GEOCODED RECORDS '
                       'AUDITED AS RECEIVED ***'
           END-IF.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
                 MOVE 'Y' TO EOF-SWITCH
             ELSE
                ADD 1 TO CRIME-REC-READ
                PERFORM 407-READ-GEO-XREF
                IF GEOXREF-OPEN AND GX-CASE-NUMBER = CC-CASE-NUMBER
                   AND GX-GEOCODED
                    PERFORM 440-AUDIT-GEOCODED-POINT
                ELSE
                    PERFORM 410-AUDIT-GEOCODE
                END-IF
             END-IF
           END-IF.

               DISPLAY '    Actual Recs Read    : ' CRIME-REC-READ
           END-IF.

      *GEOXREF CARRIES ONE ROW PER EDITED RECORD IN CRIMEIN ORDER******
       407-READ-GEO-XREF.
           IF GEOXREF-OPEN
               READ GEO-XREF-FILE
                   AT END MOVE SPACES TO GEO-XREF-REC
               END-READ
           END-IF.

      *****************************************************************
      * THE BOUNDING-BOX CHECK RUNS FIRST - A POINT IN THE LAKE FAILS
      * THAT REGARDLESS OF WHAT THE STATE-PLANE COORDINATES SAY.  THE
           MOVE GEO-DETAIL-LINE TO GEO-OUT-REC.
           WRITE GEO-OUT-REC.

      *****************************************************************
      * A GEOCODED POINT HAS NO FEED COORDINATES TO COMPARE - ITS X/Y
      * WERE DERIVED FROM IT - SO ONLY THE BOUNDING BOX APPLIES.  A
      * FAILURE HERE MEANS A BAD STREETSG SEGMENT, NOT A BAD FEED
      *****************************************************************
       440-AUDIT-GEOCODED-POINT.
           ADD 1 TO WS-GEOCODED-COUNT.
           COMPUTE WS-REC-LAT = FUNCTION NUMVAL(GX-LAT).
           COMPUTE WS-REC-LONG = FUNCTION NUMVAL(GX-LONG).
           IF WS-REC-LAT < WS-LAT-MIN OR WS-REC-LAT > WS-LAT-MAX
              OR WS-REC-LONG < WS-LONG-MIN
              OR WS-REC-LONG > WS-LONG-MAX
               ADD 1 TO WS-GEOCODED-OOB-COUNT
               MOVE CC-CASE-NUMBER TO GEO-CASE-NUMBER
               MOVE CC-BEAT TO GEO-BEAT
               MOVE GX-LAT TO GEO-LAT
               MOVE GX-LONG TO GEO-LONG
               MOVE 'GEOCODED OUT BOUNDS' TO GEO-REASON
               MOVE GEO-DETAIL-LINE TO GEO-OUT-REC
               WRITE GEO-OUT-REC
           END-IF.

      *DISPLAY THE AUDIT DISPOSITION TOTALS****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'No State-Plane To Compare : ' WS-NO-XY-COUNTZ.
           MOVE WS-CLEAN-COUNT TO WS-CLEAN-COUNTZ.
           DISPLAY 'Consistent Geocodes       : ' WS-CLEAN-COUNTZ.
           MOVE WS-GEOCODED-COUNT TO WS-GEOCODED-COUNTZ.
           DISPLAY 'Geocoded By Address       : ' WS-GEOCODED-COUNTZ.
           MOVE WS-GEOCODED-OOB-COUNT TO WS-GEOCODED-OOB-COUNTZ.
           DISPLAY 'Geocoded Outside Bounds   : '
                   WS-GEOCODED-OOB-COUNTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           COMPUTE WS-BADGEO-COUNT =
                   WS-OUT-OF-BOUNDS-COUNT + WS-MISMATCH-COUNT
                 + WS-GEOCODED-OOB-COUNT.
           CALL CALL-QUALLOG USING WS-PGM-ID WS-METRIC-BADGEO
                                   WS-BADGEO-COUNT.
           CLOSE CRIME-FILE-IN
                 GEO-REPORT-FILE.
           IF GEOXREF-OPEN
               CLOSE GEO-XREF-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
