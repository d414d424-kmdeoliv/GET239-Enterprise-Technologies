      *****************************************************************
      *PURPOSE: Address-range geocoder.  Records that arrive with
      *blank or zero CC-LAT/CC-LONG were flagged by GEOAUDIT and then
      *simply fell off the GIS layer, the hot-spot grid and every
      *other map-based product.  This program runs after ADDRSTD and
      *reads each clean record beside its ADDRXREF standardized
      *address.  Where the record has no coordinates and the address
      *has a usable house number, the street is looked up on the
      *STREETSG segment reference (street, from/to address range,
      *odd/even side, end-point lat/long) and the point is
      *interpolated along the matching segment; the state-plane X/Y
      *are worked back from it through the same GEOCTL coefficients
      *GEOAUDIT uses.  Every clean record gets a row on the GEOXREF
      *sidecar (the 266-byte CC record has no spare byte for a flag)
      *carrying the coordinates to map it by and where they came
      *from - 'S' the source feed, 'G' geocoded here, 'N' none - so
      *the downstream programs can use the geocoded point and report
      *it separately.  Addresses the segments cannot place go on the
      *GEOUNMAT list for the street-reference clerk, and the count
      *left without coordinates is posted to QUALHIST.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      GEOCODE.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRIME-FILE-IN ASSIGN TO CRIMEIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT ADDR-XREF-FILE ASSIGN TO ADDRXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ADDRXREF-STATUS.
           SELECT STREET-SEG-FILE ASSIGN TO STREETSG
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEO-CTL-FILE ASSIGN TO GEOCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEO-XREF-FILE ASSIGN TO GEOXREF
           ORGANIZATION IS SEQUENTIAL.
           SELECT UNMATCHED-REPORT-FILE ASSIGN TO GEOUNMAT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CRIME-FILE-IN.
      *****************************************************************
      * Chicago City Crime record - Length 266 (EDITED)
      *****************************************************************
       01  CC-CRIME-RECORD.
           05  CC-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(200).
           05  CC-X-COORD                   PIC X(7).
           05  CC-Y-COORD                   PIC X(7).
           05  CC-YEAR                      PIC X(4).
           05  CC-LAT                       PIC X(11).
           05  CC-LONG                      PIC X(12).
           05  FILLER                       PIC X(17).
       01  CC-TRAILER-RECORD REDEFINES CC-CRIME-RECORD.
           05  CT-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      *****STANDARDIZED-ADDRESS SIDECAR WRITTEN BY ADDRSTD*************
       FD  ADDR-XREF-FILE.
       01  ADDR-XREF-REC.
           05  AD-CASE-NUMBER               PIC X(8).
           05  AD-STD-ADDRESS               PIC X(40).

      *****************************************************************
      * STREET-SEGMENT REFERENCE - ONE ROW PER BLOCK RANGE OF A
      * STREET, NAMED IN THE STREETRF STANDARD FORM.  SIDE O HOLDS
      * THE ODD NUMBERS, E THE EVEN, B BOTH; THE LAT/LONG ARE THE
      * SEGMENT'S FROM-END AND TO-END POINTS
      *****************************************************************
       FD  STREET-SEG-FILE.
       01  STREET-SEG-REC.
           05  SG-STREET-NAME               PIC X(30).
           05  FILLER                       PIC X.
           05  SG-FROM-ADDR                 PIC 9(5).
           05  FILLER                       PIC X.
           05  SG-TO-ADDR                   PIC 9(5).
           05  FILLER                       PIC X.
           05  SG-SIDE                      PIC X.
           05  FILLER                       PIC X.
           05  SG-FROM-LAT                  PIC X(11).
           05  FILLER                       PIC X.
           05  SG-FROM-LONG                 PIC X(12).
           05  FILLER                       PIC X.
           05  SG-TO-LAT                    PIC X(11).
           05  FILLER                       PIC X.
           05  SG-TO-LONG                   PIC X(12).

      *****THE GEOAUDIT CONTROL MEMBER - ONLY THE COEFFICIENTS*********
       FD  GEO-CTL-FILE.
       01  GEO-CTL-REC.
           05  GCT-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  GCT-VALUE                    PIC X(10).

      *****************************************************************
      * GEOCODE SIDECAR - ONE ROW PER EDITED CASE, THE SAME CASE-PLUS-
      * VALUE SHAPE AS THE ADDRXREF AND LOCXREF SIDECARS.  SOURCE 'S'
      * IS THE FEED'S OWN COORDINATES, 'G' GEOCODED BY ADDRESS RANGE,
      * 'N' NO COORDINATES AT ALL
      *****************************************************************
       FD  GEO-XREF-FILE.
       01  GEO-XREF-REC.
           05  GX-CASE-NUMBER               PIC X(8).
           05  GX-LAT                       PIC X(11).
           05  GX-LONG                      PIC X(12).
           05  GX-X-COORD                   PIC X(7).
           05  GX-Y-COORD                   PIC X(7).
           05  GX-GEO-SOURCE                PIC X.

      ***UNMATCHED-ADDRESS REPORT - THE STREET CLERK'S WORK LIST*******
       FD  UNMATCHED-REPORT-FILE.
       01  UNM-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 EOF-SWITCH               PIC X        VALUE 'N'.
              88 EOF                                VALUE 'Y'.
           05 WS-REF-EOF-SWITCH        PIC X        VALUE 'N'.
              88 REF-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-STREET-SEEN-SWITCH    PIC X        VALUE 'N'.
              88 STREET-SEEN                        VALUE 'Y'.
           05 WS-BLOCK-SWITCH          PIC X        VALUE 'N'.
              88 BLOCK-ADDRESS                      VALUE 'Y'.
       01 WS-ADDRXREF-STATUS           PIC XX.

      *****STATE-PLANE COEFFICIENTS - SAME DEFAULTS AS GEOAUDIT********
       01 WS-Y-BASE                PIC S9(7)      VALUE +1813000.
       01 WS-LAT-BASE              PIC S9(3)V9(6) VALUE +41.6.
       01 WS-FEET-PER-LAT          PIC S9(7)      VALUE +364800.
       01 WS-X-BASE                PIC S9(7)      VALUE +1150000.
       01 WS-LONG-BASE             PIC S9(3)V9(6) VALUE -87.72.
       01 WS-FEET-PER-LONG         PIC S9(7)      VALUE +272300.

      **** CALLED PROGRAM *********************************************
       01 CALL-QUALLOG             PIC X(8) VALUE 'QUALLOG'.
       01 WS-PGM-ID                PIC X(8) VALUE 'GEOCODE'.
       01 WS-METRIC-NOGEO          PIC X(8) VALUE 'NOGEO   '.

      *****STREET-SEGMENT TABLE****************************************
       01 WS-SEG-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 1000 TIMES
                             INDEXED BY SEG-IDX.
              10 WS-SEG-STREET         PIC X(30).
              10 WS-SEG-FROM-ADDR      PIC 9(5).
              10 WS-SEG-TO-ADDR        PIC 9(5).
              10 WS-SEG-SIDE           PIC X.
              10 WS-SEG-FROM-LAT       PIC S9(3)V9(8).
              10 WS-SEG-FROM-LONG      PIC S9(3)V9(8).
              10 WS-SEG-TO-LAT         PIC S9(3)V9(8).
              10 WS-SEG-TO-LONG        PIC S9(3)V9(8).

      *****THE ADDRESS BROKEN INTO HOUSE NUMBER AND STREET*************
       01 WS-HOUSE-TEXT            PIC X(8).
       01 WS-HOUSE-LEN             PIC 99.
       01 WS-HOUSE-NUMBER          PIC 9(5).
       01 WS-HOUSE-PARITY          PIC 9.
       01 WS-PARITY-WORK           PIC 9(5).
       01 WS-STREET-NAME           PIC X(30).
       01 WS-STRING-PTR            PIC 99.

      *****INTERPOLATION ARITHMETIC************************************
       01 WS-FRACTION              PIC S9V9(6).
       01 WS-CALC-LAT              PIC S9(3)V9(8).
       01 WS-CALC-LONG             PIC S9(3)V9(8).
       01 WS-CALC-X                PIC 9(7).
       01 WS-CALC-Y                PIC 9(7).
       01 WS-EDIT-LAT              PIC 99.9(8).
       01 WS-EDIT-LONG             PIC -99.9(8).

      *****GEOCODING DISPOSITION COUNTERS******************************
       01 WS-RECORDS-READ          PIC 9(7)     VALUE 0.
       01 WS-RECORDS-READZ         PIC Z,ZZZ,ZZ9.
       01 WS-SOURCE-COORDS         PIC 9(7)     VALUE 0.
       01 WS-SOURCE-COORDSZ        PIC Z,ZZZ,ZZ9.
       01 WS-GEOCODED              PIC 9(7)     VALUE 0.
       01 WS-GEOCODEDZ             PIC Z,ZZZ,ZZ9.
       01 WS-NOT-GEOCODED          PIC 9(7)     VALUE 0.
       01 WS-NOT-GEOCODEDZ         PIC Z,ZZZ,ZZ9.

      *****UNMATCHED-ADDRESS REPORT LINES******************************
       01  UNM-HEADING-1.
           05                 PIC X(42)
                   VALUE 'ADDRESSES NOT GEOCODED - STREETSG SEGMENTS'.
       01  UNM-HEADING-2.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(42) VALUE 'STANDARDIZED ADDRESS'.
           05                 PIC X(20) VALUE 'REASON'.
       01  UNM-DETAIL-LINE.
           05  UND-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  UND-ADDRESS        PIC X(40).
           05                     PIC X(2)  VALUE SPACES.
           05  UND-REASON         PIC X(22).
           05                     PIC X(6)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 170-LOAD-STREET-SEGMENTS.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-GEOCODE-RECORDS UNTIL EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies GEOCODE *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT GEO-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE GEO-CTL-FILE.

       155-READ-CONTROL-REC.
           READ GEO-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GCT-TYPE
                   WHEN 'YBAS'
                       COMPUTE WS-Y-BASE =
                               FUNCTION NUMVAL(GCT-VALUE)
                   WHEN 'LBAS'
                       COMPUTE WS-LAT-BASE =
                               FUNCTION NUMVAL(GCT-VALUE)
                   WHEN 'FLAT'
                       COMPUTE WS-FEET-PER-LAT =
                               FUNCTION NUMVAL(GCT-VALUE)
                   WHEN 'XBAS'
                       COMPUTE WS-X-BASE =
                               FUNCTION NUMVAL(GCT-VALUE)
                   WHEN 'GBAS'
                       COMPUTE WS-LONG-BASE =
                               FUNCTION NUMVAL(GCT-VALUE)
                   WHEN 'FLON'
                       COMPUTE WS-FEET-PER-LONG =
                               FUNCTION NUMVAL(GCT-VALUE)
               END-EVALUATE
           END-IF.

      *****************************************************************
       170-LOAD-STREET-SEGMENTS.
           OPEN INPUT STREET-SEG-FILE.
           PERFORM 175-READ-SEGMENT-REC UNTIL REF-EOF.
           CLOSE STREET-SEG-FILE.

       175-READ-SEGMENT-REC.
           READ STREET-SEG-FILE
               AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
           END-READ.
           IF NOT REF-EOF AND WS-SEG-TAB-MAX < 1000
               ADD 1 TO WS-SEG-TAB-MAX
               SET SEG-IDX TO WS-SEG-TAB-MAX
               MOVE SG-STREET-NAME TO WS-SEG-STREET(SEG-IDX)
               MOVE SG-FROM-ADDR TO WS-SEG-FROM-ADDR(SEG-IDX)
               MOVE SG-TO-ADDR TO WS-SEG-TO-ADDR(SEG-IDX)
               MOVE SG-SIDE TO WS-SEG-SIDE(SEG-IDX)
               COMPUTE WS-SEG-FROM-LAT(SEG-IDX) =
                       FUNCTION NUMVAL(SG-FROM-LAT)
               COMPUTE WS-SEG-FROM-LONG(SEG-IDX) =
                       FUNCTION NUMVAL(SG-FROM-LONG)
               COMPUTE WS-SEG-TO-LAT(SEG-IDX) =
                       FUNCTION NUMVAL(SG-TO-LAT)
               COMPUTE WS-SEG-TO-LONG(SEG-IDX) =
                       FUNCTION NUMVAL(SG-TO-LONG)
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT CRIME-FILE-IN.
           OPEN INPUT ADDR-XREF-FILE.
           IF WS-ADDRXREF-STATUS NOT = '00'
               DISPLAY '*** ADDRXREF NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GEO-XREF-FILE.
           OPEN OUTPUT UNMATCHED-REPORT-FILE.
           MOVE UNM-HEADING-1 TO UNM-OUT-REC.
           WRITE UNM-OUT-REC.
           MOVE UNM-HEADING-2 TO UNM-OUT-REC.
           WRITE UNM-OUT-REC.

      *****************************************************************
      * ADDRSTD WROTE ONE ADDRXREF ROW PER EDITED RECORD IN CRIMEIN
      * ORDER, SO THE TWO FILES ARE READ SIDE BY SIDE
      *****************************************************************
       300-GEOCODE-RECORDS.
           READ CRIME-FILE-IN
               AT END MOVE 'Y' TO EOF-SWITCH.

           IF NOT EOF
             IF CT-CASE-NUMBER = 'TRAILER '
                 MOVE 'Y' TO EOF-SWITCH
             ELSE
                ADD 1 TO WS-RECORDS-READ
                PERFORM 305-READ-ADDR-XREF
                PERFORM 310-GEOCODE-ONE-RECORD
             END-IF
           END-IF.

       305-READ-ADDR-XREF.
           READ ADDR-XREF-FILE
               AT END MOVE SPACES TO ADDR-XREF-REC
           END-READ.

      *****************************************************************
      * A RECORD WITH ITS OWN LAT/LONG KEEPS THEM.  ONE WITHOUT IS
      * GEOCODED OFF ITS STANDARDIZED ADDRESS WHEN IT HAS ONE
      *****************************************************************
       310-GEOCODE-ONE-RECORD.
           MOVE CC-CASE-NUMBER TO GX-CASE-NUMBER.
           IF FUNCTION NUMVAL(CC-LAT) NOT = 0
              AND FUNCTION NUMVAL(CC-LONG) NOT = 0
               MOVE CC-LAT TO GX-LAT
               MOVE CC-LONG TO GX-LONG
               MOVE CC-X-COORD TO GX-X-COORD
               MOVE CC-Y-COORD TO GX-Y-COORD
               MOVE 'S' TO GX-GEO-SOURCE
               ADD 1 TO WS-SOURCE-COORDS
           ELSE
               MOVE SPACES TO GX-LAT GX-LONG GX-X-COORD GX-Y-COORD
               MOVE 'N' TO GX-GEO-SOURCE
               MOVE SPACES TO UND-REASON
               IF AD-CASE-NUMBER NOT = CC-CASE-NUMBER
                   MOVE 'NO STANDARD ADDRESS' TO UND-REASON
               ELSE
                   PERFORM 320-SPLIT-ADDRESS
               END-IF
               IF UND-REASON = SPACES
                   PERFORM 330-FIND-SEGMENT
               END-IF
               IF UND-REASON = SPACES
                   PERFORM 340-INTERPOLATE-POINT
                   MOVE 'G' TO GX-GEO-SOURCE
                   ADD 1 TO WS-GEOCODED
               ELSE
                   ADD 1 TO WS-NOT-GEOCODED
                   PERFORM 350-WRITE-UNMATCHED-LINE
               END-IF
           END-IF.
           WRITE GEO-XREF-REC.

      *****************************************************************
      * THE FIRST WORD IS THE HOUSE NUMBER, THE REST THE STREET.  A
      * FEED BLOCK NUMBER ('047XX') IS TAKEN AT MID-BLOCK AND MAY SIT
      * ON EITHER SIDE OF THE STREET
      *****************************************************************
       320-SPLIT-ADDRESS.
           MOVE SPACES TO WS-HOUSE-TEXT WS-STREET-NAME.
           MOVE 0 TO WS-HOUSE-LEN.
           MOVE 'N' TO WS-BLOCK-SWITCH.
           MOVE 1 TO WS-STRING-PTR.
           UNSTRING AD-STD-ADDRESS DELIMITED BY SPACE
               INTO WS-HOUSE-TEXT COUNT IN WS-HOUSE-LEN
               WITH POINTER WS-STRING-PTR
           END-UNSTRING.
           IF WS-STRING-PTR < 41
               MOVE AD-STD-ADDRESS(WS-STRING-PTR:) TO WS-STREET-NAME
           END-IF.
           IF WS-HOUSE-LEN > 2 AND WS-HOUSE-LEN < 6
               IF WS-HOUSE-TEXT(WS-HOUSE-LEN - 1:2) = 'XX'
                   MOVE '50' TO WS-HOUSE-TEXT(WS-HOUSE-LEN - 1:2)
                   MOVE 'Y' TO WS-BLOCK-SWITCH
               END-IF
           END-IF.
           IF WS-HOUSE-LEN = 0 OR WS-HOUSE-LEN > 5
               MOVE 'NO HOUSE NUMBER' TO UND-REASON
           ELSE
               IF WS-HOUSE-TEXT(1:WS-HOUSE-LEN) IS NOT NUMERIC
                   MOVE 'NO HOUSE NUMBER' TO UND-REASON
               ELSE
                   COMPUTE WS-HOUSE-NUMBER =
                       FUNCTION NUMVAL(WS-HOUSE-TEXT(1:WS-HOUSE-LEN))
                   DIVIDE WS-HOUSE-NUMBER BY 2 GIVING WS-PARITY-WORK
                       REMAINDER WS-HOUSE-PARITY
               END-IF
           END-IF.
           IF UND-REASON = SPACES AND WS-STREET-NAME = SPACES
               MOVE 'NO STREET NAME' TO UND-REASON
           END-IF.

      *****************************************************************
      * THE FIRST SEGMENT OF THE STREET WHOSE RANGE HOLDS THE NUMBER
      * ON THE NUMBER'S SIDE.  THE REASON TELLS THE CLERK WHETHER THE
      * STREET IS MISSING ALTOGETHER OR JUST THAT BLOCK
      *****************************************************************
       330-FIND-SEGMENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           MOVE 'N' TO WS-STREET-SEEN-SWITCH.
           SET SEG-IDX TO 1.
           PERFORM 335-SEARCH-SEGMENT
               UNTIL SEG-IDX > WS-SEG-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               IF STREET-SEEN
                   MOVE 'NUMBER OFF THE RANGES' TO UND-REASON
               ELSE
                   MOVE 'STREET NOT ON STREETSG' TO UND-REASON
               END-IF
           END-IF.

       335-SEARCH-SEGMENT.
           IF WS-SEG-STREET(SEG-IDX) = WS-STREET-NAME
               MOVE 'Y' TO WS-STREET-SEEN-SWITCH
               IF WS-HOUSE-NUMBER NOT < WS-SEG-FROM-ADDR(SEG-IDX)
                  AND WS-HOUSE-NUMBER NOT > WS-SEG-TO-ADDR(SEG-IDX)
                  AND (WS-SEG-SIDE(SEG-IDX) = 'B'
                       OR BLOCK-ADDRESS
                       OR (WS-SEG-SIDE(SEG-IDX) = 'O'
                           AND WS-HOUSE-PARITY = 1)
                       OR (WS-SEG-SIDE(SEG-IDX) = 'E'
                           AND WS-HOUSE-PARITY = 0))
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-IF.
           IF NOT WS-FOUND
               SET SEG-IDX UP BY 1
           END-IF.

      *****************************************************************
      * STRAIGHT-LINE INTERPOLATION BETWEEN THE SEGMENT END POINTS BY
      * THE NUMBER'S SHARE OF THE RANGE, THEN STATE-PLANE FEET BACK
      * OUT OF THE DEGREES - GEOAUDIT'S CONVERSION RUN IN REVERSE
      *****************************************************************
       340-INTERPOLATE-POINT.
           IF WS-SEG-TO-ADDR(SEG-IDX) > WS-SEG-FROM-ADDR(SEG-IDX)
               COMPUTE WS-FRACTION ROUNDED =
                   (WS-HOUSE-NUMBER - WS-SEG-FROM-ADDR(SEG-IDX)) /
                   (WS-SEG-TO-ADDR(SEG-IDX) -
                    WS-SEG-FROM-ADDR(SEG-IDX))
           ELSE
               MOVE 0 TO WS-FRACTION
           END-IF.
           COMPUTE WS-CALC-LAT ROUNDED = WS-SEG-FROM-LAT(SEG-IDX) +
               WS-FRACTION * (WS-SEG-TO-LAT(SEG-IDX) -
                              WS-SEG-FROM-LAT(SEG-IDX)).
           COMPUTE WS-CALC-LONG ROUNDED = WS-SEG-FROM-LONG(SEG-IDX) +
               WS-FRACTION * (WS-SEG-TO-LONG(SEG-IDX) -
                              WS-SEG-FROM-LONG(SEG-IDX)).
           COMPUTE WS-CALC-Y ROUNDED = WS-Y-BASE +
               (WS-CALC-LAT - WS-LAT-BASE) * WS-FEET-PER-LAT.
           COMPUTE WS-CALC-X ROUNDED = WS-X-BASE +
               (WS-CALC-LONG - WS-LONG-BASE) * WS-FEET-PER-LONG.
           MOVE WS-CALC-LAT TO WS-EDIT-LAT.
           MOVE WS-EDIT-LAT TO GX-LAT.
           MOVE WS-CALC-LONG TO WS-EDIT-LONG.
           MOVE WS-EDIT-LONG TO GX-LONG.
           MOVE WS-CALC-X TO GX-X-COORD.
           MOVE WS-CALC-Y TO GX-Y-COORD.

       350-WRITE-UNMATCHED-LINE.
           MOVE CC-CASE-NUMBER TO UND-CASE-NUMBER.
           MOVE AD-STD-ADDRESS TO UND-ADDRESS.
           MOVE UNM-DETAIL-LINE TO UNM-OUT-REC.
           WRITE UNM-OUT-REC.

      *DISPLAY THE GEOCODING DISPOSITION TOTALS************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-RECORDS-READ TO WS-RECORDS-READZ.
           DISPLAY 'Edited Records Read       : ' WS-RECORDS-READZ.
           MOVE WS-SOURCE-COORDS TO WS-SOURCE-COORDSZ.
           DISPLAY 'Source Coordinates Kept   : ' WS-SOURCE-COORDSZ.
           MOVE WS-GEOCODED TO WS-GEOCODEDZ.
           DISPLAY 'Geocoded By Address Range : ' WS-GEOCODEDZ.
           MOVE WS-NOT-GEOCODED TO WS-NOT-GEOCODEDZ.
           DISPLAY 'Left Without Coordinates  : ' WS-NOT-GEOCODEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CALL CALL-QUALLOG USING WS-PGM-ID WS-METRIC-NOGEO
                                   WS-NOT-GEOCODED.
           CLOSE CRIME-FILE-IN
                 ADDR-XREF-FILE
                 GEO-XREF-FILE
                 UNMATCHED-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
