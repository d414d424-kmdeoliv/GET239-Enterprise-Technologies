      *****************************************************************
      *PURPOSE: Monthly school safety zone incident report for the
      *school district liaison and the aldermen.  The SCHOOLRF
      *reference names each school with its latitude/longitude, the
      *radius of its safety zone in feet and its bell schedule (first
      *and last bell, HHMM).  For every case on CASEMAST in the MONCTL
      *report month (browsed through the CASEAIX beat alternate index
      *as CADRPT does, or the whole master when the index is not
      *there) whose coordinates fall inside a school's zone, the case
      *is counted under that school and its primary type, split in
      *session - a school day on the BUSCAL calendar (column 12 'Y')
      *between the first and last bell - or out of session.  A case
      *inside two overlapping zones counts under both schools.
      *Distance is the flat-earth approximation, which over a few
      *blocks is good to well under a foot.  A case dated on a day
      *BUSCAL does not cover is counted out of session and marked N/C
      *on the SCHZDTL detail list the liaison works from.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SCHZRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
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
           SELECT SCHOOL-REF-FILE ASSIGN TO SCHOOLRF
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUS-CAL-FILE ASSIGN TO BUSCAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSCAL-STATUS.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ZONE-REPORT-FILE ASSIGN TO SCHZRPT
           ORGANIZATION IS SEQUENTIAL.
           SELECT ZONE-DETAIL-FILE ASSIGN TO SCHZDTL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PERSISTENT CASE MASTER - ONLY THE FIELDS THE REPORT NEEDS***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  CM-DATE-TIME                 PIC X(15).
           05  FILLER                       PIC X(44).
           05  CM-PRIMARY                   PIC X(30).
           05  FILLER                       PIC X(129).
           05  CM-LAT                       PIC X(11).
           05  CM-LONG                      PIC X(12).
           05  FILLER                       PIC X(17).

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

      *****************************************************************
      * SCHOOL REFERENCE - ONE ROW PER SCHOOL: ID, NAME, LATITUDE,
      * LONGITUDE, ZONE RADIUS IN FEET, FIRST BELL, LAST BELL (HHMM)
      *****************************************************************
       FD  SCHOOL-REF-FILE.
       01  SCHOOL-REF-REC.
           05  SRF-SCHOOL-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  SRF-SCHOOL-NAME              PIC X(30).
           05  FILLER                       PIC X.
           05  SRF-LAT                      PIC X(11).
           05  FILLER                       PIC X.
           05  SRF-LONG                     PIC X(12).
           05  FILLER                       PIC X.
           05  SRF-RADIUS-FEET              PIC X(5).
           05  FILLER                       PIC X.
           05  SRF-FIRST-BELL               PIC X(4).
           05  FILLER                       PIC X.
           05  SRF-LAST-BELL                PIC X(4).

      *****PROCESSING CALENDAR - SEE BUSDAYS; COLUMN 12 IS SCHOOL DAY**
       FD  BUS-CAL-FILE.
       01  BUS-CAL-REC.
           05  BC-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  BC-DAY-TYPE                  PIC X(1).
           05  FILLER                       PIC X.
           05  BC-SCHOOL-DAY                PIC X(1).

      *****CONTROL CARD - THE REPORT MONTH (CCYYMM)********************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      ***MONTHLY ZONE COUNTS BY SCHOOL AND PRIMARY TYPE*****************
       FD  ZONE-REPORT-FILE.
       01  ZNR-OUT-REC                      PIC X(80).

      ***ZONE INCIDENT DETAIL FOR THE DISTRICT LIAISON*****************
       FD  ZONE-DETAIL-FILE.
       01  ZND-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-AIX-EOF-SWITCH        PIC X        VALUE 'N'.
              88 AIX-EOF                            VALUE 'Y'.
           05 WS-SCH-EOF-SWITCH        PIC X        VALUE 'N'.
              88 SCH-EOF                            VALUE 'Y'.
           05 WS-CAL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAL-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
           05 WS-DAY-TYPE-SWITCH       PIC X        VALUE 'C'.
              88 DAY-IS-SCHOOL-DAY                  VALUE 'S'.
              88 DAY-NOT-CALENDARED                 VALUE 'C'.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CASEAIX-STATUS            PIC XX.
       01 WS-BUSCAL-STATUS             PIC XX.

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

      *****************************************************************
      * SCHOOL TABLE - THE FEET PER DEGREE OF LONGITUDE SHRINKS WITH
      * THE COSINE OF THE LATITUDE AND IS WORKED OUT ONCE PER SCHOOL
      *****************************************************************
       01 WS-FEET-PER-DEGREE       PIC 9(6)     VALUE 364000.
       01 WS-SCH-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 700 TIMES
                             INDEXED BY SCH-IDX.
              10 WS-SCH-ID             PIC X(6).
              10 WS-SCH-NAME           PIC X(30).
              10 WS-SCH-LAT            PIC S9(3)V9(6).
              10 WS-SCH-LONG           PIC S9(3)V9(6).
              10 WS-SCH-LONG-FEET      PIC 9(6)V9(4).
              10 WS-SCH-RADIUS         PIC 9(5).
              10 WS-SCH-FIRST-BELL     PIC 9(4).
              10 WS-SCH-LAST-BELL      PIC 9(4).
              10 WS-SCH-IN-COUNT       PIC 9(7).
              10 WS-SCH-OUT-COUNT      PIC 9(7).

      *****SCHOOL CALENDAR - BUSCAL DATES WITH THEIR SCHOOL-DAY FLAG***
       01 WS-CAL-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 1500 TIMES
                             INDEXED BY CAL-IDX.
              10 WS-CAL-DATE           PIC X(8).
              10 WS-CAL-SCHOOL-DAY     PIC X(1).

      *****THE CASE UNDER TEST*****************************************
       01 WS-CASE-DATE             PIC X(8).
       01 WS-CASE-HHMM             PIC 9(4).
       01 WS-REC-LAT               PIC S9(3)V9(6).
       01 WS-REC-LONG              PIC S9(3)V9(6).
       01 WS-DY-FEET               PIC S9(7)V9(2).
       01 WS-DX-FEET               PIC S9(7)V9(2).
       01 WS-DIST-SQUARED          PIC 9(15)V9(2).
       01 WS-RADIUS-SQUARED        PIC 9(11).
       01 WS-DIST-FEET             PIC 9(5).
       01 WS-SESSION               PIC X(3).

      *****************************************************************
      * ZONE COUNTS - ONE ENTRY PER SCHOOL AND PRIMARY TYPE
      *****************************************************************
       01 WS-TAL-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-TAL-TABLE.
           05 WS-TAL-ENTRY OCCURS 2000 TIMES
                             INDEXED BY TAL-IDX.
              10 WS-TAL-SORT-KEY.
                 15 WS-TAL-SCHOOL-ID   PIC X(6).
                 15 WS-TAL-PRIMARY     PIC X(30).
              10 WS-TAL-IN-COUNT       PIC 9(5).
              10 WS-TAL-OUT-COUNT      PIC 9(5).
       01 WS-TAL-SWAP-ENTRY            PIC X(46).

      *****************************************************************
      * DETAIL LIST - SORTED ON SCHOOL, THEN DATE, TIME AND CASE
      *****************************************************************
       01 WS-DTL-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-DTL-TABLE.
           05 WS-DTL-ENTRY OCCURS 5000 TIMES
                             INDEXED BY DTL-IDX.
              10 WS-DTL-SORT-KEY.
                 15 WS-DTL-SCHOOL-ID   PIC X(6).
                 15 WS-DTL-DATE        PIC X(8).
                 15 WS-DTL-HHMM        PIC 9(4).
                 15 WS-DTL-CASE        PIC X(8).
              10 WS-DTL-DATE-TIME      PIC X(15).
              10 WS-DTL-SESSION        PIC X(3).
              10 WS-DTL-PRIMARY        PIC X(30).
              10 WS-DTL-FEET           PIC 9(5).
       01 WS-DTL-SWAP-ENTRY            PIC X(79).
       01 WS-SORT-SUB              PIC 9(4).
       01 WS-SORT-SUB2             PIC 9(4).
       01 WS-PRIOR-SCHOOL          PIC X(6).
       01 WS-LINE-IN               PIC 9(7).
       01 WS-LINE-OUT              PIC 9(7).

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-CASES-READ            PIC 9(7)     VALUE 0.
       01 WS-CASES-READZ           PIC Z,ZZZ,ZZ9.
       01 WS-CASES-IN-MONTH        PIC 9(7)     VALUE 0.
       01 WS-CASES-IN-MONTHZ       PIC Z,ZZZ,ZZ9.
       01 WS-CASES-NO-COORDS       PIC 9(7)     VALUE 0.
       01 WS-CASES-NO-COORDSZ      PIC Z,ZZZ,ZZ9.
       01 WS-ZONE-IN-SESSION       PIC 9(7)     VALUE 0.
       01 WS-ZONE-IN-SESSIONZ      PIC Z,ZZZ,ZZ9.
       01 WS-ZONE-OUT-SESSION      PIC 9(7)     VALUE 0.
       01 WS-ZONE-OUT-SESSIONZ     PIC Z,ZZZ,ZZ9.
       01 WS-ZONE-NOT-CALENDARED   PIC 9(7)     VALUE 0.
       01 WS-ZONE-NOT-CALENDAREDZ  PIC Z,ZZZ,ZZ9.
       01 WS-DETAIL-DROPPED        PIC 9(7)     VALUE 0.
       01 WS-DETAIL-DROPPEDZ       PIC Z,ZZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  ZNR-HEADING-1.
           05                 PIC X(35)
                   VALUE 'SCHOOL SAFETY ZONE INCIDENTS - MON '.
           05  ZNH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  ZNH-MONTH      PIC X(2).
       01  ZNR-HEADING-2.
           05                 PIC X(56) VALUE
               'IN SESSION = BUSCAL SCHOOL DAY, FIRST TO LAST BELL'.
       01  ZNR-SCHOOL-LINE.
           05                 PIC X(7)  VALUE 'SCHOOL '.
           05  ZNS-SCHOOL-ID  PIC X(6).
           05                 PIC X(1)  VALUE SPACES.
           05  ZNS-SCHOOL-NAME PIC X(30).
           05                 PIC X(8)  VALUE ' RADIUS '.
           05  ZNS-RADIUS     PIC ZZ,ZZ9.
           05                 PIC X(9)  VALUE ' FT BELL '.
           05  ZNS-FIRST-BELL PIC 9(4).
           05                 PIC X     VALUE '-'.
           05  ZNS-LAST-BELL  PIC 9(4).
           05                 PIC X(4)  VALUE SPACES.
       01  ZNR-COLUMN-HEADING.
           05                 PIC X(30) VALUE 'PRIMARY TYPE'.
           05                 PIC X(14) VALUE '    IN SESSION'.
           05                 PIC X(12) VALUE ' OUT SESSION'.
           05                 PIC X(12) VALUE '       TOTAL'.
       01  ZNR-TALLY-LINE.
           05  ZNT-PRIMARY        PIC X(30).
           05                     PIC X(5)  VALUE SPACES.
           05  ZNT-IN-COUNT       PIC Z,ZZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  ZNT-OUT-COUNT      PIC Z,ZZZ,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  ZNT-TOTAL          PIC Z,ZZZ,ZZ9.
           05                     PIC X(12) VALUE SPACES.
       01  ZND-HEADING-1.
           05                 PIC X(35)
                   VALUE 'SCHOOL ZONE INCIDENT DETAIL - MON '.
           05  ZDH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  ZDH-MONTH      PIC X(2).
       01  ZND-HEADING-2.
           05                 PIC X(56) VALUE
               'N/C = DATE NOT ON BUSCAL, COUNTED OUT OF SESSION'.
       01  ZND-COLUMN-HEADING.
           05                 PIC X(7)  VALUE 'SCHOOL'.
           05                 PIC X(9)  VALUE 'CASE'.
           05                 PIC X(16) VALUE 'DATE/TIME'.
           05                 PIC X(4)  VALUE 'SES'.
           05                 PIC X(31) VALUE 'PRIMARY TYPE'.
           05                 PIC X(6)  VALUE '  FEET'.
       01  ZND-DETAIL-LINE.
           05  ZDD-SCHOOL-ID      PIC X(6).
           05                     PIC X(1)  VALUE SPACES.
           05  ZDD-CASE           PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  ZDD-DATE-TIME      PIC X(15).
           05                     PIC X(1)  VALUE SPACES.
           05  ZDD-SESSION        PIC X(3).
           05                     PIC X(1)  VALUE SPACES.
           05  ZDD-PRIMARY        PIC X(30).
           05                     PIC X(1)  VALUE SPACES.
           05  ZDD-FEET           PIC ZZ,ZZ9.
           05                     PIC X(7)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-SCHOOL-REFERENCE.
           PERFORM 170-LOAD-SCHOOL-CALENDAR.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-SELECT-MONTH-CASES.
           PERFORM 400-SORT-TALLY-TABLE.
           PERFORM 430-SORT-DETAIL-TABLE.
           PERFORM 450-WRITE-ZONE-REPORT.
           PERFORM 470-WRITE-DETAIL-LIST.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SCHZRPT *'.
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
      * A SCHOOL ROW WITH NO COORDINATES OR NO RADIUS CANNOT HAVE A
      * ZONE AND IS LEFT OUT; WITH NO SCHOOLS THERE IS NO REPORT
      *****************************************************************
       160-LOAD-SCHOOL-REFERENCE.
           OPEN INPUT SCHOOL-REF-FILE.
           PERFORM 165-READ-SCHOOL-REF-REC UNTIL SCH-EOF.
           CLOSE SCHOOL-REF-FILE.
           IF WS-SCH-TAB-MAX = 0
               DISPLAY '*** SCHOOLRF HAS NO USABLE SCHOOLS ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       165-READ-SCHOOL-REF-REC.
           READ SCHOOL-REF-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-SWITCH
           END-READ.
           IF NOT SCH-EOF
               IF SRF-LAT = SPACES OR SRF-LONG = SPACES
                  OR SRF-RADIUS-FEET NOT NUMERIC
                  OR SRF-RADIUS-FEET = '00000'
                  OR SRF-FIRST-BELL NOT NUMERIC
                  OR SRF-LAST-BELL NOT NUMERIC
                   DISPLAY 'SCHOOLRF ROW IGNORED: ' SRF-SCHOOL-ID
               ELSE
                   IF WS-SCH-TAB-MAX < 700
                       ADD 1 TO WS-SCH-TAB-MAX
                       SET SCH-IDX TO WS-SCH-TAB-MAX
                       INITIALIZE WS-SCH-ENTRY(SCH-IDX)
                       MOVE SRF-SCHOOL-ID TO WS-SCH-ID(SCH-IDX)
                       MOVE SRF-SCHOOL-NAME TO WS-SCH-NAME(SCH-IDX)
                       COMPUTE WS-SCH-LAT(SCH-IDX) =
                           FUNCTION NUMVAL(SRF-LAT)
                       COMPUTE WS-SCH-LONG(SCH-IDX) =
                           FUNCTION NUMVAL(SRF-LONG)
                       COMPUTE WS-SCH-LONG-FEET(SCH-IDX) =
                           WS-FEET-PER-DEGREE *
                           FUNCTION COS(WS-SCH-LAT(SCH-IDX) *
                                        FUNCTION PI / 180)
                       MOVE SRF-RADIUS-FEET TO WS-SCH-RADIUS(SCH-IDX)
                       MOVE SRF-FIRST-BELL
                           TO WS-SCH-FIRST-BELL(SCH-IDX)
                       MOVE SRF-LAST-BELL TO WS-SCH-LAST-BELL(SCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * WITHOUT THE CALENDAR NO DAY CAN BE CALLED A SCHOOL DAY - THE
      * REPORT STILL RUNS, WITH EVERY ZONE INCIDENT MARKED N/C
      *****************************************************************
       170-LOAD-SCHOOL-CALENDAR.
           OPEN INPUT BUS-CAL-FILE.
           IF WS-BUSCAL-STATUS NOT = '00'
               DISPLAY '*** BUSCAL NOT AVAILABLE - NO SCHOOL DAYS ***'
               MOVE 'Y' TO WS-CAL-EOF-SWITCH
           ELSE
               PERFORM 175-READ-CALENDAR-ROW UNTIL CAL-EOF
               CLOSE BUS-CAL-FILE
           END-IF.

       175-READ-CALENDAR-ROW.
           READ BUS-CAL-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF-SWITCH
           END-READ.
           IF NOT CAL-EOF
               IF BC-DATE NUMERIC AND WS-CAL-TAB-MAX < 1500
                   ADD 1 TO WS-CAL-TAB-MAX
                   MOVE BC-DATE TO WS-CAL-DATE(WS-CAL-TAB-MAX)
                   MOVE BC-SCHOOL-DAY
                       TO WS-CAL-SCHOOL-DAY(WS-CAL-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT CASE-MASTER-FILE.
           IF WS-CASEMAST-STATUS NOT = '00'
               DISPLAY '*** CASEMAST NOT AVAILABLE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ZONE-REPORT-FILE.
           OPEN OUTPUT ZONE-DETAIL-FILE.

      *****************************************************************
      * THE MONTH'S CASES - THE CASEAIX BEAT INDEX HANDS OVER JUST
      * THE MONTH; WITHOUT IT THE WHOLE MASTER IS READ
      *****************************************************************
       300-SELECT-MONTH-CASES.
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
                   PERFORM 310-READ-NEXT-CASE
                       UNTIL WS-CASEMAST-STATUS NOT = '00'
               END-IF
           END-IF.

       310-READ-NEXT-CASE.
           READ CASE-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-CASEMAST-STATUS
           END-READ.
           IF WS-CASEMAST-STATUS = '00'
               PERFORM 320-CHECK-ONE-CASE
           END-IF.

      *THE MONTH TEST STANDS ON THE INDEXED PATH TOO*******************
       320-CHECK-ONE-CASE.
           ADD 1 TO WS-CASES-READ.
           CALL CONVERT-DATE USING CM-DATE-TIME
                           WS-DATE-CONVR
                           WS-TIME-CONVR
                           WS-CONVDATE-STATUS.
           IF WS-CONVDATE-VALID
              AND WS-YEAR = WS-RPT-YEAR
              AND WS-MONTH = WS-RPT-MONTH
               ADD 1 TO WS-CASES-IN-MONTH
               IF CM-LAT = SPACES OR CM-LONG = SPACES
                   ADD 1 TO WS-CASES-NO-COORDS
               ELSE
                   COMPUTE WS-REC-LAT = FUNCTION NUMVAL(CM-LAT)
                   COMPUTE WS-REC-LONG = FUNCTION NUMVAL(CM-LONG)
                   PERFORM 330-LOOK-UP-SCHOOL-DAY
                   PERFORM 340-TEST-SCHOOL-ZONE
                       VARYING SCH-IDX FROM 1 BY 1
                       UNTIL SCH-IDX > WS-SCH-TAB-MAX
               END-IF
           END-IF.

      *A DATE ON THE CALENDAR WITHOUT THE 'Y' IS NOT A SCHOOL DAY******
       330-LOOK-UP-SCHOOL-DAY.
           MOVE WS-YEAR TO WS-CASE-DATE(1:4).
           MOVE WS-MONTH TO WS-CASE-DATE(5:2).
           MOVE WS-DAY TO WS-CASE-DATE(7:2).
           COMPUTE WS-CASE-HHMM = WS-HOUR9 * 100 + WS-MIN9.
           MOVE 'C' TO WS-DAY-TYPE-SWITCH.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET CAL-IDX TO 1.
           PERFORM 335-SEARCH-CALENDAR
               UNTIL CAL-IDX > WS-CAL-TAB-MAX OR WS-FOUND.
           IF WS-FOUND
               IF WS-CAL-SCHOOL-DAY(CAL-IDX) = 'Y'
                   MOVE 'S' TO WS-DAY-TYPE-SWITCH
               ELSE
                   MOVE 'N' TO WS-DAY-TYPE-SWITCH
               END-IF
           END-IF.

       335-SEARCH-CALENDAR.
           IF WS-CAL-DATE(CAL-IDX) = WS-CASE-DATE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET CAL-IDX UP BY 1
           END-IF.

      *****************************************************************
      * INSIDE THE ZONE WHEN THE SQUARED DISTANCE IN FEET IS NO MORE
      * THAN THE SQUARED RADIUS; IN SESSION ON A SCHOOL DAY FROM THE
      * FIRST BELL UP TO (NOT INCLUDING) THE LAST
      *****************************************************************
       340-TEST-SCHOOL-ZONE.
           COMPUTE WS-DY-FEET =
               (WS-REC-LAT - WS-SCH-LAT(SCH-IDX)) * WS-FEET-PER-DEGREE
               ON SIZE ERROR MOVE 9999999 TO WS-DY-FEET
           END-COMPUTE.
           COMPUTE WS-DX-FEET =
               (WS-REC-LONG - WS-SCH-LONG(SCH-IDX)) *
               WS-SCH-LONG-FEET(SCH-IDX)
               ON SIZE ERROR MOVE 9999999 TO WS-DX-FEET
           END-COMPUTE.
           COMPUTE WS-DIST-SQUARED =
               WS-DY-FEET * WS-DY-FEET + WS-DX-FEET * WS-DX-FEET.
           COMPUTE WS-RADIUS-SQUARED =
               WS-SCH-RADIUS(SCH-IDX) * WS-SCH-RADIUS(SCH-IDX).
           IF WS-DIST-SQUARED NOT > WS-RADIUS-SQUARED
               COMPUTE WS-DIST-FEET ROUNDED =
                   FUNCTION SQRT(WS-DIST-SQUARED)
               EVALUATE TRUE
                   WHEN DAY-NOT-CALENDARED
                       MOVE 'N/C' TO WS-SESSION
                       ADD 1 TO WS-ZONE-NOT-CALENDARED
                   WHEN DAY-IS-SCHOOL-DAY
                    AND WS-CASE-HHMM NOT < WS-SCH-FIRST-BELL(SCH-IDX)
                    AND WS-CASE-HHMM < WS-SCH-LAST-BELL(SCH-IDX)
                       MOVE 'IN ' TO WS-SESSION
                   WHEN OTHER
                       MOVE 'OUT' TO WS-SESSION
               END-EVALUATE
               IF WS-SESSION = 'IN '
                   ADD 1 TO WS-ZONE-IN-SESSION
                   ADD 1 TO WS-SCH-IN-COUNT(SCH-IDX)
               ELSE
                   ADD 1 TO WS-ZONE-OUT-SESSION
                   ADD 1 TO WS-SCH-OUT-COUNT(SCH-IDX)
               END-IF
               PERFORM 350-ADD-TO-TALLY
               PERFORM 360-ADD-DETAIL-ENTRY
           END-IF.

      *****************************************************************
       350-ADD-TO-TALLY.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET TAL-IDX TO 1.
           PERFORM 355-SEARCH-TALLY-ENTRY
               UNTIL TAL-IDX > WS-TAL-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND AND WS-TAL-TAB-MAX < 2000
               ADD 1 TO WS-TAL-TAB-MAX
               SET TAL-IDX TO WS-TAL-TAB-MAX
               INITIALIZE WS-TAL-ENTRY(TAL-IDX)
               MOVE WS-SCH-ID(SCH-IDX) TO WS-TAL-SCHOOL-ID(TAL-IDX)
               MOVE CM-PRIMARY TO WS-TAL-PRIMARY(TAL-IDX)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.
           IF WS-FOUND
               IF WS-SESSION = 'IN '
                   ADD 1 TO WS-TAL-IN-COUNT(TAL-IDX)
               ELSE
                   ADD 1 TO WS-TAL-OUT-COUNT(TAL-IDX)
               END-IF
           END-IF.

       355-SEARCH-TALLY-ENTRY.
           IF WS-TAL-SCHOOL-ID(TAL-IDX) = WS-SCH-ID(SCH-IDX)
              AND WS-TAL-PRIMARY(TAL-IDX) = CM-PRIMARY
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET TAL-IDX UP BY 1
           END-IF.

      *A FULL DETAIL TABLE DROPS THE LINE BUT NOT THE COUNT************
       360-ADD-DETAIL-ENTRY.
           IF WS-DTL-TAB-MAX < 5000
               ADD 1 TO WS-DTL-TAB-MAX
               SET DTL-IDX TO WS-DTL-TAB-MAX
               MOVE WS-SCH-ID(SCH-IDX) TO WS-DTL-SCHOOL-ID(DTL-IDX)
               MOVE WS-CASE-DATE TO WS-DTL-DATE(DTL-IDX)
               MOVE WS-CASE-HHMM TO WS-DTL-HHMM(DTL-IDX)
               MOVE CM-CASE-NUMBER TO WS-DTL-CASE(DTL-IDX)
               MOVE CM-DATE-TIME TO WS-DTL-DATE-TIME(DTL-IDX)
               MOVE WS-SESSION TO WS-DTL-SESSION(DTL-IDX)
               MOVE CM-PRIMARY TO WS-DTL-PRIMARY(DTL-IDX)
               MOVE WS-DIST-FEET TO WS-DTL-FEET(DTL-IDX)
           ELSE
               ADD 1 TO WS-DETAIL-DROPPED
           END-IF.

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
               NOT INVALID KEY PERFORM 320-CHECK-ONE-CASE
           END-READ.

      *****************************************************************
      * EXCHANGE SORTS, AS UCRRPT DOES - THE COUNTS ON SCHOOL AND
      * PRIMARY TYPE, THE DETAIL ON SCHOOL, DATE, TIME AND CASE
      *****************************************************************
       400-SORT-TALLY-TABLE.
           PERFORM 410-SORT-TALLY-OUTER
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-TAL-TAB-MAX.

       410-SORT-TALLY-OUTER.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 420-SORT-TALLY-INNER
               UNTIL WS-SORT-SUB2 > WS-TAL-TAB-MAX.

       420-SORT-TALLY-INNER.
           IF WS-TAL-SORT-KEY(WS-SORT-SUB2)
                 < WS-TAL-SORT-KEY(WS-SORT-SUB)
               MOVE WS-TAL-ENTRY(WS-SORT-SUB) TO WS-TAL-SWAP-ENTRY
               MOVE WS-TAL-ENTRY(WS-SORT-SUB2)
                   TO WS-TAL-ENTRY(WS-SORT-SUB)
               MOVE WS-TAL-SWAP-ENTRY TO WS-TAL-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

       430-SORT-DETAIL-TABLE.
           PERFORM 435-SORT-DETAIL-OUTER
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-DTL-TAB-MAX.

       435-SORT-DETAIL-OUTER.
           COMPUTE WS-SORT-SUB2 = WS-SORT-SUB + 1.
           PERFORM 440-SORT-DETAIL-INNER
               UNTIL WS-SORT-SUB2 > WS-DTL-TAB-MAX.

       440-SORT-DETAIL-INNER.
           IF WS-DTL-SORT-KEY(WS-SORT-SUB2)
                 < WS-DTL-SORT-KEY(WS-SORT-SUB)
               MOVE WS-DTL-ENTRY(WS-SORT-SUB) TO WS-DTL-SWAP-ENTRY
               MOVE WS-DTL-ENTRY(WS-SORT-SUB2)
                   TO WS-DTL-ENTRY(WS-SORT-SUB)
               MOVE WS-DTL-SWAP-ENTRY TO WS-DTL-ENTRY(WS-SORT-SUB2)
           END-IF.
           ADD 1 TO WS-SORT-SUB2.

      *****************************************************************
      * ONE SECTION PER SCHOOL IN SCHOOLRF ORDER - A SCHOOL WITH A
      * QUIET MONTH STILL GETS ITS SECTION SO THE LIAISON SEES IT
      *****************************************************************
       450-WRITE-ZONE-REPORT.
           MOVE WS-RPT-YEAR TO ZNH-YEAR.
           MOVE WS-RPT-MONTH TO ZNH-MONTH.
           MOVE ZNR-HEADING-1 TO ZNR-OUT-REC.
           WRITE ZNR-OUT-REC.
           MOVE ZNR-HEADING-2 TO ZNR-OUT-REC.
           WRITE ZNR-OUT-REC.
           PERFORM 455-WRITE-SCHOOL-SECTION
               VARYING SCH-IDX FROM 1 BY 1
               UNTIL SCH-IDX > WS-SCH-TAB-MAX.
           MOVE SPACES TO ZNR-OUT-REC.
           WRITE ZNR-OUT-REC.
           MOVE 'ALL ZONES' TO ZNT-PRIMARY.
           MOVE WS-ZONE-IN-SESSION TO ZNT-IN-COUNT.
           MOVE WS-ZONE-OUT-SESSION TO ZNT-OUT-COUNT.
           COMPUTE ZNT-TOTAL = WS-ZONE-IN-SESSION + WS-ZONE-OUT-SESSION.
           MOVE ZNR-TALLY-LINE TO ZNR-OUT-REC.
           WRITE ZNR-OUT-REC.

       455-WRITE-SCHOOL-SECTION.
           MOVE SPACES TO ZNR-OUT-REC.
           WRITE ZNR-OUT-REC.
           MOVE WS-SCH-ID(SCH-IDX) TO ZNS-SCHOOL-ID.
           MOVE WS-SCH-NAME(SCH-IDX) TO ZNS-SCHOOL-NAME.
           MOVE WS-SCH-RADIUS(SCH-IDX) TO ZNS-RADIUS.
           MOVE WS-SCH-FIRST-BELL(SCH-IDX) TO ZNS-FIRST-BELL.
           MOVE WS-SCH-LAST-BELL(SCH-IDX) TO ZNS-LAST-BELL.
           MOVE ZNR-SCHOOL-LINE TO ZNR-OUT-REC.
           WRITE ZNR-OUT-REC.
           IF WS-SCH-IN-COUNT(SCH-IDX) = 0
              AND WS-SCH-OUT-COUNT(SCH-IDX) = 0
               MOVE 'NO INCIDENTS IN ZONE THIS MONTH' TO ZNR-OUT-REC
               WRITE ZNR-OUT-REC
           ELSE
               MOVE ZNR-COLUMN-HEADING TO ZNR-OUT-REC
               WRITE ZNR-OUT-REC
               PERFORM 460-WRITE-TALLY-LINE
                   VARYING TAL-IDX FROM 1 BY 1
                   UNTIL TAL-IDX > WS-TAL-TAB-MAX
               MOVE 'ZONE TOTAL' TO ZNT-PRIMARY
               MOVE WS-SCH-IN-COUNT(SCH-IDX) TO ZNT-IN-COUNT
               MOVE WS-SCH-OUT-COUNT(SCH-IDX) TO ZNT-OUT-COUNT
               COMPUTE ZNT-TOTAL = WS-SCH-IN-COUNT(SCH-IDX)
                                 + WS-SCH-OUT-COUNT(SCH-IDX)
               MOVE ZNR-TALLY-LINE TO ZNR-OUT-REC
               WRITE ZNR-OUT-REC
           END-IF.

       460-WRITE-TALLY-LINE.
           IF WS-TAL-SCHOOL-ID(TAL-IDX) = WS-SCH-ID(SCH-IDX)
               MOVE WS-TAL-PRIMARY(TAL-IDX) TO ZNT-PRIMARY
               MOVE WS-TAL-IN-COUNT(TAL-IDX) TO ZNT-IN-COUNT
               MOVE WS-TAL-OUT-COUNT(TAL-IDX) TO ZNT-OUT-COUNT
               COMPUTE ZNT-TOTAL = WS-TAL-IN-COUNT(TAL-IDX)
                                 + WS-TAL-OUT-COUNT(TAL-IDX)
               MOVE ZNR-TALLY-LINE TO ZNR-OUT-REC
               WRITE ZNR-OUT-REC
           END-IF.

      *****************************************************************
       470-WRITE-DETAIL-LIST.
           MOVE WS-RPT-YEAR TO ZDH-YEAR.
           MOVE WS-RPT-MONTH TO ZDH-MONTH.
           MOVE ZND-HEADING-1 TO ZND-OUT-REC.
           WRITE ZND-OUT-REC.
           MOVE ZND-HEADING-2 TO ZND-OUT-REC.
           WRITE ZND-OUT-REC.
           MOVE SPACES TO WS-PRIOR-SCHOOL.
           PERFORM 475-WRITE-DETAIL-LINE
               VARYING DTL-IDX FROM 1 BY 1
               UNTIL DTL-IDX > WS-DTL-TAB-MAX.
           IF WS-DTL-TAB-MAX = 0
               MOVE SPACES TO ZND-OUT-REC
               WRITE ZND-OUT-REC
               MOVE 'NO INCIDENTS IN ANY SCHOOL ZONE THIS MONTH'
                   TO ZND-OUT-REC
               WRITE ZND-OUT-REC
           END-IF.

       475-WRITE-DETAIL-LINE.
           IF WS-DTL-SCHOOL-ID(DTL-IDX) NOT = WS-PRIOR-SCHOOL
               MOVE WS-DTL-SCHOOL-ID(DTL-IDX) TO WS-PRIOR-SCHOOL
               MOVE SPACES TO ZND-OUT-REC
               WRITE ZND-OUT-REC
               MOVE ZND-COLUMN-HEADING TO ZND-OUT-REC
               WRITE ZND-OUT-REC
           END-IF.
           MOVE WS-DTL-SCHOOL-ID(DTL-IDX) TO ZDD-SCHOOL-ID.
           MOVE WS-DTL-CASE(DTL-IDX) TO ZDD-CASE.
           MOVE WS-DTL-DATE-TIME(DTL-IDX) TO ZDD-DATE-TIME.
           MOVE WS-DTL-SESSION(DTL-IDX) TO ZDD-SESSION.
           MOVE WS-DTL-PRIMARY(DTL-IDX) TO ZDD-PRIMARY.
           MOVE WS-DTL-FEET(DTL-IDX) TO ZDD-FEET.
           MOVE ZND-DETAIL-LINE TO ZND-OUT-REC.
           WRITE ZND-OUT-REC.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CASES-READ TO WS-CASES-READZ.
           DISPLAY 'Case Master Records Read  : ' WS-CASES-READZ.
           MOVE WS-CASES-IN-MONTH TO WS-CASES-IN-MONTHZ.
           DISPLAY 'Cases In Report Month     : ' WS-CASES-IN-MONTHZ.
           MOVE WS-CASES-NO-COORDS TO WS-CASES-NO-COORDSZ.
           DISPLAY 'Cases With No Coordinates : ' WS-CASES-NO-COORDSZ.
           MOVE WS-ZONE-IN-SESSION TO WS-ZONE-IN-SESSIONZ.
           DISPLAY 'Zone Incidents In Session : ' WS-ZONE-IN-SESSIONZ.
           MOVE WS-ZONE-OUT-SESSION TO WS-ZONE-OUT-SESSIONZ.
           DISPLAY 'Zone Incidents Out Session: '
               WS-ZONE-OUT-SESSIONZ.
           MOVE WS-ZONE-NOT-CALENDARED TO WS-ZONE-NOT-CALENDAREDZ.
           DISPLAY 'Dated Off The Calendar    : '
               WS-ZONE-NOT-CALENDAREDZ.
           MOVE WS-DETAIL-DROPPED TO WS-DETAIL-DROPPEDZ.
           DISPLAY 'Detail Lines Dropped      : ' WS-DETAIL-DROPPEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE CASE-MASTER-FILE
                 ZONE-REPORT-FILE
                 ZONE-DETAIL-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
