      *****************************************************************
      *PURPOSE: Staffing plan versus actual labor cost.  STAFCOST
      *keeps each month's costed plan by district on STAFPLAN and
      *LABPOST keeps each pay run's regular and overtime pay by
      *district on LABACT.  For the MONCTL report month this program
      *lines the two up for every district, month by month from
      *January of the report year: plan, actual regular, actual
      *overtime, actual total, variance (actual less plan) and
      *variance percent, with running year-to-date plan, actual,
      *variance and percent beside each month, then the citywide
      *totals the same way.  Pay is booked to the month of its pay
      *date.  A month or year to date over plan by more than the
      *STAFCTL VTHR percent is flagged; spend in a district with no
      *plan at all is flagged NO PLAN.  Months with neither plan nor
      *pay are left off.
      *
      *STAFCTL ENTRIES USED:
      *  VTHR NNN   OVER-PLAN FLAG PERCENT (DEFAULT 010)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      STAFVAR.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAF-CTL-FILE ASSIGN TO STAFCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAF-PLAN-FILE ASSIGN TO STAFPLAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-STAFPLAN-STATUS.
           SELECT LABOR-ACTUAL-FILE ASSIGN TO LABACT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LA-KEY
           FILE STATUS IS WS-LABACT-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO STAFVAR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - REPORT MONTH*********************************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      *****CONTROL FILE - COSTING PARAMETERS (SEE STAFCOST)************
       FD  STAF-CTL-FILE.
       01  STAF-CTL-REC.
           05  STC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  STC-VALUE                    PIC X(9).

      *****PLAN HISTORY WRITTEN BY STAFCOST****************************
       FD  STAF-PLAN-FILE.
       01  STAF-PLAN-REC.
           05  SP-KEY.
               10  SP-DISTRICT              PIC X(3).
               10  SP-MONTH.
                   15  SP-YEAR              PIC X(4).
                   15  SP-MM                PIC 9(2).
           05  SP-PLAN-HOURS                PIC 9(7).
           05  SP-PLAN-CENTS                PIC 9(11).
           05  SP-RUN-DATE                  PIC X(8).

      *****ACTUAL LABOR HISTORY WRITTEN BY LABPOST*********************
       FD  LABOR-ACTUAL-FILE.
       01  LABOR-ACTUAL-REC.
           05  LA-KEY.
               10  LA-DISTRICT              PIC X(3).
               10  LA-PAY-DATE.
                   15  LA-PAY-YEAR          PIC X(4).
                   15  LA-PAY-MM            PIC 9(2).
                   15  LA-PAY-DD            PIC X(2).
               10  LA-PAY-PERIOD            PIC X(6).
           05  LA-EMPLOYEES                 PIC 9(5).
           05  LA-REG-CENTS                 PIC 9(11).
           05  LA-OT-CENTS                  PIC 9(11).
           05  LA-POSTED-DATE               PIC X(8).

      ***PLAN VERSUS ACTUAL REPORT*************************************
       FD  VARIANCE-REPORT-FILE.
       01  VAR-OUT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
              88 WS-PASSED                          VALUE 'P'.
       01 WS-STAFPLAN-STATUS           PIC XX.
       01 WS-LABACT-STATUS             PIC XX.
       01 WS-RPT-YEAR                  PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH                 PIC 9(2)     VALUE 0.
       01 WS-THRESHOLD-PCT             PIC 9(3)     VALUE 10.

      *****DISTRICT BY MONTH TABLE FOR THE REPORT YEAR (CENTS)*********
       01 WS-DST-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-DST-TABLE.
           05  WS-DST-ENTRY OCCURS 100 TIMES
                             INDEXED BY DST-IDX.
               10  WS-DST-DISTRICT      PIC X(3).
               10  WS-DST-MONTH OCCURS 12 TIMES.
                   15  WS-DST-PLAN-CENTS    PIC 9(11).
                   15  WS-DST-REG-CENTS     PIC 9(11).
                   15  WS-DST-OT-CENTS      PIC 9(11).
       01 WS-CITY-TABLE.
           05  WS-CITY-MONTH OCCURS 12 TIMES.
               10  WS-CITY-PLAN-CENTS   PIC 9(11).
               10  WS-CITY-REG-CENTS    PIC 9(11).
               10  WS-CITY-OT-CENTS     PIC 9(11).
       01 WS-MM                    PIC 9(2).
       01 WS-SHIFT-SUB             PIC 9(3).
       01 WS-LOOKUP-DISTRICT       PIC X(3).

      *****ONE REPORT LINE'S FIGURES, MONTH AND RUNNING YTD (CENTS)****
       01 WS-LINE-PLAN             PIC 9(11).
       01 WS-LINE-REG              PIC 9(11).
       01 WS-LINE-OT               PIC 9(11).
       01 WS-LINE-ACTUAL           PIC 9(11).
       01 WS-LINE-VARIANCE         PIC S9(11).
       01 WS-YTD-PLAN              PIC 9(11).
       01 WS-YTD-ACTUAL            PIC 9(11).
       01 WS-YTD-VARIANCE          PIC S9(11).
       01 WS-PCT                   PIC S9(5)V9.
       01 WS-MTH-OVER-SWITCH       PIC X.
           88 MTH-OVER                              VALUE 'Y'.
       01 WS-YTD-OVER-SWITCH       PIC X.
           88 YTD-OVER                              VALUE 'Y'.
       01 WS-NO-PLAN-SWITCH        PIC X.
           88 NO-PLAN                               VALUE 'Y'.
       01 WS-OVER-TEST-PLAN        PIC 9(11).
       01 WS-OVER-TEST-VARIANCE    PIC S9(11).
       01 WS-OVER-TEST-SWITCH      PIC X.
           88 OVER-TEST-OVER                        VALUE 'Y'.

      *****RUN TOTALS**************************************************
       01 WS-PLAN-ROWS             PIC 9(5)     VALUE 0.
       01 WS-PLAN-ROWSZ            PIC ZZ,ZZ9.
       01 WS-ACTUAL-ROWS           PIC 9(5)     VALUE 0.
       01 WS-ACTUAL-ROWSZ          PIC ZZ,ZZ9.
       01 WS-DISTRICTS-REPORTED    PIC 9(3)     VALUE 0.
       01 WS-DISTRICTS-REPORTEDZ   PIC ZZ9.
       01 WS-MONTHS-OVER           PIC 9(5)     VALUE 0.
       01 WS-MONTHS-OVERZ          PIC ZZ,ZZ9.
       01 WS-DISTRICTS-OVER-YTD    PIC 9(3)     VALUE 0.
       01 WS-DISTRICTS-OVER-YTDZ   PIC ZZ9.

      *****REPORT LINES - WHOLE DOLLARS********************************
       01 VAR-HEADING-1.
           05 FILLER    PIC X(46)
              VALUE 'STAFFING PLAN VERSUS ACTUAL LABOR COST - YEAR '.
           05 VH1-YEAR  PIC X(4).
           05 FILLER    PIC X(15) VALUE ' THROUGH MONTH '.
           05 VH1-MONTH PIC 99.
           05 FILLER    PIC X(18) VALUE '   OVER-PLAN FLAG '.
           05 VH1-PCT   PIC ZZ9.
           05 FILLER    PIC X(1)  VALUE '%'.
           05 FILLER    PIC X(43) VALUE SPACES.
       01 VAR-HEADING-2.
           05 FILLER    PIC X(9)  VALUE 'MONTH'.
           05 FILLER    PIC X(11) VALUE '     PLAN'.
           05 FILLER    PIC X(11) VALUE '  ACT REG'.
           05 FILLER    PIC X(11) VALUE '   ACT OT'.
           05 FILLER    PIC X(11) VALUE 'ACT TOTAL'.
           05 FILLER    PIC X(12) VALUE '  VARIANCE'.
           05 FILLER    PIC X(9)  VALUE '   VAR%'.
           05 FILLER    PIC X(12) VALUE '  YTD PLAN'.
           05 FILLER    PIC X(12) VALUE 'YTD ACTUAL'.
           05 FILLER    PIC X(13) VALUE '    YTD VAR'.
           05 FILLER    PIC X(9)  VALUE '   YTD%'.
           05 FILLER    PIC X(12) VALUE 'FLAG'.
       01 VAR-DISTRICT-LINE.
           05 FILLER    PIC X(9)  VALUE 'DISTRICT '.
           05 VDL-DISTRICT PIC X(3).
           05 FILLER    PIC X(120) VALUE SPACES.
       01 VAR-CITY-LINE.
           05 FILLER    PIC X(20) VALUE 'CITYWIDE TOTAL'.
           05 FILLER    PIC X(112) VALUE SPACES.
       01 VAR-DETAIL-LINE.
           05 VDT-YEAR        PIC X(4).
           05 FILLER          PIC X(1)  VALUE '-'.
           05 VDT-MONTH       PIC 99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-PLAN        PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-REG         PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-OT          PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-ACTUAL      PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-VARIANCE    PIC -Z,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-PCT         PIC -ZZZ9.9.
           05 VDT-PCT-X REDEFINES VDT-PCT PIC X(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-YTD-PLAN    PIC ZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-YTD-ACTUAL  PIC ZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-YTD-VAR     PIC -ZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-YTD-PCT     PIC -ZZZ9.9.
           05 VDT-YTD-PCT-X REDEFINES VDT-YTD-PCT PIC X(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 VDT-FLAG        PIC X(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
       01 VAR-BLANK-LINE       PIC X(132) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-STAF-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-PLAN-HISTORY.
           PERFORM 270-LOAD-ACTUAL-HISTORY.
           PERFORM 300-REPORT-DISTRICTS.
           PERFORM 400-REPORT-CITYWIDE.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies STAFVAR *'.
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
       160-LOAD-STAF-CONTROL.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT STAF-CTL-FILE.
           PERFORM 165-READ-STAF-CTL-REC UNTIL CTL-EOF.
           CLOSE STAF-CTL-FILE.

       165-READ-STAF-CTL-REC.
           READ STAF-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF STC-TYPE = 'VTHR'
                   MOVE STC-VALUE(1:3) TO WS-THRESHOLD-PCT
               END-IF
           END-IF.

      *****************************************************************
      * EITHER HISTORY MAY NOT EXIST YET - THE REPORT THEN SHOWS THE
      * SIDE IT HAS AGAINST ZERO
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT STAF-PLAN-FILE.
           OPEN INPUT LABOR-ACTUAL-FILE.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE WS-RPT-YEAR TO VH1-YEAR.
           MOVE WS-RPT-MONTH TO VH1-MONTH.
           MOVE WS-THRESHOLD-PCT TO VH1-PCT.
           MOVE VAR-HEADING-1 TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE VAR-HEADING-2 TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           INITIALIZE WS-CITY-TABLE.

      *****************************************************************
       250-LOAD-PLAN-HISTORY.
           IF WS-STAFPLAN-STATUS = '00'
               MOVE LOW-VALUES TO SP-KEY
               START STAF-PLAN-FILE KEY >= SP-KEY
                   INVALID KEY MOVE '23' TO WS-STAFPLAN-STATUS
               END-START
               PERFORM 255-READ-PLAN-REC
                   UNTIL WS-STAFPLAN-STATUS NOT = '00'
           END-IF.

       255-READ-PLAN-REC.
           READ STAF-PLAN-FILE NEXT RECORD
               AT END MOVE '10' TO WS-STAFPLAN-STATUS
           END-READ.
           IF WS-STAFPLAN-STATUS = '00'
               IF SP-YEAR = WS-RPT-YEAR
                  AND SP-MM > 0 AND SP-MM NOT > WS-RPT-MONTH
                   MOVE SP-DISTRICT TO WS-LOOKUP-DISTRICT
                   PERFORM 290-FIND-DISTRICT
                   IF WS-FOUND
                       ADD 1 TO WS-PLAN-ROWS
                       ADD SP-PLAN-CENTS
                           TO WS-DST-PLAN-CENTS(DST-IDX, SP-MM)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
       270-LOAD-ACTUAL-HISTORY.
           IF WS-LABACT-STATUS = '00'
               MOVE LOW-VALUES TO LA-KEY
               START LABOR-ACTUAL-FILE KEY >= LA-KEY
                   INVALID KEY MOVE '23' TO WS-LABACT-STATUS
               END-START
               PERFORM 275-READ-ACTUAL-REC
                   UNTIL WS-LABACT-STATUS NOT = '00'
           END-IF.

       275-READ-ACTUAL-REC.
           READ LABOR-ACTUAL-FILE NEXT RECORD
               AT END MOVE '10' TO WS-LABACT-STATUS
           END-READ.
           IF WS-LABACT-STATUS = '00'
               IF LA-PAY-YEAR = WS-RPT-YEAR
                  AND LA-PAY-MM > 0 AND LA-PAY-MM NOT > WS-RPT-MONTH
                   MOVE LA-DISTRICT TO WS-LOOKUP-DISTRICT
                   PERFORM 290-FIND-DISTRICT
                   IF WS-FOUND
                       ADD 1 TO WS-ACTUAL-ROWS
                       ADD LA-REG-CENTS
                           TO WS-DST-REG-CENTS(DST-IDX, LA-PAY-MM)
                       ADD LA-OT-CENTS
                           TO WS-DST-OT-CENTS(DST-IDX, LA-PAY-MM)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * DISTRICTS ARE KEPT IN DISTRICT ORDER SO THE REPORT PRINTS
      * THAT WAY WHICHEVER HISTORY NAMED THE DISTRICT FIRST
      *****************************************************************
       290-FIND-DISTRICT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET DST-IDX TO 1.
           PERFORM 292-SEARCH-DISTRICT
               UNTIL DST-IDX > WS-DST-TAB-MAX OR WS-FOUND OR WS-PASSED.
           IF NOT WS-FOUND
               IF WS-DST-TAB-MAX < 100
                   PERFORM 294-OPEN-DISTRICT-SLOT
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   DISPLAY '*** DISTRICT TABLE FULL - NOT REPORTED '
                           '*** DISTRICT: ' WS-LOOKUP-DISTRICT
               END-IF
           END-IF.

       292-SEARCH-DISTRICT.
           IF WS-DST-DISTRICT(DST-IDX) = WS-LOOKUP-DISTRICT
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               IF WS-DST-DISTRICT(DST-IDX) > WS-LOOKUP-DISTRICT
                   MOVE 'P' TO WS-FOUND-SWITCH
               ELSE
                   SET DST-IDX UP BY 1
               END-IF
           END-IF.

       294-OPEN-DISTRICT-SLOT.
           ADD 1 TO WS-DST-TAB-MAX.
           MOVE WS-DST-TAB-MAX TO WS-SHIFT-SUB.
           PERFORM 296-SHIFT-DISTRICT-DOWN
               UNTIL WS-SHIFT-SUB NOT > DST-IDX.
           INITIALIZE WS-DST-ENTRY(DST-IDX).
           MOVE WS-LOOKUP-DISTRICT TO WS-DST-DISTRICT(DST-IDX).

       296-SHIFT-DISTRICT-DOWN.
           MOVE WS-DST-ENTRY(WS-SHIFT-SUB - 1)
               TO WS-DST-ENTRY(WS-SHIFT-SUB).
           SUBTRACT 1 FROM WS-SHIFT-SUB.

      *****************************************************************
       300-REPORT-DISTRICTS.
           SET DST-IDX TO 1.
           PERFORM 310-REPORT-ONE-DISTRICT
               UNTIL DST-IDX > WS-DST-TAB-MAX.

       310-REPORT-ONE-DISTRICT.
           ADD 1 TO WS-DISTRICTS-REPORTED.
           MOVE VAR-BLANK-LINE TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE WS-DST-DISTRICT(DST-IDX) TO VDL-DISTRICT.
           MOVE VAR-DISTRICT-LINE TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE 0 TO WS-YTD-PLAN.
           MOVE 0 TO WS-YTD-ACTUAL.
           MOVE 1 TO WS-MM.
           PERFORM 320-REPORT-DISTRICT-MONTH
               UNTIL WS-MM > WS-RPT-MONTH.
           IF YTD-OVER
               ADD 1 TO WS-DISTRICTS-OVER-YTD
           END-IF.
           SET DST-IDX UP BY 1.

       320-REPORT-DISTRICT-MONTH.
           MOVE WS-DST-PLAN-CENTS(DST-IDX, WS-MM) TO WS-LINE-PLAN.
           MOVE WS-DST-REG-CENTS(DST-IDX, WS-MM) TO WS-LINE-REG.
           MOVE WS-DST-OT-CENTS(DST-IDX, WS-MM) TO WS-LINE-OT.
           ADD WS-LINE-PLAN TO WS-CITY-PLAN-CENTS(WS-MM).
           ADD WS-LINE-REG TO WS-CITY-REG-CENTS(WS-MM).
           ADD WS-LINE-OT TO WS-CITY-OT-CENTS(WS-MM).
           PERFORM 350-WRITE-VARIANCE-LINE.
           IF MTH-OVER
               ADD 1 TO WS-MONTHS-OVER
           END-IF.
           ADD 1 TO WS-MM.

      *****************************************************************
       400-REPORT-CITYWIDE.
           MOVE VAR-BLANK-LINE TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE VAR-CITY-LINE TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE 0 TO WS-YTD-PLAN.
           MOVE 0 TO WS-YTD-ACTUAL.
           MOVE 1 TO WS-MM.
           PERFORM 410-REPORT-CITY-MONTH
               UNTIL WS-MM > WS-RPT-MONTH.

       410-REPORT-CITY-MONTH.
           MOVE WS-CITY-PLAN-CENTS(WS-MM) TO WS-LINE-PLAN.
           MOVE WS-CITY-REG-CENTS(WS-MM) TO WS-LINE-REG.
           MOVE WS-CITY-OT-CENTS(WS-MM) TO WS-LINE-OT.
           PERFORM 350-WRITE-VARIANCE-LINE.
           ADD 1 TO WS-MM.

      *****************************************************************
      * ONE MONTH'S LINE - THE RUNNING YTD TAKES THE MONTH EVEN WHEN
      * THE MONTH ITSELF IS EMPTY AND LEFT OFF THE REPORT
      *****************************************************************
       350-WRITE-VARIANCE-LINE.
           COMPUTE WS-LINE-ACTUAL = WS-LINE-REG + WS-LINE-OT.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-ACTUAL - WS-LINE-PLAN.
           ADD WS-LINE-PLAN TO WS-YTD-PLAN.
           ADD WS-LINE-ACTUAL TO WS-YTD-ACTUAL.
           COMPUTE WS-YTD-VARIANCE = WS-YTD-ACTUAL - WS-YTD-PLAN.
           MOVE WS-LINE-PLAN TO WS-OVER-TEST-PLAN.
           MOVE WS-LINE-VARIANCE TO WS-OVER-TEST-VARIANCE.
           PERFORM 360-TEST-OVER-PLAN.
           MOVE WS-OVER-TEST-SWITCH TO WS-MTH-OVER-SWITCH.
           MOVE 'N' TO WS-NO-PLAN-SWITCH.
           IF WS-LINE-PLAN = 0 AND WS-LINE-ACTUAL > 0
               MOVE 'Y' TO WS-NO-PLAN-SWITCH
           END-IF.
           MOVE WS-YTD-PLAN TO WS-OVER-TEST-PLAN.
           MOVE WS-YTD-VARIANCE TO WS-OVER-TEST-VARIANCE.
           PERFORM 360-TEST-OVER-PLAN.
           MOVE WS-OVER-TEST-SWITCH TO WS-YTD-OVER-SWITCH.
           IF WS-LINE-PLAN > 0 OR WS-LINE-ACTUAL > 0
               PERFORM 370-FORMAT-VARIANCE-LINE
               MOVE VAR-DETAIL-LINE TO VAR-OUT-REC
               WRITE VAR-OUT-REC
           END-IF.

      *OVER WHEN VARIANCE * 100 EXCEEDS PLAN * VTHR; NO PLAN AT ALL****
      *WITH ANY SPEND IS OVER******************************************
       360-TEST-OVER-PLAN.
           MOVE 'N' TO WS-OVER-TEST-SWITCH.
           IF WS-OVER-TEST-VARIANCE > 0
               IF WS-OVER-TEST-PLAN = 0
                  OR WS-OVER-TEST-VARIANCE * 100 >
                     WS-OVER-TEST-PLAN * WS-THRESHOLD-PCT
                   MOVE 'Y' TO WS-OVER-TEST-SWITCH
               END-IF
           END-IF.

       370-FORMAT-VARIANCE-LINE.
           MOVE WS-RPT-YEAR TO VDT-YEAR.
           MOVE WS-MM TO VDT-MONTH.
           COMPUTE VDT-PLAN ROUNDED = WS-LINE-PLAN / 100.
           COMPUTE VDT-REG ROUNDED = WS-LINE-REG / 100.
           COMPUTE VDT-OT ROUNDED = WS-LINE-OT / 100.
           COMPUTE VDT-ACTUAL ROUNDED = WS-LINE-ACTUAL / 100.
           COMPUTE VDT-VARIANCE ROUNDED = WS-LINE-VARIANCE / 100.
           IF WS-LINE-PLAN = 0
               MOVE '    N/A' TO VDT-PCT-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-PLAN
               PERFORM 375-CAP-PERCENT
               MOVE WS-PCT TO VDT-PCT
           END-IF.
           COMPUTE VDT-YTD-PLAN ROUNDED = WS-YTD-PLAN / 100.
           COMPUTE VDT-YTD-ACTUAL ROUNDED = WS-YTD-ACTUAL / 100.
           COMPUTE VDT-YTD-VAR ROUNDED = WS-YTD-VARIANCE / 100.
           IF WS-YTD-PLAN = 0
               MOVE '    N/A' TO VDT-YTD-PCT-X
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-YTD-VARIANCE * 100 / WS-YTD-PLAN
               PERFORM 375-CAP-PERCENT
               MOVE WS-PCT TO VDT-YTD-PCT
           END-IF.
           EVALUATE TRUE
               WHEN NO-PLAN
                   MOVE 'NO PLAN' TO VDT-FLAG
               WHEN MTH-OVER AND YTD-OVER
                   MOVE 'OVER+YTD' TO VDT-FLAG
               WHEN MTH-OVER
                   MOVE 'OVER' TO VDT-FLAG
               WHEN YTD-OVER
                   MOVE 'YTD OVER' TO VDT-FLAG
               WHEN OTHER
                   MOVE SPACES TO VDT-FLAG
           END-EVALUATE.

      *A PLAN SMALL AGAINST ITS SPEND PRINTS AT THE COLUMN LIMIT*******
       375-CAP-PERCENT.
           IF WS-PCT > 9999.9
               MOVE 9999.9 TO WS-PCT
           END-IF.
           IF WS-PCT < -999.9
               MOVE -999.9 TO WS-PCT
           END-IF.

      *DISPLAY THE REPORT TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Report Year/Month         : ' WS-RPT-YEAR '/'
                   WS-RPT-MONTH.
           MOVE WS-PLAN-ROWS TO WS-PLAN-ROWSZ.
           DISPLAY 'Plan Rows Read            : ' WS-PLAN-ROWSZ.
           MOVE WS-ACTUAL-ROWS TO WS-ACTUAL-ROWSZ.
           DISPLAY 'Actual Rows Read          : ' WS-ACTUAL-ROWSZ.
           MOVE WS-DISTRICTS-REPORTED TO WS-DISTRICTS-REPORTEDZ.
           DISPLAY 'Districts Reported        : '
                   WS-DISTRICTS-REPORTEDZ.
           MOVE WS-MONTHS-OVER TO WS-MONTHS-OVERZ.
           DISPLAY 'District Months Over Plan : ' WS-MONTHS-OVERZ.
           MOVE WS-DISTRICTS-OVER-YTD TO WS-DISTRICTS-OVER-YTDZ.
           DISPLAY 'Districts Over Plan YTD   : '
                   WS-DISTRICTS-OVER-YTDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-STAFPLAN-STATUS = '10' OR WS-STAFPLAN-STATUS = '23'
               CLOSE STAF-PLAN-FILE
           END-IF.
           IF WS-LABACT-STATUS = '10' OR WS-LABACT-STATUS = '23'
               CLOSE LABOR-ACTUAL-FILE
           END-IF.
           CLOSE VARIANCE-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
