      *same control tables the extracts load, and qualified analysts
      *are balanced first - the general pool only opens when DISPCTL
      *SPIL says spillover is allowed and every qualified analyst is
      *at cap.  An analyst subpoenaed on the CRTCAL court calendar for
      *a hearing from today through the DISPCTL CRTD look-ahead is
      *held from new cases and flagged in the report's COURT column.
      *The nightly stream feeds this program the CERTSKL effective
      *roster in place of ANLROSTR, so a skill letter only counts
      *while the certification behind it on CERTMAST is unexpired,
      *and the available flag and case cap on it are the ones
      *ANLAVAIL derived from the scheduled absences on ABSMAST - an
      *analyst out today is unavailable and the cap is prorated by
      *the days in the office.
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPO-CTL-FILE ASSIGN TO DISPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURT-CAL-FILE ASSIGN TO CRTCAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-KEY
           FILE STATUS IS WS-CRTCAL-STATUS.
           SELECT WORKLOAD-REPORT-FILE ASSIGN TO WORKRPT
           ORGANIZATION IS SEQUENTIAL.

           05  FILLER                       PIC X(1).
      *SKILL CODES: T THEFT, B BURGLARY, S STALKING, F FRAUD, G ANY****
           05  RS-SKILL-CODES               PIC X(4).
      *****EMPLOYEE ID AND ABSENCE STATUS - CARRIED, NOT USED HERE*****
           05  FILLER                       PIC X(8).

      *****PERSISTENT CASE MASTER - THE CATEGORY FIELDS ONLY***********
       FD  CASE-MASTER-FILE.
           05  FCT-TYPE                     PIC X(4).
           05  FCT-VALUE                    PIC X(4).

      *****CONTROL FILE - SPILLOVER SWITCH AND COURT LOOK-AHEAD********
       FD  DISPO-CTL-FILE.
       01  DISPO-CTL-REC.
           05  DPC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  DPC-VALUE                    PIC X(9).

      *****COURT CALENDAR (SEE CRTCALIN) - ANALYST/DATE/TIME ORDER*****
       FD  COURT-CAL-FILE.
       01  COURT-CAL-REC.
           05  CC-KEY.
               10  CC-ANALYST-ID            PIC X(4).
               10  CC-HEARING-DATE          PIC X(8).
               10  CC-HEARING-TIME          PIC X(4).
               10  CC-DOCKET-NO             PIC X(12).
           05  CC-CASE-NUMBER               PIC X(8).
           05  CC-COURTROOM                 PIC X(6).
           05  CC-STATUS                    PIC X(1).
               88  CC-SCHEDULED                         VALUE 'S'.
           05  CC-NOTICE-DATE               PIC X(8).
           05  CC-UPDATE-DATE               PIC X(8).

      ***PER-ANALYST WORKLOAD REPORT***********************************
       FD  WORKLOAD-REPORT-FILE.
       01  WKL-OUT-REC                      PIC X(80).
       01 WS-DISPATCH-STATUS           PIC XX.
       01 WS-ASGNMAST-STATUS           PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-CRTCAL-STATUS             PIC XX.
       01 WS-CTL-EOF                   PIC X        VALUE 'N'.
           88 CTL-EOF                               VALUE 'Y'.
       01 WS-QUALIFY-SWITCH            PIC X        VALUE 'N'.
       01 WS-SKILL-MATCH-SWITCH    PIC X(1).
           88 ANALYST-QUALIFIED                 VALUE 'Y'.

      *****COURT HOLD - DISPCTL CRTD LOOK-AHEAD IN CALENDAR DAYS*******
       01 WS-COURT-HOLD-DAYS       PIC 9(3)     VALUE 1.
       01 WS-COURT-HORIZON-INT     PIC 9(7).
       01 WS-COURT-HORIZON-9       PIC 9(8).
       01 WS-COURT-HORIZON REDEFINES WS-COURT-HORIZON-9
                                   PIC X(8).
       01 WS-TODAY-9               PIC 9(8).
       01 WS-CAL-SCAN-SWITCH       PIC X(1).
           88 CAL-SCAN-DONE                     VALUE 'Y'.

      *****QUALIFICATION CONTROL TABLES - SAME SHAPE AS CASEDOSS*******
       01 WS-MVT-CRIME-TAB-MAX     PIC 99       VALUE 0.
       01 WS-MVT-CRIME-TABLE.
              10 WS-ANL-SKILLS         PIC X(4).
              10 WS-ANL-OPEN-COUNT     PIC 9(4).
              10 WS-ANL-NEW-COUNT      PIC 9(4).
              10 WS-ANL-IN-COURT       PIC X(1).
       01 WS-PICK-SUB              PIC 9(3).
       01 WS-SCAN-SUB              PIC 9(3).
       01 WS-TODAY                 PIC X(8).
       01 WS-CASES-ASSIGNEDZ       PIC Z,ZZZ,ZZ9.
       01 WS-CASES-UNASSIGNED      PIC 9(7)     VALUE 0.
       01 WS-CASES-UNASSIGNEDZ     PIC Z,ZZZ,ZZ9.
       01 WS-ANALYSTS-IN-COURT     PIC 9(3)     VALUE 0.
       01 WS-ANALYSTS-IN-COURTZ    PIC ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  WKL-HEADING-1.
           05                 PIC X(8)  VALUE '    OPEN'.
           05                 PIC X(8)  VALUE '   TODAY'.
           05                 PIC X(8)  VALUE '     CAP'.
           05                 PIC X(7)  VALUE '  COURT'.
       01  WKL-DETAIL-LINE.
           05  WKD-ANALYST-ID     PIC X(4).
           05                     PIC X(1)  VALUE SPACES.
           05  WKD-TODAY          PIC Z,ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  WKD-CAP            PIC Z,ZZ9.
           05                     PIC X(9)  VALUE SPACES.
           05  WKD-IN-COURT       PIC X(1).
           05                     PIC X(10) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 240-LOAD-FRAUD-CONTROL.
           PERFORM 250-LOAD-ROSTER-TABLE.
           PERFORM 270-COUNT-OPEN-ASSIGNMENTS.
           PERFORM 290-LOAD-COURT-HOLDS.
           PERFORM 300-ASSIGN-NEW-CASES UNTIL DISP-EOF.
           PERFORM 400-WRITE-WORKLOAD-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
               IF DPC-TYPE = 'SPIL'
                   MOVE DPC-VALUE(1:1) TO WS-SPILLOVER-SWITCH
               END-IF
               IF DPC-TYPE = 'CRTD'
                   COMPUTE WS-COURT-HOLD-DAYS =
                       FUNCTION NUMVAL(DPC-VALUE)
               END-IF
           END-IF.

      *****************************************************************
               MOVE RS-SKILL-CODES TO WS-ANL-SKILLS(WS-ANL-TAB-MAX)
               MOVE 0 TO WS-ANL-OPEN-COUNT(WS-ANL-TAB-MAX)
               MOVE 0 TO WS-ANL-NEW-COUNT(WS-ANL-TAB-MAX)
               MOVE 'N' TO WS-ANL-IN-COURT(WS-ANL-TAB-MAX)
           END-IF.

      *****************************************************************
           END-IF.
           SET ANL-IDX UP BY 1.

      *****************************************************************
      * COURT HOLDS - FOR EACH ANALYST, START THE COURT CALENDAR AT
      * ANALYST + TODAY; A SCHEDULED HEARING ON OR BEFORE THE CRTD
      * HORIZON HOLDS THEM FROM NEW CASES.  NO CALENDAR, NO HOLDS.
      *****************************************************************
       290-LOAD-COURT-HOLDS.
           MOVE WS-TODAY TO WS-TODAY-9.
           COMPUTE WS-COURT-HORIZON-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
               + WS-COURT-HOLD-DAYS.
           COMPUTE WS-COURT-HORIZON-9 =
               FUNCTION DATE-OF-INTEGER(WS-COURT-HORIZON-INT).
           OPEN INPUT COURT-CAL-FILE.
           IF WS-CRTCAL-STATUS = '00'
               SET ANL-IDX TO 1
               PERFORM 292-CHECK-ANALYST-HEARINGS
                   UNTIL ANL-IDX > WS-ANL-TAB-MAX
               CLOSE COURT-CAL-FILE
           END-IF.

       292-CHECK-ANALYST-HEARINGS.
           MOVE 'N' TO WS-CAL-SCAN-SWITCH.
           MOVE LOW-VALUES TO CC-KEY.
           MOVE WS-ANL-ID(ANL-IDX) TO CC-ANALYST-ID.
           MOVE WS-TODAY TO CC-HEARING-DATE.
           START COURT-CAL-FILE KEY NOT < CC-KEY
               INVALID KEY MOVE 'Y' TO WS-CAL-SCAN-SWITCH
           END-START.
           PERFORM 294-READ-NEXT-HEARING UNTIL CAL-SCAN-DONE.
           IF WS-ANL-IN-COURT(ANL-IDX) = 'Y'
               ADD 1 TO WS-ANALYSTS-IN-COURT
           END-IF.
           SET ANL-IDX UP BY 1.

       294-READ-NEXT-HEARING.
           READ COURT-CAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CAL-SCAN-SWITCH
           END-READ.
           IF NOT CAL-SCAN-DONE
               IF CC-ANALYST-ID NOT = WS-ANL-ID(ANL-IDX)
                  OR CC-HEARING-DATE > WS-COURT-HORIZON
                   MOVE 'Y' TO WS-CAL-SCAN-SWITCH
               ELSE
                   IF CC-SCHEDULED
                       MOVE 'Y' TO WS-ANL-IN-COURT(ANL-IDX)
                       MOVE 'Y' TO WS-CAL-SCAN-SWITCH
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * ONE PASS OF THE DISPATCH INDEX - EVERY CASE WITHOUT AN
      * ASSIGNMENT RECORD GETS ONE, BALANCED TO THE AVAILABLE ANALYST
           END-IF.
           IF ANALYST-QUALIFIED
              AND WS-ANL-AVAILABLE(WS-SCAN-SUB) = 'Y'
              AND WS-ANL-IN-COURT(WS-SCAN-SUB) = 'N'
              AND WS-ANL-OPEN-COUNT(WS-SCAN-SUB) <
                  WS-ANL-CAP(WS-SCAN-SUB)
               IF WS-PICK-SUB = 0
           MOVE WS-ANL-OPEN-COUNT(ANL-IDX) TO WKD-OPEN.
           MOVE WS-ANL-NEW-COUNT(ANL-IDX) TO WKD-TODAY.
           MOVE WS-ANL-CAP(ANL-IDX) TO WKD-CAP.
           MOVE WS-ANL-IN-COURT(ANL-IDX) TO WKD-IN-COURT.
           MOVE WKL-DETAIL-LINE TO WKL-OUT-REC.
           WRITE WKL-OUT-REC.
           SET ANL-IDX UP BY 1.
           DISPLAY 'New Assignments Written   : ' WS-CASES-ASSIGNEDZ.
           MOVE WS-CASES-UNASSIGNED TO WS-CASES-UNASSIGNEDZ.
           DISPLAY 'Cases Left Unassigned     : ' WS-CASES-UNASSIGNEDZ.
           MOVE WS-ANALYSTS-IN-COURT TO WS-ANALYSTS-IN-COURTZ.
           DISPLAY 'Analysts Held For Court   : '
                   WS-ANALYSTS-IN-COURTZ.
           IF WS-CASES-UNASSIGNED > 0
               DISPLAY '*** EVERY AVAILABLE ANALYST IS AT CAP - '
                       'REVIEW THE ROSTER ***'
