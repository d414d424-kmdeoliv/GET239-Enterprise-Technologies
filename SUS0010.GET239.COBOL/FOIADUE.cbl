      *****************************************************************
      *PURPOSE: Daily public-records (FOIA) due/overdue report.  Scans
      *the FOIAMAST request master kept by FOIAMNT and lists every
      *open request that is already past its statutory due date,
      *due today, or due within the FOIACTL WARN horizon, oldest due
      *date first, so the records unit sees each deadline coming
      *instead of finding it in the binder after the fact.  Days
      *remaining and days overdue are business days off the BUSCAL
      *calendar through BUSDAYS, the same count that set the due
      *date.  The report ends with the open-request totals.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      FOIADUE.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOIA-MASTER-FILE ASSIGN TO FOIAMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FM-REQUEST-ID
           FILE STATUS IS WS-FOIAMAST-STATUS.
           SELECT FOIA-CTL-FILE ASSIGN TO FOIACTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOIA-DUE-RPT-FILE ASSIGN TO FOIADUE
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****FOIA REQUEST MASTER KEPT BY FOIAMNT*************************
       FD  FOIA-MASTER-FILE.
       01  FOIA-MASTER-REC.
           05  FM-REQUEST-ID                PIC X(8).
           05  FM-REQUESTER                 PIC X(30).
           05  FM-RECEIVED-DATE             PIC X(8).
           05  FM-SCOPE                     PIC X(60).
           05  FM-EXTENSION-FLAG            PIC X(1).
           05  FM-STATUS                    PIC X(1).
               88  FM-OPEN                              VALUE 'O'.
           05  FM-DUE-DATE                  PIC X(8).
           05  FM-CLOSED-DATE               PIC X(8).
           05  FM-LINK-COUNT                PIC 9(1).
           05  FM-LINK OCCURS 5 TIMES.
               10  FM-LINK-OUTPUT           PIC X(8).
               10  FM-LINK-DATE             PIC X(8).

      *****************************************************************
      * CONTROL FILE - WARN = LIST OPEN REQUESTS DUE WITHIN THIS MANY
      *                       BUSINESS DAYS (DAYS/EXTN ARE FOIAMNT'S)
      *****************************************************************
       FD  FOIA-CTL-FILE.
       01  FOIA-CTL-REC.
           05  FCC-TYPE                     PIC X(4).
           05  FILLER                       PIC X.
           05  FCC-VALUE                    PIC X(9).

      ***DUE/OVERDUE REPORT********************************************
       FD  FOIA-DUE-RPT-FILE.
       01  FDR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOIA-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FOIA-EOF                           VALUE 'Y'.
       01 WS-FOIAMAST-STATUS           PIC XX.
       01 WS-TODAY                     PIC X(8).

      *****CONTROL VALUES - DEFAULT, OVERRIDDEN BY FOIACTL WARN********
       01 WS-WARN-DAYS             PIC 9(3)     VALUE 2.

      **** CALLED PROGRAM *********************************************
       01  CALL-BUSDAYS                   PIC X(8) VALUE 'BUSDAYS'.
       01  WS-TODAY-9                     PIC 9(8).
       01  WS-DUE-DATE-9                  PIC 9(8).
       01  WS-BUSINESS-DAYS               PIC S9(7).

      *****REQUESTS TO LIST - SORTED ON DUE DATE AND REQUEST ID********
       01 WS-DUE-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 2000 TIMES
                             INDEXED BY DUE-IDX.
              10 WS-DUE-DATE           PIC X(8).
              10 WS-DUE-REQUEST-ID     PIC X(8).
              10 WS-DUE-REQUESTER      PIC X(30).
              10 WS-DUE-RECEIVED       PIC X(8).
              10 WS-DUE-EXTENSION      PIC X(1).
              10 WS-DUE-STATE          PIC X(1).
              10 WS-DUE-DAYS           PIC 9(4).
       01 WS-SORT-SUB              PIC 9(4).
       01 WS-PASS-SUB              PIC 9(4).
       01 WS-SWAP-ENTRY            PIC X(60).

      *****REPORT DISPOSITION COUNTERS*********************************
       01 WS-OPEN-REQUESTS         PIC 9(5)     VALUE 0.
       01 WS-OPEN-REQUESTSZ        PIC ZZ,ZZ9.
       01 WS-OVERDUE               PIC 9(5)     VALUE 0.
       01 WS-OVERDUEZ              PIC ZZ,ZZ9.
       01 WS-DUE-TODAY             PIC 9(5)     VALUE 0.
       01 WS-DUE-TODAYZ            PIC ZZ,ZZ9.
       01 WS-DUE-SOON              PIC 9(5)     VALUE 0.
       01 WS-DUE-SOONZ             PIC ZZ,ZZ9.
       01 WS-REQUESTS-READ         PIC 9(5)     VALUE 0.
       01 WS-REQUESTS-READZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  FDR-HEADING-1.
           05                 PIC X(42)
                   VALUE 'FOIA REQUESTS DUE AND OVERDUE - AS OF '.
           05  FDH-DATE       PIC X(8).
           05                 PIC X(7)  VALUE '  WARN '.
           05  FDH-WARN       PIC ZZ9.
           05                 PIC X(14) VALUE ' BUSINESS DAYS'.
       01  FDR-HEADING-2.
           05                 PIC X(34)
                   VALUE 'REQUEST   REQUESTER'.
           05                 PIC X(46)
                   VALUE ' RECEIVED DUE DATE  EXT  STATE    DAYS'.
       01  FDR-DETAIL-LINE.
           05  FDD-REQUEST-ID     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  FDD-REQUESTER      PIC X(24).
           05                     PIC X(1)  VALUE SPACES.
           05  FDD-RECEIVED       PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  FDD-DUE-DATE       PIC X(8).
           05                     PIC X(3)  VALUE SPACES.
           05  FDD-EXTENSION      PIC X(1).
           05                     PIC X(3)  VALUE SPACES.
           05  FDD-STATE          PIC X(9).
           05  FDD-DAYS           PIC ZZZ9.
       01  FDR-TOTAL-LINE.
           05  FDT-TEXT           PIC X(30).
           05  FDT-COUNT          PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-FOIA-REQUEST UNTIL FOIA-EOF.
           PERFORM 350-SORT-DUE-TABLE.
           PERFORM 400-WRITE-DUE-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies FOIADUE *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT FOIA-CTL-FILE.
           PERFORM 155-READ-FOIA-CTL-REC UNTIL CTL-EOF.
           CLOSE FOIA-CTL-FILE.

       155-READ-FOIA-CTL-REC.
           READ FOIA-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF FCC-TYPE = 'WARN'
                   COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(FCC-VALUE)
               END-IF
           END-IF.

      *****************************************************************
      * NO REQUEST MASTER YET (FOIAMNT NEVER RUN) PRINTS AN EMPTY
      * REPORT
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-9.
           OPEN INPUT FOIA-MASTER-FILE.
           IF WS-FOIAMAST-STATUS = '00'
               MOVE LOW-VALUES TO FM-REQUEST-ID
               START FOIA-MASTER-FILE KEY NOT < FM-REQUEST-ID
                   INVALID KEY MOVE 'Y' TO WS-FOIA-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-FOIA-EOF-SWITCH
           END-IF.
           OPEN OUTPUT FOIA-DUE-RPT-FILE.

      *****************************************************************
      * AN OPEN REQUEST PAST ITS DUE DATE IS OVERDUE BY THE BUSINESS
      * DAYS SINCE; ONE NOT YET DUE IS LISTED ONCE ITS REMAINING
      * BUSINESS DAYS FALL WITHIN THE WARN HORIZON
      *****************************************************************
       300-READ-FOIA-REQUEST.
           READ FOIA-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FOIA-EOF-SWITCH
           END-READ.
           IF NOT FOIA-EOF
               ADD 1 TO WS-REQUESTS-READ
               IF FM-OPEN AND FM-DUE-DATE NUMERIC
                   ADD 1 TO WS-OPEN-REQUESTS
                   MOVE FM-DUE-DATE TO WS-DUE-DATE-9
                   IF FM-DUE-DATE < WS-TODAY
                       CALL CALL-BUSDAYS USING WS-DUE-DATE-9
                                       WS-TODAY-9 WS-BUSINESS-DAYS
                       ADD 1 TO WS-OVERDUE
                       PERFORM 310-ADD-DUE-ENTRY
                       MOVE 'O' TO WS-DUE-STATE(WS-DUE-TAB-MAX)
                   ELSE
                       CALL CALL-BUSDAYS USING WS-TODAY-9
                                       WS-DUE-DATE-9 WS-BUSINESS-DAYS
                       IF WS-BUSINESS-DAYS = 0
                           ADD 1 TO WS-DUE-TODAY
                           PERFORM 310-ADD-DUE-ENTRY
                           MOVE 'T' TO WS-DUE-STATE(WS-DUE-TAB-MAX)
                       ELSE
                           IF WS-BUSINESS-DAYS NOT > WS-WARN-DAYS
                               ADD 1 TO WS-DUE-SOON
                               PERFORM 310-ADD-DUE-ENTRY
                               MOVE 'S'
                                   TO WS-DUE-STATE(WS-DUE-TAB-MAX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-ADD-DUE-ENTRY.
           IF WS-DUE-TAB-MAX < 2000
               ADD 1 TO WS-DUE-TAB-MAX
           END-IF.
           MOVE FM-DUE-DATE TO WS-DUE-DATE(WS-DUE-TAB-MAX).
           MOVE FM-REQUEST-ID TO WS-DUE-REQUEST-ID(WS-DUE-TAB-MAX).
           MOVE FM-REQUESTER TO WS-DUE-REQUESTER(WS-DUE-TAB-MAX).
           MOVE FM-RECEIVED-DATE TO WS-DUE-RECEIVED(WS-DUE-TAB-MAX).
           MOVE FM-EXTENSION-FLAG
               TO WS-DUE-EXTENSION(WS-DUE-TAB-MAX).
           MOVE WS-BUSINESS-DAYS TO WS-DUE-DAYS(WS-DUE-TAB-MAX).

      *****************************************************************
      * EXCHANGE SORT ON DUE DATE THEN REQUEST ID
      *****************************************************************
       350-SORT-DUE-TABLE.
           PERFORM 360-SORT-PASS
               VARYING WS-SORT-SUB FROM 1 BY 1
               UNTIL WS-SORT-SUB >= WS-DUE-TAB-MAX.

       360-SORT-PASS.
           PERFORM 370-SORT-COMPARE
               VARYING WS-PASS-SUB FROM 1 BY 1
               UNTIL WS-PASS-SUB > WS-DUE-TAB-MAX - WS-SORT-SUB.

       370-SORT-COMPARE.
           IF WS-DUE-ENTRY(WS-PASS-SUB)(1:16) >
              WS-DUE-ENTRY(WS-PASS-SUB + 1)(1:16)
               MOVE WS-DUE-ENTRY(WS-PASS-SUB) TO WS-SWAP-ENTRY
               MOVE WS-DUE-ENTRY(WS-PASS-SUB + 1)
                   TO WS-DUE-ENTRY(WS-PASS-SUB)
               MOVE WS-SWAP-ENTRY TO WS-DUE-ENTRY(WS-PASS-SUB + 1)
           END-IF.

      *****************************************************************
       400-WRITE-DUE-REPORT.
           MOVE WS-TODAY TO FDH-DATE.
           MOVE WS-WARN-DAYS TO FDH-WARN.
           MOVE FDR-HEADING-1 TO FDR-OUT-REC.
           WRITE FDR-OUT-REC.
           MOVE SPACES TO FDR-OUT-REC.
           WRITE FDR-OUT-REC.
           MOVE FDR-HEADING-2 TO FDR-OUT-REC.
           WRITE FDR-OUT-REC.
           SET DUE-IDX TO 1.
           PERFORM 410-WRITE-DUE-LINE
               UNTIL DUE-IDX > WS-DUE-TAB-MAX.
           MOVE SPACES TO FDR-OUT-REC.
           WRITE FDR-OUT-REC.
           MOVE 'OPEN REQUESTS' TO FDT-TEXT.
           MOVE WS-OPEN-REQUESTS TO FDT-COUNT.
           PERFORM 420-WRITE-TOTAL-LINE.
           MOVE '  OVERDUE' TO FDT-TEXT.
           MOVE WS-OVERDUE TO FDT-COUNT.
           PERFORM 420-WRITE-TOTAL-LINE.
           MOVE '  DUE TODAY' TO FDT-TEXT.
           MOVE WS-DUE-TODAY TO FDT-COUNT.
           PERFORM 420-WRITE-TOTAL-LINE.
           MOVE '  DUE WITHIN WARN HORIZON' TO FDT-TEXT.
           MOVE WS-DUE-SOON TO FDT-COUNT.
           PERFORM 420-WRITE-TOTAL-LINE.

       410-WRITE-DUE-LINE.
           MOVE WS-DUE-REQUEST-ID(DUE-IDX) TO FDD-REQUEST-ID.
           MOVE WS-DUE-REQUESTER(DUE-IDX) TO FDD-REQUESTER.
           MOVE WS-DUE-RECEIVED(DUE-IDX) TO FDD-RECEIVED.
           MOVE WS-DUE-DATE(DUE-IDX) TO FDD-DUE-DATE.
           MOVE WS-DUE-EXTENSION(DUE-IDX) TO FDD-EXTENSION.
           EVALUATE WS-DUE-STATE(DUE-IDX)
               WHEN 'O'
                   MOVE 'OVERDUE' TO FDD-STATE
                   MOVE WS-DUE-DAYS(DUE-IDX) TO FDD-DAYS
               WHEN 'T'
                   MOVE 'DUE TODAY' TO FDD-STATE
                   MOVE 0 TO FDD-DAYS
               WHEN OTHER
                   MOVE 'DUE IN' TO FDD-STATE
                   MOVE WS-DUE-DAYS(DUE-IDX) TO FDD-DAYS
           END-EVALUATE.
           MOVE FDR-DETAIL-LINE TO FDR-OUT-REC.
           WRITE FDR-OUT-REC.
           SET DUE-IDX UP BY 1.

       420-WRITE-TOTAL-LINE.
           MOVE FDR-TOTAL-LINE TO FDR-OUT-REC.
           WRITE FDR-OUT-REC.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REQUESTS-READ TO WS-REQUESTS-READZ.
           DISPLAY 'Requests Read             : ' WS-REQUESTS-READZ.
           MOVE WS-OPEN-REQUESTS TO WS-OPEN-REQUESTSZ.
           DISPLAY 'Open Requests             : ' WS-OPEN-REQUESTSZ.
           MOVE WS-OVERDUE TO WS-OVERDUEZ.
           DISPLAY 'Overdue                   : ' WS-OVERDUEZ.
           MOVE WS-DUE-TODAY TO WS-DUE-TODAYZ.
           DISPLAY 'Due Today                 : ' WS-DUE-TODAYZ.
           MOVE WS-DUE-SOON TO WS-DUE-SOONZ.
           DISPLAY 'Due Within Warn Horizon   : ' WS-DUE-SOONZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-FOIAMAST-STATUS = '00' OR WS-FOIAMAST-STATUS = '10'
               CLOSE FOIA-MASTER-FILE
           END-IF.
           CLOSE FOIA-DUE-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
