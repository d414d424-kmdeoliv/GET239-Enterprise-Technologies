      *****************************************************************
      *PURPOSE: Monthly public-records (FOIA) compliance summary for
      *the city attorney.  Scans the FOIAMAST request master kept by
      *FOIAMNT for the MONCTL report month and reports the requests
      *received (and how many took the extension), the requests
      *closed by outcome - fulfilled, denied, withdrawn - with the
      *count answered on or before the statutory due date, the
      *on-time rate and the average business days to respond, the
      *RSRCHOUT/PUBTHEFT/PUBBURG outputs that fulfilled them, and
      *the requests still open at month end.  Every late response
      *and every request still open past its due date at month end
      *is listed first as an exception, with the business days late
      *counted off BUSCAL through BUSDAYS.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      FOIACOMP.
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
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOIA-COMP-RPT-FILE ASSIGN TO FOIACOMP
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
               88  FM-EXTENDED                          VALUE 'Y'.
           05  FM-STATUS                    PIC X(1).
               88  FM-OPEN                              VALUE 'O'.
               88  FM-FULFILLED                         VALUE 'F'.
               88  FM-DENIED                            VALUE 'D'.
               88  FM-WITHDRAWN                         VALUE 'W'.
           05  FM-DUE-DATE                  PIC X(8).
           05  FM-CLOSED-DATE               PIC X(8).
           05  FM-LINK-COUNT                PIC 9(1).
           05  FM-LINK OCCURS 5 TIMES.
               10  FM-LINK-OUTPUT           PIC X(8).
               10  FM-LINK-DATE             PIC X(8).

      *****CONTROL CARD - THE REPORT MONTH (CCYYMM)********************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      ***COMPLIANCE SUMMARY REPORT*************************************
       FD  FOIA-COMP-RPT-FILE.
       01  FCR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-FOIA-EOF-SWITCH       PIC X        VALUE 'N'.
              88 FOIA-EOF                           VALUE 'Y'.
       01 WS-FOIAMAST-STATUS           PIC XX.
       01 WS-LINK-SUB                  PIC 9(1).

      *****CONTROL VALUES**********************************************
       01 WS-RPT-YEAR              PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH             PIC X(2)     VALUE SPACES.
       01 WS-RPT-YYYYMM            PIC X(6).

      *****MONTH-END DATE - DAY BEFORE THE FIRST OF THE NEXT MONTH*****
       01 WS-NEXT-MONTH-START.
           05 WS-NMS-YEAR              PIC 9(4).
           05 WS-NMS-MONTH             PIC 99.
           05 WS-NMS-DAY               PIC 99     VALUE 1.
       01 WS-NEXT-MONTH-START-9 REDEFINES WS-NEXT-MONTH-START
                                       PIC 9(8).
       01 WS-MONTH-END-INT         PIC 9(7).
       01 WS-MONTH-END-9           PIC 9(8).
       01 WS-MONTH-END REDEFINES WS-MONTH-END-9
                                       PIC X(8).

      **** CALLED PROGRAM *********************************************
       01  CALL-BUSDAYS                   PIC X(8) VALUE 'BUSDAYS'.
       01  WS-FROM-DATE-9                 PIC 9(8).
       01  WS-TO-DATE-9                   PIC 9(8).
       01  WS-BUSINESS-DAYS               PIC S9(7).

      *****MONTH TOTALS************************************************
       01 WS-REQUESTS-READ         PIC 9(5)     VALUE 0.
       01 WS-REQUESTS-READZ        PIC ZZ,ZZ9.
       01 WS-RECEIVED              PIC 9(5)     VALUE 0.
       01 WS-EXTENDED              PIC 9(5)     VALUE 0.
       01 WS-CLOSED                PIC 9(5)     VALUE 0.
       01 WS-FULFILLED             PIC 9(5)     VALUE 0.
       01 WS-DENIED                PIC 9(5)     VALUE 0.
       01 WS-WITHDRAWN             PIC 9(5)     VALUE 0.
       01 WS-ON-TIME               PIC 9(5)     VALUE 0.
       01 WS-LATE                  PIC 9(5)     VALUE 0.
       01 WS-RESPONSE-DAYS-TOTAL   PIC 9(7)     VALUE 0.
       01 WS-OPEN-AT-END           PIC 9(5)     VALUE 0.
       01 WS-PAST-DUE-AT-END       PIC 9(5)     VALUE 0.
       01 WS-RSRCHOUT-LINKS        PIC 9(5)     VALUE 0.
       01 WS-PUBTHEFT-LINKS        PIC 9(5)     VALUE 0.
       01 WS-PUBBURG-LINKS         PIC 9(5)     VALUE 0.
       01 WS-EXCEPTIONS            PIC 9(5)     VALUE 0.
       01 WS-EXCEPTIONSZ           PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  FCR-HEADING-1.
           05                 PIC X(32)
                   VALUE 'FOIA COMPLIANCE SUMMARY - MONTH '.
           05  FCH-YEAR       PIC X(4).
           05                 PIC X     VALUE '-'.
           05  FCH-MONTH      PIC X(2).
           05                 PIC X(26)
                   VALUE '  FOR THE CITY ATTORNEY'.
       01  FCR-SECTION-HEADING.
           05  FCS-TITLE      PIC X(60).
       01  FCR-EXCEPTION-HEADING.
           05                 PIC X(33)
                   VALUE 'REQUEST   REQUESTER'.
           05                 PIC X(47)
                   VALUE 'RECEIVED DUE DATE CLOSED   EXCEPTION DAYS'.
       01  FCR-EXCEPTION-LINE.
           05  FCE-REQUEST-ID     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  FCE-REQUESTER      PIC X(22).
           05                     PIC X(1)  VALUE SPACES.
           05  FCE-RECEIVED       PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  FCE-DUE-DATE       PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  FCE-CLOSED         PIC X(8).
           05                     PIC X(1)  VALUE SPACES.
           05  FCE-EXCEPTION      PIC X(10).
           05  FCE-DAYS           PIC ZZZ9.
       01  FCR-COUNT-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  FCC-TEXT           PIC X(40).
           05  FCC-COUNT          PIC ZZ,ZZ9.
       01  FCR-RATE-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  FCT-TEXT           PIC X(40).
           05  FCT-RATE           PIC ZZZ9.9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-FOIA-REQUEST UNTIL FOIA-EOF.
           PERFORM 400-WRITE-COMPLIANCE-SUMMARY.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies FOIACOMP*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE MONTH ENDS THE DAY BEFORE THE FIRST OF THE NEXT MONTH, SO
      * A RERUN OF AN OLD MONTH REPRODUCES ITS MONTH-END OPEN COUNT
      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT MONTH-CTL-FILE.
           PERFORM 155-READ-MONTH-CTL-REC UNTIL CTL-EOF.
           CLOSE MONTH-CTL-FILE.
           IF WS-RPT-YEAR = SPACES
               DISPLAY '*** MONCTL MON CARD MISSING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RPT-YEAR TO WS-RPT-YYYYMM(1:4).
           MOVE WS-RPT-MONTH TO WS-RPT-YYYYMM(5:2).
           MOVE WS-RPT-YEAR TO WS-NMS-YEAR.
           MOVE WS-RPT-MONTH TO WS-NMS-MONTH.
           IF WS-NMS-MONTH = 12
               MOVE 1 TO WS-NMS-MONTH
               ADD 1 TO WS-NMS-YEAR
           ELSE
               ADD 1 TO WS-NMS-MONTH
           END-IF.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START-9) - 1.
           COMPUTE WS-MONTH-END-9 =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT).

       155-READ-MONTH-CTL-REC.
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
      * NO REQUEST MASTER YET (FOIAMNT NEVER RUN) PRINTS AN EMPTY
      * SUMMARY.  THE EXCEPTIONS ARE WRITTEN AS THE MASTER IS READ,
      * SO THEIR HEADINGS GO OUT FIRST
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT FOIA-MASTER-FILE.
           IF WS-FOIAMAST-STATUS = '00'
               MOVE LOW-VALUES TO FM-REQUEST-ID
               START FOIA-MASTER-FILE KEY NOT < FM-REQUEST-ID
                   INVALID KEY MOVE 'Y' TO WS-FOIA-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-FOIA-EOF-SWITCH
           END-IF.
           OPEN OUTPUT FOIA-COMP-RPT-FILE.
           MOVE WS-RPT-YEAR TO FCH-YEAR.
           MOVE WS-RPT-MONTH TO FCH-MONTH.
           MOVE FCR-HEADING-1 TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE SPACES TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'EXCEPTIONS - LATE RESPONSES AND REQUESTS PAST DUE'
               TO FCS-TITLE.
           MOVE FCR-SECTION-HEADING TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE FCR-EXCEPTION-HEADING TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.

      *****************************************************************
       300-READ-FOIA-REQUEST.
           READ FOIA-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FOIA-EOF-SWITCH
           END-READ.
           IF NOT FOIA-EOF
               ADD 1 TO WS-REQUESTS-READ
               IF FM-RECEIVED-DATE(1:6) = WS-RPT-YYYYMM
                   ADD 1 TO WS-RECEIVED
                   IF FM-EXTENDED
                       ADD 1 TO WS-EXTENDED
                   END-IF
               END-IF
               IF NOT FM-OPEN
                  AND FM-CLOSED-DATE(1:6) = WS-RPT-YYYYMM
                   PERFORM 310-TALLY-CLOSED-REQUEST
               END-IF
               IF FM-RECEIVED-DATE NOT > WS-MONTH-END
                  AND (FM-OPEN OR FM-CLOSED-DATE > WS-MONTH-END)
                   PERFORM 330-TALLY-OPEN-REQUEST
               END-IF
           END-IF.

      *****************************************************************
      * A RESPONSE ON OR BEFORE THE DUE DATE IS ON TIME - THE DUE DATE
      * ALREADY CARRIES ANY EXTENSION TAKEN
      *****************************************************************
       310-TALLY-CLOSED-REQUEST.
           ADD 1 TO WS-CLOSED.
           EVALUATE TRUE
               WHEN FM-FULFILLED
                   ADD 1 TO WS-FULFILLED
                   MOVE 1 TO WS-LINK-SUB
                   PERFORM 320-TALLY-LINKED-OUTPUT
                       UNTIL WS-LINK-SUB > FM-LINK-COUNT
               WHEN FM-DENIED
                   ADD 1 TO WS-DENIED
               WHEN FM-WITHDRAWN
                   ADD 1 TO WS-WITHDRAWN
           END-EVALUATE.
           MOVE FM-RECEIVED-DATE TO WS-FROM-DATE-9.
           MOVE FM-CLOSED-DATE TO WS-TO-DATE-9.
           CALL CALL-BUSDAYS USING WS-FROM-DATE-9 WS-TO-DATE-9
                                   WS-BUSINESS-DAYS.
           IF WS-BUSINESS-DAYS > 0
               ADD WS-BUSINESS-DAYS TO WS-RESPONSE-DAYS-TOTAL
           END-IF.
           IF FM-CLOSED-DATE > FM-DUE-DATE
               ADD 1 TO WS-LATE
               MOVE FM-DUE-DATE TO WS-FROM-DATE-9
               CALL CALL-BUSDAYS USING WS-FROM-DATE-9 WS-TO-DATE-9
                                       WS-BUSINESS-DAYS
               MOVE FM-CLOSED-DATE TO FCE-CLOSED
               MOVE 'LATE' TO FCE-EXCEPTION
               PERFORM 340-WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-ON-TIME
           END-IF.

       320-TALLY-LINKED-OUTPUT.
           EVALUATE FM-LINK-OUTPUT(WS-LINK-SUB)
               WHEN 'RSRCHOUT'
                   ADD 1 TO WS-RSRCHOUT-LINKS
               WHEN 'PUBTHEFT'
                   ADD 1 TO WS-PUBTHEFT-LINKS
               WHEN 'PUBBURG '
                   ADD 1 TO WS-PUBBURG-LINKS
           END-EVALUATE.
           ADD 1 TO WS-LINK-SUB.

      *OPEN AT MONTH END - PAST DUE ONCE THE DUE DATE WENT BY UNANSWERED
       330-TALLY-OPEN-REQUEST.
           ADD 1 TO WS-OPEN-AT-END.
           IF FM-DUE-DATE < WS-MONTH-END
               ADD 1 TO WS-PAST-DUE-AT-END
               MOVE FM-DUE-DATE TO WS-FROM-DATE-9
               MOVE WS-MONTH-END-9 TO WS-TO-DATE-9
               CALL CALL-BUSDAYS USING WS-FROM-DATE-9 WS-TO-DATE-9
                                       WS-BUSINESS-DAYS
               MOVE SPACES TO FCE-CLOSED
               MOVE 'PAST DUE' TO FCE-EXCEPTION
               PERFORM 340-WRITE-EXCEPTION-LINE
           END-IF.

       340-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE FM-REQUEST-ID TO FCE-REQUEST-ID.
           MOVE FM-REQUESTER TO FCE-REQUESTER.
           MOVE FM-RECEIVED-DATE TO FCE-RECEIVED.
           MOVE FM-DUE-DATE TO FCE-DUE-DATE.
           MOVE WS-BUSINESS-DAYS TO FCE-DAYS.
           MOVE FCR-EXCEPTION-LINE TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.

      *****************************************************************
       400-WRITE-COMPLIANCE-SUMMARY.
           IF WS-EXCEPTIONS = 0
               MOVE '    NONE' TO FCR-OUT-REC
               WRITE FCR-OUT-REC
           END-IF.
           MOVE SPACES TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'REQUESTS RECEIVED' TO FCS-TITLE.
           MOVE FCR-SECTION-HEADING TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'RECEIVED IN MONTH' TO FCC-TEXT.
           MOVE WS-RECEIVED TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  EXTENSION TAKEN' TO FCC-TEXT.
           MOVE WS-EXTENDED TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE SPACES TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'REQUESTS CLOSED' TO FCS-TITLE.
           MOVE FCR-SECTION-HEADING TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'CLOSED IN MONTH' TO FCC-TEXT.
           MOVE WS-CLOSED TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  FULFILLED' TO FCC-TEXT.
           MOVE WS-FULFILLED TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  DENIED' TO FCC-TEXT.
           MOVE WS-DENIED TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  WITHDRAWN' TO FCC-TEXT.
           MOVE WS-WITHDRAWN TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'ANSWERED ON OR BEFORE DUE DATE' TO FCC-TEXT.
           MOVE WS-ON-TIME TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'ANSWERED LATE' TO FCC-TEXT.
           MOVE WS-LATE TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'ON-TIME RATE (PERCENT)' TO FCT-TEXT.
           IF WS-CLOSED > 0
               COMPUTE FCT-RATE ROUNDED =
                   WS-ON-TIME * 100 / WS-CLOSED
           ELSE
               MOVE 0 TO FCT-RATE
           END-IF.
           PERFORM 420-WRITE-RATE-LINE.
           MOVE 'AVERAGE BUSINESS DAYS TO RESPOND' TO FCT-TEXT.
           IF WS-CLOSED > 0
               COMPUTE FCT-RATE ROUNDED =
                   WS-RESPONSE-DAYS-TOTAL / WS-CLOSED
           ELSE
               MOVE 0 TO FCT-RATE
           END-IF.
           PERFORM 420-WRITE-RATE-LINE.
           MOVE SPACES TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'OUTPUTS LINKED TO FULFILLED REQUESTS' TO FCS-TITLE.
           MOVE FCR-SECTION-HEADING TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'RSRCHOUT RESEARCH EXTRACTS' TO FCC-TEXT.
           MOVE WS-RSRCHOUT-LINKS TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'PUBTHEFT PUBLIC THEFT FILES' TO FCC-TEXT.
           MOVE WS-PUBTHEFT-LINKS TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE 'PUBBURG  PUBLIC BURGLARY FILES' TO FCC-TEXT.
           MOVE WS-PUBBURG-LINKS TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE SPACES TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'REQUESTS OPEN AT MONTH END' TO FCS-TITLE.
           MOVE FCR-SECTION-HEADING TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.
           MOVE 'OPEN AT MONTH END' TO FCC-TEXT.
           MOVE WS-OPEN-AT-END TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.
           MOVE '  PAST DUE AT MONTH END' TO FCC-TEXT.
           MOVE WS-PAST-DUE-AT-END TO FCC-COUNT.
           PERFORM 410-WRITE-COUNT-LINE.

       410-WRITE-COUNT-LINE.
           MOVE FCR-COUNT-LINE TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.

       420-WRITE-RATE-LINE.
           MOVE FCR-RATE-LINE TO FCR-OUT-REC.
           WRITE FCR-OUT-REC.

      *DISPLAY THE REPORT DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REQUESTS-READ TO WS-REQUESTS-READZ.
           DISPLAY 'Requests Read             : ' WS-REQUESTS-READZ.
           MOVE WS-EXCEPTIONS TO WS-EXCEPTIONSZ.
           DISPLAY 'Exceptions Listed         : ' WS-EXCEPTIONSZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-FOIAMAST-STATUS = '00' OR WS-FOIAMAST-STATUS = '10'
               CLOSE FOIA-MASTER-FILE
           END-IF.
           CLOSE FOIA-COMP-RPT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
