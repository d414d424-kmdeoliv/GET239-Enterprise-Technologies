      *****************************************************************
      *PURPOSE: Crime Stoppers quarterly report.  The board reports
      *to the council each quarter on what the hotline produced and
      *what it paid.  For the calendar quarter holding the MONCTL
      *report month this program browses the TIPMAST tip master kept
      *by TIPMAINT and COURTRET and counts, by TIPCTL tip category:
      *tips received in the quarter, how many of those are linked to
      *a case, how many of those cases show an arrest on CASEMAST
      *(CM-ARREST 'T', whether booked or cleared by a conviction),
      *and the rewards the board approved and paid in the quarter
      *with their amount - the same amounts TIPMAINT posted to the
      *reward expense account.  Tips whose category is no longer on
      *TIPCTL count under OTHER.
      *
      *TIPCTL ENTRIES USED:
      *  CATG CCCC NNNNNNN DESCRIPTION   TIP CATEGORY (SEE TIPMAINT)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      TIPQTR.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIP-CTL-FILE ASSIGN TO TIPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIP-MASTER-FILE ASSIGN TO TIPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-TIP-NUMBER
           FILE STATUS IS WS-TIPMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT QUARTER-REPORT-FILE ASSIGN TO TIPQTR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - REPORT MONTH*********************************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      *****CONTROL FILE - TIP CATEGORIES (SEE TIPMAINT)****************
       FD  TIP-CTL-FILE.
       01  TIP-CTL-REC.
           05  TC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  TC-CATEGORY                  PIC X(4).
           05  FILLER                       PIC X.
           05  TC-CEILING                   PIC 9(5)V99.
           05  FILLER                       PIC X.
           05  TC-DESC                      PIC X(20).

      *****CRIME STOPPERS TIP MASTER - SEE TIPMAINT********************
       FD  TIP-MASTER-FILE.
       01  TIP-MASTER-REC.
           05  TM-TIP-NUMBER                PIC X(8).
           05  TM-RECEIVED-DATE             PIC X(8).
           05  TM-CASE-NUMBER               PIC X(8).
           05  TM-CATEGORY                  PIC X(4).
           05  TM-STATUS                    PIC X(1).
               88  TM-PAID                              VALUE 'P'.
           05  TM-OUTCOME-CODE              PIC X(2).
           05  TM-OUTCOME-DATE              PIC X(8).
           05  TM-REWARD-AMT                PIC 9(5)V99.
           05  TM-BOARD-DATE                PIC X(8).
           05  TM-PAY-REF                   PIC X(10).
           05  TM-LAST-UPDATED              PIC X(8).

      *****PERSISTENT CASE MASTER - ONLY THE ARREST FLAG IS NEEDED*****
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(189).
           05  CM-ARREST                    PIC X.
           05  FILLER                       PIC X(68).

      ***QUARTERLY CRIME STOPPERS REPORT*******************************
       FD  QUARTER-REPORT-FILE.
       01  QTR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-CATG-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CATG-FOUND                         VALUE 'Y'.
       01 WS-TIPMAST-STATUS            PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-RPT-YEAR                  PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH                 PIC 9(2)     VALUE 0.
       01 WS-QUARTER                   PIC 9.
       01 WS-QTR-FROM.
           05 WS-QTR-FROM-YEAR         PIC X(4).
           05 WS-QTR-FROM-MONTH        PIC 9(2).
           05 FILLER                   PIC X(2)     VALUE '01'.
       01 WS-QTR-TO.
           05 WS-QTR-TO-YEAR           PIC X(4).
           05 WS-QTR-TO-MONTH          PIC 9(2).
           05 FILLER                   PIC X(2)     VALUE '31'.

      *****TIP CATEGORY COUNTS - THE LAST ROW IS OTHER*****************
       01 WS-CATG-TAB-MAX          PIC 9(2)     VALUE 0.
       01 WS-CATG-TABLE.
           05 WS-CATG-ENTRY OCCURS 21 TIMES
                             INDEXED BY CATG-IDX.
              10 WS-CATG-CODE          PIC X(4).
              10 WS-CATG-DESC          PIC X(20).
              10 WS-CATG-RECEIVED      PIC 9(5).
              10 WS-CATG-LINKED        PIC 9(5).
              10 WS-CATG-ARRESTS       PIC 9(5).
              10 WS-CATG-PAID          PIC 9(5).
              10 WS-CATG-PAID-AMT      PIC 9(7)V99.
       01 WS-CATG-SUB              PIC 9(2).

      *****REPORT COUNTERS*********************************************
       01 WS-TIPS-READ             PIC 9(5)     VALUE 0.
       01 WS-TIPS-READZ            PIC ZZ,ZZ9.
       01 WS-TOT-RECEIVED          PIC 9(5)     VALUE 0.
       01 WS-TOT-RECEIVEDZ         PIC ZZ,ZZ9.
       01 WS-TOT-LINKED            PIC 9(5)     VALUE 0.
       01 WS-TOT-ARRESTS           PIC 9(5)     VALUE 0.
       01 WS-TOT-ARRESTSZ          PIC ZZ,ZZ9.
       01 WS-TOT-PAID              PIC 9(5)     VALUE 0.
       01 WS-TOT-PAIDZ             PIC ZZ,ZZ9.
       01 WS-TOT-PAID-AMT          PIC 9(7)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINES************************************************
       01 QTR-HEADING-1.
           05 FILLER    PIC X(34)
              VALUE 'CRIME STOPPERS QUARTERLY REPORT - '.
           05 QH1-YEAR  PIC X(4).
           05 FILLER    PIC X(2)  VALUE ' Q'.
           05 QH1-QTR   PIC 9.
           05 FILLER    PIC X(9)  VALUE '   THRU  '.
           05 QH1-THRU  PIC X(8).
           05 FILLER    PIC X(22) VALUE SPACES.
       01 QTR-HEADING-2.
           05 FILLER    PIC X(6)  VALUE 'CATG'.
           05 FILLER    PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER    PIC X(8)  VALUE 'RECEIVED'.
           05 FILLER    PIC X(8)  VALUE '  LINKED'.
           05 FILLER    PIC X(8)  VALUE '  ARREST'.
           05 FILLER    PIC X(8)  VALUE '    PAID'.
           05 FILLER    PIC X(14) VALUE '       REWARDS'.
           05 FILLER    PIC X(6)  VALUE SPACES.
       01 QTR-DETAIL-LINE.
           05 QTD-CATEGORY     PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QTD-DESC         PIC X(20).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 QTD-RECEIVED     PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QTD-LINKED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QTD-ARRESTS      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QTD-PAID         PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QTD-PAID-AMT     PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(6)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-TIP-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-COUNT-TIPS.
           PERFORM 400-WRITE-REPORT.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies TIPQTR  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE QUARTER IS THE CALENDAR QUARTER HOLDING THE REPORT MONTH
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
           COMPUTE WS-QUARTER = (WS-RPT-MONTH + 2) / 3.
           MOVE WS-RPT-YEAR TO WS-QTR-FROM-YEAR.
           MOVE WS-RPT-YEAR TO WS-QTR-TO-YEAR.
           COMPUTE WS-QTR-FROM-MONTH = (WS-QUARTER * 3) - 2.
           COMPUTE WS-QTR-TO-MONTH = WS-QUARTER * 3.

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
       160-LOAD-TIP-CONTROL.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT TIP-CTL-FILE.
           PERFORM 165-READ-TIP-CTL-REC UNTIL CTL-EOF.
           CLOSE TIP-CTL-FILE.
           ADD 1 TO WS-CATG-TAB-MAX.
           MOVE 'OTHR' TO WS-CATG-CODE(WS-CATG-TAB-MAX).
           MOVE 'OTHER' TO WS-CATG-DESC(WS-CATG-TAB-MAX).
           PERFORM 168-CLEAR-CATEGORY-COUNTS
               VARYING WS-CATG-SUB FROM 1 BY 1
               UNTIL WS-CATG-SUB > WS-CATG-TAB-MAX.

       165-READ-TIP-CTL-REC.
           READ TIP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF TC-TYPE = 'CATG' AND WS-CATG-TAB-MAX < 20
                   ADD 1 TO WS-CATG-TAB-MAX
                   MOVE TC-CATEGORY TO WS-CATG-CODE(WS-CATG-TAB-MAX)
                   MOVE TC-DESC TO WS-CATG-DESC(WS-CATG-TAB-MAX)
               END-IF
           END-IF.

       168-CLEAR-CATEGORY-COUNTS.
           MOVE 0 TO WS-CATG-RECEIVED(WS-CATG-SUB)
                     WS-CATG-LINKED(WS-CATG-SUB)
                     WS-CATG-ARRESTS(WS-CATG-SUB)
                     WS-CATG-PAID(WS-CATG-SUB)
                     WS-CATG-PAID-AMT(WS-CATG-SUB).

      *****************************************************************
      * NO TIP MASTER YET - THE REPORT PRINTS WITH ZERO COUNTS
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT TIP-MASTER-FILE.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT QUARTER-REPORT-FILE.
           MOVE WS-RPT-YEAR TO QH1-YEAR.
           MOVE WS-QUARTER TO QH1-QTR.
           MOVE WS-RPT-YEAR TO QH1-THRU(1:4).
           MOVE WS-RPT-MONTH TO QH1-THRU(5:2).
           MOVE SPACES TO QH1-THRU(7:2).
           MOVE QTR-HEADING-1 TO QTR-OUT-REC.
           WRITE QTR-OUT-REC.
           MOVE QTR-HEADING-2 TO QTR-OUT-REC.
           WRITE QTR-OUT-REC.

      *****************************************************************
       300-COUNT-TIPS.
           IF WS-TIPMAST-STATUS = '00'
               MOVE LOW-VALUES TO TM-TIP-NUMBER
               START TIP-MASTER-FILE KEY >= TM-TIP-NUMBER
                   INVALID KEY MOVE '23' TO WS-TIPMAST-STATUS
               END-START
               PERFORM 310-COUNT-ONE-TIP
                   UNTIL WS-TIPMAST-STATUS NOT = '00'
           END-IF.

      *****************************************************************
      * A TIP COUNTS AS RECEIVED BY ITS RECEIVED DATE AND AS PAID BY
      * ITS BOARD DATE - A TIP LOGGED LAST QUARTER CAN BE PAID IN
      * THIS ONE
      *****************************************************************
       310-COUNT-ONE-TIP.
           READ TIP-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-TIPMAST-STATUS
           END-READ.
           IF WS-TIPMAST-STATUS = '00'
               ADD 1 TO WS-TIPS-READ
               PERFORM 320-FIND-CATEGORY
               IF TM-RECEIVED-DATE NOT < WS-QTR-FROM
                  AND TM-RECEIVED-DATE NOT > WS-QTR-TO
                   ADD 1 TO WS-CATG-RECEIVED(CATG-IDX)
                   IF TM-CASE-NUMBER NOT = SPACES
                       ADD 1 TO WS-CATG-LINKED(CATG-IDX)
                       PERFORM 330-CHECK-CASE-ARREST
                   END-IF
               END-IF
               IF TM-PAID
                  AND TM-BOARD-DATE NOT < WS-QTR-FROM
                  AND TM-BOARD-DATE NOT > WS-QTR-TO
                   ADD 1 TO WS-CATG-PAID(CATG-IDX)
                   ADD TM-REWARD-AMT TO WS-CATG-PAID-AMT(CATG-IDX)
               END-IF
           END-IF.

      *AN UNKNOWN CATEGORY FALLS THROUGH TO THE OTHER ROW**************
       320-FIND-CATEGORY.
           MOVE 'N' TO WS-CATG-FOUND-SWITCH.
           SET CATG-IDX TO 1.
           PERFORM 325-SEARCH-CATEGORY
               UNTIL CATG-IDX = WS-CATG-TAB-MAX OR CATG-FOUND.

       325-SEARCH-CATEGORY.
           IF WS-CATG-CODE(CATG-IDX) = TM-CATEGORY
               MOVE 'Y' TO WS-CATG-FOUND-SWITCH
           ELSE
               SET CATG-IDX UP BY 1
           END-IF.

       330-CHECK-CASE-ARREST.
           IF WS-CASEMAST-STATUS NOT = '35'
               MOVE TM-CASE-NUMBER TO CM-CASE-NUMBER
               READ CASE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-ARREST = 'T'
                           ADD 1 TO WS-CATG-ARRESTS(CATG-IDX)
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
       400-WRITE-REPORT.
           PERFORM 410-WRITE-CATEGORY-LINE
               VARYING WS-CATG-SUB FROM 1 BY 1
               UNTIL WS-CATG-SUB > WS-CATG-TAB-MAX.
           MOVE SPACES TO QTR-OUT-REC.
           WRITE QTR-OUT-REC.
           MOVE 'TOTL' TO QTD-CATEGORY.
           MOVE 'ALL CATEGORIES' TO QTD-DESC.
           MOVE WS-TOT-RECEIVED TO QTD-RECEIVED.
           MOVE WS-TOT-LINKED TO QTD-LINKED.
           MOVE WS-TOT-ARRESTS TO QTD-ARRESTS.
           MOVE WS-TOT-PAID TO QTD-PAID.
           MOVE WS-TOT-PAID-AMT TO QTD-PAID-AMT.
           MOVE QTR-DETAIL-LINE TO QTR-OUT-REC.
           WRITE QTR-OUT-REC.

       410-WRITE-CATEGORY-LINE.
           ADD WS-CATG-RECEIVED(WS-CATG-SUB) TO WS-TOT-RECEIVED.
           ADD WS-CATG-LINKED(WS-CATG-SUB) TO WS-TOT-LINKED.
           ADD WS-CATG-ARRESTS(WS-CATG-SUB) TO WS-TOT-ARRESTS.
           ADD WS-CATG-PAID(WS-CATG-SUB) TO WS-TOT-PAID.
           ADD WS-CATG-PAID-AMT(WS-CATG-SUB) TO WS-TOT-PAID-AMT.
           MOVE WS-CATG-CODE(WS-CATG-SUB) TO QTD-CATEGORY.
           MOVE WS-CATG-DESC(WS-CATG-SUB) TO QTD-DESC.
           MOVE WS-CATG-RECEIVED(WS-CATG-SUB) TO QTD-RECEIVED.
           MOVE WS-CATG-LINKED(WS-CATG-SUB) TO QTD-LINKED.
           MOVE WS-CATG-ARRESTS(WS-CATG-SUB) TO QTD-ARRESTS.
           MOVE WS-CATG-PAID(WS-CATG-SUB) TO QTD-PAID.
           MOVE WS-CATG-PAID-AMT(WS-CATG-SUB) TO QTD-PAID-AMT.
           MOVE QTR-DETAIL-LINE TO QTR-OUT-REC.
           WRITE QTR-OUT-REC.

      *DISPLAY THE QUARTER TOTALS**************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Report Year/Quarter       : ' WS-RPT-YEAR '/Q'
                   WS-QUARTER.
           MOVE WS-TIPS-READ TO WS-TIPS-READZ.
           DISPLAY 'Tips On Master            : ' WS-TIPS-READZ.
           MOVE WS-TOT-RECEIVED TO WS-TOT-RECEIVEDZ.
           DISPLAY 'Tips Received In Quarter  : ' WS-TOT-RECEIVEDZ.
           MOVE WS-TOT-ARRESTS TO WS-TOT-ARRESTSZ.
           DISPLAY 'Tips Leading To Arrest    : ' WS-TOT-ARRESTSZ.
           MOVE WS-TOT-PAID TO WS-TOT-PAIDZ.
           DISPLAY 'Rewards Paid In Quarter   : ' WS-TOT-PAIDZ.
           MOVE WS-TOT-PAID-AMT TO WS-MONEY-ED.
           DISPLAY 'Reward Amount Paid        : ' WS-MONEY-ED.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-TIPMAST-STATUS = '10' OR WS-TIPMAST-STATUS = '23'
               CLOSE TIP-MASTER-FILE
           END-IF.
           IF WS-CASEMAST-STATUS NOT = '35'
               CLOSE CASE-MASTER-FILE
           END-IF.
           CLOSE QUARTER-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
