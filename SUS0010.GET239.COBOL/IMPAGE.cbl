      *****************************************************************
      *PURPOSE: Weekly impound aging.  Every day a recovered vehicle
      *sits in the city pound the owner is charged storage.  This
      *program browses the IMPMAST impound master kept by IMPNDEDT
      *and lists each recovered vehicle (matched to RECOVMST) with no
      *release date that has been in the lot more than the IMPCTL
      *DAYS threshold: case, lot, inventory number, tow date, days
      *held, daily fee and the storage accrued so far (tow fee plus
      *days held at the daily fee), so the recovery unit can chase
      *the owners before the charges outgrow the car.  Unmatched tows
      *are IMPNDEDT's exception list and are not repeated here.
      *
      *IMPCTL ENTRIES USED:
      *  DAYS NNN   DAYS IN THE LOT BEFORE A VEHICLE IS LISTED
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      IMPAGE.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPOUND-CTL-FILE ASSIGN TO IMPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPOUND-MASTER-FILE ASSIGN TO IMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-CASE-NUMBER
           FILE STATUS IS WS-IMPMAST-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO IMPAGE
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - AGING THRESHOLD AND LETTER TEXT**************
       FD  IMPOUND-CTL-FILE.
       01  IMPOUND-CTL-REC.
           05  IC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  IC-VALUE                     PIC X(75).

      *****IMPOUND MASTER WRITTEN BY IMPNDEDT**************************
       FD  IMPOUND-MASTER-FILE.
       01  IMPOUND-MASTER-REC.
           05  IM-CASE-NUMBER               PIC X(8).
           05  IM-TOW-DATE                  PIC X(8).
           05  IM-TOW-DATE-9 REDEFINES IM-TOW-DATE
                                            PIC 9(8).
           05  IM-LOT-CODE                  PIC X(4).
           05  IM-INVENTORY-NO              PIC X(10).
           05  IM-RELEASE-DATE              PIC X(8).
           05  IM-TOW-FEE                   PIC 9(5)V99.
           05  IM-DAILY-FEE                 PIC 9(3)V99.
           05  IM-MATCH-FLAG                PIC X(1).
           05  IM-LOT-NAME                  PIC X(28).
           05  IM-LOT-ADDRESS               PIC X(35).
           05  IM-LOT-PHONE                 PIC X(12).
           05  IM-LAST-FEED-DATE            PIC X(8).

      ***WEEKLY IMPOUND AGING REPORT***********************************
       FD  AGING-REPORT-FILE.
       01  AGE-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
       01 WS-IMPMAST-STATUS            PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-AGE-DAYS                  PIC 9(3)     VALUE 30.
       01 WS-DAYS-HELD                 PIC 9(5).
       01 WS-ACCRUED                   PIC 9(7)V99.

      *****REPORT COUNTERS*********************************************
       01 WS-STILL-HELD            PIC 9(5)     VALUE 0.
       01 WS-STILL-HELDZ           PIC ZZ,ZZ9.
       01 WS-PAST-THRESHOLD        PIC 9(5)     VALUE 0.
       01 WS-PAST-THRESHOLDZ       PIC ZZ,ZZ9.
       01 WS-TOTAL-ACCRUED         PIC 9(9)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINES************************************************
       01 AGE-HEADING-1.
           05 FILLER    PIC X(35)
              VALUE 'RECOVERED VEHICLES IN THE LOT OVER '.
           05 AH1-DAYS  PIC ZZ9.
           05 FILLER    PIC X(15) VALUE ' DAYS - AS OF  '.
           05 AH1-DATE  PIC X(8).
           05 FILLER    PIC X(19) VALUE SPACES.
       01 AGE-HEADING-2.
           05 FILLER    PIC X(10) VALUE 'CASE'.
           05 FILLER    PIC X(6)  VALUE 'LOT'.
           05 FILLER    PIC X(12) VALUE 'INVENTORY'.
           05 FILLER    PIC X(10) VALUE 'TOW DATE'.
           05 FILLER    PIC X(8)  VALUE ' DAYS'.
           05 FILLER    PIC X(8)  VALUE ' DAILY'.
           05 FILLER    PIC X(12) VALUE '     ACCRUED'.
           05 FILLER    PIC X(14) VALUE SPACES.
       01 AGE-DETAIL-LINE.
           05 AGD-CASE-NUMBER  PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AGD-LOT-CODE     PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AGD-INVENTORY-NO PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AGD-TOW-DATE     PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AGD-DAYS-HELD    PIC Z,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 AGD-DAILY-FEE    PIC ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AGD-ACCRUED      PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(14) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-AGE-IMPOUNDS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies IMPAGE  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT IMPOUND-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE IMPOUND-CTL-FILE.

       155-READ-CONTROL-REC.
           READ IMPOUND-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF IC-TYPE = 'DAYS'
                   MOVE IC-VALUE(1:3) TO WS-AGE-DAYS
               END-IF
           END-IF.

      *****************************************************************
      * NO IMPOUND MASTER YET - NOTHING IS IN THE LOT
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT IMPOUND-MASTER-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-AGE-DAYS TO AH1-DAYS.
           MOVE WS-TODAY TO AH1-DATE.
           MOVE AGE-HEADING-1 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE AGE-HEADING-2 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

      *****************************************************************
       300-AGE-IMPOUNDS.
           IF WS-IMPMAST-STATUS = '00'
               MOVE LOW-VALUES TO IM-CASE-NUMBER
               START IMPOUND-MASTER-FILE KEY >= IM-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-IMPMAST-STATUS
               END-START
               PERFORM 310-AGE-ONE-IMPOUND
                   UNTIL WS-IMPMAST-STATUS NOT = '00'
           END-IF.

       310-AGE-ONE-IMPOUND.
           READ IMPOUND-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-IMPMAST-STATUS
           END-READ.
           IF WS-IMPMAST-STATUS = '00'
               IF IM-MATCH-FLAG = 'Y'
                  AND IM-RELEASE-DATE = '00000000'
                   ADD 1 TO WS-STILL-HELD
                   COMPUTE WS-DAYS-HELD =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
                     - FUNCTION INTEGER-OF-DATE(IM-TOW-DATE-9)
                   IF WS-DAYS-HELD > WS-AGE-DAYS
                       PERFORM 320-WRITE-AGING-LINE
                   END-IF
               END-IF
           END-IF.

       320-WRITE-AGING-LINE.
           ADD 1 TO WS-PAST-THRESHOLD.
           COMPUTE WS-ACCRUED =
               IM-TOW-FEE + (WS-DAYS-HELD * IM-DAILY-FEE).
           ADD WS-ACCRUED TO WS-TOTAL-ACCRUED.
           MOVE IM-CASE-NUMBER TO AGD-CASE-NUMBER.
           MOVE IM-LOT-CODE TO AGD-LOT-CODE.
           MOVE IM-INVENTORY-NO TO AGD-INVENTORY-NO.
           MOVE IM-TOW-DATE TO AGD-TOW-DATE.
           MOVE WS-DAYS-HELD TO AGD-DAYS-HELD.
           MOVE IM-DAILY-FEE TO AGD-DAILY-FEE.
           MOVE WS-ACCRUED TO AGD-ACCRUED.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

      *DISPLAY THE AGING TOTALS****************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-STILL-HELD TO WS-STILL-HELDZ.
           DISPLAY 'Recovered, Still In Lot   : ' WS-STILL-HELDZ.
           MOVE WS-PAST-THRESHOLD TO WS-PAST-THRESHOLDZ.
           DISPLAY 'Held Past Threshold       : ' WS-PAST-THRESHOLDZ.
           MOVE WS-TOTAL-ACCRUED TO WS-MONEY-ED.
           DISPLAY 'Accrued On Those Listed   : ' WS-MONEY-ED.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-IMPMAST-STATUS = '10' OR WS-IMPMAST-STATUS = '23'
               CLOSE IMPOUND-MASTER-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
