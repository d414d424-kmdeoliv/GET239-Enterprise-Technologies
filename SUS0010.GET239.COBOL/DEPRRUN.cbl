      *****************************************************************
      *PURPOSE: Monthly fixed-asset depreciation.  Runs once per
      *period against the ASSETMST asset register ASSETMNT keeps and
      *takes each in-service asset's depreciation for the open
      *GLPERCTL period, writing the journal in the POSTIN layout for
      *GLPOST to book in the same run: debit depreciation expense
      *(ASTCTL DPRX, default 6800), credit the asset's own
      *accumulated-depreciation account.  An asset is depreciated
      *from the month it was acquired over its useful life in months
      *with no salvage value:
      *  S  STRAIGHT-LINE - COST OVER THE LIFE, EVEN MONTHLY CHARGES
      *  D  DOUBLE-DECLINING BALANCE - TWICE THE STRAIGHT-LINE RATE
      *     ON WHAT IS LEFT OF THE COST, SWITCHING TO STRAIGHT-LINE
      *     OVER THE REMAINING LIFE ONCE THAT CHARGES MORE
      *The final month takes whatever is left, so an asset is never
      *depreciated past its cost.  Each asset remembers the last
      *period it was charged for - a rerun for the same period
      *charges nothing, and an asset added after its acquisition
      *month catches up every month it missed in the one run.  The
      *DEPRRPT journal lists every asset charged with its new net
      *book value.
      *
      *ASTCTL ENTRIES USED HERE:
      *  DPRX  DEPRECIATION EXPENSE ACCOUNT (4)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      DEPRRUN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CTL-FILE ASSIGN TO GLPERCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSET-CTL-FILE ASSIGN TO ASTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASTCTL-STATUS.
           SELECT ASSET-MASTER ASSIGN TO ASSETMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-TAG
           FILE STATUS IS WS-ASSETMST-STATUS.
           SELECT POSTING-OUT-FILE ASSIGN TO DEPROUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPR-REPORT-FILE ASSIGN TO DEPRRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PERIOD CONTROL - THE OPEN PERIOD (SEE GLPOST/GLCLOSE)*******
       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           05  PC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  PC-PERIOD                    PIC X(6).

      *****ASSET CONTROL - ACCOUNTS AND THE ROLL-FORWARD YEAR**********
       FD  ASSET-CTL-FILE.
       01  ASSET-CTL-REC.
           05  ASC-TYPE                     PIC X(4).
           05  ASC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES ASC-VALUE-FULL.
               10  ASC-ACCOUNT              PIC X(4).
               10  FILLER                   PIC X(4).

      *****FIXED-ASSET MASTER - SEE ASSETMNT***************************
       FD  ASSET-MASTER.
       01  ASSET-MASTER-REC.
           05  AS-TAG                       PIC X(8).
           05  AS-DESCRIPTION               PIC X(30).
           05  AS-ACQ-DATE                  PIC X(8).
           05  AS-COST                      PIC 9(9)V99.
           05  AS-LIFE-MONTHS               PIC 9(3).
           05  AS-METHOD                    PIC X(1).
               88  AS-STRAIGHT-LINE                     VALUE 'S'.
               88  AS-DOUBLE-DECLINING                  VALUE 'D'.
           05  AS-ASSET-ACCOUNT             PIC X(4).
           05  AS-ACCUM-ACCOUNT             PIC X(4).
           05  AS-LOCATION                  PIC X(8).
           05  AS-STATUS                    PIC X(1).
               88  AS-IN-SERVICE                        VALUE 'A'.
               88  AS-DISPOSED                          VALUE 'D'.
           05  AS-ACCUM-DEPR                PIC 9(9)V99.
           05  AS-LAST-DEPR-PERIOD          PIC X(6).
           05  AS-DEPR-YEAR                 PIC X(4).
           05  AS-DEPR-YTD                  PIC 9(9)V99.
           05  AS-DISPOSAL-DATE             PIC X(8).
           05  AS-PROCEEDS                  PIC 9(9)V99.
           05  AS-LAST-TRANSFER-DATE        PIC X(8).
           05  FILLER                       PIC X(3).

      *****DEPRECIATION JOURNAL IN THE POSTIN LAYOUT - SEE GLPOST******
       FD  POSTING-OUT-FILE.
       01  POSTING-OUT-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
           05  PO-PERIOD                    PIC X(6).

      ***DEPRECIATION JOURNAL REPORT***********************************
       FD  DEPR-REPORT-FILE.
       01  DEPR-OUT-REC                     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-ASTCTL-EOF            PIC X        VALUE 'N'.
              88 ASTCTL-EOF                         VALUE 'Y'.
           05 WS-ASSET-EOF             PIC X        VALUE 'N'.
              88 ASSET-EOF                          VALUE 'Y'.
       01 WS-ASTCTL-STATUS             PIC XX.
       01 WS-ASSETMST-STATUS           PIC XX.

      *****PERIOD STATE************************************************
       01 WS-OPEN-PERIOD               PIC X(6)     VALUE SPACES.
       01 WS-PERIOD-WORK.
           05 WS-PER-YEAR              PIC 9(4).
           05 WS-PER-MONTH             PIC 9(2).
       01 WS-OPEN-INDEX                PIC 9(6).
       01 WS-ACQ-INDEX                 PIC 9(6).
       01 WS-MONTH-INDEX               PIC 9(6).

      *****ASSET CONTROL VALUES - DEFAULTS WHEN ASTCTL IS SILENT*******
       01 WS-DEPR-EXPENSE-ACCOUNT      PIC X(4)     VALUE '6800'.

      *****ONE ASSET'S DEPRECIATION WORK AREAS*************************
       01 WS-NET-BOOK-VALUE            PIC 9(9)V99.
       01 WS-MONTHS-ELAPSED            PIC S9(5).
       01 WS-MONTHS-REMAINING          PIC S9(5).
       01 WS-MONTH-CHARGE              PIC 9(9)V99.
       01 WS-SL-CHARGE                 PIC 9(9)V99.
       01 WS-ASSET-CHARGE              PIC 9(9)V99.
       01 WS-MONTHS-CHARGED            PIC 9(3).
       01 WS-POST-REMAINING            PIC 9(9)V99.
       01 WS-POST-PIECE                PIC 9(5)V99.
       01 WS-POSTING-MAX               PIC 9(5)V99  VALUE 99999.99.

      *****DEPRECIATION COUNTERS AND TOTALS****************************
       01 WS-ASSETS-READ           PIC 9(5)     VALUE 0.
       01 WS-ASSETS-READZ          PIC ZZ,ZZ9.
       01 WS-ASSETS-CHARGED        PIC 9(5)     VALUE 0.
       01 WS-ASSETS-CHARGEDZ       PIC ZZ,ZZ9.
       01 WS-POSTINGS-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-POSTINGS-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-CHARGE-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  DPR-HEADING-1.
           05                 PIC X(33) VALUE
                   'DEPRECIATION JOURNAL - PERIOD   '.
           05  DPH-PERIOD     PIC X(6).
       01  DPR-HEADING-2.
           05                 PIC X(10) VALUE 'TAG'.
           05                 PIC X(31) VALUE 'DESCRIPTION'.
           05                 PIC X(4)  VALUE 'M'.
           05                 PIC X(4)  VALUE 'MOS'.
           05                 PIC X(15) VALUE '         CHARGE'.
           05                 PIC X(15) VALUE '    ACCUMULATED'.
           05                 PIC X(15) VALUE ' NET BOOK VALUE'.
       01  DPR-DETAIL-LINE.
           05  DPD-TAG            PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  DPD-DESCRIPTION    PIC X(30).
           05                     PIC X(1)  VALUE SPACES.
           05  DPD-METHOD         PIC X(1).
           05                     PIC X(3)  VALUE SPACES.
           05  DPD-MONTHS         PIC ZZ9.
           05                     PIC X(1)  VALUE SPACES.
           05  DPD-CHARGE         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  DPD-ACCUM          PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  DPD-NET-BOOK       PIC ZZZ,ZZZ,ZZ9.99.
       01  DPR-TOTAL-LINE.
           05                     PIC X(49) VALUE
                   'TOTAL DEPRECIATION FOR THE PERIOD'.
           05  DPT-CHARGE         PIC ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-PERIOD-CONTROL.
           PERFORM 170-LOAD-ASSET-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-DEPRECIATE-ONE-ASSET UNTIL ASSET-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies DEPRRUN *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO OPEN PERIOD - NOTHING TO CHARGE THE DEPRECIATION TO
      *****************************************************************
       150-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CTL-FILE.
           PERFORM 155-READ-PERIOD-REC UNTIL CTL-EOF.
           CLOSE PERIOD-CTL-FILE.
           IF WS-OPEN-PERIOD = SPACES
               DISPLAY '*** GLPERCTL HAS NO OPEN PERIOD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPEN-PERIOD TO WS-PERIOD-WORK.
           COMPUTE WS-OPEN-INDEX = WS-PER-YEAR * 12 + WS-PER-MONTH - 1.
           DISPLAY 'Depreciation Period       : ' WS-OPEN-PERIOD.

       155-READ-PERIOD-REC.
           READ PERIOD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF PC-TYPE = 'OPEN'
                   MOVE PC-PERIOD TO WS-OPEN-PERIOD
               END-IF
           END-IF.

      *****************************************************************
       170-LOAD-ASSET-CONTROL.
           OPEN INPUT ASSET-CTL-FILE.
           IF WS-ASTCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASTCTL-EOF
           END-IF.
           PERFORM 175-READ-ASSET-CTL-REC UNTIL ASTCTL-EOF.
           IF WS-ASTCTL-STATUS = '00' OR WS-ASTCTL-STATUS = '10'
               CLOSE ASSET-CTL-FILE
           END-IF.
           DISPLAY 'Depreciation Expense Acct : '
                   WS-DEPR-EXPENSE-ACCOUNT.

       175-READ-ASSET-CTL-REC.
           READ ASSET-CTL-FILE
               AT END MOVE 'Y' TO WS-ASTCTL-EOF
           END-READ.
           IF NOT ASTCTL-EOF AND ASC-TYPE = 'DPRX'
               MOVE ASC-ACCOUNT TO WS-DEPR-EXPENSE-ACCOUNT
           END-IF.

      *****************************************************************
      * NO ASSET MASTER - NOTHING IN SERVICE; THE EMPTY JOURNAL STILL
      * GOES TO GLPOST
      *****************************************************************
       200-OPEN-FILES.
           OPEN OUTPUT POSTING-OUT-FILE.
           OPEN OUTPUT DEPR-REPORT-FILE.
           MOVE WS-OPEN-PERIOD TO DPH-PERIOD.
           MOVE DPR-HEADING-1 TO DEPR-OUT-REC.
           WRITE DEPR-OUT-REC.
           MOVE DPR-HEADING-2 TO DEPR-OUT-REC.
           WRITE DEPR-OUT-REC.
           OPEN I-O ASSET-MASTER.
           IF WS-ASSETMST-STATUS NOT = '00'
               MOVE 'Y' TO WS-ASSET-EOF
           ELSE
               MOVE LOW-VALUES TO AS-TAG
               START ASSET-MASTER KEY NOT < AS-TAG
                   INVALID KEY MOVE 'Y' TO WS-ASSET-EOF
               END-START
           END-IF.

      *****************************************************************
      * AN ASSET IN SERVICE, NOT YET FULLY DEPRECIATED AND NOT YET
      * CHARGED FOR THE OPEN PERIOD IS CHARGED FOR EVERY MONTH FROM
      * THE LATER OF ITS ACQUISITION AND ITS LAST CHARGE THROUGH THE
      * OPEN PERIOD
      *****************************************************************
       300-DEPRECIATE-ONE-ASSET.
           READ ASSET-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-ASSET-EOF
           END-READ.
           IF NOT ASSET-EOF
               ADD 1 TO WS-ASSETS-READ
               IF AS-IN-SERVICE AND AS-ACCUM-DEPR < AS-COST
                  AND AS-ACQ-DATE(1:6) NOT > WS-OPEN-PERIOD
                  AND (AS-LAST-DEPR-PERIOD = SPACES
                       OR AS-LAST-DEPR-PERIOD < WS-OPEN-PERIOD)
                   PERFORM 310-CHARGE-ASSET
               END-IF
           END-IF.

       310-CHARGE-ASSET.
           MOVE AS-ACQ-DATE(1:6) TO WS-PERIOD-WORK.
           COMPUTE WS-ACQ-INDEX = WS-PER-YEAR * 12 + WS-PER-MONTH - 1.
           IF AS-LAST-DEPR-PERIOD = SPACES
               MOVE WS-ACQ-INDEX TO WS-MONTH-INDEX
           ELSE
               MOVE AS-LAST-DEPR-PERIOD TO WS-PERIOD-WORK
               COMPUTE WS-MONTH-INDEX =
                   WS-PER-YEAR * 12 + WS-PER-MONTH
           END-IF.
           IF AS-DEPR-YEAR NOT = WS-OPEN-PERIOD(1:4)
               MOVE 0 TO AS-DEPR-YTD
               MOVE WS-OPEN-PERIOD(1:4) TO AS-DEPR-YEAR
           END-IF.
           COMPUTE WS-NET-BOOK-VALUE = AS-COST - AS-ACCUM-DEPR.
           MOVE 0 TO WS-ASSET-CHARGE.
           MOVE 0 TO WS-MONTHS-CHARGED.
           PERFORM 320-CHARGE-ONE-MONTH
               UNTIL WS-MONTH-INDEX > WS-OPEN-INDEX
                  OR WS-NET-BOOK-VALUE = 0.
           ADD WS-ASSET-CHARGE TO AS-ACCUM-DEPR.
           ADD WS-ASSET-CHARGE TO AS-DEPR-YTD.
           MOVE WS-OPEN-PERIOD TO AS-LAST-DEPR-PERIOD.
           REWRITE ASSET-MASTER-REC.
           IF WS-ASSET-CHARGE > 0
               ADD 1 TO WS-ASSETS-CHARGED
               ADD WS-ASSET-CHARGE TO WS-CHARGE-TOTAL
               MOVE WS-ASSET-CHARGE TO WS-POST-REMAINING
               PERFORM 380-WRITE-POSTING-PAIR
                   UNTIL WS-POST-REMAINING = 0
               PERFORM 390-WRITE-JOURNAL-LINE
           END-IF.

      *****************************************************************
      * ONE MONTH'S CHARGE - THE LAST MONTH OF THE LIFE TAKES WHAT IS
      * LEFT; DOUBLE-DECLINING NEVER CHARGES LESS THAN STRAIGHT-LINE
      * OVER THE REMAINING LIFE WOULD
      *****************************************************************
       320-CHARGE-ONE-MONTH.
           COMPUTE WS-MONTHS-ELAPSED = WS-MONTH-INDEX - WS-ACQ-INDEX.
           COMPUTE WS-MONTHS-REMAINING =
               AS-LIFE-MONTHS - WS-MONTHS-ELAPSED.
           IF WS-MONTHS-REMAINING NOT > 1
               MOVE WS-NET-BOOK-VALUE TO WS-MONTH-CHARGE
           ELSE
               IF AS-DOUBLE-DECLINING
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                       WS-NET-BOOK-VALUE * 2 / AS-LIFE-MONTHS
                   COMPUTE WS-SL-CHARGE ROUNDED =
                       WS-NET-BOOK-VALUE / WS-MONTHS-REMAINING
                   IF WS-SL-CHARGE > WS-MONTH-CHARGE
                       MOVE WS-SL-CHARGE TO WS-MONTH-CHARGE
                   END-IF
               ELSE
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                       AS-COST / AS-LIFE-MONTHS
               END-IF
               IF WS-MONTH-CHARGE > WS-NET-BOOK-VALUE
                   MOVE WS-NET-BOOK-VALUE TO WS-MONTH-CHARGE
               END-IF
           END-IF.
           ADD WS-MONTH-CHARGE TO WS-ASSET-CHARGE.
           SUBTRACT WS-MONTH-CHARGE FROM WS-NET-BOOK-VALUE.
           ADD 1 TO WS-MONTHS-CHARGED.
           ADD 1 TO WS-MONTH-INDEX.

      *****************************************************************
      * DEBIT DEPRECIATION EXPENSE, CREDIT THE ASSET'S ACCUMULATED
      * DEPRECIATION - SPLIT WHERE ONE POSTIN RECORD CANNOT HOLD IT
      *****************************************************************
       380-WRITE-POSTING-PAIR.
           IF WS-POST-REMAINING > WS-POSTING-MAX
               MOVE WS-POSTING-MAX TO WS-POST-PIECE
           ELSE
               MOVE WS-POST-REMAINING TO WS-POST-PIECE
           END-IF.
           SUBTRACT WS-POST-PIECE FROM WS-POST-REMAINING.
           MOVE WS-DEPR-EXPENSE-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'D' TO PO-DEBIT-CREDIT.
           MOVE WS-POST-PIECE TO PO-AMOUNT.
           MOVE WS-OPEN-PERIOD TO PO-PERIOD.
           WRITE POSTING-OUT-REC.
           MOVE AS-ACCUM-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           WRITE POSTING-OUT-REC.
           ADD 2 TO WS-POSTINGS-WRITTEN.

       390-WRITE-JOURNAL-LINE.
           MOVE AS-TAG TO DPD-TAG.
           MOVE AS-DESCRIPTION TO DPD-DESCRIPTION.
           MOVE AS-METHOD TO DPD-METHOD.
           MOVE WS-MONTHS-CHARGED TO DPD-MONTHS.
           MOVE WS-ASSET-CHARGE TO DPD-CHARGE.
           MOVE AS-ACCUM-DEPR TO DPD-ACCUM.
           MOVE WS-NET-BOOK-VALUE TO DPD-NET-BOOK.
           MOVE DPR-DETAIL-LINE TO DEPR-OUT-REC.
           WRITE DEPR-OUT-REC.

      *DISPLAY THE DEPRECIATION TOTALS*********************************
       500-DISPLAY-SUMMARY-TOTALS.
           MOVE WS-CHARGE-TOTAL TO DPT-CHARGE.
           MOVE DPR-TOTAL-LINE TO DEPR-OUT-REC.
           WRITE DEPR-OUT-REC.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ASSETS-READ TO WS-ASSETS-READZ.
           DISPLAY 'Assets Read               : ' WS-ASSETS-READZ.
           MOVE WS-ASSETS-CHARGED TO WS-ASSETS-CHARGEDZ.
           DISPLAY 'Assets Depreciated        : ' WS-ASSETS-CHARGEDZ.
           MOVE WS-CHARGE-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Depreciation Charged      : ' WS-AMOUNTZ.
           MOVE WS-POSTINGS-WRITTEN TO WS-POSTINGS-WRITTENZ.
           DISPLAY 'GL Postings Written       : ' WS-POSTINGS-WRITTENZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE POSTING-OUT-FILE
                 DEPR-REPORT-FILE.
           IF WS-ASSETMST-STATUS = '00' OR WS-ASSETMST-STATUS = '10'
               CLOSE ASSET-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
