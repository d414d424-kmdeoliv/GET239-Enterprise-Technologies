      *****************************************************************
      *PURPOSE: Fixed-asset register maintenance.  Vehicles, radios
      *and computers bought for the unit were expensed through
      *accounts payable and tracked nowhere - there was no asset
      *schedule to give the auditors.  This program applies ASTTRAN
      *transactions to the keyed ASSETMST asset master (asset tag):
      *  ADD  PLACE AN ASSET IN SERVICE - DESCRIPTION, ACQUISITION
      *       DATE AND COST, USEFUL LIFE IN MONTHS, DEPRECIATION
      *       METHOD (S STRAIGHT-LINE, D DOUBLE-DECLINING BALANCE),
      *       GL ASSET AND ACCUMULATED-DEPRECIATION ACCOUNTS, AND
      *       LOCATION
      *  XFR  MOVE AN ACTIVE ASSET TO ANOTHER LOCATION
      *  DSP  DISPOSE OF AN ACTIVE ASSET ON A DATE FOR ITS PROCEEDS
      *Each addition is capitalized through POSTOUT: debit the asset
      *account, credit the capital outlay account the purchase was
      *expensed to (ASTCTL CAPX, default 6900).  A disposal takes
      *the asset off the books: debit accumulated depreciation for
      *what has been taken, debit cash (ASTCTL CASH, default 1000)
      *for the proceeds, credit the asset account for its cost, and
      *the difference is the gain or loss on disposal (ASTCTL GNLS,
      *default 7900).  A transfer books nothing.  A posting is split
      *where the amount passes what one POSTIN record holds; the
      *postings carry a blank period (the open period).  DEPRRUN
      *takes the monthly depreciation and ASSETRF rolls the register
      *forward at year end.  Rejected transactions print on the
      *ASTREJ report and end the run RC=4.
      *
      *ASTCTL ENTRIES USED HERE:
      *  CAPX  CAPITAL OUTLAY ACCOUNT (4)
      *  CASH  OPERATING CASH ACCOUNT (4)
      *  GNLS  GAIN OR LOSS ON DISPOSAL ACCOUNT (4)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ASSETMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-TRAN-FILE ASSIGN TO ASTTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ASSET-CTL-FILE ASSIGN TO ASTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASTCTL-STATUS.
           SELECT ASSET-MASTER ASSIGN TO ASSETMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-TAG
           FILE STATUS IS WS-ASSETMST-STATUS.
           SELECT POSTING-OUT-FILE ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO ASTREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ASSET TRANSACTIONS.  AN XFR USES THE TAG, DATE AND LOCATION;
      * A DSP USES THE TAG, DATE AND AMOUNT (THE PROCEEDS)
      *****************************************************************
       FD  ASSET-TRAN-FILE.
       01  ASSET-TRAN-REC.
           05  AT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  AT-TAG                       PIC X(8).
           05  FILLER                       PIC X.
           05  AT-DESCRIPTION               PIC X(30).
           05  FILLER                       PIC X.
           05  AT-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  AT-AMOUNT                    PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  AT-LIFE-MONTHS               PIC 9(3).
           05  FILLER                       PIC X.
           05  AT-METHOD                    PIC X(1).
           05  FILLER                       PIC X.
           05  AT-ASSET-ACCOUNT             PIC X(4).
           05  FILLER                       PIC X.
           05  AT-ACCUM-ACCOUNT             PIC X(4).
           05  FILLER                       PIC X.
           05  AT-LOCATION                  PIC X(8).

      *****ASSET CONTROL - ACCOUNTS AND THE ROLL-FORWARD YEAR**********
       FD  ASSET-CTL-FILE.
       01  ASSET-CTL-REC.
           05  ASC-TYPE                     PIC X(4).
           05  ASC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES ASC-VALUE-FULL.
               10  ASC-ACCOUNT              PIC X(4).
               10  FILLER                   PIC X(4).

      *****************************************************************
      * FIXED-ASSET MASTER - ONE RECORD PER ASSET TAG.  STATUS A IN
      * SERVICE, D DISPOSED.  ACCUMULATED DEPRECIATION AND THE YEAR-
      * TO-DATE CHARGE ARE KEPT BY DEPRRUN; A DISPOSED ASSET KEEPS
      * WHAT WAS TAKEN ON IT SO THE YEAR'S ROLL-FORWARD CAN SHOW IT
      *****************************************************************
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

      *****GL POSTINGS IN THE POSTIN LAYOUT - SEE GLPOST***************
       FD  POSTING-OUT-FILE.
       01  POSTING-OUT-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
           05  PO-PERIOD                    PIC X(6).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-ASSET-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 ASSET-FOUND                        VALUE 'Y'.
       01 WS-ASTCTL-STATUS             PIC XX.
       01 WS-ASSETMST-STATUS           PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).
       01 WS-DATE-NUM                  PIC 9(8).

      *****ASSET CONTROL VALUES - DEFAULTS WHEN ASTCTL IS SILENT*******
       01 WS-CAPITAL-OUTLAY-ACCOUNT    PIC X(4)     VALUE '6900'.
       01 WS-CASH-ACCOUNT              PIC X(4)     VALUE '1000'.
       01 WS-GAIN-LOSS-ACCOUNT         PIC X(4)     VALUE '7900'.

      *****ONE TRANSACTION'S POSTING WORK AREAS************************
       01 WS-NET-BOOK-VALUE            PIC 9(9)V99.
       01 WS-DEBIT-ACCOUNT             PIC X(4).
       01 WS-CREDIT-ACCOUNT            PIC X(4).
       01 WS-POST-REMAINING            PIC 9(9)V99.
       01 WS-POST-PIECE                PIC 9(5)V99.
       01 WS-POSTING-MAX               PIC 9(5)V99  VALUE 99999.99.

      *****MAINTENANCE DISPOSITION COUNTERS AND TOTALS*****************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-ASSETS-ADDED          PIC 9(5)     VALUE 0.
       01 WS-ASSETS-ADDEDZ         PIC ZZ,ZZ9.
       01 WS-ASSETS-TRANSFERRED    PIC 9(5)     VALUE 0.
       01 WS-ASSETS-TRANSFERREDZ   PIC ZZ,ZZ9.
       01 WS-ASSETS-DISPOSED       PIC 9(5)     VALUE 0.
       01 WS-ASSETS-DISPOSEDZ      PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-POSTINGS-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-POSTINGS-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-ADDED-TOTAL           PIC 9(11)V99 VALUE 0.
       01 WS-DISPOSED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(33) VALUE
                   'REJECTED ASSET TRANSACTIONS -   '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(10) VALUE 'TAG'.
           05                 PIC X(10) VALUE 'DATE'.
           05                 PIC X(15) VALUE '         AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-TAG            PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-DATE           PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ASSET-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ASSETMNT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-ASSET-CONTROL.
           OPEN INPUT ASSET-CTL-FILE.
           IF WS-ASTCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-ASSET-CTL-REC UNTIL CTL-EOF.
           IF WS-ASTCTL-STATUS = '00' OR WS-ASTCTL-STATUS = '10'
               CLOSE ASSET-CTL-FILE
           END-IF.
           DISPLAY 'Capital Outlay Account    : '
                   WS-CAPITAL-OUTLAY-ACCOUNT.
           DISPLAY 'Cash Account              : ' WS-CASH-ACCOUNT.
           DISPLAY 'Gain/Loss Account         : ' WS-GAIN-LOSS-ACCOUNT.

       155-READ-ASSET-CTL-REC.
           READ ASSET-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE ASC-TYPE
                   WHEN 'CAPX'
                       MOVE ASC-ACCOUNT TO WS-CAPITAL-OUTLAY-ACCOUNT
                   WHEN 'CASH'
                       MOVE ASC-ACCOUNT TO WS-CASH-ACCOUNT
                   WHEN 'GNLS'
                       MOVE ASC-ACCOUNT TO WS-GAIN-LOSS-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE ASSET MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT ASSET-TRAN-FILE.
           OPEN I-O ASSET-MASTER.
           IF WS-ASSETMST-STATUS = '35'
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF.
           OPEN OUTPUT POSTING-OUT-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ ASSET-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   PERFORM 350-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * AN ADD IS A NEW TAG WITH EVERYTHING DEPRECIATION NEEDS; AN XFR
      * OR DSP IS AN ASSET ON FILE AND STILL IN SERVICE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF AT-TAG = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ASSET TAG BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND AT-ACTION NOT = 'ADD' AND AT-ACTION NOT = 'XFR'
              AND AT-ACTION NOT = 'DSP'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF AT-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'DATE NOT VALID' TO WS-REJECT-REASON
               ELSE
                   MOVE AT-DATE TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'DATE NOT VALID' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-ASSET-MASTER
               IF AT-ACTION = 'ADD'
                   IF ASSET-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ASSET TAG ALREADY ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 330-EDIT-NEW-ASSET
                   END-IF
               ELSE
                   IF NOT ASSET-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ASSET NOT ON FILE' TO WS-REJECT-REASON
                   ELSE
                       IF NOT AS-IN-SERVICE
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'ASSET ALREADY DISPOSED'
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 340-EDIT-XFR-OR-DSP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-READ-ASSET-MASTER.
           MOVE AT-TAG TO AS-TAG.
           READ ASSET-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ASSET-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ASSET-FOUND-SWITCH
           END-READ.

       330-EDIT-NEW-ASSET.
           IF AT-AMOUNT NOT NUMERIC OR AT-AMOUNT = 0
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'COST NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND (AT-LIFE-MONTHS NOT NUMERIC OR AT-LIFE-MONTHS = 0)
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'USEFUL LIFE NOT VALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND AT-METHOD NOT = 'S' AND AT-METHOD NOT = 'D'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'METHOD NOT S OR D' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND (AT-ASSET-ACCOUNT = SPACES
                   OR AT-ACCUM-ACCOUNT = SPACES)
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'GL ACCOUNT MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND AT-LOCATION = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'LOCATION MISSING' TO WS-REJECT-REASON
           END-IF.

       340-EDIT-XFR-OR-DSP.
           IF AT-ACTION = 'XFR'
               IF AT-LOCATION = SPACES OR AT-LOCATION = AS-LOCATION
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'NEW LOCATION MISSING OR SAME'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               IF AT-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'PROCEEDS NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
               IF TRAN-VALID AND AT-DATE < AS-ACQ-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'DISPOSED BEFORE ACQUIRED' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           EVALUATE AT-ACTION
               WHEN 'ADD'
                   PERFORM 360-ADD-ASSET
               WHEN 'XFR'
                   PERFORM 365-TRANSFER-ASSET
               WHEN 'DSP'
                   PERFORM 370-DISPOSE-ASSET
           END-EVALUATE.

      *****************************************************************
      * CAPITALIZE - DEBIT THE ASSET ACCOUNT, CREDIT CAPITAL OUTLAY
      *****************************************************************
       360-ADD-ASSET.
           MOVE AT-TAG TO AS-TAG.
           MOVE AT-DESCRIPTION TO AS-DESCRIPTION.
           MOVE AT-DATE TO AS-ACQ-DATE.
           MOVE AT-AMOUNT TO AS-COST.
           MOVE AT-LIFE-MONTHS TO AS-LIFE-MONTHS.
           MOVE AT-METHOD TO AS-METHOD.
           MOVE AT-ASSET-ACCOUNT TO AS-ASSET-ACCOUNT.
           MOVE AT-ACCUM-ACCOUNT TO AS-ACCUM-ACCOUNT.
           MOVE AT-LOCATION TO AS-LOCATION.
           MOVE 'A' TO AS-STATUS.
           MOVE 0 TO AS-ACCUM-DEPR.
           MOVE SPACES TO AS-LAST-DEPR-PERIOD.
           MOVE AT-DATE(1:4) TO AS-DEPR-YEAR.
           MOVE 0 TO AS-DEPR-YTD.
           MOVE SPACES TO AS-DISPOSAL-DATE.
           MOVE 0 TO AS-PROCEEDS.
           MOVE SPACES TO AS-LAST-TRANSFER-DATE.
           WRITE ASSET-MASTER-REC.
           ADD 1 TO WS-ASSETS-ADDED.
           ADD AT-AMOUNT TO WS-ADDED-TOTAL.
           MOVE AS-ASSET-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE WS-CAPITAL-OUTLAY-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE AS-COST TO WS-POST-REMAINING.
           PERFORM 380-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

       365-TRANSFER-ASSET.
           MOVE AT-LOCATION TO AS-LOCATION.
           MOVE AT-DATE TO AS-LAST-TRANSFER-DATE.
           REWRITE ASSET-MASTER-REC.
           ADD 1 TO WS-ASSETS-TRANSFERRED.

      *****************************************************************
      * OFF THE BOOKS - THE ACCUMULATED DEPRECIATION AND THE PROCEEDS
      * AGAINST THE COST, THE DIFFERENCE TO GAIN OR LOSS
      *****************************************************************
       370-DISPOSE-ASSET.
           MOVE 'D' TO AS-STATUS.
           MOVE AT-DATE TO AS-DISPOSAL-DATE.
           MOVE AT-AMOUNT TO AS-PROCEEDS.
           REWRITE ASSET-MASTER-REC.
           ADD 1 TO WS-ASSETS-DISPOSED.
           ADD AS-COST TO WS-DISPOSED-TOTAL.
           COMPUTE WS-NET-BOOK-VALUE = AS-COST - AS-ACCUM-DEPR.
           MOVE AS-ACCUM-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE AS-ASSET-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE AS-ACCUM-DEPR TO WS-POST-REMAINING.
           PERFORM 380-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.
           MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT.
           IF AS-PROCEEDS NOT < WS-NET-BOOK-VALUE
               MOVE WS-NET-BOOK-VALUE TO WS-POST-REMAINING
               PERFORM 380-WRITE-POSTING-PAIR
                   UNTIL WS-POST-REMAINING = 0
               MOVE WS-GAIN-LOSS-ACCOUNT TO WS-CREDIT-ACCOUNT
               COMPUTE WS-POST-REMAINING =
                   AS-PROCEEDS - WS-NET-BOOK-VALUE
               PERFORM 380-WRITE-POSTING-PAIR
                   UNTIL WS-POST-REMAINING = 0
           ELSE
               MOVE AS-PROCEEDS TO WS-POST-REMAINING
               PERFORM 380-WRITE-POSTING-PAIR
                   UNTIL WS-POST-REMAINING = 0
               MOVE WS-GAIN-LOSS-ACCOUNT TO WS-DEBIT-ACCOUNT
               COMPUTE WS-POST-REMAINING =
                   WS-NET-BOOK-VALUE - AS-PROCEEDS
               PERFORM 380-WRITE-POSTING-PAIR
                   UNTIL WS-POST-REMAINING = 0
           END-IF.

      *****************************************************************
      * ONE DEBIT AND ONE CREDIT OF UP TO THE LARGEST AMOUNT A POSTIN
      * RECORD HOLDS - REPEATED UNTIL THE WHOLE AMOUNT IS BOOKED
      *****************************************************************
       380-WRITE-POSTING-PAIR.
           IF WS-POST-REMAINING > WS-POSTING-MAX
               MOVE WS-POSTING-MAX TO WS-POST-PIECE
           ELSE
               MOVE WS-POST-REMAINING TO WS-POST-PIECE
           END-IF.
           SUBTRACT WS-POST-PIECE FROM WS-POST-REMAINING.
           MOVE WS-DEBIT-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'D' TO PO-DEBIT-CREDIT.
           MOVE WS-POST-PIECE TO PO-AMOUNT.
           MOVE SPACES TO PO-PERIOD.
           WRITE POSTING-OUT-REC.
           MOVE WS-CREDIT-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           WRITE POSTING-OUT-REC.
           ADD 2 TO WS-POSTINGS-WRITTEN.

       390-WRITE-REJECT-LINE.
           MOVE AT-ACTION TO RJD-ACTION.
           MOVE AT-TAG TO RJD-TAG.
           MOVE AT-DATE TO RJD-DATE.
           IF AT-AMOUNT NUMERIC
               MOVE AT-AMOUNT TO RJD-AMOUNT
           ELSE
               MOVE 0 TO RJD-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS - RC=4 ON ANY REJECT*
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-ASSETS-ADDED TO WS-ASSETS-ADDEDZ.
           DISPLAY 'Assets Added              : ' WS-ASSETS-ADDEDZ.
           MOVE WS-ADDED-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Cost Capitalized          : ' WS-AMOUNTZ.
           MOVE WS-ASSETS-TRANSFERRED TO WS-ASSETS-TRANSFERREDZ.
           DISPLAY 'Assets Transferred        : '
                   WS-ASSETS-TRANSFERREDZ.
           MOVE WS-ASSETS-DISPOSED TO WS-ASSETS-DISPOSEDZ.
           DISPLAY 'Assets Disposed           : ' WS-ASSETS-DISPOSEDZ.
           MOVE WS-DISPOSED-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Cost Disposed             : ' WS-AMOUNTZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           MOVE WS-POSTINGS-WRITTEN TO WS-POSTINGS-WRITTENZ.
           DISPLAY 'GL Postings Written       : ' WS-POSTINGS-WRITTENZ.
           DISPLAY '**************************************************'.
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE ASSET-TRAN-FILE
                 ASSET-MASTER
                 POSTING-OUT-FILE
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
