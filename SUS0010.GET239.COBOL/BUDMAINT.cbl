      *****************************************************************
      *PURPOSE: Budget master maintenance.  GLBAL holds the actual
      *debits and credits by account and period but there was no
      *budget to hold them against.  This program applies BUDTRAN
      *budget transactions to the keyed BUDMAST budget master by
      *account and accounting period (the same YYYYMM periods GLBAL
      *and GLPERCTL use):
      *  ADP  LOAD THE ADOPTED BUDGET FOR AN ACCOUNT AND PERIOD - THE
      *       ADOPTED FIGURE IS KEPT AS ADOPTED, NEVER OVERWRITTEN
      *  AMD  AMEND THE BUDGET FOR AN ACCOUNT AND PERIOD ALREADY
      *       ADOPTED - THE AMOUNT REPLACES THE CURRENT (AMENDED)
      *       BUDGET AND THE AMENDMENT IS COUNTED
      *Each row keeps both versions: the adopted budget and the
      *current amended budget the BUDRPT budget-versus-actual report
      *measures against.  An ADP also names the account's normal
      *side - D for an expense or asset account whose spending shows
      *as debits, C for a revenue or liability account whose
      *activity shows as credits.  A period GLPERCTL has already
      *closed cannot be budgeted or amended.  Rejected transactions
      *print on the BUDREJ report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      BUDMAINT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUD-TRAN-FILE ASSIGN TO BUDTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CTL-FILE ASSIGN TO GLPERCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-MASTER ASSIGN TO BUDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BUDMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO BUDREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * BUDGET TRANSACTIONS FROM FINANCE.  THE NORMAL SIDE IS ONLY
      * READ ON AN ADP (BLANK - D); THE REFERENCE IS THE ADOPTING OR
      * AMENDING RESOLUTION
      *****************************************************************
       FD  BUD-TRAN-FILE.
       01  BUD-TRAN-REC.
           05  BT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  BT-ACCOUNT-CODE              PIC X(4).
           05  FILLER                       PIC X.
           05  BT-PERIOD                    PIC X(6).
           05  FILLER                       PIC X.
           05  BT-AMOUNT                    PIC 9(9)V99.
           05  FILLER                       PIC X.
           05  BT-NORMAL-SIDE               PIC X(1).
           05  FILLER                       PIC X.
           05  BT-REFERENCE                 PIC X(20).

      *****PERIOD CONTROL - THE OPEN PERIOD AND THE CLOSED LIST********
       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           05  PC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  PC-PERIOD                    PIC X(6).

      *****************************************************************
      * BUDGET MASTER - ONE ROW PER ACCOUNT AND PERIOD BUDGETED, KEYED
      * LIKE THE GLBAL BALANCE MASTER IT IS MEASURED AGAINST
      *****************************************************************
       FD  BUDGET-MASTER.
       01  BUDGET-MASTER-REC.
           05  BM-KEY.
               10  BM-ACCOUNT-CODE          PIC X(4).
               10  BM-PERIOD                PIC X(6).
           05  BM-NORMAL-SIDE               PIC X(1).
               88  BM-DEBIT-ACCOUNT                     VALUE 'D'.
               88  BM-CREDIT-ACCOUNT                    VALUE 'C'.
           05  BM-ADOPTED                   PIC 9(9)V99.
           05  BM-CURRENT                   PIC 9(9)V99.
           05  BM-AMEND-COUNT               PIC 9(3).
           05  BM-LAST-REFERENCE            PIC X(20).
           05  BM-LAST-UPDATED              PIC X(8).

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
           05 WS-BUDGET-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 BUDGET-FOUND                       VALUE 'Y'.
           05 WS-CLOSED-SWITCH         PIC X        VALUE 'N'.
              88 PERIOD-CLOSED                      VALUE 'Y'.
       01 WS-BUDMAST-STATUS            PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-TODAY                     PIC X(8).

      *****CLOSED PERIODS FROM GLPERCTL********************************
       01 WS-CLS-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 120 TIMES
                             INDEXED BY CLS-IDX.
              10 WS-CLS-PERIOD         PIC X(6).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-BUDGETS-ADOPTED       PIC 9(5)     VALUE 0.
       01 WS-BUDGETS-ADOPTEDZ      PIC ZZ,ZZ9.
       01 WS-BUDGETS-AMENDED       PIC 9(5)     VALUE 0.
       01 WS-BUDGETS-AMENDEDZ      PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(32) VALUE
                   'REJECTED BUDGET TRANSACTIONS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(6)  VALUE 'ACCT'.
           05                 PIC X(8)  VALUE 'PERIOD'.
           05                 PIC X(15) VALUE '         AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-ACCOUNT-CODE   PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-PERIOD         PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(15) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-PERIOD-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies BUDMAINT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CTL-FILE.
           PERFORM 155-READ-PERIOD-REC UNTIL CTL-EOF.
           CLOSE PERIOD-CTL-FILE.

       155-READ-PERIOD-REC.
           READ PERIOD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF PC-TYPE = 'CLSD' AND WS-CLS-TAB-MAX < 120
                   ADD 1 TO WS-CLS-TAB-MAX
                   MOVE PC-PERIOD TO WS-CLS-PERIOD(WS-CLS-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * THE BUDGET MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT BUD-TRAN-FILE.
           OPEN I-O BUDGET-MASTER.
           IF WS-BUDMAST-STATUS = '35'
               OPEN OUTPUT BUDGET-MASTER
               CLOSE BUDGET-MASTER
               OPEN I-O BUDGET-MASTER
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ BUD-TRAN-FILE
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
      * THE ACTION MUST BE KNOWN, THE ACCOUNT PRESENT, THE PERIOD A
      * REAL YYYYMM NOT YET CLOSED AND THE AMOUNT NUMERIC.  AN ADP
      * NEEDS A ROW NOT YET ADOPTED; AN AMD NEEDS ONE THAT IS
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF BT-ACTION NOT = 'ADP' AND BT-ACTION NOT = 'AMD'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND BT-ACCOUNT-CODE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ACCOUNT CODE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF BT-PERIOD NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'PERIOD NOT YYYYMM' TO WS-REJECT-REASON
               ELSE
                   MOVE BT-PERIOD(5:2) TO WS-MONTH-CHECK
                   IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'PERIOD NOT YYYYMM' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               PERFORM 330-CHECK-PERIOD-CLOSED
               IF PERIOD-CLOSED
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'PERIOD ALREADY CLOSED' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND BT-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND BT-ACTION = 'ADP'
              AND BT-NORMAL-SIDE NOT = 'D' AND BT-NORMAL-SIDE NOT = 'C'
              AND BT-NORMAL-SIDE NOT = SPACE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'NORMAL SIDE NOT D OR C' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-BUDGET-MASTER
               IF BT-ACTION = 'ADP' AND BUDGET-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'ALREADY ADOPTED - USE AMD' TO WS-REJECT-REASON
               END-IF
               IF BT-ACTION = 'AMD' AND NOT BUDGET-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'NO ADOPTED BUDGET TO AMEND'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-READ-BUDGET-MASTER.
           MOVE 'N' TO WS-BUDGET-FOUND-SWITCH.
           MOVE BT-ACCOUNT-CODE TO BM-ACCOUNT-CODE.
           MOVE BT-PERIOD TO BM-PERIOD.
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-BUDGET-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BUDGET-FOUND-SWITCH
           END-READ.

       330-CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-CLOSED-SWITCH.
           SET CLS-IDX TO 1.
           PERFORM 335-SEARCH-CLOSED
               UNTIL CLS-IDX > WS-CLS-TAB-MAX OR PERIOD-CLOSED.

       335-SEARCH-CLOSED.
           IF WS-CLS-PERIOD(CLS-IDX) = BT-PERIOD
               MOVE 'Y' TO WS-CLOSED-SWITCH
           ELSE
               SET CLS-IDX UP BY 1
           END-IF.

      *****************************************************************
      * AN ADP SETS THE ADOPTED AND CURRENT BUDGETS ALIKE; AN AMD
      * REPLACES ONLY THE CURRENT BUDGET
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           EVALUATE BT-ACTION
               WHEN 'ADP'
                   MOVE BT-ACCOUNT-CODE TO BM-ACCOUNT-CODE
                   MOVE BT-PERIOD TO BM-PERIOD
                   IF BT-NORMAL-SIDE = SPACE
                       MOVE 'D' TO BM-NORMAL-SIDE
                   ELSE
                       MOVE BT-NORMAL-SIDE TO BM-NORMAL-SIDE
                   END-IF
                   MOVE BT-AMOUNT TO BM-ADOPTED
                   MOVE BT-AMOUNT TO BM-CURRENT
                   MOVE 0 TO BM-AMEND-COUNT
                   MOVE BT-REFERENCE TO BM-LAST-REFERENCE
                   MOVE WS-TODAY TO BM-LAST-UPDATED
                   WRITE BUDGET-MASTER-REC
                   ADD 1 TO WS-BUDGETS-ADOPTED
               WHEN 'AMD'
                   MOVE BT-AMOUNT TO BM-CURRENT
                   ADD 1 TO BM-AMEND-COUNT
                   MOVE BT-REFERENCE TO BM-LAST-REFERENCE
                   MOVE WS-TODAY TO BM-LAST-UPDATED
                   REWRITE BUDGET-MASTER-REC
                   ADD 1 TO WS-BUDGETS-AMENDED
           END-EVALUATE.

       390-WRITE-REJECT-LINE.
           MOVE BT-ACTION TO RJD-ACTION.
           MOVE BT-ACCOUNT-CODE TO RJD-ACCOUNT-CODE.
           MOVE BT-PERIOD TO RJD-PERIOD.
           IF BT-AMOUNT NUMERIC
               MOVE BT-AMOUNT TO RJD-AMOUNT
           ELSE
               MOVE 0 TO RJD-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-BUDGETS-ADOPTED TO WS-BUDGETS-ADOPTEDZ.
           DISPLAY 'Budgets Adopted           : ' WS-BUDGETS-ADOPTEDZ.
           MOVE WS-BUDGETS-AMENDED TO WS-BUDGETS-AMENDEDZ.
           DISPLAY 'Budgets Amended           : ' WS-BUDGETS-AMENDEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE BUD-TRAN-FILE
                 BUDGET-MASTER
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
