      *****************************************************************
      *PURPOSE: Financial statements.  GLCLOSE prints a trial balance
      *of four-digit accounts and every month someone retyped it into
      *a balance sheet and an operating statement.  This program
      *produces both straight off the GLBAL balance master for the
      *FINCTL PERD period, with comparative columns for the prior
      *period and the same period a year earlier.  The ACCTHIER
      *account hierarchy member maps GL accounts (a range per row)
      *to statement lines, and each line to its section:
      *  A  ASSETS            BALANCE SHEET - ENDING BALANCE
      *  L  LIABILITIES       BALANCE SHEET - ENDING BALANCE
      *  E  EQUITY            BALANCE SHEET - ENDING BALANCE
      *  R  REVENUE           OPERATING STATEMENT - PERIOD ACTIVITY
      *  X  EXPENSES          OPERATING STATEMENT - PERIOD ACTIVITY
      *Several rows may feed one line; lines print in the order the
      *member first names them.  Revenue and expense accounts are
      *never closed out on GLBAL, so their running balances show in
      *equity as current earnings - the balance sheet then proves
      *that assets equal liabilities plus equity in every column.
      *A statement is only run for a period GLPERCTL shows CLSD - an
      *open period's figures can still move, and the run is refused
      *RC=8.  A balance sheet that does not prove ends RC=8; a GLBAL
      *account the hierarchy does not map is listed and ends RC=4.
      *
      *ACCTHIER ROWS:  FROM TO S LINE CAPTION
      *FINCTL ENTRY:   PERD CCYYMM   STATEMENT PERIOD
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      FINSTMT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIN-CTL-FILE ASSIGN TO FINCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINCTL-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO GLPERCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIERARCHY-FILE ASSIGN TO ACCTHIER
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GB-KEY
           FILE STATUS IS WS-GLBAL-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO FINRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL CARD - THE STATEMENT PERIOD (CCYYMM)****************
       FD  FIN-CTL-FILE.
       01  FIN-CTL-REC.
           05  FC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  FC-PERIOD                    PIC X(6).

      *****PERIOD CONTROL - THE CLOSED PERIODS (SEE GLPOST/GLCLOSE)****
       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           05  PC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  PC-PERIOD                    PIC X(6).

      *****ACCOUNT HIERARCHY - ACCOUNT RANGE TO STATEMENT LINE*********
       FD  HIERARCHY-FILE.
       01  HIERARCHY-REC.
           05  AH-FROM-ACCOUNT              PIC X(4).
           05  FILLER                       PIC X.
           05  AH-TO-ACCOUNT                PIC X(4).
           05  FILLER                       PIC X.
           05  AH-SECTION                   PIC X(1).
           05  FILLER                       PIC X.
           05  AH-LINE-CODE                 PIC X(4).
           05  FILLER                       PIC X.
           05  AH-CAPTION                   PIC X(30).

      *****GL BALANCE MASTER - SEE GLPOST******************************
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE          PIC X(4).
               10  GB-PERIOD                PIC X(6).
           05  GB-DEBITS                    PIC 9(9)V99.
           05  GB-CREDITS                   PIC 9(9)V99.
           05  GB-CARRY-FORWARD             PIC S9(9)V99.

      ***BALANCE SHEET AND OPERATING STATEMENT*************************
       FD  STATEMENT-FILE.
       01  STMT-OUT-REC                     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-PER-EOF               PIC X        VALUE 'N'.
              88 PER-EOF                            VALUE 'Y'.
           05 WS-HIER-EOF              PIC X        VALUE 'N'.
              88 HIER-EOF                           VALUE 'Y'.
           05 WS-GLBAL-EOF             PIC X        VALUE 'N'.
              88 GLBAL-EOF                          VALUE 'Y'.
           05 WS-CLOSED-SWITCH         PIC X        VALUE 'N'.
              88 PERIOD-CLOSED                      VALUE 'Y'.
       01 WS-FINCTL-STATUS             PIC XX.
       01 WS-GLBAL-STATUS              PIC XX.

      *****************************************************************
      * THE THREE COLUMNS - 1 THE STATEMENT PERIOD, 2 THE PRIOR
      * PERIOD, 3 THE SAME PERIOD A YEAR EARLIER
      *****************************************************************
       01 WS-STMT-PERIOD               PIC X(6)     VALUE SPACES.
       01 WS-PERIOD-WORK.
           05 WS-PER-YEAR              PIC 9(4).
           05 WS-PER-MONTH             PIC 9(2).
       01 WS-COLUMN-PERIODS.
           05 WS-COL-PERIOD            PIC X(6)     OCCURS 3 TIMES.
       01 WS-COL                       PIC 9(1).
       01 WS-COL-HIT                   PIC 9(1).

      *****ACCOUNT HIERARCHY ROWS AND THE STATEMENT LINES THEY FEED****
       01 WS-HIER-COUNT                PIC 9(3)     VALUE 0.
       01 WS-HIER-SUB                  PIC 9(3).
       01 WS-HIER-HIT                  PIC 9(3).
       01 WS-HIER-TABLE.
           05 WS-HIER-ENTRY OCCURS 200 TIMES.
              10 WS-HIER-FROM          PIC X(4).
              10 WS-HIER-TO            PIC X(4).
              10 WS-HIER-LINE          PIC 9(3).
       01 WS-LINE-COUNT                PIC 9(3)     VALUE 0.
       01 WS-LINE-SUB                  PIC 9(3).
       01 WS-LINE-HIT                  PIC 9(3).
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 100 TIMES.
              10 WS-LINE-CODE          PIC X(4).
              10 WS-LINE-SECTION       PIC X(1).
              10 WS-LINE-CAPTION       PIC X(30).
              10 WS-LINE-AMOUNT        PIC S9(11)V99 OCCURS 3 TIMES.

      *****SECTION TOTALS BY COLUMN - IN A L E R X ORDER***************
       01 WS-SECTION-CODES             PIC X(5)     VALUE 'ALERX'.
       01 WS-SECTION-CODE-TABLE REDEFINES WS-SECTION-CODES.
           05 WS-SECTION-CODE          PIC X(1)     OCCURS 5 TIMES.
       01 WS-SEC                       PIC 9(1).
       01 WS-PRINT-SECTION             PIC X(1).
       01 WS-SECTION-TOTALS.
           05 WS-SEC-ENTRY OCCURS 5 TIMES.
              10 WS-SEC-AMOUNT         PIC S9(11)V99 OCCURS 3 TIMES.
       01 WS-EARNINGS-TOTALS.
           05 WS-EARNINGS              PIC S9(11)V99 OCCURS 3 TIMES.
       01 WS-PROOF-TOTALS.
           05 WS-PROOF                 PIC S9(11)V99 OCCURS 3 TIMES.

      *****ONE GLBAL ROW'S FIGURES*************************************
       01 WS-ENDING-BALANCE            PIC S9(11)V99.
       01 WS-PERIOD-ACTIVITY           PIC S9(11)V99.
       01 WS-LINE-FIGURE               PIC S9(11)V99.

      *****ACCOUNTS ON GLBAL THE HIERARCHY DOES NOT MAP****************
       01 WS-UNMAP-COUNT               PIC 9(3)     VALUE 0.
       01 WS-UNMAP-SUB                 PIC 9(3).
       01 WS-UNMAP-HIT                 PIC 9(3).
       01 WS-UNMAP-TABLE.
           05 WS-UNMAP-ENTRY OCCURS 50 TIMES.
              10 WS-UNMAP-ACCOUNT      PIC X(4).
              10 WS-UNMAP-AMOUNT       PIC S9(11)V99 OCCURS 3 TIMES.

      *****STATEMENT COUNTERS******************************************
       01 WS-ROWS-READ             PIC 9(7)     VALUE 0.
       01 WS-ROWS-READZ            PIC Z,ZZZ,ZZ9.
       01 WS-ROWS-USED             PIC 9(7)     VALUE 0.
       01 WS-ROWS-USEDZ            PIC Z,ZZZ,ZZ9.
       01 WS-UNMAP-COUNTZ          PIC ZZ9.
       01 WS-OUT-OF-BALANCE        PIC 9(1)     VALUE 0.

      *****REPORT LINE LAYOUTS*****************************************
       01  FIN-TITLE-LINE.
           05  FTL-TITLE          PIC X(30).
           05                     PIC X(12) VALUE ' - PERIOD   '.
           05  FTL-PERIOD         PIC X(6).
       01  FIN-COLUMN-HEADING.
           05                     PIC X(36) VALUE SPACES.
           05                     PIC X(7)  VALUE SPACES.
           05  FCH-PERIOD         PIC X(14) OCCURS 3 TIMES.
       01  FIN-COLUMN-HEADING-2.
           05                     PIC X(36) VALUE SPACES.
           05                     PIC X(21) VALUE
                   '              CURRENT'.
           05                     PIC X(21) VALUE
                   '         PRIOR PERIOD'.
           05                     PIC X(21) VALUE
                   '           PRIOR YEAR'.
       01  FIN-SECTION-LINE.
           05  FSL-TITLE          PIC X(36).
       01  FIN-AMOUNT-LINE.
           05  FAL-CAPTION        PIC X(36).
           05  FAL-AMOUNT-AREA    OCCURS 3 TIMES.
               10                 PIC X(2).
               10  FAL-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05                     PIC X(1).
           05  FAL-FLAG           PIC X(3).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-STATEMENT-PERIOD.
           PERFORM 170-CHECK-PERIOD-CLOSED.
           PERFORM 180-LOAD-HIERARCHY.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-GATHER-ONE-ROW UNTIL GLBAL-EOF.
           PERFORM 400-WRITE-BALANCE-SHEET.
           PERFORM 450-WRITE-OPERATING-STATEMENT.
           PERFORM 480-WRITE-UNMAPPED-ACCOUNTS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies FINSTMT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE STATEMENT PERIOD, AND FROM IT THE PRIOR PERIOD AND THE
      * SAME PERIOD A YEAR EARLIER
      *****************************************************************
       150-LOAD-STATEMENT-PERIOD.
           OPEN INPUT FIN-CTL-FILE.
           IF WS-FINCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-FIN-CTL-REC UNTIL CTL-EOF.
           IF WS-FINCTL-STATUS = '00' OR WS-FINCTL-STATUS = '10'
               CLOSE FIN-CTL-FILE
           END-IF.
           IF WS-STMT-PERIOD NOT NUMERIC
               DISPLAY '*** FINCTL HAS NO PERD STATEMENT PERIOD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-STMT-PERIOD TO WS-COL-PERIOD(1).
           MOVE WS-STMT-PERIOD TO WS-PERIOD-WORK.
           IF WS-PER-MONTH = 1
               SUBTRACT 1 FROM WS-PER-YEAR
               MOVE 12 TO WS-PER-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PER-MONTH
           END-IF.
           MOVE WS-PERIOD-WORK TO WS-COL-PERIOD(2).
           MOVE WS-STMT-PERIOD TO WS-PERIOD-WORK.
           SUBTRACT 1 FROM WS-PER-YEAR.
           MOVE WS-PERIOD-WORK TO WS-COL-PERIOD(3).
           DISPLAY 'Statement Period          : ' WS-COL-PERIOD(1).
           DISPLAY 'Prior Period              : ' WS-COL-PERIOD(2).
           DISPLAY 'Prior Year Period         : ' WS-COL-PERIOD(3).

       155-READ-FIN-CTL-REC.
           READ FIN-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND FC-TYPE = 'PERD'
               MOVE FC-PERIOD TO WS-STMT-PERIOD
           END-IF.

      *****************************************************************
      * AN OPEN (OR NEVER OPENED) PERIOD'S FIGURES CAN STILL MOVE -
      * NO STATEMENTS UNTIL GLCLOSE HAS CLOSED IT
      *****************************************************************
       170-CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-CTL-FILE.
           PERFORM 175-READ-PERIOD-REC UNTIL PER-EOF.
           CLOSE PERIOD-CTL-FILE.
           IF NOT PERIOD-CLOSED
               DISPLAY '*** PERIOD ' WS-STMT-PERIOD ' NOT CLOSED - '
                       'STATEMENTS REFUSED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       175-READ-PERIOD-REC.
           READ PERIOD-CTL-FILE
               AT END MOVE 'Y' TO WS-PER-EOF
           END-READ.
           IF NOT PER-EOF
               IF PC-TYPE = 'CLSD' AND PC-PERIOD = WS-STMT-PERIOD
                   MOVE 'Y' TO WS-CLOSED-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * EACH ROW'S LINE IS ADDED THE FIRST TIME ITS CODE IS SEEN - THE
      * FIRST ROW NAMING A LINE GIVES ITS SECTION AND CAPTION
      *****************************************************************
       180-LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE.
           PERFORM 185-READ-HIERARCHY-REC UNTIL HIER-EOF.
           CLOSE HIERARCHY-FILE.
           DISPLAY 'Hierarchy Rows Loaded     : ' WS-HIER-COUNT.
           DISPLAY 'Statement Lines           : ' WS-LINE-COUNT.

       185-READ-HIERARCHY-REC.
           READ HIERARCHY-FILE
               AT END MOVE 'Y' TO WS-HIER-EOF
           END-READ.
           IF NOT HIER-EOF
              AND WS-HIER-COUNT < 200
              AND (AH-SECTION = 'A' OR 'L' OR 'E' OR 'R' OR 'X')
               MOVE 0 TO WS-LINE-HIT
               PERFORM 190-MATCH-LINE-CODE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                      OR WS-LINE-HIT > 0
               IF WS-LINE-HIT = 0 AND WS-LINE-COUNT < 100
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-HIT
                   MOVE AH-LINE-CODE TO WS-LINE-CODE(WS-LINE-HIT)
                   MOVE AH-SECTION TO WS-LINE-SECTION(WS-LINE-HIT)
                   MOVE AH-CAPTION TO WS-LINE-CAPTION(WS-LINE-HIT)
                   MOVE 0 TO WS-LINE-AMOUNT(WS-LINE-HIT, 1)
                   MOVE 0 TO WS-LINE-AMOUNT(WS-LINE-HIT, 2)
                   MOVE 0 TO WS-LINE-AMOUNT(WS-LINE-HIT, 3)
               END-IF
               IF WS-LINE-HIT > 0
                   ADD 1 TO WS-HIER-COUNT
                   MOVE AH-FROM-ACCOUNT TO WS-HIER-FROM(WS-HIER-COUNT)
                   MOVE AH-TO-ACCOUNT TO WS-HIER-TO(WS-HIER-COUNT)
                   MOVE WS-LINE-HIT TO WS-HIER-LINE(WS-HIER-COUNT)
               END-IF
           END-IF.

       190-MATCH-LINE-CODE.
           IF WS-LINE-CODE(WS-LINE-SUB) = AH-LINE-CODE
               MOVE WS-LINE-SUB TO WS-LINE-HIT
           END-IF.

      *****************************************************************
      * NO GLBAL - EVERY FIGURE IS ZERO
      *****************************************************************
       200-OPEN-FILES.
           INITIALIZE WS-SECTION-TOTALS
                      WS-EARNINGS-TOTALS.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-GLBAL-EOF
           ELSE
               MOVE LOW-VALUES TO GB-KEY
               START GL-BALANCE-FILE KEY NOT < GB-KEY
                   INVALID KEY MOVE 'Y' TO WS-GLBAL-EOF
               END-START
           END-IF.

      *****************************************************************
      * A GLBAL ROW FOR ONE OF THE THREE COLUMN PERIODS GOES TO ITS
      * STATEMENT LINE - THE BALANCE SHEET TAKES THE ENDING BALANCE,
      * THE OPERATING STATEMENT THE PERIOD'S ACTIVITY.  CREDIT-BALANCE
      * SECTIONS AND REVENUE SHOW AS POSITIVE FIGURES
      *****************************************************************
       300-GATHER-ONE-ROW.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GLBAL-EOF
           END-READ.
           IF NOT GLBAL-EOF
               ADD 1 TO WS-ROWS-READ
               MOVE 0 TO WS-COL-HIT
               PERFORM 305-MATCH-COLUMN
                   VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3
               IF WS-COL-HIT > 0
                   ADD 1 TO WS-ROWS-USED
                   PERFORM 310-APPLY-ROW
               END-IF
           END-IF.

       305-MATCH-COLUMN.
           IF GB-PERIOD = WS-COL-PERIOD(WS-COL)
               MOVE WS-COL TO WS-COL-HIT
           END-IF.

       310-APPLY-ROW.
           COMPUTE WS-ENDING-BALANCE =
               GB-CARRY-FORWARD + GB-DEBITS - GB-CREDITS.
           COMPUTE WS-PERIOD-ACTIVITY = GB-DEBITS - GB-CREDITS.
           MOVE 0 TO WS-HIER-HIT.
           PERFORM 320-MATCH-HIERARCHY
               VARYING WS-HIER-SUB FROM 1 BY 1
               UNTIL WS-HIER-SUB > WS-HIER-COUNT OR WS-HIER-HIT > 0.
           IF WS-HIER-HIT = 0
               PERFORM 340-ADD-UNMAPPED
           ELSE
               MOVE WS-HIER-LINE(WS-HIER-HIT) TO WS-LINE-HIT
               EVALUATE WS-LINE-SECTION(WS-LINE-HIT)
                   WHEN 'A'
                       MOVE WS-ENDING-BALANCE TO WS-LINE-FIGURE
                       MOVE 1 TO WS-SEC
                   WHEN 'L'
                       COMPUTE WS-LINE-FIGURE = 0 - WS-ENDING-BALANCE
                       MOVE 2 TO WS-SEC
                   WHEN 'E'
                       COMPUTE WS-LINE-FIGURE = 0 - WS-ENDING-BALANCE
                       MOVE 3 TO WS-SEC
                   WHEN 'R'
                       COMPUTE WS-LINE-FIGURE = 0 - WS-PERIOD-ACTIVITY
                       MOVE 4 TO WS-SEC
                       SUBTRACT WS-ENDING-BALANCE
                           FROM WS-EARNINGS(WS-COL-HIT)
                   WHEN 'X'
                       MOVE WS-PERIOD-ACTIVITY TO WS-LINE-FIGURE
                       MOVE 5 TO WS-SEC
                       SUBTRACT WS-ENDING-BALANCE
                           FROM WS-EARNINGS(WS-COL-HIT)
               END-EVALUATE
               ADD WS-LINE-FIGURE
                   TO WS-LINE-AMOUNT(WS-LINE-HIT, WS-COL-HIT)
               ADD WS-LINE-FIGURE
                   TO WS-SEC-AMOUNT(WS-SEC, WS-COL-HIT)
           END-IF.

       320-MATCH-HIERARCHY.
           IF GB-ACCOUNT-CODE NOT < WS-HIER-FROM(WS-HIER-SUB)
              AND GB-ACCOUNT-CODE NOT > WS-HIER-TO(WS-HIER-SUB)
               MOVE WS-HIER-SUB TO WS-HIER-HIT
           END-IF.

       340-ADD-UNMAPPED.
           MOVE 0 TO WS-UNMAP-HIT.
           PERFORM 345-MATCH-UNMAPPED
               VARYING WS-UNMAP-SUB FROM 1 BY 1
               UNTIL WS-UNMAP-SUB > WS-UNMAP-COUNT OR WS-UNMAP-HIT > 0.
           IF WS-UNMAP-HIT = 0 AND WS-UNMAP-COUNT < 50
               ADD 1 TO WS-UNMAP-COUNT
               MOVE WS-UNMAP-COUNT TO WS-UNMAP-HIT
               MOVE GB-ACCOUNT-CODE TO WS-UNMAP-ACCOUNT(WS-UNMAP-HIT)
               MOVE 0 TO WS-UNMAP-AMOUNT(WS-UNMAP-HIT, 1)
               MOVE 0 TO WS-UNMAP-AMOUNT(WS-UNMAP-HIT, 2)
               MOVE 0 TO WS-UNMAP-AMOUNT(WS-UNMAP-HIT, 3)
           END-IF.
           IF WS-UNMAP-HIT > 0
               ADD WS-ENDING-BALANCE
                   TO WS-UNMAP-AMOUNT(WS-UNMAP-HIT, WS-COL-HIT)
           END-IF.

       345-MATCH-UNMAPPED.
           IF WS-UNMAP-ACCOUNT(WS-UNMAP-SUB) = GB-ACCOUNT-CODE
               MOVE WS-UNMAP-SUB TO WS-UNMAP-HIT
           END-IF.

      *****************************************************************
      * ASSETS, LIABILITIES, EQUITY WITH CURRENT EARNINGS - THEN THE
      * PROOF THAT ASSETS EQUAL LIABILITIES PLUS EQUITY
      *****************************************************************
       400-WRITE-BALANCE-SHEET.
           MOVE 'BALANCE SHEET' TO FTL-TITLE.
           PERFORM 410-WRITE-STATEMENT-HEADING.
           MOVE 'ASSETS' TO FSL-TITLE.
           MOVE 1 TO WS-SEC.
           PERFORM 420-WRITE-SECTION.
           MOVE 'LIABILITIES' TO FSL-TITLE.
           MOVE 2 TO WS-SEC.
           PERFORM 420-WRITE-SECTION.
           MOVE 'EQUITY' TO FSL-TITLE.
           MOVE 3 TO WS-SEC.
           PERFORM 420-WRITE-SECTION.
           MOVE SPACES TO FIN-AMOUNT-LINE.
           MOVE '  CURRENT EARNINGS NOT YET CLOSED' TO FAL-CAPTION.
           PERFORM 435-MOVE-EARNINGS
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3.
           MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE SPACES TO FIN-AMOUNT-LINE.
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO FAL-CAPTION.
           PERFORM 440-MOVE-PROOF
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3.
           MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE SPACES TO FIN-AMOUNT-LINE.
           MOVE 'PROOF - ASSETS LESS LIAB + EQUITY' TO FAL-CAPTION.
           PERFORM 445-MOVE-DIFFERENCE
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3.
           IF WS-OUT-OF-BALANCE > 0
               MOVE '***' TO FAL-FLAG
           END-IF.
           MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

       410-WRITE-STATEMENT-HEADING.
           MOVE WS-STMT-PERIOD TO FTL-PERIOD.
           MOVE SPACES TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE FIN-TITLE-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE FIN-COLUMN-HEADING-2 TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE SPACES TO FIN-COLUMN-HEADING.
           PERFORM 415-MOVE-COLUMN-PERIOD
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3.
           MOVE FIN-COLUMN-HEADING TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

       415-MOVE-COLUMN-PERIOD.
           MOVE SPACES TO FCH-PERIOD(WS-COL).
           MOVE WS-COL-PERIOD(WS-COL) TO FCH-PERIOD(WS-COL)(9:6).

      *****************************************************************
      * ONE SECTION - ITS LINES IN HIERARCHY ORDER AND ITS TOTAL
      *****************************************************************
       420-WRITE-SECTION.
           MOVE WS-SECTION-CODE(WS-SEC) TO WS-PRINT-SECTION.
           MOVE SPACES TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE FIN-SECTION-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           PERFORM 425-WRITE-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.
           MOVE SPACES TO FIN-AMOUNT-LINE.
           STRING 'TOTAL ' FSL-TITLE DELIMITED BY '  '
               INTO FAL-CAPTION.
           PERFORM 430-MOVE-SECTION-TOTAL
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3.
           MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

       425-WRITE-LINE.
           IF WS-LINE-SECTION(WS-LINE-SUB) = WS-PRINT-SECTION
               MOVE SPACES TO FIN-AMOUNT-LINE
               MOVE WS-LINE-CAPTION(WS-LINE-SUB) TO FAL-CAPTION(3:30)
               MOVE WS-LINE-AMOUNT(WS-LINE-SUB, 1) TO FAL-AMOUNT(1)
               MOVE WS-LINE-AMOUNT(WS-LINE-SUB, 2) TO FAL-AMOUNT(2)
               MOVE WS-LINE-AMOUNT(WS-LINE-SUB, 3) TO FAL-AMOUNT(3)
               MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC
               WRITE STMT-OUT-REC
           END-IF.

       430-MOVE-SECTION-TOTAL.
           MOVE WS-SEC-AMOUNT(WS-SEC, WS-COL) TO FAL-AMOUNT(WS-COL).

       435-MOVE-EARNINGS.
           MOVE WS-EARNINGS(WS-COL) TO FAL-AMOUNT(WS-COL).

       440-MOVE-PROOF.
           COMPUTE WS-PROOF(WS-COL) = WS-SEC-AMOUNT(2, WS-COL)
                                    + WS-SEC-AMOUNT(3, WS-COL)
                                    + WS-EARNINGS(WS-COL).
           MOVE WS-PROOF(WS-COL) TO FAL-AMOUNT(WS-COL).

       445-MOVE-DIFFERENCE.
           COMPUTE WS-PROOF(WS-COL) =
               WS-SEC-AMOUNT(1, WS-COL) - WS-PROOF(WS-COL).
           MOVE WS-PROOF(WS-COL) TO FAL-AMOUNT(WS-COL).
           IF WS-PROOF(WS-COL) NOT = 0
               MOVE 1 TO WS-OUT-OF-BALANCE
           END-IF.

      *****************************************************************
      * REVENUE AND EXPENSES FOR THE PERIOD - THE NET IS THE PERIOD'S
      * SURPLUS (OR DEFICIT, SHOWN NEGATIVE)
      *****************************************************************
       450-WRITE-OPERATING-STATEMENT.
           MOVE 'REVENUE AND EXPENSE STATEMENT' TO FTL-TITLE.
           PERFORM 410-WRITE-STATEMENT-HEADING.
           MOVE 'REVENUE' TO FSL-TITLE.
           MOVE 4 TO WS-SEC.
           PERFORM 420-WRITE-SECTION.
           MOVE 'EXPENSES' TO FSL-TITLE.
           MOVE 5 TO WS-SEC.
           PERFORM 420-WRITE-SECTION.
           MOVE SPACES TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.
           MOVE SPACES TO FIN-AMOUNT-LINE.
           MOVE 'NET SURPLUS (DEFICIT)' TO FAL-CAPTION.
           PERFORM 455-MOVE-NET-SURPLUS
               VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 3.
           MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

       455-MOVE-NET-SURPLUS.
           COMPUTE FAL-AMOUNT(WS-COL) =
               WS-SEC-AMOUNT(4, WS-COL) - WS-SEC-AMOUNT(5, WS-COL).

      *****************************************************************
      * ACCOUNTS THE HIERARCHY DOES NOT MAP - THEIR ENDING BALANCES
      * ARE ON NEITHER STATEMENT; ADD THEM TO ACCTHIER
      *****************************************************************
       480-WRITE-UNMAPPED-ACCOUNTS.
           IF WS-UNMAP-COUNT > 0
               MOVE SPACES TO STMT-OUT-REC
               WRITE STMT-OUT-REC
               MOVE 'ACCOUNTS NOT IN ACCTHIER' TO FSL-TITLE
               MOVE FIN-SECTION-LINE TO STMT-OUT-REC
               WRITE STMT-OUT-REC
               PERFORM 485-WRITE-UNMAPPED-LINE
                   VARYING WS-UNMAP-SUB FROM 1 BY 1
                   UNTIL WS-UNMAP-SUB > WS-UNMAP-COUNT
           END-IF.

       485-WRITE-UNMAPPED-LINE.
           MOVE SPACES TO FIN-AMOUNT-LINE.
           MOVE WS-UNMAP-ACCOUNT(WS-UNMAP-SUB) TO FAL-CAPTION(3:4).
           MOVE WS-UNMAP-AMOUNT(WS-UNMAP-SUB, 1) TO FAL-AMOUNT(1).
           MOVE WS-UNMAP-AMOUNT(WS-UNMAP-SUB, 2) TO FAL-AMOUNT(2).
           MOVE WS-UNMAP-AMOUNT(WS-UNMAP-SUB, 3) TO FAL-AMOUNT(3).
           MOVE FIN-AMOUNT-LINE TO STMT-OUT-REC.
           WRITE STMT-OUT-REC.

      *DISPLAY THE STATEMENT TOTALS - RC=8 OUT OF BALANCE, 4 UNMAPPED**
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ROWS-READ TO WS-ROWS-READZ.
           DISPLAY 'GLBAL Rows Read           : ' WS-ROWS-READZ.
           MOVE WS-ROWS-USED TO WS-ROWS-USEDZ.
           DISPLAY 'Rows In Statement Columns : ' WS-ROWS-USEDZ.
           MOVE WS-UNMAP-COUNT TO WS-UNMAP-COUNTZ.
           DISPLAY 'Accounts Not In ACCTHIER  : ' WS-UNMAP-COUNTZ.
           IF WS-OUT-OF-BALANCE > 0
               DISPLAY '*** BALANCE SHEET DOES NOT PROVE ***'
           ELSE
               DISPLAY 'Balance Sheet             : PROVED'
           END-IF.
           DISPLAY '**************************************************'.
           IF WS-OUT-OF-BALANCE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNMAP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE STATEMENT-FILE.
           IF WS-GLBAL-STATUS = '00' OR WS-GLBAL-STATUS = '10'
               CLOSE GL-BALANCE-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
