      *****************************************************************
      *PURPOSE: Monthly budget-versus-actual report.  Nobody could
      *tell mid-year whether an account was running hot - GLBAL held
      *the actuals and there was no budget.  This program reports
      *each account on the BUDMAST budget master (loaded by BUDMAINT)
      *for the period GLPERCTL shows open, the month about to be
      *closed: the month's current budget and actual, the year-to-
      *date budget and actual, the annual budget and what remains of
      *it, and the percent of the annual budget consumed against the
      *percent of the year elapsed.  Actuals are the period activity
      *on GLBAL (carry-forward excluded), debits less credits for a
      *D account and credits less debits for a C account.  An
      *account is flagged:
      *  OVER  YEAR-TO-DATE ACTUAL ALREADY EXCEEDS THE ANNUAL BUDGET
      *  PACE  BUDGET CONSUMED FASTER THAN THE YEAR HAS ELAPSED - AT
      *        THIS RATE THE ACCOUNT WILL EXCEED ITS BUDGET
      *The report runs in the GLCLOSE job ahead of the close; any
      *flagged account ends the step RC=4 so finance sees the flags
      *before the period closes.  The annual budget is the sum of the
      *current (amended) budgets for the year's periods; an annual
      *budget amended away from the adopted one is marked '*'.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      BUDRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CTL-FILE ASSIGN TO GLPERCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-MASTER ASSIGN TO BUDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-KEY
           FILE STATUS IS WS-BUDMAST-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GB-KEY
           FILE STATUS IS WS-GLBAL-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO BUDVAR
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PERIOD CONTROL - THE OPEN PERIOD AND THE CLOSED LIST********
       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC.
           05  PC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  PC-PERIOD                    PIC X(6).

      *****BUDGET MASTER - SEE BUDMAINT********************************
       FD  BUDGET-MASTER.
       01  BUDGET-MASTER-REC.
           05  BM-KEY.
               10  BM-ACCOUNT-CODE          PIC X(4).
               10  BM-PERIOD                PIC X(6).
           05  BM-NORMAL-SIDE               PIC X(1).
               88  BM-CREDIT-ACCOUNT                    VALUE 'C'.
           05  BM-ADOPTED                   PIC 9(9)V99.
           05  BM-CURRENT                   PIC 9(9)V99.
           05  BM-AMEND-COUNT               PIC 9(3).
           05  BM-LAST-REFERENCE            PIC X(20).
           05  BM-LAST-UPDATED              PIC X(8).

      *****ACCOUNT BALANCE MASTER - SEE GLPOST*************************
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE          PIC X(4).
               10  GB-PERIOD                PIC X(6).
           05  GB-DEBITS                    PIC 9(9)V99.
           05  GB-CREDITS                   PIC 9(9)V99.
           05  GB-CARRY-FORWARD             PIC S9(9)V99.

      ***BUDGET-VERSUS-ACTUAL REPORT***********************************
       FD  VARIANCE-REPORT-FILE.
       01  VAR-OUT-REC                      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-BUD-EOF-SWITCH        PIC X        VALUE 'N'.
              88 BUD-EOF                            VALUE 'Y'.
           05 WS-GLBAL-OPEN-SWITCH     PIC X        VALUE 'N'.
              88 GLBAL-OPEN                         VALUE 'Y'.
       01 WS-BUDMAST-STATUS            PIC XX.
       01 WS-GLBAL-STATUS              PIC XX.

      *****THE PERIOD REPORTED - THE ONE GLPERCTL SHOWS OPEN***********
       01 WS-RPT-PERIOD.
           05 WS-RPT-YEAR          PIC X(4).
           05 WS-RPT-MONTH         PIC 9(2).
       01 WS-ELAPSED-PCT           PIC 9(3)V9.
       01 WS-GL-MONTH              PIC 9(2).

      *****ONE ACCOUNT'S BUDGET AND ACTUAL FOR THE YEAR****************
       01 WS-CUR-ACCOUNT           PIC X(4).
       01 WS-CUR-SIDE              PIC X(1).
       01 WS-YEAR-ROWS             PIC 9(3).
       01 WS-MONTH-BUDGET          PIC 9(9)V99.
       01 WS-YTD-BUDGET            PIC 9(9)V99.
       01 WS-ANNUAL-BUDGET         PIC 9(9)V99.
       01 WS-ANNUAL-ADOPTED        PIC 9(9)V99.
       01 WS-MONTH-ACTUAL          PIC S9(9)V99.
       01 WS-YTD-ACTUAL            PIC S9(9)V99.
       01 WS-PERIOD-ACTUAL         PIC S9(9)V99.
       01 WS-REMAINING             PIC S9(9)V99.
       01 WS-USED-PCT              PIC S9(5)V9.
       01 WS-FLAG                  PIC X(4).

      *****REPORT TOTALS***********************************************
       01 WS-ACCOUNTS-REPORTED     PIC 9(5)     VALUE 0.
       01 WS-ACCOUNTS-REPORTEDZ    PIC ZZ,ZZ9.
       01 WS-ACCOUNTS-OVER         PIC 9(5)     VALUE 0.
       01 WS-ACCOUNTS-OVERZ        PIC ZZ,ZZ9.
       01 WS-ACCOUNTS-PACE         PIC 9(5)     VALUE 0.
       01 WS-ACCOUNTS-PACEZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  VAR-HEADING-1.
           05                 PIC X(32)
                   VALUE 'BUDGET VERSUS ACTUAL FOR PERIOD '.
           05  VRH-PERIOD     PIC X(6).
           05                 PIC X(20) VALUE '    YEAR ELAPSED   '.
           05  VRH-ELAPSED    PIC ZZ9.9.
           05                 PIC X(1)  VALUE '%'.
       01  VAR-HEADING-2.
           05                 PIC X(4)  VALUE 'ACCT'.
           05                 PIC X(15) VALUE '   MONTH BUDGET'.
           05                 PIC X(15) VALUE '   MONTH ACTUAL'.
           05                 PIC X(15) VALUE '     YTD BUDGET'.
           05                 PIC X(15) VALUE '     YTD ACTUAL'.
           05                 PIC X(16) VALUE '   ANNUAL BUDGET'.
           05                 PIC X(15) VALUE '      REMAINING'.
           05                 PIC X(8)  VALUE '   %USED'.
           05                 PIC X(6)  VALUE '  FLAG'.
       01  VAR-DETAIL-LINE.
           05  VRD-ACCOUNT        PIC X(4).
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-MONTH-BUDGET   PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-MONTH-ACTUAL   PIC ---,---,--9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-YTD-BUDGET     PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-YTD-ACTUAL     PIC ---,---,--9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-ANNUAL-BUDGET  PIC ZZZ,ZZZ,ZZ9.99.
           05  VRD-AMENDED-MARK   PIC X(1).
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-REMAINING      PIC ---,---,--9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  VRD-USED-PCT       PIC ----9.9.
           05                     PIC X(2)  VALUE SPACES.
           05  VRD-FLAG           PIC X(4).
           05                     PIC X(11) VALUE SPACES.
       01  VAR-FOOTNOTE.
           05                 PIC X(45)
                   VALUE '* ANNUAL BUDGET AMENDED FROM THE ADOPTED ONE'.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-PERIOD-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-ONE-ACCOUNT UNTIL BUD-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies BUDRPT  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-PERIOD-CONTROL.
           MOVE SPACES TO WS-RPT-PERIOD.
           OPEN INPUT PERIOD-CTL-FILE.
           PERFORM 155-READ-PERIOD-REC UNTIL CTL-EOF.
           CLOSE PERIOD-CTL-FILE.
           IF WS-RPT-PERIOD = SPACES
               DISPLAY '*** GLPERCTL HAS NO OPEN PERIOD ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ELAPSED-PCT ROUNDED = WS-RPT-MONTH * 100 / 12.
           DISPLAY 'Reporting Period          : ' WS-RPT-PERIOD.

       155-READ-PERIOD-REC.
           READ PERIOD-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND PC-TYPE = 'OPEN'
               MOVE PC-PERIOD TO WS-RPT-PERIOD
           END-IF.

      *****************************************************************
      * NO BUDGET MASTER YET - NOTHING IS BUDGETED AND NOTHING IS
      * FLAGGED.  NO GLBAL YET - EVERY ACTUAL IS ZERO
      *****************************************************************
       200-OPEN-FILES.
           OPEN OUTPUT VARIANCE-REPORT-FILE.
           MOVE WS-RPT-PERIOD TO VRH-PERIOD.
           MOVE WS-ELAPSED-PCT TO VRH-ELAPSED.
           MOVE VAR-HEADING-1 TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE VAR-HEADING-2 TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS = '00'
               MOVE 'Y' TO WS-GLBAL-OPEN-SWITCH
           END-IF.
           OPEN INPUT BUDGET-MASTER.
           IF WS-BUDMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-BUD-EOF-SWITCH
           ELSE
               MOVE LOW-VALUES TO BM-KEY
               START BUDGET-MASTER KEY NOT < BM-KEY
                   INVALID KEY MOVE 'Y' TO WS-BUD-EOF-SWITCH
               END-START
               IF NOT BUD-EOF
                   PERFORM 310-READ-NEXT-BUDGET
               END-IF
           END-IF.

      *****************************************************************
      * ONE ACCOUNT'S BUDGET ROWS ARE TOGETHER ON THE MASTER - ADD UP
      * THE REPORTING YEAR'S, THEN PRICE THE ACTUALS.  AN ACCOUNT
      * WITH NO BUDGET FOR THE YEAR IS NOT REPORTED
      *****************************************************************
       300-REPORT-ONE-ACCOUNT.
           MOVE BM-ACCOUNT-CODE TO WS-CUR-ACCOUNT.
           MOVE 'D' TO WS-CUR-SIDE.
           MOVE 0 TO WS-YEAR-ROWS WS-MONTH-BUDGET WS-YTD-BUDGET
                     WS-ANNUAL-BUDGET WS-ANNUAL-ADOPTED.
           PERFORM 320-ADD-BUDGET-ROW
               UNTIL BUD-EOF OR BM-ACCOUNT-CODE NOT = WS-CUR-ACCOUNT.
           IF WS-YEAR-ROWS > 0
               PERFORM 400-GATHER-ACTUALS
               PERFORM 450-WRITE-ACCOUNT-LINE
           END-IF.

       310-READ-NEXT-BUDGET.
           READ BUDGET-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-BUD-EOF-SWITCH
           END-READ.

       320-ADD-BUDGET-ROW.
           IF BM-PERIOD(1:4) = WS-RPT-YEAR
               ADD 1 TO WS-YEAR-ROWS
               MOVE BM-NORMAL-SIDE TO WS-CUR-SIDE
               ADD BM-CURRENT TO WS-ANNUAL-BUDGET
               ADD BM-ADOPTED TO WS-ANNUAL-ADOPTED
               IF BM-PERIOD NOT > WS-RPT-PERIOD
                   ADD BM-CURRENT TO WS-YTD-BUDGET
               END-IF
               IF BM-PERIOD = WS-RPT-PERIOD
                   MOVE BM-CURRENT TO WS-MONTH-BUDGET
               END-IF
           END-IF.
           PERFORM 310-READ-NEXT-BUDGET.

      *****************************************************************
      * THE ACCOUNT'S GLBAL ACTIVITY FOR EACH MONTH OF THE YEAR UP TO
      * AND INCLUDING THE REPORTING PERIOD
      *****************************************************************
       400-GATHER-ACTUALS.
           MOVE 0 TO WS-MONTH-ACTUAL WS-YTD-ACTUAL.
           IF GLBAL-OPEN
               PERFORM 410-ADD-MONTH-ACTUAL
                   VARYING WS-GL-MONTH FROM 1 BY 1
                   UNTIL WS-GL-MONTH > WS-RPT-MONTH
           END-IF.

       410-ADD-MONTH-ACTUAL.
           MOVE WS-CUR-ACCOUNT TO GB-ACCOUNT-CODE.
           MOVE WS-RPT-YEAR TO GB-PERIOD(1:4).
           MOVE WS-GL-MONTH TO GB-PERIOD(5:2).
           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO GB-DEBITS GB-CREDITS
           END-READ.
           IF WS-CUR-SIDE = 'C'
               COMPUTE WS-PERIOD-ACTUAL = GB-CREDITS - GB-DEBITS
           ELSE
               COMPUTE WS-PERIOD-ACTUAL = GB-DEBITS - GB-CREDITS
           END-IF.
           ADD WS-PERIOD-ACTUAL TO WS-YTD-ACTUAL.
           IF WS-GL-MONTH = WS-RPT-MONTH
               MOVE WS-PERIOD-ACTUAL TO WS-MONTH-ACTUAL
           END-IF.

      *****************************************************************
      * REMAINING BUDGET, PERCENT CONSUMED AND THE FLAG
      *****************************************************************
       450-WRITE-ACCOUNT-LINE.
           ADD 1 TO WS-ACCOUNTS-REPORTED.
           COMPUTE WS-REMAINING = WS-ANNUAL-BUDGET - WS-YTD-ACTUAL.
           IF WS-ANNUAL-BUDGET > 0
               COMPUTE WS-USED-PCT ROUNDED =
                   WS-YTD-ACTUAL * 100 / WS-ANNUAL-BUDGET
                   ON SIZE ERROR MOVE 9999.9 TO WS-USED-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-USED-PCT
           END-IF.
           MOVE SPACES TO WS-FLAG.
           IF WS-YTD-ACTUAL > WS-ANNUAL-BUDGET
               MOVE 'OVER' TO WS-FLAG
               ADD 1 TO WS-ACCOUNTS-OVER
           ELSE
               IF WS-USED-PCT > WS-ELAPSED-PCT
                   MOVE 'PACE' TO WS-FLAG
                   ADD 1 TO WS-ACCOUNTS-PACE
               END-IF
           END-IF.
           MOVE WS-CUR-ACCOUNT TO VRD-ACCOUNT.
           MOVE WS-MONTH-BUDGET TO VRD-MONTH-BUDGET.
           MOVE WS-MONTH-ACTUAL TO VRD-MONTH-ACTUAL.
           MOVE WS-YTD-BUDGET TO VRD-YTD-BUDGET.
           MOVE WS-YTD-ACTUAL TO VRD-YTD-ACTUAL.
           MOVE WS-ANNUAL-BUDGET TO VRD-ANNUAL-BUDGET.
           IF WS-ANNUAL-BUDGET NOT = WS-ANNUAL-ADOPTED
               MOVE '*' TO VRD-AMENDED-MARK
           ELSE
               MOVE SPACE TO VRD-AMENDED-MARK
           END-IF.
           MOVE WS-REMAINING TO VRD-REMAINING.
           MOVE WS-USED-PCT TO VRD-USED-PCT.
           MOVE WS-FLAG TO VRD-FLAG.
           MOVE VAR-DETAIL-LINE TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           IF WS-FLAG NOT = SPACES
               DISPLAY '*** ACCOUNT ' WS-CUR-ACCOUNT ' FLAGGED '
                       WS-FLAG ' - ' VRD-USED-PCT '% OF BUDGET USED ***'
           END-IF.

      *DISPLAY THE REPORT DISPOSITION TOTALS - RC=4 ON ANY FLAG********
       500-DISPLAY-SUMMARY-TOTALS.
           MOVE SPACES TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           MOVE VAR-FOOTNOTE TO VAR-OUT-REC.
           WRITE VAR-OUT-REC.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ACCOUNTS-REPORTED TO WS-ACCOUNTS-REPORTEDZ.
           DISPLAY 'Accounts Reported         : ' WS-ACCOUNTS-REPORTEDZ.
           MOVE WS-ACCOUNTS-OVER TO WS-ACCOUNTS-OVERZ.
           DISPLAY 'Accounts Over Budget      : ' WS-ACCOUNTS-OVERZ.
           MOVE WS-ACCOUNTS-PACE TO WS-ACCOUNTS-PACEZ.
           DISPLAY 'Accounts Ahead Of Pace    : ' WS-ACCOUNTS-PACEZ.
           DISPLAY '**************************************************'.
           IF WS-ACCOUNTS-OVER > 0 OR WS-ACCOUNTS-PACE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE VARIANCE-REPORT-FILE.
           IF GLBAL-OPEN
               CLOSE GL-BALANCE-FILE
           END-IF.
           IF WS-BUDMAST-STATUS = '00' OR WS-BUDMAST-STATUS = '10'
               CLOSE BUDGET-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
