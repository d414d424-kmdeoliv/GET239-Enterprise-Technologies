      *list and the next calendar month opens.  The promote step in
      *the job replaces the live GLPERCTL only after a clean close,
      *and GLPOST rejects anything keyed to the closed period from
      *then on.  Below the trial balance totals the accounts are
      *subtotalled by department: the COSTCTR member names each cost
      *center's department and its gross pay and employer benefit
      *expense accounts, so the labor cost PAYGL charged to those
      *accounts rolls up to the department that owns them.  Accounts
      *no cost center names are subtotalled together as NONE.
      *****************************************************************

       ID DIVISION.
           FILE STATUS IS WS-GLBAL-STATUS.
           SELECT TRIAL-REPORT-FILE ASSIGN TO GLTRIAL
           ORGANIZATION IS SEQUENTIAL.
           SELECT COST-CENTER-FILE ASSIGN TO COSTCTR
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-REPORT-FILE.
       01  TRL-OUT-REC                      PIC X(90).

      *****COST CENTERS - DEPARTMENT AND EXPENSE ACCOUNTS, SEE PAYGL***
       FD  COST-CENTER-FILE.
       01  COST-CENTER-REC.
           05  CC-COST-CENTER               PIC X(4).
           05  FILLER                       PIC X.
           05  CC-DEPARTMENT                PIC X(4).
           05  FILLER                       PIC X.
           05  CC-GROSS-ACCOUNT             PIC X(4).
           05  FILLER                       PIC X.
           05  CC-BENEFIT-ACCOUNT           PIC X(4).
           05  FILLER                       PIC X.
           05  CC-DESCRIPTION               PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-BAL-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 BAL-FOUND                          VALUE 'Y'.
           05 WS-CCT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CCT-EOF                            VALUE 'Y'.
           05 WS-MAP-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 MAP-FOUND                          VALUE 'Y'.
           05 WS-DPT-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 DPT-FOUND                          VALUE 'Y'.
       01 WS-GLBAL-STATUS              PIC XX.

      *****PERIOD CONTROL STATE****************************************
       01 WS-ACCOUNTS-CLOSED       PIC 9(3)     VALUE 0.
       01 WS-ACCOUNTS-CLOSEDZ      PIC ZZ9.

      *****ACCOUNT-TO-DEPARTMENT MAP, LOADED FROM COSTCTR**************
       01 WS-MAP-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 400 TIMES
                             INDEXED BY MAP-IDX.
              10 WS-MAP-ACCOUNT        PIC X(4).
              10 WS-MAP-DEPARTMENT     PIC X(4).
       01 WS-MAP-ACCOUNT-IN        PIC X(4).

      *****DEPARTMENT SUBTOTALS***************************************
       01 WS-NO-DEPARTMENT         PIC X(4)     VALUE 'NONE'.
       01 WS-ROW-DEPARTMENT        PIC X(4).
       01 WS-DPT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 101 TIMES
                             INDEXED BY DPT-IDX.
              10 WS-DPT-DEPARTMENT     PIC X(4).
              10 WS-DPT-DEBITS         PIC 9(11)V99.
              10 WS-DPT-CREDITS        PIC 9(11)V99.
              10 WS-DPT-CARRY          PIC S9(11)V99.
              10 WS-DPT-ENDING         PIC S9(11)V99.

      *****REPORT LINE LAYOUTS*****************************************
       01  TRL-HEADING-1.
           05                 PIC X(26)
           05  TRT-CREDITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  TRT-ENDING         PIC -,---,---,--9.99.
       01  TRL-DEPT-HEADING.
           05                 PIC X(20) VALUE SPACES.
           05                 PIC X(20) VALUE 'DEPARTMENT SUBTOTALS'.
       01  TRL-DEPT-HEADING-2.
           05                 PIC X(4)  VALUE 'DEPT'.
           05                 PIC X(16) VALUE '   CARRIED FWD'.
           05                 PIC X(16) VALUE '          DEBITS'.
           05                 PIC X(16) VALUE '         CREDITS'.
           05                 PIC X(16) VALUE '          ENDING'.

      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-PERIOD-CONTROL.
           PERFORM 160-LOAD-DEPARTMENT-MAP.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-GATHER-PERIOD-ROWS.
           PERFORM 300-WRITE-TRIAL-BALANCE.
               END-EVALUATE
           END-IF.

      *****************************************************************
      * EACH COST CENTER'S GROSS PAY AND EMPLOYER BENEFIT EXPENSE
      * ACCOUNTS BELONG TO ITS DEPARTMENT.  AN ACCOUNT SHARED BY TWO
      * DEPARTMENTS STAYS WITH THE FIRST COSTCTR ROW THAT NAMES IT
      *****************************************************************
       160-LOAD-DEPARTMENT-MAP.
           OPEN INPUT COST-CENTER-FILE.
           PERFORM 165-READ-COST-CENTER UNTIL CCT-EOF.
           CLOSE COST-CENTER-FILE.

       165-READ-COST-CENTER.
           READ COST-CENTER-FILE
               AT END MOVE 'Y' TO WS-CCT-EOF-SWITCH
           END-READ.
           IF NOT CCT-EOF
               MOVE CC-GROSS-ACCOUNT TO WS-MAP-ACCOUNT-IN
               PERFORM 170-ADD-ACCOUNT-MAP
               MOVE CC-BENEFIT-ACCOUNT TO WS-MAP-ACCOUNT-IN
               PERFORM 170-ADD-ACCOUNT-MAP
           END-IF.

       170-ADD-ACCOUNT-MAP.
           PERFORM 175-FIND-ACCOUNT-MAP.
           IF NOT MAP-FOUND AND WS-MAP-ACCOUNT-IN NOT = SPACES
              AND WS-MAP-TAB-MAX < 400
               ADD 1 TO WS-MAP-TAB-MAX
               MOVE WS-MAP-ACCOUNT-IN
                   TO WS-MAP-ACCOUNT(WS-MAP-TAB-MAX)
               MOVE CC-DEPARTMENT TO WS-MAP-DEPARTMENT(WS-MAP-TAB-MAX)
           END-IF.

       175-FIND-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND-SWITCH.
           SET MAP-IDX TO 1.
           PERFORM 180-SEARCH-ACCOUNT-MAP
               UNTIL MAP-IDX > WS-MAP-TAB-MAX OR MAP-FOUND.

       180-SEARCH-ACCOUNT-MAP.
           IF WS-MAP-ACCOUNT(MAP-IDX) = WS-MAP-ACCOUNT-IN
               MOVE 'Y' TO WS-MAP-FOUND-SWITCH
           ELSE
               SET MAP-IDX UP BY 1
           END-IF.

      *****************************************************************
       200-OPEN-FILES.
           OPEN I-O GL-BALANCE-FILE.
                       'HELD ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 320-WRITE-DEPARTMENT-TOTALS.

       310-WRITE-TRIAL-LINE.
           MOVE WS-ROW-ACCOUNT(WS-ROW-SUB) TO TRD-ACCOUNT.
           ADD WS-ROW-DEBITS(WS-ROW-SUB) TO WS-TOTAL-DEBITS.
           ADD WS-ROW-CREDITS(WS-ROW-SUB) TO WS-TOTAL-CREDITS.
           ADD WS-ROW-ENDING(WS-ROW-SUB) TO WS-TOTAL-ENDING.
           PERFORM 315-ADD-DEPARTMENT-ROW.

      *****************************************************************
      * ROLL THE ACCOUNT'S ROW INTO ITS DEPARTMENT'S SUBTOTAL
      *****************************************************************
       315-ADD-DEPARTMENT-ROW.
           MOVE WS-ROW-ACCOUNT(WS-ROW-SUB) TO WS-MAP-ACCOUNT-IN.
           PERFORM 175-FIND-ACCOUNT-MAP.
           IF MAP-FOUND
               MOVE WS-MAP-DEPARTMENT(MAP-IDX) TO WS-ROW-DEPARTMENT
           ELSE
               MOVE WS-NO-DEPARTMENT TO WS-ROW-DEPARTMENT
           END-IF.
           MOVE 'N' TO WS-DPT-FOUND-SWITCH.
           SET DPT-IDX TO 1.
           PERFORM 318-SEARCH-DEPARTMENT
               UNTIL DPT-IDX > WS-DPT-TAB-MAX OR DPT-FOUND.
           IF NOT DPT-FOUND
               ADD 1 TO WS-DPT-TAB-MAX
               SET DPT-IDX TO WS-DPT-TAB-MAX
               MOVE WS-ROW-DEPARTMENT TO WS-DPT-DEPARTMENT(DPT-IDX)
               MOVE 0 TO WS-DPT-DEBITS(DPT-IDX)
               MOVE 0 TO WS-DPT-CREDITS(DPT-IDX)
               MOVE 0 TO WS-DPT-CARRY(DPT-IDX)
               MOVE 0 TO WS-DPT-ENDING(DPT-IDX)
           END-IF.
           ADD WS-ROW-DEBITS(WS-ROW-SUB) TO WS-DPT-DEBITS(DPT-IDX).
           ADD WS-ROW-CREDITS(WS-ROW-SUB) TO WS-DPT-CREDITS(DPT-IDX).
           ADD WS-ROW-CARRY(WS-ROW-SUB) TO WS-DPT-CARRY(DPT-IDX).
           ADD WS-ROW-ENDING(WS-ROW-SUB) TO WS-DPT-ENDING(DPT-IDX).

       318-SEARCH-DEPARTMENT.
           IF WS-DPT-DEPARTMENT(DPT-IDX) = WS-ROW-DEPARTMENT
               MOVE 'Y' TO WS-DPT-FOUND-SWITCH
           ELSE
               SET DPT-IDX UP BY 1
           END-IF.

       320-WRITE-DEPARTMENT-TOTALS.
           MOVE SPACES TO TRL-OUT-REC.
           WRITE TRL-OUT-REC.
           MOVE TRL-DEPT-HEADING TO TRL-OUT-REC.
           WRITE TRL-OUT-REC.
           MOVE TRL-DEPT-HEADING-2 TO TRL-OUT-REC.
           WRITE TRL-OUT-REC.
           PERFORM 325-WRITE-DEPARTMENT-LINE
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > WS-DPT-TAB-MAX.

       325-WRITE-DEPARTMENT-LINE.
           MOVE WS-DPT-DEPARTMENT(DPT-IDX) TO TRD-ACCOUNT.
           MOVE WS-DPT-CARRY(DPT-IDX) TO TRD-CARRY.
           MOVE WS-DPT-DEBITS(DPT-IDX) TO TRD-DEBITS.
           MOVE WS-DPT-CREDITS(DPT-IDX) TO TRD-CREDITS.
           MOVE WS-DPT-ENDING(DPT-IDX) TO TRD-ENDING.
           MOVE TRL-DETAIL-LINE TO TRL-OUT-REC.
           WRITE TRL-OUT-REC.

      *****************************************************************
      * EACH ENDING BALANCE BECOMES THE NEW PERIOD'S CARRY-FORWARD -
