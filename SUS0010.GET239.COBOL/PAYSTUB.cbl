      *the accumulated figures on YTDMAST, and prints one stub per
      *employee per bi-weekly run: current gross, each deduction and
      *net, then the year-to-date line - ready for the distribution
      *envelopes.  Each garnishment or support order LAB4A took this
      *period (GARNDTL) prints on its own line with the agency case
      *id, followed by the garnishment total for the period and YTD.
      *A stub for an off-cycle SPECPAY payment (special period 51-99)
      *is marked SPECIAL RUN beside the pay period.  Holiday premium
      *and shift differential LAB4A paid this period (PREMDTL) print
      *under the gross they are part of, each with its hours.
      *****************************************************************

       ID DIVISION.
           FILE STATUS IS WS-YTDMAST-STATUS.
           SELECT STUB-FILE ASSIGN TO PAYSTUB
           ORGANIZATION IS SEQUENTIAL.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO GARNDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GARNDTL-STATUS.
           SELECT PREMIUM-DETAIL-FILE ASSIGN TO PREMDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PREMDTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      *****YTD MASTER - SEE PAYPOST************************************
       FD  YTD-MASTER-FILE.
           05  YT-YTD-NET                   PIC 9(9)V99.
           05  YT-PERIOD-COUNT              PIC 9(3).
           05  YT-LAST-PERIOD               PIC X(6).
           05  YT-YTD-GARNISH               PIC 9(9)V99.
           05  YT-QTD-QUARTER               PIC X(5).
           05  YT-QTD-GROSS                 PIC 9(9)V99.
           05  YT-QTD-WITHHOLDING           PIC 9(9)V99.
           05  YT-SEP-FLAG                  PIC X(1).
               88  YT-SEPARATED                         VALUE 'S'.
           05  YT-SEP-DATE                  PIC X(8).

      *****GARNISHMENT DETAIL WRITTEN BY LAB4A*************************
       FD  GARNISH-DETAIL-FILE.
       01  GARNISH-DETAIL-REC.
           05  GD-EMPLOYEE-ID               PIC X(6).
           05  GD-PAY-PERIOD                PIC X(6).
           05  GD-PAY-DATE                  PIC X(8).
           05  GD-ORDER-ID                  PIC X(4).
           05  GD-ORDER-TYPE                PIC X(2).
           05  GD-AGENCY-CODE               PIC X(6).
           05  GD-CASE-ID                   PIC X(20).
           05  GD-AMOUNT                    PIC 9(7)V99.

      *****HOLIDAY AND SHIFT PREMIUM DETAIL WRITTEN BY LAB4A************
       FD  PREMIUM-DETAIL-FILE.
       01  PREMIUM-DETAIL-REC.
           05  PM-EMPLOYEE-ID               PIC X(6).
           05  PM-PAY-PERIOD                PIC X(6).
           05  PM-PAY-DATE                  PIC X(8).
           05  PM-EARN-TYPE                 PIC X(3).
           05  PM-HOURS                     PIC 9(3)V99.
           05  PM-AMOUNT                    PIC 9(7)V99.

      ***PAY STUBS - ONE BLOCK PER EMPLOYEE FOR THE ENVELOPES**********
       FD  STUB-FILE.
              88 EMP-FOUND                          VALUE 'Y'.
           05 WS-YTD-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 YTD-FOUND                          VALUE 'Y'.
           05 WS-GRN-EOF-SWITCH        PIC X        VALUE 'N'.
              88 GRN-EOF                            VALUE 'Y'.
           05 WS-PRM-EOF-SWITCH        PIC X        VALUE 'N'.
              88 PRM-EOF                            VALUE 'Y'.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-YTDMAST-STATUS            PIC XX.
       01 WS-GARNDTL-STATUS            PIC XX.
       01 WS-PERIOD-GARNISH            PIC 9(7)V99.
       01 WS-PREMDTL-STATUS            PIC XX.

      *****THE RUN'S GARNISHMENT DETAIL, ONE ENTRY PER ORDER TAKEN*****
       01 WS-GRN-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-GRN-TABLE.
           05 WS-GRN-ENTRY OCCURS 500 TIMES
                            INDEXED BY GRN-IDX.
              10 WS-GRN-EMPLOYEE-ID    PIC X(6).
              10 WS-GRN-PAY-PERIOD     PIC X(6).
              10 WS-GRN-ORDER-ID       PIC X(4).
              10 WS-GRN-ORDER-TYPE     PIC X(2).
              10 WS-GRN-CASE-ID        PIC X(20).
              10 WS-GRN-AMOUNT         PIC 9(7)V99.
              10 WS-GRN-USED-FLAG      PIC X(1).

      *****THE RUN'S PREMIUM DETAIL, ONE ENTRY PER EARNINGS LINE*******
       01 WS-PRM-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-PRM-TABLE.
           05 WS-PRM-ENTRY OCCURS 1000 TIMES
                            INDEXED BY PRM-IDX.
              10 WS-PRM-EMPLOYEE-ID    PIC X(6).
              10 WS-PRM-PAY-PERIOD     PIC X(6).
              10 WS-PRM-EARN-TYPE      PIC X(3).
              10 WS-PRM-HOURS          PIC 9(3)V99.
              10 WS-PRM-AMOUNT         PIC 9(7)V99.
              10 WS-PRM-USED-FLAG      PIC X(1).

      *****STUB DISPOSITION COUNTERS***********************************
       01 WS-DETAIL-READ           PIC 9(5)     VALUE 0.
           05  STI-EMPLOYEE-ID PIC X(6).
           05                 PIC X(13) VALUE '  PAY PERIOD '.
           05  STI-PAY-PERIOD PIC X(6).
           05                 PIC X(2)  VALUE SPACES.
           05  STI-RUN-TYPE   PIC X(11).
       01  STB-MONEY-LINE.
           05  STM-LABEL      PIC X(20).
           05                 PIC X(2)  VALUE ': '.
           05  STM-CURRENT    PIC Z,ZZZ,ZZ9.99.
           05                 PIC X(6)  VALUE '  YTD '.
           05  STM-YTD        PIC ZZZ,ZZZ,ZZ9.99.
       01  STB-ORDER-LINE.
           05  STO-LABEL      PIC X(20).
           05                 PIC X(2)  VALUE ': '.
           05  STO-CURRENT    PIC Z,ZZZ,ZZ9.99.
           05                 PIC X(7)  VALUE '  CASE '.
           05  STO-CASE-ID    PIC X(20).
       01  STB-PREMIUM-LINE.
           05  STP-LABEL      PIC X(20).
           05                 PIC X(2)  VALUE ': '.
           05  STP-CURRENT    PIC Z,ZZZ,ZZ9.99.
           05                 PIC X(8)  VALUE '  HOURS '.
           05  STP-HOURS      PIC ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 250-LOAD-GARNISH-TABLE.
           PERFORM 260-LOAD-PREMIUM-TABLE.
           PERFORM 300-PRINT-STUBS UNTIL DTL-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           OPEN INPUT YTD-MASTER-FILE.
           OPEN OUTPUT STUB-FILE.

      *****************************************************************
      * NO GARNDTL (A RUN WITH NO ORDERS TAKEN) LEAVES THE TABLE EMPTY
      *****************************************************************
       250-LOAD-GARNISH-TABLE.
           OPEN INPUT GARNISH-DETAIL-FILE.
           IF WS-GARNDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-IF.
           PERFORM 255-READ-GARNISH-REC UNTIL GRN-EOF.
           IF WS-GARNDTL-STATUS = '00' OR WS-GARNDTL-STATUS = '10'
               CLOSE GARNISH-DETAIL-FILE
           END-IF.

       255-READ-GARNISH-REC.
           READ GARNISH-DETAIL-FILE
               AT END MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-READ.
           IF NOT GRN-EOF AND WS-GRN-TAB-MAX < 500
               ADD 1 TO WS-GRN-TAB-MAX
               SET GRN-IDX TO WS-GRN-TAB-MAX
               MOVE GD-EMPLOYEE-ID TO WS-GRN-EMPLOYEE-ID(GRN-IDX)
               MOVE GD-PAY-PERIOD TO WS-GRN-PAY-PERIOD(GRN-IDX)
               MOVE GD-ORDER-ID TO WS-GRN-ORDER-ID(GRN-IDX)
               MOVE GD-ORDER-TYPE TO WS-GRN-ORDER-TYPE(GRN-IDX)
               MOVE GD-CASE-ID TO WS-GRN-CASE-ID(GRN-IDX)
               MOVE GD-AMOUNT TO WS-GRN-AMOUNT(GRN-IDX)
               MOVE 'N' TO WS-GRN-USED-FLAG(GRN-IDX)
           END-IF.

      * NO PREMDTL (NO HOLIDAY OR SHIFT HOURS PAID) LEAVES IT EMPTY
      *****************************************************************
       260-LOAD-PREMIUM-TABLE.
           OPEN INPUT PREMIUM-DETAIL-FILE.
           IF WS-PREMDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-PRM-EOF-SWITCH
           END-IF.
           PERFORM 265-READ-PREMIUM-REC UNTIL PRM-EOF.
           IF WS-PREMDTL-STATUS = '00' OR WS-PREMDTL-STATUS = '10'
               CLOSE PREMIUM-DETAIL-FILE
           END-IF.

       265-READ-PREMIUM-REC.
           READ PREMIUM-DETAIL-FILE
               AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
           END-READ.
           IF NOT PRM-EOF AND WS-PRM-TAB-MAX < 1000
               ADD 1 TO WS-PRM-TAB-MAX
               SET PRM-IDX TO WS-PRM-TAB-MAX
               MOVE PM-EMPLOYEE-ID TO WS-PRM-EMPLOYEE-ID(PRM-IDX)
               MOVE PM-PAY-PERIOD TO WS-PRM-PAY-PERIOD(PRM-IDX)
               MOVE PM-EARN-TYPE TO WS-PRM-EARN-TYPE(PRM-IDX)
               MOVE PM-HOURS TO WS-PRM-HOURS(PRM-IDX)
               MOVE PM-AMOUNT TO WS-PRM-AMOUNT(PRM-IDX)
               MOVE 'N' TO WS-PRM-USED-FLAG(PRM-IDX)
           END-IF.

      *****************************************************************
      * ONE STUB PER PAY-DETAIL RECORD - NAME OFF EMPMAST, THE YTD
      * LINE OFF THE JUST-POSTED YTD MASTER
                            YT-YTD-WITHHOLDING
                            YT-YTD-BENEFIT
                            YT-YTD-NET
                            YT-YTD-GARNISH
           END-IF.

       330-WRITE-STUB-BLOCK.
           WRITE STB-OUT-REC.
           MOVE PDT-EMPLOYEE-ID TO STI-EMPLOYEE-ID.
           MOVE PDT-PAY-PERIOD TO STI-PAY-PERIOD.
      *PERIODS 51-99 ARE SPECPAY OFF-CYCLE RUNS, NEVER BI-WEEKLY ONES***
           IF PDT-PAY-PERIOD(5:2) > '50'
               MOVE 'SPECIAL RUN' TO STI-RUN-TYPE
           ELSE
               MOVE SPACES TO STI-RUN-TYPE
           END-IF.
           MOVE STB-ID-LINE TO STB-OUT-REC.
           WRITE STB-OUT-REC.
           MOVE 'GROSS PAY' TO STM-LABEL.
           MOVE PDT-GROSS-PAY TO STM-CURRENT.
           MOVE YT-YTD-GROSS TO STM-YTD.
           PERFORM 340-WRITE-MONEY-LINE.
           SET PRM-IDX TO 1.
           PERFORM 360-WRITE-PREMIUM-LINE
               UNTIL PRM-IDX > WS-PRM-TAB-MAX.
           MOVE 'WITHHOLDING' TO STM-LABEL.
           MOVE PDT-WITHHOLDING TO STM-CURRENT.
           MOVE YT-YTD-WITHHOLDING TO STM-YTD.
           MOVE PDT-BENEFIT TO STM-CURRENT.
           MOVE YT-YTD-BENEFIT TO STM-YTD.
           PERFORM 340-WRITE-MONEY-LINE.
           MOVE 0 TO WS-PERIOD-GARNISH.
           SET GRN-IDX TO 1.
           PERFORM 350-WRITE-ORDER-LINE
               UNTIL GRN-IDX > WS-GRN-TAB-MAX.
           IF WS-PERIOD-GARNISH > 0 OR YT-YTD-GARNISH > 0
               MOVE 'TOTAL GARNISHMENTS' TO STM-LABEL
               MOVE WS-PERIOD-GARNISH TO STM-CURRENT
               MOVE YT-YTD-GARNISH TO STM-YTD
               PERFORM 340-WRITE-MONEY-LINE
           END-IF.
           MOVE 'NET PAY' TO STM-LABEL.
           MOVE PDT-NET-PAY TO STM-CURRENT.
           MOVE YT-YTD-NET TO STM-YTD.
           MOVE STB-MONEY-LINE TO STB-OUT-REC.
           WRITE STB-OUT-REC.

      *AN ORDER PRINTS ONCE - ON THE FIRST STUB FOR ITS PERIOD*********
       350-WRITE-ORDER-LINE.
           IF WS-GRN-EMPLOYEE-ID(GRN-IDX) = PDT-EMPLOYEE-ID
              AND WS-GRN-PAY-PERIOD(GRN-IDX) = PDT-PAY-PERIOD
              AND WS-GRN-USED-FLAG(GRN-IDX) = 'N'
               MOVE 'Y' TO WS-GRN-USED-FLAG(GRN-IDX)
               MOVE SPACES TO STO-LABEL
               EVALUATE WS-GRN-ORDER-TYPE(GRN-IDX)
                   WHEN 'CS'
                       MOVE 'CHILD SUPPORT' TO STO-LABEL
                   WHEN 'TL'
                       MOVE 'TAX LEVY' TO STO-LABEL
                   WHEN 'SD'
                       MOVE 'STUDENT LOAN' TO STO-LABEL
                   WHEN OTHER
                       MOVE 'GARNISHMENT' TO STO-LABEL
               END-EVALUATE
               MOVE WS-GRN-ORDER-ID(GRN-IDX) TO STO-LABEL(16:4)
               MOVE WS-GRN-AMOUNT(GRN-IDX) TO STO-CURRENT
               MOVE WS-GRN-CASE-ID(GRN-IDX) TO STO-CASE-ID
               MOVE STB-ORDER-LINE TO STB-OUT-REC
               WRITE STB-OUT-REC
               ADD WS-GRN-AMOUNT(GRN-IDX) TO WS-PERIOD-GARNISH
           END-IF.
           SET GRN-IDX UP BY 1.

      *A PREMIUM PRINTS ONCE, INDENTED UNDER THE GROSS IT IS PART OF***
       360-WRITE-PREMIUM-LINE.
           IF WS-PRM-EMPLOYEE-ID(PRM-IDX) = PDT-EMPLOYEE-ID
              AND WS-PRM-PAY-PERIOD(PRM-IDX) = PDT-PAY-PERIOD
              AND WS-PRM-USED-FLAG(PRM-IDX) = 'N'
               MOVE 'Y' TO WS-PRM-USED-FLAG(PRM-IDX)
               IF WS-PRM-EARN-TYPE(PRM-IDX) = 'HOL'
                   MOVE '  HOLIDAY PREMIUM' TO STP-LABEL
               ELSE
                   MOVE '  SHIFT DIFFERENTIAL' TO STP-LABEL
               END-IF
               MOVE WS-PRM-AMOUNT(PRM-IDX) TO STP-CURRENT
               MOVE WS-PRM-HOURS(PRM-IDX) TO STP-HOURS
               MOVE STB-PREMIUM-LINE TO STB-OUT-REC
               WRITE STB-OUT-REC
           END-IF.
           SET PRM-IDX UP BY 1.

      *DISPLAY THE STUB DISPOSITION TOTALS*****************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
