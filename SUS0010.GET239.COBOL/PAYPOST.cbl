      *employee id (YTD gross, withholding, benefits, net, and the
      *pay-period count).  The posting is restart-safe: a detail row
      *whose period is already the employee's last-posted period is
      *skipped, so a rerun cannot double-post.  The garnishments
      *LAB4A took from each employee's pay (GARNDTL) are summed per
      *employee and period and accumulated with the same posting.
      *Quarter-to-date gross and withholding are carried beside the
      *year's figures, reset when the PAYCTL PDT pay date falls in a
      *new calendar quarter, and each run's posted totals are added
      *to the keyed PAYLIAB liability history under its pay date -
      *the QTRTAX quarterly return reads both.  Each employee's
      *posted gross and net are also kept per pay period on the
      *keyed PAYHIST pay history, the prior periods the PAYREVW
      *pre-release review compares the next run against.  A final
      *check released on the SEPDTLR separation detail marks the
      *employee's year as separated, with the termination date, for
      *the annual statement.  A SPECPAY off-cycle run posts through
      *this same program under its special period (51-99); it adds
      *to the year's money but not to the pay-period count.
      *****************************************************************

       ID DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YT-EMPLOYEE-ID
           FILE STATUS IS WS-YTDMAST-STATUS.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO GARNDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GARNDTL-STATUS.
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEPARATION-DETAIL-FILE ASSIGN TO SEPDTLR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SEPDTL-STATUS.
           SELECT PAY-LIABILITY-FILE ASSIGN TO PAYLIAB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-PAY-DATE
           FILE STATUS IS WS-PAYLIAB-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  YT-YTD-NET                   PIC 9(9)V99.
           05  YT-PERIOD-COUNT              PIC 9(3).
           05  YT-LAST-PERIOD               PIC X(6).
           05  YT-YTD-GARNISH               PIC 9(9)V99.
      *****QUARTER-TO-DATE - CCYYQ OF THE QUARTER THE FIGURES BELONG TO
           05  YT-QTD-QUARTER               PIC X(5).
           05  YT-QTD-GROSS                 PIC 9(9)V99.
           05  YT-QTD-WITHHOLDING           PIC 9(9)V99.
      *****'S' ONCE THE EMPLOYEE'S FINAL CHECK HAS POSTED**************
           05  YT-SEP-FLAG                  PIC X(1).
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

      *****RELEASED SEPARATION DETAIL - THE RUN'S FINAL CHECKS*********
       FD  SEPARATION-DETAIL-FILE.
       01  SEPARATION-DETAIL-REC.
           05  SD-EMPLOYEE-ID               PIC X(6).
           05  SD-PAY-PERIOD                PIC X(6).
           05  SD-PAY-DATE                  PIC X(8).
           05  SD-TERM-DATE                 PIC X(8).
           05  FILLER                       PIC X(55).

      *****PAYROLL CONTROL - THE PDT PAY DATE OF THIS RUN**************
       FD  PAY-CTL-FILE.
       01  PAY-CTL-REC.
           05  PCT-TYPE                     PIC X(4).
           05  PCT-VALUE-FULL               PIC X(8).

      *****************************************************************
      * PAY-DATE LIABILITY HISTORY - ONE RECORD PER PAY DATE, THE
      * GROSS AND WITHHOLDING POSTED FOR IT (RETRO ROWS INCLUDED)
      *****************************************************************
       FD  PAY-LIABILITY-FILE.
       01  PAY-LIABILITY-REC.
           05  PL-PAY-DATE                  PIC X(8).
           05  PL-PAY-PERIOD                PIC X(6).
           05  PL-GROSS                     PIC 9(9)V99.
           05  PL-WITHHOLDING               PIC 9(9)V99.
           05  PL-PAYMENT-COUNT             PIC 9(5).

      *****************************************************************
      * PAY HISTORY - ONE RECORD PER EMPLOYEE AND PAY PERIOD, THE
      * GROSS AND NET POSTED FOR IT
      *****************************************************************
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           05  PH-KEY.
               10  PH-EMPLOYEE-ID           PIC X(6).
               10  PH-PAY-PERIOD            PIC X(6).
           05  PH-PAY-DATE                  PIC X(8).
           05  PH-GROSS                     PIC 9(7)V99.
           05  PH-NET                       PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
              88 DTL-EOF                            VALUE 'Y'.
           05 WS-YTD-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 YTD-FOUND                          VALUE 'Y'.
           05 WS-GRN-EOF-SWITCH        PIC X        VALUE 'N'.
              88 GRN-EOF                            VALUE 'Y'.
           05 WS-GRN-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 GRN-FOUND                          VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-SEP-EOF-SWITCH        PIC X        VALUE 'N'.
              88 SEP-EOF                            VALUE 'Y'.
           05 WS-SEP-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 SEP-FOUND                          VALUE 'Y'.
       01 WS-YTDMAST-STATUS            PIC XX.
       01 WS-GARNDTL-STATUS            PIC XX.
       01 WS-SEPDTL-STATUS             PIC XX.
       01 WS-PAYLIAB-STATUS            PIC XX.
       01 WS-PAYHIST-STATUS            PIC XX.

      *****THE RUN'S PAY DATE AND ITS CALENDAR QUARTER (CCYYQ)*********
       01 WS-PAY-DATE.
           05 WS-PAY-YEAR              PIC X(4).
           05 WS-PAY-MONTH             PIC 9(2).
           05 FILLER                   PIC X(2).
       01 WS-RUN-QUARTER.
           05 WS-RUN-QTR-YEAR          PIC X(4).
           05 WS-RUN-QTR               PIC 9.

      *****THE RUN'S POSTED TOTALS FOR THE PAY-DATE LIABILITY**********
       01 WS-RUN-GROSS             PIC 9(9)V99  VALUE 0.
       01 WS-RUN-WITHHOLDING       PIC 9(9)V99  VALUE 0.
       01 WS-RUN-PERIOD            PIC X(6)     VALUE SPACES.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****GARNISHMENT TOTALS PER EMPLOYEE AND PERIOD FROM GARNDTL*****
       01 WS-GRN-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-GRN-TABLE.
           05 WS-GRN-ENTRY OCCURS 500 TIMES
                            INDEXED BY GRN-IDX.
              10 WS-GRN-EMPLOYEE-ID    PIC X(6).
              10 WS-GRN-PAY-PERIOD     PIC X(6).
              10 WS-GRN-AMOUNT         PIC 9(7)V99.
              10 WS-GRN-USED-FLAG      PIC X(1).

      *****FINAL CHECKS RELEASED THIS RUN FROM SEPDTLR*****************
       01 WS-SEP-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SEP-TABLE.
           05 WS-SEP-ENTRY OCCURS 200 TIMES
                            INDEXED BY SEP-IDX.
              10 WS-SEP-EMPLOYEE-ID    PIC X(6).
              10 WS-SEP-PAY-PERIOD     PIC X(6).
              10 WS-SEP-TERM-DATE      PIC X(8).

      *****POSTING DISPOSITION COUNTERS********************************
       01 WS-DETAIL-READ           PIC 9(5)     VALUE 0.
       01 WS-POSTED-COUNTZ         PIC ZZ,ZZ9.
       01 WS-SKIPPED-COUNT         PIC 9(5)     VALUE 0.
       01 WS-SKIPPED-COUNTZ        PIC ZZ,ZZ9.
       01 WS-SEPARATED-COUNT       PIC 9(5)     VALUE 0.
       01 WS-SEPARATED-COUNTZ      PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 000-DISPLAY-SPLASH-PAGE.
           PERFORM 040-LOAD-PAY-DATE.
           PERFORM 050-OPEN-FILES.
           PERFORM 060-LOAD-GARNISH-TABLE.
           PERFORM 080-LOAD-SEPARATION-TABLE.
           PERFORM 100-POST-DETAIL-RECORDS UNTIL DTL-EOF.
           PERFORM 400-POST-PAY-DATE-LIABILITY.
           PERFORM 800-DISPLAY-SUMMARY-TOTALS.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.
           DISPLAY '* November, 2016                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE PDT CARD DATES THE RUN AND NAMES ITS QUARTER; NO PDT CARD -
      * THE RUN IS DATED TODAY
      *****************************************************************
       040-LOAD-PAY-DATE.
           MOVE SPACES TO WS-PAY-DATE.
           OPEN INPUT PAY-CTL-FILE.
           PERFORM 045-READ-PAY-CTL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.
           IF WS-PAY-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAY-DATE
           END-IF.
           MOVE WS-PAY-YEAR TO WS-RUN-QTR-YEAR.
           COMPUTE WS-RUN-QTR = (WS-PAY-MONTH + 2) / 3.

       045-READ-PAY-CTL-REC.
           READ PAY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF PCT-TYPE = 'PDT '
                   MOVE PCT-VALUE-FULL TO WS-PAY-DATE
               END-IF
           END-IF.

      *****************************************************************
      * THE YTD MASTER MAY NOT EXIST ON THE FIRST POSTING RUN -
      * CREATE IT EMPTY AND REOPEN, THE SAME WAY THE CRIME SIDE
               CLOSE YTD-MASTER-FILE
               OPEN I-O YTD-MASTER-FILE
           END-IF.
           OPEN I-O PAY-LIABILITY-FILE.
           IF WS-PAYLIAB-STATUS = '35'
               OPEN OUTPUT PAY-LIABILITY-FILE
               CLOSE PAY-LIABILITY-FILE
               OPEN I-O PAY-LIABILITY-FILE
           END-IF.
           OPEN I-O PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

      *****************************************************************
      * NO GARNDTL (A RUN WITH NO ORDERS TAKEN) LEAVES THE TABLE EMPTY
      *****************************************************************
       060-LOAD-GARNISH-TABLE.
           OPEN INPUT GARNISH-DETAIL-FILE.
           IF WS-GARNDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-IF.
           PERFORM 065-READ-GARNISH-REC UNTIL GRN-EOF.
           IF WS-GARNDTL-STATUS = '00' OR WS-GARNDTL-STATUS = '10'
               CLOSE GARNISH-DETAIL-FILE
           END-IF.

       065-READ-GARNISH-REC.
           READ GARNISH-DETAIL-FILE
               AT END MOVE 'Y' TO WS-GRN-EOF-SWITCH
           END-READ.
           IF NOT GRN-EOF
               PERFORM 070-FIND-GARNISH-ENTRY
               IF GRN-FOUND
                   ADD GD-AMOUNT TO WS-GRN-AMOUNT(GRN-IDX)
               ELSE
                   IF WS-GRN-TAB-MAX < 500
                       ADD 1 TO WS-GRN-TAB-MAX
                       SET GRN-IDX TO WS-GRN-TAB-MAX
                       MOVE GD-EMPLOYEE-ID
                           TO WS-GRN-EMPLOYEE-ID(GRN-IDX)
                       MOVE GD-PAY-PERIOD TO WS-GRN-PAY-PERIOD(GRN-IDX)
                       MOVE GD-AMOUNT TO WS-GRN-AMOUNT(GRN-IDX)
                       MOVE 'N' TO WS-GRN-USED-FLAG(GRN-IDX)
                   END-IF
               END-IF
           END-IF.

       070-FIND-GARNISH-ENTRY.
           MOVE 'N' TO WS-GRN-FOUND-SWITCH.
           SET GRN-IDX TO 1.
           PERFORM 075-SEARCH-GARNISH-ENTRY
               UNTIL GRN-IDX > WS-GRN-TAB-MAX OR GRN-FOUND.

       075-SEARCH-GARNISH-ENTRY.
           IF WS-GRN-EMPLOYEE-ID(GRN-IDX) = GD-EMPLOYEE-ID
              AND WS-GRN-PAY-PERIOD(GRN-IDX) = GD-PAY-PERIOD
               MOVE 'Y' TO WS-GRN-FOUND-SWITCH
           ELSE
               SET GRN-IDX UP BY 1
           END-IF.

      *****************************************************************
      * NO SEPDTLR (NO ONE SEPARATED THIS RUN) LEAVES THE TABLE EMPTY
      *****************************************************************
       080-LOAD-SEPARATION-TABLE.
           OPEN INPUT SEPARATION-DETAIL-FILE.
           IF WS-SEPDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-SEP-EOF-SWITCH
           END-IF.
           PERFORM 085-READ-SEPARATION-REC UNTIL SEP-EOF.
           IF WS-SEPDTL-STATUS = '00' OR WS-SEPDTL-STATUS = '10'
               CLOSE SEPARATION-DETAIL-FILE
           END-IF.

       085-READ-SEPARATION-REC.
           READ SEPARATION-DETAIL-FILE
               AT END MOVE 'Y' TO WS-SEP-EOF-SWITCH
           END-READ.
           IF NOT SEP-EOF
               IF WS-SEP-TAB-MAX < 200
                   ADD 1 TO WS-SEP-TAB-MAX
                   SET SEP-IDX TO WS-SEP-TAB-MAX
                   MOVE SD-EMPLOYEE-ID TO WS-SEP-EMPLOYEE-ID(SEP-IDX)
                   MOVE SD-PAY-PERIOD TO WS-SEP-PAY-PERIOD(SEP-IDX)
                   MOVE SD-TERM-DATE TO WS-SEP-TERM-DATE(SEP-IDX)
               END-IF
           END-IF.

       090-FIND-SEPARATION-ENTRY.
           MOVE 'N' TO WS-SEP-FOUND-SWITCH.
           SET SEP-IDX TO 1.
           PERFORM 095-SEARCH-SEPARATION-ENTRY
               UNTIL SEP-IDX > WS-SEP-TAB-MAX OR SEP-FOUND.

       095-SEARCH-SEPARATION-ENTRY.
           IF WS-SEP-EMPLOYEE-ID(SEP-IDX) = PDT-EMPLOYEE-ID
              AND WS-SEP-PAY-PERIOD(SEP-IDX) = PDT-PAY-PERIOD
               MOVE 'Y' TO WS-SEP-FOUND-SWITCH
           ELSE
               SET SEP-IDX UP BY 1
           END-IF.

      *****************************************************************
      * A DETAIL ROW WHOSE PERIOD THE EMPLOYEE ALREADY HAS POSTED IS
               MOVE 0 TO YT-YTD-BENEFIT
               MOVE 0 TO YT-YTD-NET
               MOVE 0 TO YT-PERIOD-COUNT
               MOVE 0 TO YT-YTD-GARNISH
               MOVE SPACES TO YT-QTD-QUARTER
               MOVE SPACES TO YT-SEP-FLAG
               MOVE SPACES TO YT-SEP-DATE
           END-IF.
      *THE FIRST POSTING OF A NEW QUARTER STARTS THE QTD FIGURES OVER***
           IF YT-QTD-QUARTER NOT = WS-RUN-QUARTER
               MOVE WS-RUN-QUARTER TO YT-QTD-QUARTER
               MOVE 0 TO YT-QTD-GROSS
               MOVE 0 TO YT-QTD-WITHHOLDING
           END-IF.
           ADD PDT-GROSS-PAY TO YT-QTD-GROSS.
           ADD PDT-WITHHOLDING TO YT-QTD-WITHHOLDING.
           ADD PDT-GROSS-PAY TO WS-RUN-GROSS.
           ADD PDT-WITHHOLDING TO WS-RUN-WITHHOLDING.
           IF WS-RUN-PERIOD = SPACES
               MOVE PDT-PAY-PERIOD TO WS-RUN-PERIOD
           END-IF.
           ADD PDT-GROSS-PAY TO YT-YTD-GROSS.
           ADD PDT-WITHHOLDING TO YT-YTD-WITHHOLDING.
           ADD PDT-BENEFIT TO YT-YTD-BENEFIT.
           ADD PDT-NET-PAY TO YT-YTD-NET.
      *AN OFF-CYCLE SPECIAL PERIOD (51-99) IS NOT A PAY PERIOD WORKED**
           IF PDT-PAY-PERIOD(5:2) NOT > '50'
               ADD 1 TO YT-PERIOD-COUNT
           END-IF.
           MOVE PDT-PAY-PERIOD TO YT-LAST-PERIOD.
      *THE PERIOD'S GARNISHMENTS POST ONCE, WITH THE FIRST DETAIL ROW***
      *FOR THAT EMPLOYEE AND PERIOD************************************
           MOVE PDT-EMPLOYEE-ID TO GD-EMPLOYEE-ID.
           MOVE PDT-PAY-PERIOD TO GD-PAY-PERIOD.
           PERFORM 070-FIND-GARNISH-ENTRY.
           IF GRN-FOUND
               IF WS-GRN-USED-FLAG(GRN-IDX) = 'N'
                   ADD WS-GRN-AMOUNT(GRN-IDX) TO YT-YTD-GARNISH
                   MOVE 'Y' TO WS-GRN-USED-FLAG(GRN-IDX)
               END-IF
           END-IF.
           PERFORM 090-FIND-SEPARATION-ENTRY.
           IF SEP-FOUND
               MOVE 'S' TO YT-SEP-FLAG
               MOVE WS-SEP-TERM-DATE(SEP-IDX) TO YT-SEP-DATE
               ADD 1 TO WS-SEPARATED-COUNT
           END-IF.
           IF YTD-FOUND
               REWRITE YTD-MASTER-REC
           ELSE
               WRITE YTD-MASTER-REC
           END-IF.
           PERFORM 350-POST-PAY-HISTORY.

      *****************************************************************
      * THE EMPLOYEE'S GROSS AND NET FOR THE PERIOD - A RETRO ROW FOR
      * A PERIOD ALREADY ON THE HISTORY ADDS TO IT
      *****************************************************************
       350-POST-PAY-HISTORY.
           MOVE PDT-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           MOVE PDT-PAY-PERIOD TO PH-PAY-PERIOD.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE WS-PAY-DATE TO PH-PAY-DATE
                   MOVE PDT-GROSS-PAY TO PH-GROSS
                   MOVE PDT-NET-PAY TO PH-NET
                   WRITE PAY-HISTORY-REC
               NOT INVALID KEY
                   ADD PDT-GROSS-PAY TO PH-GROSS
                   ADD PDT-NET-PAY TO PH-NET
                   REWRITE PAY-HISTORY-REC
           END-READ.

      *****************************************************************
      * ADD WHAT THIS RUN POSTED TO ITS PAY DATE - A RERUN POSTS
      * NOTHING NEW, SO THE HISTORY IS AS RESTART-SAFE AS THE MASTER
      *****************************************************************
       400-POST-PAY-DATE-LIABILITY.
           IF WS-POSTED-COUNT > 0
               MOVE WS-PAY-DATE TO PL-PAY-DATE
               READ PAY-LIABILITY-FILE
                   INVALID KEY
                       MOVE WS-RUN-PERIOD TO PL-PAY-PERIOD
                       MOVE WS-RUN-GROSS TO PL-GROSS
                       MOVE WS-RUN-WITHHOLDING TO PL-WITHHOLDING
                       MOVE WS-POSTED-COUNT TO PL-PAYMENT-COUNT
                       WRITE PAY-LIABILITY-REC
                   NOT INVALID KEY
                       ADD WS-RUN-GROSS TO PL-GROSS
                       ADD WS-RUN-WITHHOLDING TO PL-WITHHOLDING
                       ADD WS-POSTED-COUNT TO PL-PAYMENT-COUNT
                       REWRITE PAY-LIABILITY-REC
               END-READ
           END-IF.

      *DISPLAY THE POSTING DISPOSITION TOTALS**************************
       800-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'Periods Posted            : ' WS-POSTED-COUNTZ.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNTZ.
           DISPLAY 'Rerun Rows Skipped        : ' WS-SKIPPED-COUNTZ.
           MOVE WS-SEPARATED-COUNT TO WS-SEPARATED-COUNTZ.
           DISPLAY 'Final Checks Posted       : '
                   WS-SEPARATED-COUNTZ.
           DISPLAY 'Pay Date / Quarter        : ' WS-PAY-DATE ' / '
                   WS-RUN-QUARTER.
           MOVE WS-RUN-GROSS TO WS-MONEY-ED.
           DISPLAY 'Gross Posted To Pay Date  : ' WS-MONEY-ED.
           MOVE WS-RUN-WITHHOLDING TO WS-MONEY-ED.
           DISPLAY 'Withholding Posted        : ' WS-MONEY-ED.
           DISPLAY '**************************************************'.

      *****************************************************************
       900-CLOSE-FILES.
           CLOSE PAY-DETAIL-FILE
                 YTD-MASTER-FILE
                 PAY-LIABILITY-FILE
                 PAY-HISTORY-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
