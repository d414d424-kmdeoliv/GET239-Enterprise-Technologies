      *****************************************************************
      *PURPOSE: Operating cash bank reconciliation.  GLPOST books the
      *cash entries but nothing matched them to what cleared the
      *bank - month-end reconciliation was a spreadsheet.  This
      *program takes in the bank's monthly statement (BANKSTMT: a
      *header with the opening balance, one record per cleared item,
      *a trailer with the closing balance - the statement must prove
      *opening plus deposits less withdrawals to closing or the run
      *stops RC=8) and matches the cleared items against the book
      *side:
      *  PAY   EACH PAYROLL DIRECT-DEPOSIT FILE SENT TO THE BANK
      *        (BANKFILE, THE RELEASED BANKREL AND ANY SPCBANK OF THE
      *        MONTH CONCATENATED) - ONE ITEM AT ITS TRAILER TOTAL,
      *        REFERENCED BY PAY DATE
      *  APP   EACH ACCOUNTS PAYABLE CHECK OR ACH PAYMENT (APPAYF),
      *        REFERENCED BY PAYMENT NUMBER
      *  GLJ   EACH OTHER CASH POSTING (CASHPOST, POSTIN LAYOUT - THE
      *        HAND-KEYED AND RECURRING BATCHES) TO THE CASH ACCOUNT
      *  plus the book items still outstanding from last month's
      *  reconciliation (RECOPEN).
      *Matching runs in three passes - same direction (in or out)
      *and same amount in each:
      *  1  THE BANK REFERENCE (CHECK OR PAYMENT NUMBER) EQUALS THE
      *     BOOK REFERENCE
      *  2  THE BANK DATE WITHIN THE RECCTL TOLD TOLERANCE (DEFAULT
      *     5 DAYS) OF THE BOOK DATE
      *  3  AMOUNT ALONE, FOR THE UNDATED GL POSTINGS
      *The RECRPT report shows the outstanding book items (deposits
      *in transit and outstanding payments), the bank items with no
      *book entry that need a journal entry (fees, interest, returned
      *items), and the reconciliation: bank balance adjusted by the
      *outstanding items against the book balance - the cash
      *account's carry-forward plus the period's activity on GLBAL -
      *adjusted by the unbooked bank items.  The outstanding book
      *items are written to RECONEW to carry to next month.  Any
      *bank item needing a journal entry or any unreconciled
      *difference ends the run RC=4.
      *
      *RECCTL ENTRIES USED HERE:
      *  CASH  OPERATING CASH ACCOUNT (4, DEFAULT 1000)
      *  TOLD  DATE-MATCH TOLERANCE IN DAYS (3, DEFAULT 005)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      BANKREC.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REC-CTL-FILE ASSIGN TO RECCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECCTL-STATUS.
           SELECT BANK-STMT-FILE ASSIGN TO BANKSTMT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-BANK-FILE ASSIGN TO BANKFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BANKFILE-STATUS.
           SELECT AP-PAYMENT-FILE ASSIGN TO APPAYF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-APPAYF-STATUS.
           SELECT CASH-POSTING-FILE ASSIGN TO CASHPOST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASHPOST-STATUS.
           SELECT OUTSTANDING-IN-FILE ASSIGN TO RECOPEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECOPEN-STATUS.
           SELECT OUTSTANDING-OUT-FILE ASSIGN TO RECONEW
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GB-KEY
           FILE STATUS IS WS-GLBAL-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO RECRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****RECONCILIATION CONTROL**************************************
       FD  REC-CTL-FILE.
       01  REC-CTL-REC.
           05  RCC-TYPE                     PIC X(4).
           05  RCC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES RCC-VALUE-FULL.
               10  RCC-ACCOUNT              PIC X(4).
               10  FILLER                   PIC X(4).
           05  FILLER REDEFINES RCC-VALUE-FULL.
               10  RCC-DAYS                 PIC 9(3).
               10  FILLER                   PIC X(5).

      *****************************************************************
      * BANK STATEMENT - HEADER, ONE DETAIL PER CLEARED ITEM, TRAILER.
      * A DETAIL'S DR/CR IS THE BANK'S: D TOOK MONEY OUT OF THE
      * ACCOUNT, C PUT MONEY IN.  A NEGATIVE BALANCE CARRIES '-'
      *****************************************************************
       FD  BANK-STMT-FILE.
       01  BANK-STMT-REC.
           05  BS-REC-TYPE                  PIC X(1).
           05  FILLER                       PIC X(1).
           05  BS-BODY                      PIC X(78).
       01  BANK-STMT-HEADER.
           05  FILLER                       PIC X(2).
           05  BSH-PERIOD                   PIC X(6).
           05  FILLER                       PIC X(1).
           05  BSH-OPEN-BALANCE             PIC 9(9)V99.
           05  BSH-OPEN-SIGN                PIC X(1).
           05  FILLER                       PIC X(59).
       01  BANK-STMT-DETAIL.
           05  FILLER                       PIC X(2).
           05  BSD-POST-DATE                PIC X(8).
           05  FILLER                       PIC X(1).
           05  BSD-ITEM-TYPE                PIC X(2).
           05  FILLER                       PIC X(1).
           05  BSD-REFERENCE                PIC X(12).
           05  FILLER                       PIC X(1).
           05  BSD-AMOUNT                   PIC 9(9)V99.
           05  FILLER                       PIC X(1).
           05  BSD-DEBIT-CREDIT             PIC X(1).
           05  FILLER                       PIC X(1).
           05  BSD-DESCRIPTION              PIC X(30).
           05  FILLER                       PIC X(9).
       01  BANK-STMT-TRAILER.
           05  FILLER                       PIC X(2).
           05  BST-CLOSE-BALANCE            PIC 9(9)V99.
           05  BST-CLOSE-SIGN               PIC X(1).
           05  FILLER                       PIC X(1).
           05  BST-ITEM-COUNT               PIC 9(5).
           05  FILLER                       PIC X(60).

      *****PAYROLL DIRECT-DEPOSIT FILE - SEE LAB4A*********************
       FD  PAYROLL-BANK-FILE.
       01  PB-REC.
           05  PB-REC-TYPE                  PIC X(1).
           05  PB-BODY                      PIC X(72).
       01  PB-HEADER-REC.
           05  FILLER                       PIC X(1).
           05  PBH-PAY-DATE                 PIC X(8).
           05  PBH-PAY-PERIOD               PIC X(6).
           05  FILLER                       PIC X(58).
       01  PB-TRAILER-REC.
           05  FILLER                       PIC X(1).
           05  PBT-RECORD-COUNT             PIC 9(7).
           05  PBT-TOTAL-CENTS              PIC 9(11).
           05  FILLER                       PIC X(54).

      *****VENDOR PAYMENT FILE - SEE APPAY*****************************
       FD  AP-PAYMENT-FILE.
       01  AP-PAY-REC.
           05  APD-REC-TYPE                 PIC X(1).
           05  APD-PAYMENT-NUMBER           PIC X(8).
           05  APD-VENDOR-ID                PIC X(6).
           05  APD-PAY-METHOD               PIC X(1).
           05  FILLER                       PIC X(126).
           05  APD-AMOUNT-CENTS             PIC 9(11).
           05  APD-PAY-DATE                 PIC X(8).

      *****GL POSTINGS IN THE POSTIN LAYOUT - SEE GLPOST***************
       FD  CASH-POSTING-FILE.
       01  CASH-POSTING-REC.
           05  CP-ACCOUNT-CODE              PIC X(4).
           05  CP-DEBIT-CREDIT              PIC X(1).
           05  CP-AMOUNT                    PIC 9(5)V99.
           05  CP-PERIOD                    PIC X(6).

      *****************************************************************
      * OUTSTANDING BOOK ITEMS - LAST MONTH'S IN, THIS MONTH'S OUT.
      * DIRECTION I MONEY IN (DEPOSIT), O MONEY OUT (PAYMENT)
      *****************************************************************
       FD  OUTSTANDING-IN-FILE.
       01  OUTSTANDING-IN-REC.
           05  OI-SOURCE                    PIC X(3).
           05  OI-REFERENCE                 PIC X(12).
           05  OI-BOOK-DATE                 PIC X(8).
           05  OI-AMOUNT                    PIC 9(9)V99.
           05  OI-DIRECTION                 PIC X(1).
           05  OI-FIRST-PERIOD              PIC X(6).

       FD  OUTSTANDING-OUT-FILE.
       01  OUTSTANDING-OUT-REC.
           05  OO-SOURCE                    PIC X(3).
           05  OO-REFERENCE                 PIC X(12).
           05  OO-BOOK-DATE                 PIC X(8).
           05  OO-AMOUNT                    PIC 9(9)V99.
           05  OO-DIRECTION                 PIC X(1).
           05  OO-FIRST-PERIOD              PIC X(6).

      *****ACCOUNT BALANCE MASTER - SEE GLPOST*************************
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE          PIC X(4).
               10  GB-PERIOD                PIC X(6).
           05  GB-DEBITS                    PIC 9(9)V99.
           05  GB-CREDITS                   PIC 9(9)V99.
           05  GB-CARRY-FORWARD             PIC S9(9)V99.

      ***RECONCILIATION REPORT*****************************************
       FD  RECON-REPORT-FILE.
       01  RCR-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-STMT-EOF              PIC X        VALUE 'N'.
              88 STMT-EOF                           VALUE 'Y'.
           05 WS-PB-EOF                PIC X        VALUE 'N'.
              88 PB-EOF                             VALUE 'Y'.
           05 WS-APP-EOF               PIC X        VALUE 'N'.
              88 APP-EOF                            VALUE 'Y'.
           05 WS-CP-EOF                PIC X        VALUE 'N'.
              88 CP-EOF                             VALUE 'Y'.
           05 WS-OI-EOF                PIC X        VALUE 'N'.
              88 OI-EOF                             VALUE 'Y'.
           05 WS-HEADER-SEEN-SWITCH    PIC X        VALUE 'N'.
              88 HEADER-SEEN                        VALUE 'Y'.
           05 WS-TRAILER-SEEN-SWITCH   PIC X        VALUE 'N'.
              88 TRAILER-SEEN                       VALUE 'Y'.
       01 WS-RECCTL-STATUS             PIC XX.
       01 WS-BANKFILE-STATUS           PIC XX.
       01 WS-APPAYF-STATUS             PIC XX.
       01 WS-CASHPOST-STATUS           PIC XX.
       01 WS-RECOPEN-STATUS            PIC XX.
       01 WS-GLBAL-STATUS              PIC XX.

      *****RECONCILIATION CONTROL VALUES - DEFAULTS********************
       01 WS-CASH-ACCOUNT              PIC X(4)     VALUE '1000'.
       01 WS-TOLERANCE-DAYS            PIC 9(3)     VALUE 5.

      *****THE STATEMENT***********************************************
       01 WS-STMT-PERIOD               PIC X(6)     VALUE SPACES.
       01 WS-OPEN-BALANCE              PIC S9(11)V99 VALUE 0.
       01 WS-CLOSE-BALANCE             PIC S9(11)V99 VALUE 0.
       01 WS-PROVED-BALANCE            PIC S9(11)V99 VALUE 0.
       01 WS-STMT-ITEM-COUNT           PIC 9(5)     VALUE 0.
       01 WS-PB-PAY-DATE               PIC X(8).
       01 WS-GL-SEQ                    PIC 9(6)     VALUE 0.

      *****************************************************************
      * BOOK ITEMS - LAST MONTH'S OUTSTANDING PLUS THIS MONTH'S
      * PAYROLL, AP AND GL CASH ENTRIES
      *****************************************************************
       01 WS-BOOK-COUNT                PIC 9(4)     VALUE 0.
       01 WS-BOOK-SUB                  PIC 9(4).
       01 WS-BOOK-HIT                  PIC 9(4).
       01 WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 3000 TIMES.
              10 WS-BK-SOURCE          PIC X(3).
              10 WS-BK-REFERENCE       PIC X(12).
              10 WS-BK-DATE            PIC X(8).
              10 WS-BK-AMOUNT          PIC 9(9)V99.
              10 WS-BK-DIRECTION       PIC X(1).
              10 WS-BK-FIRST-PERIOD    PIC X(6).
              10 WS-BK-MATCHED         PIC X(1).
       01 WS-NEW-SOURCE                PIC X(3).
       01 WS-NEW-REFERENCE             PIC X(12).
       01 WS-NEW-DATE                  PIC X(8).
       01 WS-NEW-AMOUNT                PIC 9(9)V99.
       01 WS-NEW-DIRECTION             PIC X(1).
       01 WS-NEW-FIRST-PERIOD          PIC X(6).

      *****BANK ITEMS FROM THE STATEMENT*******************************
       01 WS-BANK-COUNT                PIC 9(4)     VALUE 0.
       01 WS-BANK-SUB                  PIC 9(4).
       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 3000 TIMES.
              10 WS-BN-DATE            PIC X(8).
              10 WS-BN-TYPE            PIC X(2).
              10 WS-BN-REFERENCE       PIC X(12).
              10 WS-BN-AMOUNT          PIC 9(9)V99.
              10 WS-BN-DIRECTION       PIC X(1).
              10 WS-BN-DESCRIPTION     PIC X(30).
              10 WS-BN-MATCHED         PIC X(1).

      *****MATCH WORK AREAS********************************************
       01 WS-PASS                      PIC 9(1).
       01 WS-BANK-DATE-NUM             PIC 9(8).
       01 WS-BOOK-DATE-NUM             PIC 9(8).
       01 WS-DAY-GAP                   PIC S9(7).

      *****RECONCILIATION AMOUNTS**************************************
       01 WS-BOOK-BALANCE              PIC S9(11)V99 VALUE 0.
       01 WS-IN-TRANSIT                PIC S9(11)V99 VALUE 0.
       01 WS-OUTSTANDING-OUT           PIC S9(11)V99 VALUE 0.
       01 WS-UNBOOKED-IN               PIC S9(11)V99 VALUE 0.
       01 WS-UNBOOKED-OUT              PIC S9(11)V99 VALUE 0.
       01 WS-ADJUSTED-BANK             PIC S9(11)V99 VALUE 0.
       01 WS-ADJUSTED-BOOK             PIC S9(11)V99 VALUE 0.
       01 WS-DIFFERENCE                PIC S9(11)V99 VALUE 0.

      *****RECONCILIATION COUNTERS*************************************
       01 WS-MATCHED-BY-REF        PIC 9(5)     VALUE 0.
       01 WS-MATCHED-BY-REFZ       PIC ZZ,ZZ9.
       01 WS-MATCHED-BY-DATE       PIC 9(5)     VALUE 0.
       01 WS-MATCHED-BY-DATEZ      PIC ZZ,ZZ9.
       01 WS-MATCHED-BY-AMT        PIC 9(5)     VALUE 0.
       01 WS-MATCHED-BY-AMTZ       PIC ZZ,ZZ9.
       01 WS-BOOK-OUTSTANDING      PIC 9(5)     VALUE 0.
       01 WS-BOOK-OUTSTANDINGZ     PIC ZZ,ZZ9.
       01 WS-BANK-UNMATCHED        PIC 9(5)     VALUE 0.
       01 WS-BANK-UNMATCHEDZ       PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  RCR-HEADING-1.
           05                 PIC X(39) VALUE
                   'OPERATING CASH RECONCILIATION - PERIOD '.
           05  RCH-PERIOD     PIC X(6).
           05                 PIC X(10) VALUE '  ACCOUNT '.
           05  RCH-ACCOUNT    PIC X(4).
       01  RCR-SECTION-LINE.
           05  RCS-TITLE      PIC X(60).
       01  RCR-BOOK-HEADING.
           05                 PIC X(5)  VALUE 'SRC'.
           05                 PIC X(14) VALUE 'REFERENCE'.
           05                 PIC X(10) VALUE 'BOOK DATE'.
           05                 PIC X(10) VALUE 'SINCE'.
           05                 PIC X(15) VALUE '         AMOUNT'.
           05                 PIC X(4)  VALUE '  IN'.
       01  RCR-BOOK-LINE.
           05  RCB-SOURCE         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RCB-REFERENCE      PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  RCB-DATE           PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RCB-FIRST-PERIOD   PIC X(6).
           05                     PIC X(4)  VALUE SPACES.
           05  RCB-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RCB-DIRECTION      PIC X(3).
           05                     PIC X(22) VALUE SPACES.
       01  RCR-BANK-HEADING.
           05                 PIC X(10) VALUE 'POSTED'.
           05                 PIC X(4)  VALUE 'TYP'.
           05                 PIC X(14) VALUE 'REFERENCE'.
           05                 PIC X(15) VALUE '         AMOUNT'.
           05                 PIC X(5)  VALUE '  DC'.
           05                 PIC X(30) VALUE 'DESCRIPTION'.
       01  RCR-BANK-LINE.
           05  RCK-DATE           PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RCK-TYPE           PIC X(2).
           05                     PIC X(2)  VALUE SPACES.
           05  RCK-REFERENCE      PIC X(12).
           05                     PIC X(1)  VALUE SPACES.
           05  RCK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(3)  VALUE SPACES.
           05  RCK-DEBIT-CREDIT   PIC X(1).
           05                     PIC X(3)  VALUE SPACES.
           05  RCK-DESCRIPTION    PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
       01  RCR-AMOUNT-LINE.
           05  RCA-LABEL          PIC X(40).
           05  RCA-AMOUNT         PIC ---,---,---,--9.99.
           05                     PIC X(22) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-RECON-CONTROL.
           PERFORM 200-LOAD-BANK-STATEMENT.
           PERFORM 250-LOAD-BOOK-ITEMS.
           PERFORM 300-MATCH-ITEMS.
           PERFORM 400-FIND-BOOK-BALANCE.
           PERFORM 450-WRITE-RECONCILIATION.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies BANKREC *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-RECON-CONTROL.
           OPEN INPUT REC-CTL-FILE.
           IF WS-RECCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-RECON-CTL-REC UNTIL CTL-EOF.
           IF WS-RECCTL-STATUS = '00' OR WS-RECCTL-STATUS = '10'
               CLOSE REC-CTL-FILE
           END-IF.
           DISPLAY 'Cash Account              : ' WS-CASH-ACCOUNT.
           DISPLAY 'Date Tolerance (Days)     : ' WS-TOLERANCE-DAYS.

       155-READ-RECON-CTL-REC.
           READ REC-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE RCC-TYPE
                   WHEN 'CASH'
                       MOVE RCC-ACCOUNT TO WS-CASH-ACCOUNT
                   WHEN 'TOLD'
                       IF RCC-DAYS NUMERIC
                           MOVE RCC-DAYS TO WS-TOLERANCE-DAYS
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE STATEMENT MUST HAVE ITS HEADER AND TRAILER, CARRY THE
      * COUNT IT CLAIMS, AND PROVE OPENING TO CLOSING - OTHERWISE
      * NOTHING CAN BE RECONCILED AGAINST IT
      *****************************************************************
       200-LOAD-BANK-STATEMENT.
           OPEN INPUT BANK-STMT-FILE.
           PERFORM 210-READ-STATEMENT-REC UNTIL STMT-EOF.
           CLOSE BANK-STMT-FILE.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
               DISPLAY '*** STATEMENT HEADER OR TRAILER MISSING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STMT-ITEM-COUNT NOT = WS-BANK-COUNT
               DISPLAY '*** BANK STATEMENT ITEM COUNT ' WS-BANK-COUNT
                       ' DOES NOT AGREE WITH TRAILER '
                       WS-STMT-ITEM-COUNT ' ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PROVED-BALANCE NOT = WS-CLOSE-BALANCE
               DISPLAY '*** BANK STATEMENT DOES NOT PROVE OPENING TO '
                       'CLOSING BALANCE ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Statement Period          : ' WS-STMT-PERIOD.
           DISPLAY 'Statement Items           : ' WS-BANK-COUNT.

       210-READ-STATEMENT-REC.
           READ BANK-STMT-FILE
               AT END MOVE 'Y' TO WS-STMT-EOF
           END-READ.
           IF NOT STMT-EOF
               EVALUATE BS-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN-SWITCH
                       MOVE BSH-PERIOD TO WS-STMT-PERIOD
                       MOVE BSH-OPEN-BALANCE TO WS-OPEN-BALANCE
                       IF BSH-OPEN-SIGN = '-'
                           COMPUTE WS-OPEN-BALANCE =
                               0 - WS-OPEN-BALANCE
                       END-IF
                       MOVE WS-OPEN-BALANCE TO WS-PROVED-BALANCE
                   WHEN 'D'
                       PERFORM 220-ADD-BANK-ITEM
                   WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
                       MOVE BST-CLOSE-BALANCE TO WS-CLOSE-BALANCE
                       IF BST-CLOSE-SIGN = '-'
                           COMPUTE WS-CLOSE-BALANCE =
                               0 - WS-CLOSE-BALANCE
                       END-IF
                       MOVE BST-ITEM-COUNT TO WS-STMT-ITEM-COUNT
               END-EVALUATE
           END-IF.

       220-ADD-BANK-ITEM.
           IF WS-BANK-COUNT < 3000
               ADD 1 TO WS-BANK-COUNT
               MOVE BSD-POST-DATE TO WS-BN-DATE(WS-BANK-COUNT)
               MOVE BSD-ITEM-TYPE TO WS-BN-TYPE(WS-BANK-COUNT)
               MOVE BSD-REFERENCE TO WS-BN-REFERENCE(WS-BANK-COUNT)
               MOVE BSD-AMOUNT TO WS-BN-AMOUNT(WS-BANK-COUNT)
               MOVE BSD-DESCRIPTION
                   TO WS-BN-DESCRIPTION(WS-BANK-COUNT)
               MOVE 'N' TO WS-BN-MATCHED(WS-BANK-COUNT)
               IF BSD-DEBIT-CREDIT = 'C'
                   MOVE 'I' TO WS-BN-DIRECTION(WS-BANK-COUNT)
                   ADD BSD-AMOUNT TO WS-PROVED-BALANCE
               ELSE
                   MOVE 'O' TO WS-BN-DIRECTION(WS-BANK-COUNT)
                   SUBTRACT BSD-AMOUNT FROM WS-PROVED-BALANCE
               END-IF
           END-IF.

      *****************************************************************
      * THE BOOK SIDE - ANY SOURCE NOT SUPPLIED IS SIMPLY EMPTY
      *****************************************************************
       250-LOAD-BOOK-ITEMS.
           OPEN INPUT OUTSTANDING-IN-FILE.
           IF WS-RECOPEN-STATUS NOT = '00'
               MOVE 'Y' TO WS-OI-EOF
           END-IF.
           PERFORM 255-READ-OUTSTANDING-REC UNTIL OI-EOF.
           IF WS-RECOPEN-STATUS = '00' OR WS-RECOPEN-STATUS = '10'
               CLOSE OUTSTANDING-IN-FILE
           END-IF.
           OPEN INPUT PAYROLL-BANK-FILE.
           IF WS-BANKFILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PB-EOF
           END-IF.
           PERFORM 260-READ-PAYROLL-BANK-REC UNTIL PB-EOF.
           IF WS-BANKFILE-STATUS = '00' OR WS-BANKFILE-STATUS = '10'
               CLOSE PAYROLL-BANK-FILE
           END-IF.
           OPEN INPUT AP-PAYMENT-FILE.
           IF WS-APPAYF-STATUS NOT = '00'
               MOVE 'Y' TO WS-APP-EOF
           END-IF.
           PERFORM 265-READ-AP-PAYMENT-REC UNTIL APP-EOF.
           IF WS-APPAYF-STATUS = '00' OR WS-APPAYF-STATUS = '10'
               CLOSE AP-PAYMENT-FILE
           END-IF.
           OPEN INPUT CASH-POSTING-FILE.
           IF WS-CASHPOST-STATUS NOT = '00'
               MOVE 'Y' TO WS-CP-EOF
           END-IF.
           PERFORM 270-READ-CASH-POSTING-REC UNTIL CP-EOF.
           IF WS-CASHPOST-STATUS = '00' OR WS-CASHPOST-STATUS = '10'
               CLOSE CASH-POSTING-FILE
           END-IF.
           DISPLAY 'Book Items To Match       : ' WS-BOOK-COUNT.

       255-READ-OUTSTANDING-REC.
           READ OUTSTANDING-IN-FILE
               AT END MOVE 'Y' TO WS-OI-EOF
           END-READ.
           IF NOT OI-EOF
               MOVE OI-SOURCE TO WS-NEW-SOURCE
               MOVE OI-REFERENCE TO WS-NEW-REFERENCE
               MOVE OI-BOOK-DATE TO WS-NEW-DATE
               MOVE OI-AMOUNT TO WS-NEW-AMOUNT
               MOVE OI-DIRECTION TO WS-NEW-DIRECTION
               MOVE OI-FIRST-PERIOD TO WS-NEW-FIRST-PERIOD
               PERFORM 280-ADD-BOOK-ITEM
           END-IF.

      *****************************************************************
      * ONE BOOK ITEM PER PAYROLL BANK FILE - THE BANK DEBITS THE
      * FILE'S TOTAL IN ONE AMOUNT
      *****************************************************************
       260-READ-PAYROLL-BANK-REC.
           READ PAYROLL-BANK-FILE
               AT END MOVE 'Y' TO WS-PB-EOF
           END-READ.
           IF NOT PB-EOF
               EVALUATE PB-REC-TYPE
                   WHEN 'H'
                       MOVE PBH-PAY-DATE TO WS-PB-PAY-DATE
                   WHEN 'T'
                       IF PBT-TOTAL-CENTS > 0
                           MOVE 'PAY' TO WS-NEW-SOURCE
                           MOVE WS-PB-PAY-DATE TO WS-NEW-REFERENCE
                           MOVE WS-PB-PAY-DATE TO WS-NEW-DATE
                           COMPUTE WS-NEW-AMOUNT =
                               PBT-TOTAL-CENTS / 100
                           MOVE 'O' TO WS-NEW-DIRECTION
                           MOVE WS-STMT-PERIOD TO WS-NEW-FIRST-PERIOD
                           PERFORM 280-ADD-BOOK-ITEM
                       END-IF
               END-EVALUATE
           END-IF.

       265-READ-AP-PAYMENT-REC.
           READ AP-PAYMENT-FILE
               AT END MOVE 'Y' TO WS-APP-EOF
           END-READ.
           IF NOT APP-EOF AND APD-REC-TYPE = 'D'
               MOVE 'APP' TO WS-NEW-SOURCE
               MOVE APD-PAYMENT-NUMBER TO WS-NEW-REFERENCE
               MOVE APD-PAY-DATE TO WS-NEW-DATE
               COMPUTE WS-NEW-AMOUNT = APD-AMOUNT-CENTS / 100
               MOVE 'O' TO WS-NEW-DIRECTION
               MOVE WS-STMT-PERIOD TO WS-NEW-FIRST-PERIOD
               PERFORM 280-ADD-BOOK-ITEM
           END-IF.

      *****************************************************************
      * A DEBIT TO CASH IS MONEY IN, A CREDIT MONEY OUT.  POSTINGS
      * CARRY NO DATE OR REFERENCE - EACH IS NUMBERED FOR THE REPORT
      *****************************************************************
       270-READ-CASH-POSTING-REC.
           READ CASH-POSTING-FILE
               AT END MOVE 'Y' TO WS-CP-EOF
           END-READ.
           IF NOT CP-EOF AND CP-ACCOUNT-CODE = WS-CASH-ACCOUNT
               ADD 1 TO WS-GL-SEQ
               MOVE 'GLJ' TO WS-NEW-SOURCE
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING 'GL' WS-STMT-PERIOD WS-GL-SEQ(3:4)
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
               MOVE SPACES TO WS-NEW-DATE
               MOVE CP-AMOUNT TO WS-NEW-AMOUNT
               IF CP-DEBIT-CREDIT = 'D'
                   MOVE 'I' TO WS-NEW-DIRECTION
               ELSE
                   MOVE 'O' TO WS-NEW-DIRECTION
               END-IF
               MOVE WS-STMT-PERIOD TO WS-NEW-FIRST-PERIOD
               PERFORM 280-ADD-BOOK-ITEM
           END-IF.

       280-ADD-BOOK-ITEM.
           IF WS-BOOK-COUNT < 3000
               ADD 1 TO WS-BOOK-COUNT
               MOVE WS-NEW-SOURCE TO WS-BK-SOURCE(WS-BOOK-COUNT)
               MOVE WS-NEW-REFERENCE TO WS-BK-REFERENCE(WS-BOOK-COUNT)
               MOVE WS-NEW-DATE TO WS-BK-DATE(WS-BOOK-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-BK-AMOUNT(WS-BOOK-COUNT)
               MOVE WS-NEW-DIRECTION TO WS-BK-DIRECTION(WS-BOOK-COUNT)
               MOVE WS-NEW-FIRST-PERIOD
                   TO WS-BK-FIRST-PERIOD(WS-BOOK-COUNT)
               MOVE 'N' TO WS-BK-MATCHED(WS-BOOK-COUNT)
           ELSE
               DISPLAY '*** BOOK ITEM TABLE FULL - ' WS-NEW-SOURCE
                       ' ' WS-NEW-REFERENCE ' NOT MATCHED ***'
           END-IF.

      *****************************************************************
      * EACH PASS OFFERS EVERY STILL-UNMATCHED BANK ITEM TO THE
      * STILL-UNMATCHED BOOK ITEMS; THE FIRST THAT QUALIFIES TAKES IT
      *****************************************************************
       300-MATCH-ITEMS.
           PERFORM 310-RUN-MATCH-PASS
               VARYING WS-PASS FROM 1 BY 1 UNTIL WS-PASS > 3.

       310-RUN-MATCH-PASS.
           PERFORM 320-MATCH-BANK-ITEM
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT.

       320-MATCH-BANK-ITEM.
           IF WS-BN-MATCHED(WS-BANK-SUB) = 'N'
               MOVE 0 TO WS-BOOK-HIT
               PERFORM 330-TRY-BOOK-ITEM
                   VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOK-COUNT
                      OR WS-BOOK-HIT > 0
               IF WS-BOOK-HIT > 0
                   MOVE 'Y' TO WS-BN-MATCHED(WS-BANK-SUB)
                   MOVE 'Y' TO WS-BK-MATCHED(WS-BOOK-HIT)
                   EVALUATE WS-PASS
                       WHEN 1
                           ADD 1 TO WS-MATCHED-BY-REF
                       WHEN 2
                           ADD 1 TO WS-MATCHED-BY-DATE
                       WHEN 3
                           ADD 1 TO WS-MATCHED-BY-AMT
                   END-EVALUATE
               END-IF
           END-IF.

       330-TRY-BOOK-ITEM.
           IF WS-BK-MATCHED(WS-BOOK-SUB) = 'N'
              AND WS-BK-DIRECTION(WS-BOOK-SUB)
                  = WS-BN-DIRECTION(WS-BANK-SUB)
              AND WS-BK-AMOUNT(WS-BOOK-SUB)
                  = WS-BN-AMOUNT(WS-BANK-SUB)
               EVALUATE WS-PASS
                   WHEN 1
                       IF WS-BN-REFERENCE(WS-BANK-SUB) NOT = SPACES
                          AND WS-BN-REFERENCE(WS-BANK-SUB)
                              = WS-BK-REFERENCE(WS-BOOK-SUB)
                           MOVE WS-BOOK-SUB TO WS-BOOK-HIT
                       END-IF
                   WHEN 2
                       PERFORM 340-CHECK-DATE-WINDOW
                   WHEN 3
                       IF WS-BK-SOURCE(WS-BOOK-SUB) = 'GLJ'
                           MOVE WS-BOOK-SUB TO WS-BOOK-HIT
                       END-IF
               END-EVALUATE
           END-IF.

       340-CHECK-DATE-WINDOW.
           IF WS-BK-DATE(WS-BOOK-SUB) NUMERIC
              AND WS-BN-DATE(WS-BANK-SUB) NUMERIC
               MOVE WS-BK-DATE(WS-BOOK-SUB) TO WS-BOOK-DATE-NUM
               MOVE WS-BN-DATE(WS-BANK-SUB) TO WS-BANK-DATE-NUM
               COMPUTE WS-DAY-GAP =
                   FUNCTION INTEGER-OF-DATE(WS-BANK-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-BOOK-DATE-NUM)
               IF WS-DAY-GAP NOT < 0 - WS-TOLERANCE-DAYS
                  AND WS-DAY-GAP NOT > WS-TOLERANCE-DAYS
                   MOVE WS-BOOK-SUB TO WS-BOOK-HIT
               END-IF
           END-IF.

      *****************************************************************
      * BOOK BALANCE - THE CASH ACCOUNT'S CARRY-FORWARD INTO THE
      * STATEMENT PERIOD PLUS THE PERIOD'S DEBITS LESS ITS CREDITS
      *****************************************************************
       400-FIND-BOOK-BALANCE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS = '00'
               MOVE WS-CASH-ACCOUNT TO GB-ACCOUNT-CODE
               MOVE WS-STMT-PERIOD TO GB-PERIOD
               READ GL-BALANCE-FILE
                   INVALID KEY
                       DISPLAY '*** NO GLBAL ROW FOR CASH ACCOUNT '
                               WS-CASH-ACCOUNT ' PERIOD '
                               WS-STMT-PERIOD ' ***'
                   NOT INVALID KEY
                       COMPUTE WS-BOOK-BALANCE = GB-CARRY-FORWARD
                           + GB-DEBITS - GB-CREDITS
               END-READ
               CLOSE GL-BALANCE-FILE
           END-IF.

      *****************************************************************
      * THE REPORT - OUTSTANDING BOOK ITEMS (CARRIED FORWARD ON
      * RECONEW), BANK ITEMS NEEDING A JOURNAL ENTRY, AND THE
      * RECONCILIATION ITSELF
      *****************************************************************
       450-WRITE-RECONCILIATION.
           OPEN OUTPUT RECON-REPORT-FILE.
           OPEN OUTPUT OUTSTANDING-OUT-FILE.
           MOVE WS-STMT-PERIOD TO RCH-PERIOD.
           MOVE WS-CASH-ACCOUNT TO RCH-ACCOUNT.
           MOVE RCR-HEADING-1 TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE SPACES TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE 'OUTSTANDING BOOK ITEMS - NOT YET CLEARED BY THE BANK'
               TO RCS-TITLE.
           MOVE RCR-SECTION-LINE TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE RCR-BOOK-HEADING TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           PERFORM 460-WRITE-OUTSTANDING-ITEM
               VARYING WS-BOOK-SUB FROM 1 BY 1
               UNTIL WS-BOOK-SUB > WS-BOOK-COUNT.
           MOVE SPACES TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE 'BANK ITEMS NOT ON THE BOOKS - JOURNAL ENTRY NEEDED'
               TO RCS-TITLE.
           MOVE RCR-SECTION-LINE TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE RCR-BANK-HEADING TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           PERFORM 470-WRITE-UNMATCHED-BANK-ITEM
               VARYING WS-BANK-SUB FROM 1 BY 1
               UNTIL WS-BANK-SUB > WS-BANK-COUNT.
           MOVE SPACES TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           COMPUTE WS-ADJUSTED-BANK = WS-CLOSE-BALANCE
               + WS-IN-TRANSIT - WS-OUTSTANDING-OUT.
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               + WS-UNBOOKED-IN - WS-UNBOOKED-OUT.
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.
           MOVE 'RECONCILIATION' TO RCS-TITLE.
           MOVE RCR-SECTION-LINE TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE 'BANK STATEMENT CLOSING BALANCE' TO RCA-LABEL.
           MOVE WS-CLOSE-BALANCE TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE '  ADD DEPOSITS IN TRANSIT' TO RCA-LABEL.
           MOVE WS-IN-TRANSIT TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE '  LESS OUTSTANDING PAYMENTS' TO RCA-LABEL.
           MOVE WS-OUTSTANDING-OUT TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE 'ADJUSTED BANK BALANCE' TO RCA-LABEL.
           MOVE WS-ADJUSTED-BANK TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE SPACES TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE 'BOOK BALANCE PER GL' TO RCA-LABEL.
           MOVE WS-BOOK-BALANCE TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE '  ADD BANK CREDITS NOT ON THE BOOKS' TO RCA-LABEL.
           MOVE WS-UNBOOKED-IN TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE '  LESS BANK DEBITS NOT ON THE BOOKS' TO RCA-LABEL.
           MOVE WS-UNBOOKED-OUT TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE 'ADJUSTED BOOK BALANCE' TO RCA-LABEL.
           MOVE WS-ADJUSTED-BOOK TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.
           MOVE SPACES TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.
           MOVE 'UNRECONCILED DIFFERENCE' TO RCA-LABEL.
           MOVE WS-DIFFERENCE TO RCA-AMOUNT.
           PERFORM 480-WRITE-AMOUNT-LINE.

       460-WRITE-OUTSTANDING-ITEM.
           IF WS-BK-MATCHED(WS-BOOK-SUB) = 'N'
               ADD 1 TO WS-BOOK-OUTSTANDING
               MOVE WS-BK-SOURCE(WS-BOOK-SUB) TO RCB-SOURCE
               MOVE WS-BK-REFERENCE(WS-BOOK-SUB) TO RCB-REFERENCE
               MOVE WS-BK-DATE(WS-BOOK-SUB) TO RCB-DATE
               MOVE WS-BK-FIRST-PERIOD(WS-BOOK-SUB)
                   TO RCB-FIRST-PERIOD
               MOVE WS-BK-AMOUNT(WS-BOOK-SUB) TO RCB-AMOUNT
               IF WS-BK-DIRECTION(WS-BOOK-SUB) = 'I'
                   MOVE 'IN' TO RCB-DIRECTION
                   ADD WS-BK-AMOUNT(WS-BOOK-SUB) TO WS-IN-TRANSIT
               ELSE
                   MOVE 'OUT' TO RCB-DIRECTION
                   ADD WS-BK-AMOUNT(WS-BOOK-SUB) TO WS-OUTSTANDING-OUT
               END-IF
               MOVE RCR-BOOK-LINE TO RCR-OUT-REC
               WRITE RCR-OUT-REC
               MOVE WS-BK-SOURCE(WS-BOOK-SUB) TO OO-SOURCE
               MOVE WS-BK-REFERENCE(WS-BOOK-SUB) TO OO-REFERENCE
               MOVE WS-BK-DATE(WS-BOOK-SUB) TO OO-BOOK-DATE
               MOVE WS-BK-AMOUNT(WS-BOOK-SUB) TO OO-AMOUNT
               MOVE WS-BK-DIRECTION(WS-BOOK-SUB) TO OO-DIRECTION
               MOVE WS-BK-FIRST-PERIOD(WS-BOOK-SUB) TO OO-FIRST-PERIOD
               WRITE OUTSTANDING-OUT-REC
           END-IF.

       470-WRITE-UNMATCHED-BANK-ITEM.
           IF WS-BN-MATCHED(WS-BANK-SUB) = 'N'
               ADD 1 TO WS-BANK-UNMATCHED
               MOVE WS-BN-DATE(WS-BANK-SUB) TO RCK-DATE
               MOVE WS-BN-TYPE(WS-BANK-SUB) TO RCK-TYPE
               MOVE WS-BN-REFERENCE(WS-BANK-SUB) TO RCK-REFERENCE
               MOVE WS-BN-AMOUNT(WS-BANK-SUB) TO RCK-AMOUNT
               MOVE WS-BN-DESCRIPTION(WS-BANK-SUB) TO RCK-DESCRIPTION
               IF WS-BN-DIRECTION(WS-BANK-SUB) = 'I'
                   MOVE 'C' TO RCK-DEBIT-CREDIT
                   ADD WS-BN-AMOUNT(WS-BANK-SUB) TO WS-UNBOOKED-IN
               ELSE
                   MOVE 'D' TO RCK-DEBIT-CREDIT
                   ADD WS-BN-AMOUNT(WS-BANK-SUB) TO WS-UNBOOKED-OUT
               END-IF
               MOVE RCR-BANK-LINE TO RCR-OUT-REC
               WRITE RCR-OUT-REC
           END-IF.

       480-WRITE-AMOUNT-LINE.
           MOVE RCR-AMOUNT-LINE TO RCR-OUT-REC.
           WRITE RCR-OUT-REC.

      *DISPLAY THE MATCH TOTALS - RC=4 ON ANYTHING LEFT TO RESOLVE*****
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-MATCHED-BY-REF TO WS-MATCHED-BY-REFZ.
           DISPLAY 'Matched By Reference      : ' WS-MATCHED-BY-REFZ.
           MOVE WS-MATCHED-BY-DATE TO WS-MATCHED-BY-DATEZ.
           DISPLAY 'Matched By Amount/Date    : ' WS-MATCHED-BY-DATEZ.
           MOVE WS-MATCHED-BY-AMT TO WS-MATCHED-BY-AMTZ.
           DISPLAY 'Matched By Amount (GL)    : ' WS-MATCHED-BY-AMTZ.
           MOVE WS-BOOK-OUTSTANDING TO WS-BOOK-OUTSTANDINGZ.
           DISPLAY 'Book Items Outstanding    : ' WS-BOOK-OUTSTANDINGZ.
           MOVE WS-BANK-UNMATCHED TO WS-BANK-UNMATCHEDZ.
           DISPLAY 'Bank Items Needing JE     : ' WS-BANK-UNMATCHEDZ.
           MOVE WS-DIFFERENCE TO RCA-AMOUNT.
           DISPLAY 'Unreconciled Difference   : ' RCA-AMOUNT.
           DISPLAY '**************************************************'.
           IF WS-BANK-UNMATCHED > 0 OR WS-DIFFERENCE NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE RECON-REPORT-FILE
                 OUTSTANDING-OUT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
