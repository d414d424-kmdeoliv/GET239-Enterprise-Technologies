      *****************************************************************
      *PURPOSE: Restitution ledger posting.  COURTRET opens an order
      *on the RESTMAST restitution master for each convicted fraud
      *case the court ordered restitution on; the payments against
      *those orders were kept on a spreadsheet.  This program reads
      *the clerk of court's RESTREMT remittance file - case number,
      *transaction type (P payment received from the offender, D
      *disbursement paid out to the victim), date, amount and the
      *clerk's receipt number - and posts each good transaction to
      *the order: a payment adds to the amount paid and settles the
      *order once it is paid in full, a disbursement adds to the
      *amount paid out and may not pay the victim more than has been
      *collected.  Every posted transaction goes on the RESTHIST
      *ledger history and generates its balanced POSTIN pair for
      *GLPOST against the restitution trust accounts on the GLACCTS
      *control member, so finance can reconcile the trust account.
      *Transactions failing an edit print on the RESTREJ report.
      *
      *GLACCTS ENTRIES:
      *  RCSH NNNN  RESTITUTION TRUST CASH
      *  RTRL NNNN  RESTITUTION DUE TO VICTIMS (TRUST LIABILITY)
      *A PAYMENT DEBITS RCSH AND CREDITS RTRL; A DISBURSEMENT DEBITS
      *RTRL AND CREDITS RCSH.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      RESTPOST.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO RESTREMT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTITUTION-MASTER-FILE ASSIGN TO RESTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-CASE-NUMBER
           FILE STATUS IS WS-RESTMAST-STATUS.
           SELECT GL-ACCTS-FILE ASSIGN TO GLACCTS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO RESTHIST
           ORGANIZATION IS SEQUENTIAL.
           SELECT POSTING-FILE-OUT ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO RESTREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CLERK OF COURT RESTITUTION REMITTANCE FILE
      *****************************************************************
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC.
           05  RM-CASE-NUMBER               PIC X(8).
           05  RM-TRAN-TYPE                 PIC X(1).
           05  RM-TRAN-DATE                 PIC X(8).
           05  RM-AMOUNT                    PIC 9(7)V99.
           05  RM-RECEIPT-NO                PIC X(10).

      *****RESTITUTION MASTER - SEE COURTRET***************************
       FD  RESTITUTION-MASTER-FILE.
       01  RESTITUTION-MASTER-REC.
           05  RT-CASE-NUMBER               PIC X(8).
           05  RT-DOCKET-NO                 PIC X(12).
           05  RT-ORDER-DATE                PIC X(8).
           05  RT-ORDERED-AMT               PIC 9(7)V99.
           05  RT-PAID-AMT                  PIC 9(7)V99.
           05  RT-DISBURSED-AMT             PIC 9(7)V99.
           05  RT-LAST-PAY-DATE             PIC X(8).
           05  RT-STATUS                    PIC X(1).
               88  RT-OPEN                              VALUE 'O'.
               88  RT-SATISFIED                         VALUE 'S'.

      *****CONTROL FILE - THE TRUST POSTING ACCOUNT CODES**************
       FD  GL-ACCTS-FILE.
       01  GL-ACCTS-REC.
           05  GA-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  GA-ACCOUNT-CODE              PIC X(4).

      *****************************************************************
      * LEDGER HISTORY - ONE ROW PER POSTED TRANSACTION, APPENDED
      *****************************************************************
       FD  LEDGER-HISTORY-FILE.
       01  LEDGER-HISTORY-REC.
           05  LH-CASE-NUMBER               PIC X(8).
           05  LH-TRAN-TYPE                 PIC X(1).
           05  LH-TRAN-DATE                 PIC X(8).
           05  LH-AMOUNT                    PIC 9(7)V99.
           05  LH-RECEIPT-NO                PIC X(10).
           05  LH-POSTED-DATE               PIC X(8).

      *****GENERATED POSTINGS - THE SAME LAYOUT GLPOST READS***********
       FD  POSTING-FILE-OUT.
       01  POSTING-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
      *BLANK PERIOD - THE SET BOOKS TO THE GL'S OPEN PERIOD************
           05  PO-PERIOD                    PIC X(6).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-REMT-EOF-SWITCH       PIC X        VALUE 'N'.
              88 REMT-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-REC-VALID-SWITCH      PIC X        VALUE 'Y'.
              88 REC-VALID                          VALUE 'Y'.
           05 WS-REST-AVAILABLE-SWITCH PIC X        VALUE 'N'.
              88 REST-AVAILABLE                     VALUE 'Y'.
       01 WS-RESTMAST-STATUS           PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).
       01 WS-HELD-IN-TRUST             PIC 9(7)V99.
       01 WS-BALANCE-DUE               PIC 9(7)V99.

      *****POSTING ACCOUNT CODES - DEFAULTS OVERRIDDEN BY GLACCTS******
       01 WS-TRUST-CASH-ACCOUNT    PIC X(4)     VALUE '1050'.
       01 WS-TRUST-LIAB-ACCOUNT    PIC X(4)     VALUE '2400'.
      *LARGEST AMOUNT ONE POSTIN RECORD CAN CARRY**********************
       01 WS-POSTING-LIMIT         PIC 9(5)V99  VALUE 99999.99.

      *****LEDGER DISPOSITION COUNTERS*********************************
       01 WS-REMT-READ             PIC 9(5)     VALUE 0.
       01 WS-REMT-READZ            PIC ZZ,ZZ9.
       01 WS-PAYMENTS-POSTED       PIC 9(5)     VALUE 0.
       01 WS-PAYMENTS-POSTEDZ      PIC ZZ,ZZ9.
       01 WS-DISBURSE-POSTED       PIC 9(5)     VALUE 0.
       01 WS-DISBURSE-POSTEDZ      PIC ZZ,ZZ9.
       01 WS-ORDERS-SATISFIED      PIC 9(5)     VALUE 0.
       01 WS-ORDERS-SATISFIEDZ     PIC ZZ,ZZ9.
       01 WS-REC-REJECTED          PIC 9(5)     VALUE 0.
       01 WS-REC-REJECTEDZ         PIC ZZ,ZZ9.
       01 WS-TOTAL-PAYMENTS        PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-DISBURSED       PIC 9(9)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(40) VALUE
                   'REJECTED RESTITUTION REMITTANCES - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(5)  VALUE 'TYPE'.
           05                 PIC X(10) VALUE 'DATE'.
           05                 PIC X(14) VALUE '        AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-TRAN-TYPE      PIC X(1).
           05                     PIC X(4)  VALUE SPACES.
           05  RJD-TRAN-DATE      PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(4)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(9)  VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-ACCOUNT-CODES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-POST-REMITTANCES UNTIL REMT-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies RESTPOST*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-ACCOUNT-CODES.
           OPEN INPUT GL-ACCTS-FILE.
           PERFORM 155-READ-ACCOUNT-REC UNTIL CTL-EOF.
           CLOSE GL-ACCTS-FILE.

       155-READ-ACCOUNT-REC.
           READ GL-ACCTS-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GA-TYPE
                   WHEN 'RCSH'
                       MOVE GA-ACCOUNT-CODE TO WS-TRUST-CASH-ACCOUNT
                   WHEN 'RTRL'
                       MOVE GA-ACCOUNT-CODE TO WS-TRUST-LIAB-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * NO RESTITUTION MASTER MEANS NO ORDERS - EVERY REMITTANCE IS
      * REJECTED AS NAMING AN ORDER WE DO NOT HOLD
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT REMITTANCE-FILE.
           OPEN I-O RESTITUTION-MASTER-FILE.
           IF WS-RESTMAST-STATUS = '00'
               MOVE 'Y' TO WS-REST-AVAILABLE-SWITCH
           END-IF.
           OPEN EXTEND LEDGER-HISTORY-FILE.
           OPEN OUTPUT POSTING-FILE-OUT.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-POST-REMITTANCES.
           READ REMITTANCE-FILE
               AT END MOVE 'Y' TO WS-REMT-EOF-SWITCH
           END-READ.
           IF NOT REMT-EOF
               ADD 1 TO WS-REMT-READ
               PERFORM 310-VALIDATE-REMITTANCE
               IF REC-VALID
                   PERFORM 350-POST-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-REC-REJECTED
                   PERFORM 390-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A KNOWN TYPE, A VALID DATE NOT AFTER TODAY, AN AMOUNT ONE
      * POSTING CAN CARRY, AND AN ORDER ON THE MASTER.  A PAYMENT MAY
      * NOT RUN PAST THE BALANCE DUE (THE CLERK REFUNDS OVERPAYMENTS)
      * AND A DISBURSEMENT MAY NOT RUN PAST THE MONEY HELD IN TRUST
      *****************************************************************
       310-VALIDATE-REMITTANCE.
           MOVE 'Y' TO WS-REC-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RM-TRAN-TYPE NOT = 'P' AND RM-TRAN-TYPE NOT = 'D'
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'TRANSACTION TYPE NOT P/D' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE RM-TRAN-DATE TO WS-DATE-CHECK
               PERFORM 320-VALIDATE-DATE
               IF NOT DATE-OK OR RM-TRAN-DATE > WS-TODAY
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'TRANSACTION DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF REC-VALID
               IF RM-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF RM-AMOUNT = 0
                       MOVE 'N' TO WS-REC-VALID-SWITCH
                       MOVE 'AMOUNT ZERO' TO WS-REJECT-REASON
                   END-IF
                   IF RM-AMOUNT > WS-POSTING-LIMIT
                       MOVE 'N' TO WS-REC-VALID-SWITCH
                       MOVE 'AMOUNT OVER POSTING LIMIT'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF REC-VALID AND NOT REST-AVAILABLE
               MOVE 'N' TO WS-REC-VALID-SWITCH
               MOVE 'NO RESTITUTION ORDER ON FILE' TO WS-REJECT-REASON
           END-IF.
           IF REC-VALID
               MOVE RM-CASE-NUMBER TO RT-CASE-NUMBER
               READ RESTITUTION-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-REC-VALID-SWITCH
                       MOVE 'NO RESTITUTION ORDER ON FILE'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF REC-VALID
               COMPUTE WS-BALANCE-DUE = RT-ORDERED-AMT - RT-PAID-AMT
               COMPUTE WS-HELD-IN-TRUST =
                   RT-PAID-AMT - RT-DISBURSED-AMT
               IF RM-TRAN-TYPE = 'P' AND RM-AMOUNT > WS-BALANCE-DUE
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'PAYMENT EXCEEDS BALANCE DUE'
                       TO WS-REJECT-REASON
               END-IF
               IF RM-TRAN-TYPE = 'D' AND RM-AMOUNT > WS-HELD-IN-TRUST
                   MOVE 'N' TO WS-REC-VALID-SWITCH
                   MOVE 'DISBURSEMENT EXCEEDS TRUST'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
           IF WS-DATE-CHECK NOT NUMERIC
              OR WS-DATE-CHECK = '00000000'
               MOVE 'N' TO WS-DATE-OK-SWITCH
           ELSE
               MOVE WS-DATE-CHECK(5:2) TO WS-MONTH-CHECK
               MOVE WS-DATE-CHECK(7:2) TO WS-DAY-CHECK
               IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                  OR WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 31
                   MOVE 'N' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * POST TO THE ORDER, LOG THE LEDGER ROW, AND WRITE THE BALANCED
      * TRUST POSTING PAIR FOR THE TRANSACTION
      *****************************************************************
       350-POST-ONE-TRANSACTION.
           MOVE SPACES TO PO-PERIOD.
           MOVE RM-AMOUNT TO PO-AMOUNT.
           IF RM-TRAN-TYPE = 'P'
               ADD RM-AMOUNT TO RT-PAID-AMT
               IF RM-TRAN-DATE > RT-LAST-PAY-DATE
                  OR RT-LAST-PAY-DATE = SPACES
                   MOVE RM-TRAN-DATE TO RT-LAST-PAY-DATE
               END-IF
               IF RT-PAID-AMT NOT < RT-ORDERED-AMT
                   MOVE 'S' TO RT-STATUS
                   ADD 1 TO WS-ORDERS-SATISFIED
               END-IF
               ADD 1 TO WS-PAYMENTS-POSTED
               ADD RM-AMOUNT TO WS-TOTAL-PAYMENTS
               MOVE WS-TRUST-CASH-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               WRITE POSTING-REC
               MOVE WS-TRUST-LIAB-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'C' TO PO-DEBIT-CREDIT
               WRITE POSTING-REC
           ELSE
               ADD RM-AMOUNT TO RT-DISBURSED-AMT
               ADD 1 TO WS-DISBURSE-POSTED
               ADD RM-AMOUNT TO WS-TOTAL-DISBURSED
               MOVE WS-TRUST-LIAB-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'D' TO PO-DEBIT-CREDIT
               WRITE POSTING-REC
               MOVE WS-TRUST-CASH-ACCOUNT TO PO-ACCOUNT-CODE
               MOVE 'C' TO PO-DEBIT-CREDIT
               WRITE POSTING-REC
           END-IF.
           REWRITE RESTITUTION-MASTER-REC.
           MOVE RM-CASE-NUMBER TO LH-CASE-NUMBER.
           MOVE RM-TRAN-TYPE TO LH-TRAN-TYPE.
           MOVE RM-TRAN-DATE TO LH-TRAN-DATE.
           MOVE RM-AMOUNT TO LH-AMOUNT.
           MOVE RM-RECEIPT-NO TO LH-RECEIPT-NO.
           MOVE WS-TODAY TO LH-POSTED-DATE.
           WRITE LEDGER-HISTORY-REC.

       390-WRITE-REJECT-LINE.
           MOVE RM-CASE-NUMBER TO RJD-CASE-NUMBER.
           MOVE RM-TRAN-TYPE TO RJD-TRAN-TYPE.
           MOVE RM-TRAN-DATE TO RJD-TRAN-DATE.
           IF RM-AMOUNT NUMERIC
               MOVE RM-AMOUNT TO RJD-AMOUNT
           ELSE
               MOVE 0 TO RJD-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE LEDGER DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REMT-READ TO WS-REMT-READZ.
           DISPLAY 'Remittances Read          : ' WS-REMT-READZ.
           MOVE WS-PAYMENTS-POSTED TO WS-PAYMENTS-POSTEDZ.
           DISPLAY 'Payments Posted           : ' WS-PAYMENTS-POSTEDZ.
           MOVE WS-TOTAL-PAYMENTS TO WS-MONEY-ED.
           DISPLAY 'Payments Received         : ' WS-MONEY-ED.
           MOVE WS-DISBURSE-POSTED TO WS-DISBURSE-POSTEDZ.
           DISPLAY 'Disbursements Posted      : ' WS-DISBURSE-POSTEDZ.
           MOVE WS-TOTAL-DISBURSED TO WS-MONEY-ED.
           DISPLAY 'Paid Out To Victims       : ' WS-MONEY-ED.
           MOVE WS-ORDERS-SATISFIED TO WS-ORDERS-SATISFIEDZ.
           DISPLAY 'Orders Paid In Full       : ' WS-ORDERS-SATISFIEDZ.
           MOVE WS-REC-REJECTED TO WS-REC-REJECTEDZ.
           DISPLAY 'Remittances Rejected      : ' WS-REC-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF REST-AVAILABLE
               CLOSE RESTITUTION-MASTER-FILE
           END-IF.
           CLOSE REMITTANCE-FILE
                 LEDGER-HISTORY-FILE
                 POSTING-FILE-OUT
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
