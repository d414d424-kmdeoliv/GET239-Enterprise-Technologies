      *****************************************************************
      *PURPOSE: Interdepartmental receivables for research
      *chargeback.  The CHRGBACK invoices used to be printed and
      *forgotten - nothing on the ledger showed what the other
      *departments owe this unit.  This program posts each month's
      *CHRGBACK INVOICE file onto the keyed ARMAST receivable master
      *(department + billing month) and books it to the GL through
      *POSTOUT: debit the interdepartmental receivable (ARCTL ARRC,
      *default 1300), credit research revenue (ARCTL RVRS, default
      *4300).  An invoice already on the master is never posted
      *twice, so a rerun of the month books nothing new.  It then
      *applies the ARTRAN receipt transactions:
      *  PAY  A RECEIPT FROM THE DEPARTMENT - DEBIT CASH (ARCTL CASH,
      *       DEFAULT 1000), CREDIT THE RECEIVABLE
      *  CRD  A CREDIT ALLOWED AGAINST THE INVOICE - DEBIT RESEARCH
      *       REVENUE, CREDIT THE RECEIVABLE
      *A receipt or credit may not exceed what is still open on the
      *invoice; an invoice paid down to zero is closed.  A posting is
      *split where the amount passes what one POSTIN record holds.
      *The postings carry a blank period (the open period).
      *Rejected transactions print on the ARREJ report and end the
      *run RC=4.  ARAGE ages what is left open.
      *
      *ARCTL ENTRIES USED HERE:
      *  ARRC  INTERDEPARTMENTAL RECEIVABLE ACCOUNT (4)
      *  RVRS  RESEARCH REVENUE ACCOUNT (4)
      *  CASH  OPERATING CASH ACCOUNT (4)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ARPOST.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVOICE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.
           SELECT AR-TRAN-FILE ASSIGN TO ARTRAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTRAN-STATUS.
           SELECT AR-CTL-FILE ASSIGN TO ARCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCTL-STATUS.
           SELECT AR-MASTER ASSIGN TO ARMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT POSTING-OUT-FILE ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO ARREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PER-DEPARTMENT MONTHLY INVOICES - SEE CHRGBACK**************
       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05  IV-DEPT-ID                   PIC X(8).
           05  IV-BILL-MONTH                PIC X(6).
           05  IV-REQUEST-COUNT             PIC 9(5).
           05  IV-RECS-SCANNED              PIC 9(9).
           05  IV-RECS-RETURNED             PIC 9(7).
           05  IV-ELAPSED-MINUTES           PIC 9(7).
           05  IV-TOTAL-CENTS               PIC 9(9).

      *****************************************************************
      * RECEIPT AND CREDIT TRANSACTIONS AGAINST ONE DEPARTMENT'S
      * INVOICE FOR ONE BILLING MONTH
      *****************************************************************
       FD  AR-TRAN-FILE.
       01  AR-TRAN-REC.
           05  RT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  RT-DEPT-ID                   PIC X(8).
           05  FILLER                       PIC X.
           05  RT-BILL-MONTH                PIC X(6).
           05  FILLER                       PIC X.
           05  RT-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  RT-AMOUNT                    PIC 9(7)V99.
           05  FILLER                       PIC X.
           05  RT-REFERENCE                 PIC X(10).

      *****AR CONTROL - ACCOUNTS AND THE AGING DATE********************
       FD  AR-CTL-FILE.
       01  AR-CTL-REC.
           05  ARC-TYPE                     PIC X(4).
           05  ARC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES ARC-VALUE-FULL.
               10  ARC-ACCOUNT              PIC X(4).
               10  FILLER                   PIC X(4).

      *****************************************************************
      * RECEIVABLE MASTER - ONE RECORD PER DEPARTMENT INVOICE.  STATUS
      * O OPEN, C CLOSED (PAID OR CREDITED DOWN TO ZERO)
      *****************************************************************
       FD  AR-MASTER.
       01  AR-MASTER-REC.
           05  AR-KEY.
               10  AR-DEPT-ID               PIC X(8).
               10  AR-BILL-MONTH            PIC X(6).
           05  AR-INVOICE-DATE              PIC X(8).
           05  AR-BILLED                    PIC 9(7)V99.
           05  AR-PAID                      PIC 9(7)V99.
           05  AR-CREDITED                  PIC 9(7)V99.
           05  AR-STATUS                    PIC X(1).
               88  AR-OPEN                              VALUE 'O'.
               88  AR-CLOSED                            VALUE 'C'.
           05  AR-LAST-RECEIPT-DATE         PIC X(8).
           05  AR-LAST-REFERENCE            PIC X(10).
           05  FILLER                       PIC X(12).

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
           05 WS-INV-EOF-SWITCH        PIC X        VALUE 'N'.
              88 INV-EOF                            VALUE 'Y'.
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-AR-FOUND-SWITCH       PIC X        VALUE 'N'.
              88 AR-FOUND                           VALUE 'Y'.
       01 WS-INVOICE-STATUS            PIC XX.
       01 WS-ARTRAN-STATUS             PIC XX.
       01 WS-ARCTL-STATUS              PIC XX.
       01 WS-ARMAST-STATUS             PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).

      *****AR CONTROL VALUES - DEFAULTS WHEN ARCTL IS SILENT***********
       01 WS-AR-RECV-ACCOUNT           PIC X(4)     VALUE '1300'.
       01 WS-AR-REVENUE-ACCOUNT        PIC X(4)     VALUE '4300'.
       01 WS-CASH-ACCOUNT              PIC X(4)     VALUE '1000'.

      *****ONE INVOICE'S OR RECEIPT'S POSTING WORK AREAS***************
       01 WS-INVOICE-AMOUNT            PIC 9(7)V99.
       01 WS-OPEN-BALANCE              PIC 9(7)V99.
       01 WS-DEBIT-ACCOUNT             PIC X(4).
       01 WS-CREDIT-ACCOUNT            PIC X(4).
       01 WS-POST-REMAINING            PIC 9(9)V99.
       01 WS-POST-PIECE                PIC 9(5)V99.
       01 WS-POSTING-MAX               PIC 9(5)V99  VALUE 99999.99.

      *****POSTING DISPOSITION COUNTERS AND TOTALS*********************
       01 WS-INVOICES-READ         PIC 9(5)     VALUE 0.
       01 WS-INVOICES-READZ        PIC ZZ,ZZ9.
       01 WS-INVOICES-POSTED       PIC 9(5)     VALUE 0.
       01 WS-INVOICES-POSTEDZ      PIC ZZ,ZZ9.
       01 WS-INVOICES-ON-FILE      PIC 9(5)     VALUE 0.
       01 WS-INVOICES-ON-FILEZ     PIC ZZ,ZZ9.
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-RECEIPTS-APPLIED      PIC 9(5)     VALUE 0.
       01 WS-RECEIPTS-APPLIEDZ     PIC ZZ,ZZ9.
       01 WS-CREDITS-APPLIED       PIC 9(5)     VALUE 0.
       01 WS-CREDITS-APPLIEDZ      PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-POSTINGS-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-POSTINGS-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-BILLED-TOTAL          PIC 9(9)V99  VALUE 0.
       01 WS-RECEIPT-TOTAL         PIC 9(9)V99  VALUE 0.
       01 WS-CREDIT-TOTAL          PIC 9(9)V99  VALUE 0.
       01 WS-AMOUNTZ               PIC $$$$,$$$,$$9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(33) VALUE
                   'REJECTED RECEIVABLE ITEMS -     '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(10) VALUE 'DEPT'.
           05                 PIC X(8)  VALUE 'MONTH'.
           05                 PIC X(12) VALUE 'REFERENCE'.
           05                 PIC X(13) VALUE '       AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(28) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-DEPT-ID        PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-BILL-MONTH     PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REFERENCE      PIC X(10).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AR-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-POST-INVOICES UNTIL INV-EOF.
           PERFORM 400-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ARPOST  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-AR-CONTROL.
           OPEN INPUT AR-CTL-FILE.
           IF WS-ARCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-AR-CTL-REC UNTIL CTL-EOF.
           IF WS-ARCTL-STATUS = '00' OR WS-ARCTL-STATUS = '10'
               CLOSE AR-CTL-FILE
           END-IF.
           DISPLAY 'Receivable Account        : ' WS-AR-RECV-ACCOUNT.
           DISPLAY 'Research Revenue Account  : '
                   WS-AR-REVENUE-ACCOUNT.
           DISPLAY 'Cash Account              : ' WS-CASH-ACCOUNT.

       155-READ-AR-CTL-REC.
           READ AR-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE ARC-TYPE
                   WHEN 'ARRC'
                       MOVE ARC-ACCOUNT TO WS-AR-RECV-ACCOUNT
                   WHEN 'RVRS'
                       MOVE ARC-ACCOUNT TO WS-AR-REVENUE-ACCOUNT
                   WHEN 'CASH'
                       MOVE ARC-ACCOUNT TO WS-CASH-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE RECEIVABLE MASTER MAY NOT EXIST YET ON THE FIRST RUN -
      * CREATE IT EMPTY AND REOPEN FOR I-O.  NO INVOICE FILE (CHRGBACK
      * NOT YET RUN) OR NO RECEIPTS IS AN ORDINARY MONTH
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF-SWITCH
           END-IF.
           OPEN INPUT AR-TRAN-FILE.
           IF WS-ARTRAN-STATUS NOT = '00'
               MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-IF.
           OPEN I-O AR-MASTER.
           IF WS-ARMAST-STATUS = '35'
               OPEN OUTPUT AR-MASTER
               CLOSE AR-MASTER
               OPEN I-O AR-MASTER
           END-IF.
           OPEN OUTPUT POSTING-OUT-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
      * ONE CHRGBACK INVOICE - DEBIT THE RECEIVABLE, CREDIT RESEARCH
      * REVENUE.  A ZERO INVOICE OWES NOTHING AND IS NOT CARRIED
      *****************************************************************
       300-POST-INVOICES.
           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-INV-EOF-SWITCH
           END-READ.
           IF NOT INV-EOF
               ADD 1 TO WS-INVOICES-READ
               MOVE IV-DEPT-ID TO AR-DEPT-ID
               MOVE IV-BILL-MONTH TO AR-BILL-MONTH
               PERFORM 320-READ-AR-MASTER
               IF AR-FOUND
                   ADD 1 TO WS-INVOICES-ON-FILE
               ELSE
                   IF IV-TOTAL-CENTS > 0
                       PERFORM 330-ENTER-INVOICE
                   END-IF
               END-IF
           END-IF.

       320-READ-AR-MASTER.
           READ AR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-AR-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AR-FOUND-SWITCH
           END-READ.

       330-ENTER-INVOICE.
           COMPUTE WS-INVOICE-AMOUNT = IV-TOTAL-CENTS / 100.
           MOVE IV-DEPT-ID TO AR-DEPT-ID.
           MOVE IV-BILL-MONTH TO AR-BILL-MONTH.
           MOVE WS-TODAY TO AR-INVOICE-DATE.
           MOVE WS-INVOICE-AMOUNT TO AR-BILLED.
           MOVE 0 TO AR-PAID.
           MOVE 0 TO AR-CREDITED.
           MOVE 'O' TO AR-STATUS.
           MOVE SPACES TO AR-LAST-RECEIPT-DATE.
           MOVE SPACES TO AR-LAST-REFERENCE.
           WRITE AR-MASTER-REC.
           ADD 1 TO WS-INVOICES-POSTED.
           ADD WS-INVOICE-AMOUNT TO WS-BILLED-TOTAL.
           MOVE WS-AR-RECV-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE WS-AR-REVENUE-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE WS-INVOICE-AMOUNT TO WS-POST-REMAINING.
           PERFORM 480-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

      *****************************************************************
       400-APPLY-TRANSACTIONS.
           READ AR-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 410-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   PERFORM 450-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   PERFORM 490-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A PAY OR CRD NAMES AN OPEN INVOICE ON FILE AND MAY NOT TAKE
      * MORE THAN IS STILL OWED ON IT
      *****************************************************************
       410-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RT-ACTION NOT = 'PAY' AND RT-ACTION NOT = 'CRD'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND (RT-AMOUNT NOT NUMERIC OR RT-AMOUNT = 0)
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND RT-DATE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'RECEIPT DATE NOT VALID' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE RT-DEPT-ID TO AR-DEPT-ID
               MOVE RT-BILL-MONTH TO AR-BILL-MONTH
               PERFORM 320-READ-AR-MASTER
               IF NOT AR-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'INVOICE NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   IF NOT AR-OPEN
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'INVOICE ALREADY CLOSED'
                           TO WS-REJECT-REASON
                   ELSE
                       COMPUTE WS-OPEN-BALANCE =
                           AR-BILLED - AR-PAID - AR-CREDITED
                       IF RT-AMOUNT > WS-OPEN-BALANCE
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'AMOUNT EXCEEDS OPEN BALANCE'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A RECEIPT BRINGS IN CASH; A CREDIT GIVES BACK REVENUE.  EITHER
      * WAY THE RECEIVABLE COMES DOWN
      *****************************************************************
       450-APPLY-ONE-TRANSACTION.
           EVALUATE RT-ACTION
               WHEN 'PAY'
                   ADD RT-AMOUNT TO AR-PAID
                   ADD 1 TO WS-RECEIPTS-APPLIED
                   ADD RT-AMOUNT TO WS-RECEIPT-TOTAL
                   MOVE WS-CASH-ACCOUNT TO WS-DEBIT-ACCOUNT
               WHEN 'CRD'
                   ADD RT-AMOUNT TO AR-CREDITED
                   ADD 1 TO WS-CREDITS-APPLIED
                   ADD RT-AMOUNT TO WS-CREDIT-TOTAL
                   MOVE WS-AR-REVENUE-ACCOUNT TO WS-DEBIT-ACCOUNT
           END-EVALUATE.
           MOVE RT-DATE TO AR-LAST-RECEIPT-DATE.
           MOVE RT-REFERENCE TO AR-LAST-REFERENCE.
           IF AR-PAID + AR-CREDITED NOT < AR-BILLED
               MOVE 'C' TO AR-STATUS
           END-IF.
           REWRITE AR-MASTER-REC.
           MOVE WS-AR-RECV-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE RT-AMOUNT TO WS-POST-REMAINING.
           PERFORM 480-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

      *****************************************************************
      * ONE DEBIT AND ONE CREDIT OF UP TO THE LARGEST AMOUNT A POSTIN
      * RECORD HOLDS - REPEATED UNTIL THE WHOLE AMOUNT IS BOOKED
      *****************************************************************
       480-WRITE-POSTING-PAIR.
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

       490-WRITE-REJECT-LINE.
           MOVE RT-ACTION TO RJD-ACTION.
           MOVE RT-DEPT-ID TO RJD-DEPT-ID.
           MOVE RT-BILL-MONTH TO RJD-BILL-MONTH.
           MOVE RT-REFERENCE TO RJD-REFERENCE.
           IF RT-AMOUNT NUMERIC
               MOVE RT-AMOUNT TO RJD-AMOUNT
           ELSE
               MOVE 0 TO RJD-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE POSTING DISPOSITION TOTALS - RC=4 ON ANY REJECT*****
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-INVOICES-READ TO WS-INVOICES-READZ.
           DISPLAY 'Invoices Read             : ' WS-INVOICES-READZ.
           MOVE WS-INVOICES-POSTED TO WS-INVOICES-POSTEDZ.
           DISPLAY 'Invoices Posted           : ' WS-INVOICES-POSTEDZ.
           MOVE WS-BILLED-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Billed             : ' WS-AMOUNTZ.
           MOVE WS-INVOICES-ON-FILE TO WS-INVOICES-ON-FILEZ.
           DISPLAY 'Invoices Already On File  : ' WS-INVOICES-ON-FILEZ.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-RECEIPTS-APPLIED TO WS-RECEIPTS-APPLIEDZ.
           DISPLAY 'Receipts Applied          : ' WS-RECEIPTS-APPLIEDZ.
           MOVE WS-RECEIPT-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Received           : ' WS-AMOUNTZ.
           MOVE WS-CREDITS-APPLIED TO WS-CREDITS-APPLIEDZ.
           DISPLAY 'Credits Applied           : ' WS-CREDITS-APPLIEDZ.
           MOVE WS-CREDIT-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Credited           : ' WS-AMOUNTZ.
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
           CLOSE AR-MASTER
                 POSTING-OUT-FILE
                 REJECT-REPORT-FILE.
           IF WS-INVOICE-STATUS = '00' OR WS-INVOICE-STATUS = '10'
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-ARTRAN-STATUS = '00' OR WS-ARTRAN-STATUS = '10'
               CLOSE AR-TRAN-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
