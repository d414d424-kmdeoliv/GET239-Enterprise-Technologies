      *****************************************************************
      *PURPOSE: Accounts payable scheduled payment run.  Selects every
      *open invoice on the APINV open-payables master (entered by
      *APINVC) that falls due on or before the APCTL PDT pay date and
      *pays each vendor once for all of its due invoices:
      *  - one payment record per vendor on the APPAYF payment file -
      *    by check to the remit-to name and address, or by ACH to the
      *    routing and account on VENDMAST - with a header and a
      *    count/amount trailer in the layout of the payroll BANKFILE
      *  - a remittance advice on APREMIT listing the invoices paid
      *  - the invoices marked paid (P) with the pay date and the
      *    payment number
      *  - the vendor's paid-to-date on VENDMAST, rolled to the prior
      *    year the first time the vendor is paid in a new year, for
      *    the year-end 1099 extract
      *  - debit accounts payable (APCTL APLB, default 2500) and
      *    credit cash (APCTL CASH, default 1000) through POSTOUT,
      *    split where an amount passes what one POSTIN record holds
      *Checks and ACH payments share one number sequence: the next
      *number is the APCTL NCHK starting number or one past the
      *highest number already on APINV, whichever is higher.  Due
      *invoices of a vendor inactive or missing from VENDMAST are held
      *and listed, and the run ends RC=4.  No PDT - nothing is paid
      *and the run ends RC=8.
      *
      *APCTL ENTRIES USED HERE:
      *  PDT   PAY DATE YYYYMMDD (8)
      *  NCHK  FIRST PAYMENT NUMBER OF A NEW CHECK STOCK (8)
      *  APLB  ACCOUNTS PAYABLE LIABILITY ACCOUNT (4)
      *  CASH  OPERATING CASH ACCOUNT (4)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      APPAY.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-CTL-FILE ASSIGN TO APCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APCTL-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO VENDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VM-VENDOR-ID
           FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT AP-INVOICE-MASTER ASSIGN TO APINV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AI-KEY
           FILE STATUS IS WS-APINV-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO APPAYF
           ORGANIZATION IS SEQUENTIAL.
           SELECT REMITTANCE-FILE ASSIGN TO APREMIT
           ORGANIZATION IS SEQUENTIAL.
           SELECT POSTING-OUT-FILE ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****AP CONTROL - ACCOUNTS, TERMS, PAY DATE, CHECK NUMBERS*******
       FD  AP-CTL-FILE.
       01  AP-CTL-REC.
           05  APC-TYPE                     PIC X(4).
           05  APC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES APC-VALUE-FULL.
               10  APC-ACCOUNT              PIC X(4).
               10  FILLER                   PIC X(4).

      *****VENDOR MASTER - SEE VENDMNT*********************************
       FD  VENDOR-MASTER.
       01  VENDOR-MASTER-REC.
           05  VM-VENDOR-ID                 PIC X(6).
           05  VM-VENDOR-NAME               PIC X(30).
           05  VM-REMIT-NAME                PIC X(30).
           05  VM-REMIT-ADDRESS             PIC X(40).
           05  VM-REMIT-CITY-ST-ZIP         PIC X(30).
           05  VM-TAX-ID                    PIC X(9).
           05  VM-1099-FLAG                 PIC X(1).
               88  VM-1099-VENDOR                       VALUE 'Y'.
           05  VM-PAY-METHOD                PIC X(1).
               88  VM-PAID-BY-CHECK                     VALUE 'C'.
               88  VM-PAID-BY-ACH                       VALUE 'A'.
           05  VM-BANK-ROUTING              PIC X(9).
           05  VM-BANK-ACCOUNT              PIC X(17).
           05  VM-STATUS                    PIC X(1).
               88  VM-ACTIVE                            VALUE 'A'.
               88  VM-INACTIVE                          VALUE 'I'.
           05  VM-PAID-YEAR                 PIC X(4).
           05  VM-PAID-YTD                  PIC 9(9)V99.
           05  VM-PAID-PRIOR-YEAR           PIC 9(9)V99.
           05  VM-LAST-PAID-DATE            PIC X(8).

      *****OPEN-PAYABLES MASTER - SEE APINVC***************************
       FD  AP-INVOICE-MASTER.
       01  AP-INVOICE-REC.
           05  AI-KEY.
               10  AI-VENDOR-ID             PIC X(6).
               10  AI-INVOICE-NUMBER        PIC X(12).
           05  AI-PO-NUMBER                 PIC X(8).
           05  AI-INVOICE-DATE              PIC X(8).
           05  AI-DUE-DATE                  PIC X(8).
           05  AI-GL-ACCOUNT                PIC X(4).
           05  AI-AMOUNT                    PIC 9(7)V99.
           05  AI-STATUS                    PIC X(1).
               88  AI-OPEN                              VALUE 'O'.
               88  AI-PAID                              VALUE 'P'.
               88  AI-VOIDED                            VALUE 'V'.
           05  AI-PAID-DATE                 PIC X(8).
           05  AI-PAYMENT-NUMBER            PIC X(8).
           05  AI-ENTERED-DATE              PIC X(8).

      *****************************************************************
      * VENDOR PAYMENT FILE - HEADER, ONE DETAIL PER PAYMENT (METHOD
      * C PRINTS A CHECK, A GOES TO THE BANK), AND A COUNT/AMOUNT
      * TRAILER.  AMOUNTS IN CENTS
      *****************************************************************
       FD  PAYMENT-FILE.
       01  PAY-OUT-REC                      PIC X(161).
       01  PAY-HEADER-REC.
           05  PH-REC-TYPE                  PIC X(1).
           05  PH-PAY-DATE                  PIC X(8).
           05  FILLER                       PIC X(152).
       01  PAY-DETAIL-REC.
           05  PD-REC-TYPE                  PIC X(1).
           05  PD-PAYMENT-NUMBER            PIC X(8).
           05  PD-VENDOR-ID                 PIC X(6).
           05  PD-PAY-METHOD                PIC X(1).
           05  PD-REMIT-NAME                PIC X(30).
           05  PD-REMIT-ADDRESS             PIC X(40).
           05  PD-REMIT-CITY-ST-ZIP         PIC X(30).
           05  PD-BANK-ROUTING              PIC X(9).
           05  PD-BANK-ACCOUNT              PIC X(17).
           05  PD-AMOUNT-CENTS              PIC 9(11).
           05  PD-PAY-DATE                  PIC X(8).
       01  PAY-TRAILER-REC.
           05  PT-REC-TYPE                  PIC X(1).
           05  PT-PAYMENT-COUNT             PIC 9(7).
           05  PT-TOTAL-CENTS               PIC 9(13).
           05  FILLER                       PIC X(140).

      ***REMITTANCE ADVICE - ONE BLOCK PER PAYMENT*********************
       FD  REMITTANCE-FILE.
       01  REM-OUT-REC                      PIC X(80).

      *****GL POSTINGS IN THE POSTIN LAYOUT - SEE GLPOST***************
       FD  POSTING-OUT-FILE.
       01  POSTING-OUT-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
           05  PO-PERIOD                    PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-INV-EOF               PIC X        VALUE 'N'.
              88 INV-EOF                            VALUE 'Y'.
           05 WS-VENDOR-PAYABLE-SWITCH PIC X        VALUE 'N'.
              88 VENDOR-PAYABLE                     VALUE 'Y'.
       01 WS-APCTL-STATUS              PIC XX.
       01 WS-VENDMAST-STATUS           PIC XX.
       01 WS-APINV-STATUS              PIC XX.

      *****AP CONTROL VALUES - DEFAULTS WHEN APCTL IS SILENT***********
       01 WS-PAY-DATE                  PIC X(8)     VALUE SPACES.
       01 WS-PAY-YEAR-NUM              PIC 9(4).
       01 WS-PRIOR-YEAR-NUM            PIC 9(4).
       01 WS-AP-LIAB-ACCOUNT           PIC X(4)     VALUE '2500'.
       01 WS-CASH-ACCOUNT              PIC X(4)     VALUE '1000'.
       01 WS-NEXT-PAYMENT-NUM          PIC 9(8)     VALUE 1.
       01 WS-ON-FILE-PAYMENT-NUM       PIC 9(8).

      *****ONE VENDOR'S PAYMENT****************************************
       01 WS-CUR-VENDOR                PIC X(6).
       01 WS-PAYMENT-NUMBER            PIC X(8).
       01 WS-PAYMENT-INVOICES          PIC 9(5).
       01 WS-PAYMENT-TOTAL             PIC 9(9)V99.
       01 WS-PAYMENT-CENTS             PIC 9(11).
       01 WS-POST-REMAINING            PIC 9(9)V99.
       01 WS-POST-PIECE                PIC 9(5)V99.
       01 WS-POSTING-MAX               PIC 9(5)V99  VALUE 99999.99.

      *****PAYMENT RUN COUNTERS AND TOTALS*****************************
       01 WS-PAYMENTS-ISSUED       PIC 9(5)     VALUE 0.
       01 WS-PAYMENTS-ISSUEDZ      PIC ZZ,ZZ9.
       01 WS-CHECKS-ISSUED         PIC 9(5)     VALUE 0.
       01 WS-CHECKS-ISSUEDZ        PIC ZZ,ZZ9.
       01 WS-ACH-ISSUED            PIC 9(5)     VALUE 0.
       01 WS-ACH-ISSUEDZ           PIC ZZ,ZZ9.
       01 WS-INVOICES-PAID         PIC 9(5)     VALUE 0.
       01 WS-INVOICES-PAIDZ        PIC ZZ,ZZ9.
       01 WS-INVOICES-HELD         PIC 9(5)     VALUE 0.
       01 WS-INVOICES-HELDZ        PIC ZZ,ZZ9.
       01 WS-POSTINGS-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-POSTINGS-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-RUN-TOTAL             PIC 9(11)V99 VALUE 0.
       01 WS-RUN-TOTAL-CENTS       PIC 9(13).
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99.

      *****REMITTANCE ADVICE LINE LAYOUTS******************************
       01  REM-HEADING-1.
           05                 PIC X(20) VALUE 'REMITTANCE ADVICE'.
           05                 PIC X(11) VALUE 'PAYMENT NO '.
           05  RMH-PAYMENT    PIC X(8).
           05                 PIC X(8)  VALUE '  DATED '.
           05  RMH-PAY-DATE   PIC X(8).
           05                 PIC X(2)  VALUE SPACES.
           05  RMH-METHOD     PIC X(23).
       01  REM-ADDRESS-LINE.
           05  RMA-LABEL      PIC X(10).
           05  RMA-TEXT       PIC X(40).
           05                 PIC X(30) VALUE SPACES.
       01  REM-HEADING-2.
           05                 PIC X(14) VALUE 'INVOICE'.
           05                 PIC X(10) VALUE 'INV DATE'.
           05                 PIC X(10) VALUE 'PO NUMBER'.
           05                 PIC X(6)  VALUE 'GL'.
           05                 PIC X(13) VALUE '       AMOUNT'.
       01  REM-DETAIL-LINE.
           05  RMD-INVOICE        PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  RMD-INVOICE-DATE   PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RMD-PO-NUMBER      PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RMD-GL-ACCOUNT     PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  RMD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(28) VALUE SPACES.
       01  REM-TOTAL-LINE.
           05                     PIC X(26) VALUE SPACES.
           05                     PIC X(14) VALUE 'PAYMENT TOTAL'.
           05  RMT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(26) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AP-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-PROCESS-ONE-VENDOR UNTIL INV-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies APPAY   *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO PAY DATE - NOTHING CAN BE SELECTED OR PAID
      *****************************************************************
       150-LOAD-AP-CONTROL.
           OPEN INPUT AP-CTL-FILE.
           IF WS-APCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CTL-EOF
           END-IF.
           PERFORM 155-READ-AP-CTL-REC UNTIL CTL-EOF.
           IF WS-APCTL-STATUS = '00' OR WS-APCTL-STATUS = '10'
               CLOSE AP-CTL-FILE
           END-IF.
           IF WS-PAY-DATE NOT NUMERIC
               DISPLAY '*** APCTL HAS NO PDT PAY DATE - NO PAYMENTS ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PAY-DATE(1:4) TO WS-PAY-YEAR-NUM.
           COMPUTE WS-PRIOR-YEAR-NUM = WS-PAY-YEAR-NUM - 1.
           DISPLAY 'Pay Date                  : ' WS-PAY-DATE.
           DISPLAY 'AP Liability Account      : ' WS-AP-LIAB-ACCOUNT.
           DISPLAY 'Cash Account              : ' WS-CASH-ACCOUNT.

       155-READ-AP-CTL-REC.
           READ AP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE APC-TYPE
                   WHEN 'PDT '
                       MOVE APC-VALUE-FULL TO WS-PAY-DATE
                   WHEN 'NCHK'
                       IF APC-VALUE-FULL NUMERIC
                           MOVE APC-VALUE-FULL TO WS-NEXT-PAYMENT-NUM
                       END-IF
                   WHEN 'APLB'
                       MOVE APC-ACCOUNT TO WS-AP-LIAB-ACCOUNT
                   WHEN 'CASH'
                       MOVE APC-ACCOUNT TO WS-CASH-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A FIRST PASS OF THE INVOICE MASTER FINDS THE HIGHEST PAYMENT
      * NUMBER ALREADY ISSUED SO A NUMBER IS NEVER USED TWICE; THE
      * SECOND PASS, BY VENDOR, PAYS.  NO INVOICE MASTER - NOTHING
      * IS DUE
      *****************************************************************
       200-OPEN-FILES.
           OPEN I-O AP-INVOICE-MASTER.
           IF WS-APINV-STATUS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF
           ELSE
               PERFORM 210-START-INVOICE-MASTER
               PERFORM 220-CHECK-PAYMENT-NUMBER UNTIL INV-EOF
               MOVE 'N' TO WS-INV-EOF
               PERFORM 210-START-INVOICE-MASTER
               IF NOT INV-EOF
                   PERFORM 310-READ-NEXT-INVOICE
               END-IF
           END-IF.
           DISPLAY 'First Payment Number      : ' WS-NEXT-PAYMENT-NUM.
           OPEN I-O VENDOR-MASTER.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT POSTING-OUT-FILE.
           MOVE SPACES TO PAY-HEADER-REC.
           MOVE 'H' TO PH-REC-TYPE.
           MOVE WS-PAY-DATE TO PH-PAY-DATE.
           WRITE PAY-HEADER-REC.

       210-START-INVOICE-MASTER.
           MOVE LOW-VALUES TO AI-KEY.
           START AP-INVOICE-MASTER KEY NOT < AI-KEY
               INVALID KEY MOVE 'Y' TO WS-INV-EOF
           END-START.

       220-CHECK-PAYMENT-NUMBER.
           PERFORM 310-READ-NEXT-INVOICE.
           IF NOT INV-EOF AND AI-PAYMENT-NUMBER NUMERIC
               MOVE AI-PAYMENT-NUMBER TO WS-ON-FILE-PAYMENT-NUM
               IF WS-ON-FILE-PAYMENT-NUM NOT < WS-NEXT-PAYMENT-NUM
                   COMPUTE WS-NEXT-PAYMENT-NUM =
                       WS-ON-FILE-PAYMENT-NUM + 1
               END-IF
           END-IF.

      *****************************************************************
      * ONE VENDOR'S INVOICES ARE TOGETHER ON THE MASTER - PAY ALL OF
      * ITS DUE INVOICES ON ONE PAYMENT
      *****************************************************************
       300-PROCESS-ONE-VENDOR.
           MOVE AI-VENDOR-ID TO WS-CUR-VENDOR.
           MOVE SPACES TO WS-PAYMENT-NUMBER.
           MOVE 0 TO WS-PAYMENT-INVOICES WS-PAYMENT-TOTAL.
           MOVE 'N' TO WS-VENDOR-PAYABLE-SWITCH.
           MOVE WS-CUR-VENDOR TO VM-VENDOR-ID.
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VENDOR-PAYABLE-SWITCH
               NOT INVALID KEY
                   IF VM-ACTIVE
                       MOVE 'Y' TO WS-VENDOR-PAYABLE-SWITCH
                   END-IF
           END-READ.
           PERFORM 320-SELECT-INVOICE
               UNTIL INV-EOF OR AI-VENDOR-ID NOT = WS-CUR-VENDOR.
           IF WS-PAYMENT-INVOICES > 0
               PERFORM 400-ISSUE-PAYMENT
           END-IF.

       310-READ-NEXT-INVOICE.
           READ AP-INVOICE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
           END-READ.

      *****************************************************************
      * AN OPEN INVOICE DUE BY THE PAY DATE IS PAID, OR HELD WHEN THE
      * VENDOR CANNOT BE PAID
      *****************************************************************
       320-SELECT-INVOICE.
           IF AI-OPEN AND AI-DUE-DATE NOT > WS-PAY-DATE
               IF VENDOR-PAYABLE
                   PERFORM 330-PAY-INVOICE
               ELSE
                   ADD 1 TO WS-INVOICES-HELD
                   DISPLAY '*** INVOICE ' AI-INVOICE-NUMBER
                           ' HELD - VENDOR ' WS-CUR-VENDOR
                           ' NOT ACTIVE ON VENDMAST ***'
               END-IF
           END-IF.
           PERFORM 310-READ-NEXT-INVOICE.

       330-PAY-INVOICE.
           IF WS-PAYMENT-INVOICES = 0
               MOVE WS-NEXT-PAYMENT-NUM TO WS-PAYMENT-NUMBER
               ADD 1 TO WS-NEXT-PAYMENT-NUM
               PERFORM 340-WRITE-REMITTANCE-HEADING
           END-IF.
           ADD 1 TO WS-PAYMENT-INVOICES.
           ADD AI-AMOUNT TO WS-PAYMENT-TOTAL.
           MOVE AI-INVOICE-NUMBER TO RMD-INVOICE.
           MOVE AI-INVOICE-DATE TO RMD-INVOICE-DATE.
           MOVE AI-PO-NUMBER TO RMD-PO-NUMBER.
           MOVE AI-GL-ACCOUNT TO RMD-GL-ACCOUNT.
           MOVE AI-AMOUNT TO RMD-AMOUNT.
           MOVE REM-DETAIL-LINE TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE 'P' TO AI-STATUS.
           MOVE WS-PAY-DATE TO AI-PAID-DATE.
           MOVE WS-PAYMENT-NUMBER TO AI-PAYMENT-NUMBER.
           REWRITE AP-INVOICE-REC.
           ADD 1 TO WS-INVOICES-PAID.

       340-WRITE-REMITTANCE-HEADING.
           MOVE WS-PAYMENT-NUMBER TO RMH-PAYMENT.
           MOVE WS-PAY-DATE TO RMH-PAY-DATE.
           IF VM-PAID-BY-ACH
               MOVE 'ACH DIRECT DEPOSIT' TO RMH-METHOD
           ELSE
               MOVE 'CHECK' TO RMH-METHOD
           END-IF.
           MOVE REM-HEADING-1 TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE 'VENDOR' TO RMA-LABEL.
           MOVE SPACES TO RMA-TEXT.
           STRING VM-VENDOR-ID ' ' VM-VENDOR-NAME
               DELIMITED BY SIZE INTO RMA-TEXT.
           MOVE REM-ADDRESS-LINE TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE 'PAY TO' TO RMA-LABEL.
           MOVE VM-REMIT-NAME TO RMA-TEXT.
           MOVE REM-ADDRESS-LINE TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE SPACES TO RMA-LABEL.
           MOVE VM-REMIT-ADDRESS TO RMA-TEXT.
           MOVE REM-ADDRESS-LINE TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE VM-REMIT-CITY-ST-ZIP TO RMA-TEXT.
           MOVE REM-ADDRESS-LINE TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE SPACES TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE REM-HEADING-2 TO REM-OUT-REC.
           WRITE REM-OUT-REC.

      *****************************************************************
      * THE VENDOR'S PAYMENT RECORD, REMITTANCE TOTAL, PAID-TO-DATE
      * AND GL ENTRY
      *****************************************************************
       400-ISSUE-PAYMENT.
           MOVE WS-PAYMENT-TOTAL TO RMT-AMOUNT.
           MOVE REM-TOTAL-LINE TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           MOVE SPACES TO REM-OUT-REC.
           WRITE REM-OUT-REC.
           COMPUTE WS-PAYMENT-CENTS = WS-PAYMENT-TOTAL * 100.
           MOVE SPACES TO PAY-DETAIL-REC.
           MOVE 'D' TO PD-REC-TYPE.
           MOVE WS-PAYMENT-NUMBER TO PD-PAYMENT-NUMBER.
           MOVE WS-CUR-VENDOR TO PD-VENDOR-ID.
           MOVE VM-PAY-METHOD TO PD-PAY-METHOD.
           MOVE VM-REMIT-NAME TO PD-REMIT-NAME.
           MOVE VM-REMIT-ADDRESS TO PD-REMIT-ADDRESS.
           MOVE VM-REMIT-CITY-ST-ZIP TO PD-REMIT-CITY-ST-ZIP.
           IF VM-PAID-BY-ACH
               MOVE VM-BANK-ROUTING TO PD-BANK-ROUTING
               MOVE VM-BANK-ACCOUNT TO PD-BANK-ACCOUNT
               ADD 1 TO WS-ACH-ISSUED
           ELSE
               ADD 1 TO WS-CHECKS-ISSUED
           END-IF.
           MOVE WS-PAYMENT-CENTS TO PD-AMOUNT-CENTS.
           MOVE WS-PAY-DATE TO PD-PAY-DATE.
           WRITE PAY-DETAIL-REC.
           ADD 1 TO WS-PAYMENTS-ISSUED.
           ADD WS-PAYMENT-TOTAL TO WS-RUN-TOTAL.
           PERFORM 420-UPDATE-VENDOR-PAID.
           MOVE WS-PAYMENT-TOTAL TO WS-POST-REMAINING.
           PERFORM 450-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

      *****************************************************************
      * FIRST PAYMENT IN A NEW YEAR - LAST YEAR'S PAID BECOMES THE
      * PRIOR YEAR (ZERO IF THE VENDOR WAS NOT PAID LAST YEAR)
      *****************************************************************
       420-UPDATE-VENDOR-PAID.
           IF VM-PAID-YEAR NOT = WS-PAY-DATE(1:4)
               IF VM-PAID-YEAR = WS-PRIOR-YEAR-NUM
                   MOVE VM-PAID-YTD TO VM-PAID-PRIOR-YEAR
               ELSE
                   MOVE 0 TO VM-PAID-PRIOR-YEAR
               END-IF
               MOVE 0 TO VM-PAID-YTD
               MOVE WS-PAY-DATE(1:4) TO VM-PAID-YEAR
           END-IF.
           ADD WS-PAYMENT-TOTAL TO VM-PAID-YTD.
           MOVE WS-PAY-DATE TO VM-LAST-PAID-DATE.
           REWRITE VENDOR-MASTER-REC.

      *****************************************************************
      * DEBIT ACCOUNTS PAYABLE, CREDIT CASH - IN PIECES THAT FIT ONE
      * POSTIN RECORD
      *****************************************************************
       450-WRITE-POSTING-PAIR.
           IF WS-POST-REMAINING > WS-POSTING-MAX
               MOVE WS-POSTING-MAX TO WS-POST-PIECE
           ELSE
               MOVE WS-POST-REMAINING TO WS-POST-PIECE
           END-IF.
           SUBTRACT WS-POST-PIECE FROM WS-POST-REMAINING.
           MOVE WS-AP-LIAB-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'D' TO PO-DEBIT-CREDIT.
           MOVE WS-POST-PIECE TO PO-AMOUNT.
           MOVE SPACES TO PO-PERIOD.
           WRITE POSTING-OUT-REC.
           MOVE WS-CASH-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           WRITE POSTING-OUT-REC.
           ADD 2 TO WS-POSTINGS-WRITTEN.

      *DISPLAY THE PAYMENT RUN TOTALS - RC=4 ON ANY HELD INVOICE*******
       500-DISPLAY-SUMMARY-TOTALS.
           MOVE SPACES TO PAY-TRAILER-REC.
           MOVE 'T' TO PT-REC-TYPE.
           MOVE WS-PAYMENTS-ISSUED TO PT-PAYMENT-COUNT.
           COMPUTE WS-RUN-TOTAL-CENTS = WS-RUN-TOTAL * 100.
           MOVE WS-RUN-TOTAL-CENTS TO PT-TOTAL-CENTS.
           WRITE PAY-TRAILER-REC.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-PAYMENTS-ISSUED TO WS-PAYMENTS-ISSUEDZ.
           DISPLAY 'Payments Issued           : ' WS-PAYMENTS-ISSUEDZ.
           MOVE WS-CHECKS-ISSUED TO WS-CHECKS-ISSUEDZ.
           DISPLAY '  By Check                : ' WS-CHECKS-ISSUEDZ.
           MOVE WS-ACH-ISSUED TO WS-ACH-ISSUEDZ.
           DISPLAY '  By ACH                  : ' WS-ACH-ISSUEDZ.
           MOVE WS-INVOICES-PAID TO WS-INVOICES-PAIDZ.
           DISPLAY 'Invoices Paid             : ' WS-INVOICES-PAIDZ.
           MOVE WS-RUN-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Paid               : ' WS-AMOUNTZ.
           MOVE WS-INVOICES-HELD TO WS-INVOICES-HELDZ.
           DISPLAY 'Invoices Held             : ' WS-INVOICES-HELDZ.
           MOVE WS-POSTINGS-WRITTEN TO WS-POSTINGS-WRITTENZ.
           DISPLAY 'GL Postings Written       : ' WS-POSTINGS-WRITTENZ.
           DISPLAY 'Next Payment Number       : ' WS-NEXT-PAYMENT-NUM.
           DISPLAY '**************************************************'.
           IF WS-INVOICES-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE PAYMENT-FILE
                 REMITTANCE-FILE
                 POSTING-OUT-FILE.
           IF WS-APINV-STATUS = '00' OR WS-APINV-STATUS = '10'
              OR WS-APINV-STATUS = '23'
               CLOSE AP-INVOICE-MASTER
           END-IF.
           IF WS-VENDMAST-STATUS = '00' OR WS-VENDMAST-STATUS = '23'
               CLOSE VENDOR-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
