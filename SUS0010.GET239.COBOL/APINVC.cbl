      *****************************************************************
      *PURPOSE: Accounts payable invoice entry.  Vendor bills were
      *paid outside the system and keyed into POSTIN as lump entries
      *with nothing behind them.  This program applies APTRAN
      *invoice transactions to the keyed APINV open-payables master
      *(vendor + vendor invoice number):
      *  INV  ENTER A VENDOR INVOICE AGAINST A PURCHASE ORDER
      *  VOD  VOID AN INVOICE STILL OPEN (NOT YET PAID)
      *An invoice passes the three-way edit before it is entered:
      *the vendor is on VENDMAST and active, the purchase order is on
      *the POFILE purchase-order file and was issued to that vendor,
      *and the invoice together with everything already invoiced on
      *the PO does not exceed what the PO shows received (which in
      *turn may not exceed what was ordered).  The same vendor
      *invoice number is never entered twice.  A blank due date is
      *the invoice date plus the APCTL NETD terms (default 30 days).
      *Each invoice entered books to the GL through POSTOUT: debit
      *the PO's expense account, credit accounts payable (APCTL
      *APLB, default 2500); a void books the reverse.  A posting is
      *split where the amount passes what one POSTIN record holds.
      *The postings carry a blank period (the open period).
      *Rejected transactions print on the APREJ report and end the
      *run RC=4.  APPAY pays the invoices as they fall due.
      *
      *APCTL ENTRIES USED HERE:
      *  APLB  ACCOUNTS PAYABLE LIABILITY ACCOUNT (4)
      *  NETD  DEFAULT PAYMENT TERMS IN DAYS (3)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      APINVC.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-TRAN-FILE ASSIGN TO APTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-CTL-FILE ASSIGN TO APCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APCTL-STATUS.
           SELECT PO-FILE ASSIGN TO POFILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POFILE-STATUS.
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
           SELECT POSTING-OUT-FILE ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO APREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * INVOICE TRANSACTIONS FROM ACCOUNTS PAYABLE.  A VOD USES ONLY
      * THE VENDOR AND INVOICE NUMBER
      *****************************************************************
       FD  AP-TRAN-FILE.
       01  AP-TRAN-REC.
           05  AT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  AT-VENDOR-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  AT-INVOICE-NUMBER            PIC X(12).
           05  FILLER                       PIC X.
           05  AT-PO-NUMBER                 PIC X(8).
           05  FILLER                       PIC X.
           05  AT-INVOICE-DATE              PIC X(8).
           05  FILLER                       PIC X.
           05  AT-DUE-DATE                  PIC X(8).
           05  FILLER                       PIC X.
           05  AT-AMOUNT                    PIC 9(7)V99.

      *****AP CONTROL - ACCOUNTS, TERMS, PAY DATE, CHECK NUMBERS*******
       FD  AP-CTL-FILE.
       01  AP-CTL-REC.
           05  APC-TYPE                     PIC X(4).
           05  APC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES APC-VALUE-FULL.
               10  APC-ACCOUNT              PIC X(4).
               10  FILLER                   PIC X(4).
           05  FILLER REDEFINES APC-VALUE-FULL.
               10  APC-DAYS                 PIC 9(3).
               10  FILLER                   PIC X(5).

      *****************************************************************
      * PURCHASE ORDERS - ISSUED TO A VENDOR AGAINST ONE EXPENSE
      * ACCOUNT; RECEIVED IS WHAT RECEIVING HAS SIGNED FOR TO DATE
      *****************************************************************
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NUMBER                    PIC X(8).
           05  FILLER                       PIC X.
           05  PO-VENDOR-ID                 PIC X(6).
           05  FILLER                       PIC X.
           05  PO-GL-ACCOUNT                PIC X(4).
           05  FILLER                       PIC X.
           05  PO-ORDERED                   PIC 9(7)V99.
           05  FILLER                       PIC X.
           05  PO-RECEIVED                  PIC 9(7)V99.

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

      *****************************************************************
      * OPEN-PAYABLES MASTER - ONE RECORD PER VENDOR INVOICE.  STATUS
      * O OPEN, P PAID (BY APPAY), V VOIDED
      *****************************************************************
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
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-PO-EOF                PIC X        VALUE 'N'.
              88 PO-EOF                             VALUE 'Y'.
           05 WS-INV-EOF               PIC X        VALUE 'N'.
              88 INV-EOF                            VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-VENDOR-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 VENDOR-FOUND                       VALUE 'Y'.
           05 WS-INVOICE-FOUND-SWITCH  PIC X        VALUE 'N'.
              88 INVOICE-FOUND                      VALUE 'Y'.
           05 WS-PO-FOUND-SWITCH       PIC X        VALUE 'N'.
              88 PO-FOUND                           VALUE 'Y'.
       01 WS-APCTL-STATUS              PIC XX.
       01 WS-POFILE-STATUS             PIC XX.
       01 WS-VENDMAST-STATUS           PIC XX.
       01 WS-APINV-STATUS              PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).

      *****AP CONTROL VALUES - DEFAULTS WHEN APCTL IS SILENT***********
       01 WS-AP-LIAB-ACCOUNT           PIC X(4)     VALUE '2500'.
       01 WS-NET-DAYS                  PIC 9(3)     VALUE 30.

      *****PURCHASE-ORDER TABLE****************************************
       01 WS-PO-COUNT                  PIC 9(4)     VALUE 0.
       01 WS-PO-SUB                    PIC 9(4).
       01 WS-PO-HIT                    PIC 9(4).
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 1000 TIMES.
              10 WS-PO-NUMBER          PIC X(8).
              10 WS-PO-VENDOR-ID       PIC X(6).
              10 WS-PO-GL-ACCOUNT      PIC X(4).
              10 WS-PO-ORDERED         PIC 9(7)V99.
              10 WS-PO-RECEIVED        PIC 9(7)V99.

      *****ONE INVOICE'S EDIT AND POSTING WORK AREAS*******************
       01 WS-INVOICED-TO-DATE          PIC 9(9)V99.
       01 WS-DUE-DATE                  PIC X(8).
       01 WS-DUE-DATE-NUM              PIC 9(8).
       01 WS-DAY-NUMBER                PIC 9(7).
       01 WS-DEBIT-ACCOUNT             PIC X(4).
       01 WS-CREDIT-ACCOUNT            PIC X(4).
       01 WS-POST-REMAINING            PIC 9(9)V99.
       01 WS-POST-PIECE                PIC 9(5)V99.
       01 WS-POSTING-MAX               PIC 9(5)V99  VALUE 99999.99.
       01 WS-SAVE-INVOICE-KEY          PIC X(18).

      *****ENTRY DISPOSITION COUNTERS AND TOTALS***********************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-INVOICES-ENTERED      PIC 9(5)     VALUE 0.
       01 WS-INVOICES-ENTEREDZ     PIC ZZ,ZZ9.
       01 WS-INVOICES-VOIDED       PIC 9(5)     VALUE 0.
       01 WS-INVOICES-VOIDEDZ      PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-POSTINGS-WRITTEN      PIC 9(5)     VALUE 0.
       01 WS-POSTINGS-WRITTENZ     PIC ZZ,ZZ9.
       01 WS-ENTERED-TOTAL         PIC 9(9)V99  VALUE 0.
       01 WS-VOIDED-TOTAL          PIC 9(9)V99  VALUE 0.
       01 WS-AMOUNTZ               PIC $$$$,$$$,$$9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(33) VALUE
                   'REJECTED INVOICE TRANSACTIONS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(8)  VALUE 'VENDOR'.
           05                 PIC X(14) VALUE 'INVOICE'.
           05                 PIC X(10) VALUE 'PO'.
           05                 PIC X(13) VALUE '       AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(28) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-VENDOR-ID      PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-INVOICE        PIC X(12).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-PO-NUMBER      PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AP-CONTROL.
           PERFORM 170-LOAD-PO-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies APINVC  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

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
           DISPLAY 'AP Liability Account      : ' WS-AP-LIAB-ACCOUNT.
           DISPLAY 'Default Terms (Days)      : ' WS-NET-DAYS.

       155-READ-AP-CTL-REC.
           READ AP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE APC-TYPE
                   WHEN 'APLB'
                       MOVE APC-ACCOUNT TO WS-AP-LIAB-ACCOUNT
                   WHEN 'NETD'
                       IF APC-DAYS NUMERIC
                           MOVE APC-DAYS TO WS-NET-DAYS
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * NO PO FILE - EVERY INVOICE FAILS THE THREE-WAY EDIT
      *****************************************************************
       170-LOAD-PO-TABLE.
           OPEN INPUT PO-FILE.
           IF WS-POFILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-PO-EOF
           END-IF.
           PERFORM 175-READ-PO-REC UNTIL PO-EOF.
           IF WS-POFILE-STATUS = '00' OR WS-POFILE-STATUS = '10'
               CLOSE PO-FILE
           END-IF.
           DISPLAY 'Purchase Orders Loaded    : ' WS-PO-COUNT.

       175-READ-PO-REC.
           READ PO-FILE
               AT END MOVE 'Y' TO WS-PO-EOF
           END-READ.
           IF NOT PO-EOF AND WS-PO-COUNT < 1000
               ADD 1 TO WS-PO-COUNT
               MOVE PO-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT)
               MOVE PO-VENDOR-ID TO WS-PO-VENDOR-ID(WS-PO-COUNT)
               MOVE PO-GL-ACCOUNT TO WS-PO-GL-ACCOUNT(WS-PO-COUNT)
               MOVE PO-ORDERED TO WS-PO-ORDERED(WS-PO-COUNT)
               MOVE PO-RECEIVED TO WS-PO-RECEIVED(WS-PO-COUNT)
           END-IF.

      *****************************************************************
      * THE INVOICE MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT AP-TRAN-FILE.
           OPEN INPUT VENDOR-MASTER.
           OPEN I-O AP-INVOICE-MASTER.
           IF WS-APINV-STATUS = '35'
               OPEN OUTPUT AP-INVOICE-MASTER
               CLOSE AP-INVOICE-MASTER
               OPEN I-O AP-INVOICE-MASTER
           END-IF.
           OPEN OUTPUT POSTING-OUT-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ AP-TRAN-FILE
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
      * AN INV IS A NEW INVOICE NUMBER FOR THE VENDOR AND PASSES THE
      * THREE-WAY EDIT; A VOD IS AN INVOICE ON FILE AND STILL OPEN
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF AT-VENDOR-ID = SPACES OR AT-INVOICE-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'VENDOR OR INVOICE BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND AT-ACTION NOT = 'INV' AND AT-ACTION NOT = 'VOD'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-INVOICE-MASTER
               IF AT-ACTION = 'INV'
                   IF INVOICE-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'DUPLICATE VENDOR INVOICE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 330-EDIT-NEW-INVOICE
                   END-IF
               ELSE
                   IF NOT INVOICE-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'INVOICE NOT ON FILE' TO WS-REJECT-REASON
                   ELSE
                       IF NOT AI-OPEN
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'INVOICE NOT OPEN' TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       320-READ-INVOICE-MASTER.
           MOVE 'N' TO WS-INVOICE-FOUND-SWITCH.
           MOVE AT-VENDOR-ID TO AI-VENDOR-ID.
           MOVE AT-INVOICE-NUMBER TO AI-INVOICE-NUMBER.
           READ AP-INVOICE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-INVOICE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INVOICE-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * THE THREE-WAY EDIT - VENDOR, PURCHASE ORDER, RECEIPT
      *****************************************************************
       330-EDIT-NEW-INVOICE.
           IF AT-AMOUNT NOT NUMERIC OR AT-AMOUNT = 0
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AMOUNT NOT NUMERIC OR ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF AT-INVOICE-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'INVOICE DATE NOT VALID' TO WS-REJECT-REASON
               ELSE
                   MOVE AT-INVOICE-DATE TO WS-DUE-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-NUM)
                      NOT = 0
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'INVOICE DATE NOT VALID'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID AND AT-DUE-DATE NOT = SPACES
               IF AT-DUE-DATE NOT NUMERIC
                  OR AT-DUE-DATE < AT-INVOICE-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'DUE DATE NOT VALID' TO WS-REJECT-REASON
               ELSE
                   MOVE AT-DUE-DATE TO WS-DUE-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-NUM)
                      NOT = 0
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'DUE DATE NOT VALID' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               PERFORM 335-READ-VENDOR-MASTER
               IF NOT VENDOR-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'VENDOR NOT ON MASTER' TO WS-REJECT-REASON
               ELSE
                   IF NOT VM-ACTIVE
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'VENDOR NOT ACTIVE' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               MOVE 0 TO WS-PO-HIT
               PERFORM 340-FIND-PO
                   VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT OR WS-PO-HIT > 0
               IF WS-PO-HIT = 0
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'PO NOT ON FILE' TO WS-REJECT-REASON
               ELSE
                   IF WS-PO-VENDOR-ID(WS-PO-HIT) NOT = AT-VENDOR-ID
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'PO ISSUED TO ANOTHER VENDOR'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               IF WS-PO-RECEIVED(WS-PO-HIT) > WS-PO-ORDERED(WS-PO-HIT)
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'PO RECEIVED EXCEEDS ORDERED'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 345-SUM-INVOICED-TO-DATE
                   IF WS-INVOICED-TO-DATE + AT-AMOUNT
                      > WS-PO-RECEIVED(WS-PO-HIT)
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'INVOICED EXCEEDS PO RECEIVED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       335-READ-VENDOR-MASTER.
           MOVE 'N' TO WS-VENDOR-FOUND-SWITCH.
           IF WS-VENDMAST-STATUS = '00' OR WS-VENDMAST-STATUS = '23'
               MOVE AT-VENDOR-ID TO VM-VENDOR-ID
               READ VENDOR-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-VENDOR-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VENDOR-FOUND-SWITCH
               END-READ
           END-IF.

       340-FIND-PO.
           IF WS-PO-NUMBER(WS-PO-SUB) = AT-PO-NUMBER
               MOVE WS-PO-SUB TO WS-PO-HIT
           END-IF.

      *****************************************************************
      * EVERYTHING NOT VOIDED ALREADY INVOICED ON THE PO - THE PO IS
      * THE VENDOR'S, SO ONLY THE VENDOR'S INVOICES NEED BE READ
      *****************************************************************
       345-SUM-INVOICED-TO-DATE.
           MOVE 0 TO WS-INVOICED-TO-DATE.
           MOVE 'N' TO WS-INV-EOF.
           MOVE AT-VENDOR-ID TO AI-VENDOR-ID.
           MOVE LOW-VALUES TO AI-INVOICE-NUMBER.
           START AP-INVOICE-MASTER KEY NOT < AI-KEY
               INVALID KEY MOVE 'Y' TO WS-INV-EOF
           END-START.
           PERFORM 347-ADD-VENDOR-INVOICE UNTIL INV-EOF.

       347-ADD-VENDOR-INVOICE.
           READ AP-INVOICE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
           END-READ.
           IF NOT INV-EOF
               IF AI-VENDOR-ID NOT = AT-VENDOR-ID
                   MOVE 'Y' TO WS-INV-EOF
               ELSE
                   IF AI-PO-NUMBER = AT-PO-NUMBER AND NOT AI-VOIDED
                       ADD AI-AMOUNT TO WS-INVOICED-TO-DATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           EVALUATE AT-ACTION
               WHEN 'INV'
                   PERFORM 360-ENTER-INVOICE
               WHEN 'VOD'
                   PERFORM 370-VOID-INVOICE
           END-EVALUATE.

      *****************************************************************
      * DEBIT THE PO'S EXPENSE ACCOUNT, CREDIT ACCOUNTS PAYABLE
      *****************************************************************
       360-ENTER-INVOICE.
           IF AT-DUE-DATE = SPACES
               MOVE AT-INVOICE-DATE TO WS-DUE-DATE-NUM
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                   + WS-NET-DAYS
               COMPUTE WS-DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE WS-DUE-DATE-NUM TO WS-DUE-DATE
           ELSE
               MOVE AT-DUE-DATE TO WS-DUE-DATE
           END-IF.
           MOVE AT-VENDOR-ID TO AI-VENDOR-ID.
           MOVE AT-INVOICE-NUMBER TO AI-INVOICE-NUMBER.
           MOVE AT-PO-NUMBER TO AI-PO-NUMBER.
           MOVE AT-INVOICE-DATE TO AI-INVOICE-DATE.
           MOVE WS-DUE-DATE TO AI-DUE-DATE.
           MOVE WS-PO-GL-ACCOUNT(WS-PO-HIT) TO AI-GL-ACCOUNT.
           MOVE AT-AMOUNT TO AI-AMOUNT.
           MOVE 'O' TO AI-STATUS.
           MOVE SPACES TO AI-PAID-DATE.
           MOVE SPACES TO AI-PAYMENT-NUMBER.
           MOVE WS-TODAY TO AI-ENTERED-DATE.
           WRITE AP-INVOICE-REC.
           ADD 1 TO WS-INVOICES-ENTERED.
           ADD AT-AMOUNT TO WS-ENTERED-TOTAL.
           MOVE AI-GL-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE WS-AP-LIAB-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE AT-AMOUNT TO WS-POST-REMAINING.
           PERFORM 380-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

      *****************************************************************
      * THE VOID BOOKS THE ENTRY'S REVERSE AT THE INVOICE'S AMOUNT
      *****************************************************************
       370-VOID-INVOICE.
           MOVE 'V' TO AI-STATUS.
           REWRITE AP-INVOICE-REC.
           ADD 1 TO WS-INVOICES-VOIDED.
           ADD AI-AMOUNT TO WS-VOIDED-TOTAL.
           MOVE WS-AP-LIAB-ACCOUNT TO WS-DEBIT-ACCOUNT.
           MOVE AI-GL-ACCOUNT TO WS-CREDIT-ACCOUNT.
           MOVE AI-AMOUNT TO WS-POST-REMAINING.
           PERFORM 380-WRITE-POSTING-PAIR UNTIL WS-POST-REMAINING = 0.

      *****************************************************************
      * ONE DEBIT AND ONE CREDIT OF UP TO THE LARGEST AMOUNT A POSTIN
      * RECORD HOLDS - REPEATED UNTIL THE WHOLE AMOUNT IS BOOKED
      *****************************************************************
       380-WRITE-POSTING-PAIR.
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

       390-WRITE-REJECT-LINE.
           MOVE AT-ACTION TO RJD-ACTION.
           MOVE AT-VENDOR-ID TO RJD-VENDOR-ID.
           MOVE AT-INVOICE-NUMBER TO RJD-INVOICE.
           MOVE AT-PO-NUMBER TO RJD-PO-NUMBER.
           IF AT-AMOUNT NUMERIC
               MOVE AT-AMOUNT TO RJD-AMOUNT
           ELSE
               MOVE 0 TO RJD-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE ENTRY DISPOSITION TOTALS - RC=4 ON ANY REJECT*******
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-INVOICES-ENTERED TO WS-INVOICES-ENTEREDZ.
           DISPLAY 'Invoices Entered          : ' WS-INVOICES-ENTEREDZ.
           MOVE WS-ENTERED-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Entered            : ' WS-AMOUNTZ.
           MOVE WS-INVOICES-VOIDED TO WS-INVOICES-VOIDEDZ.
           DISPLAY 'Invoices Voided           : ' WS-INVOICES-VOIDEDZ.
           MOVE WS-VOIDED-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Voided             : ' WS-AMOUNTZ.
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
           CLOSE AP-TRAN-FILE
                 AP-INVOICE-MASTER
                 POSTING-OUT-FILE
                 REJECT-REPORT-FILE.
           IF WS-VENDMAST-STATUS = '00' OR WS-VENDMAST-STATUS = '23'
               CLOSE VENDOR-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
