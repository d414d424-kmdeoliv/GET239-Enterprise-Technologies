      *****************************************************************
      *PURPOSE: Year-end 1099 extract for accounts payable.  Reads the
      *VENDMAST vendor master and writes one AP1099F record for each
      *vendor flagged for 1099 reporting whose payments through APPAY
      *in the tax year reach the reporting threshold.  The tax year
      *is the APCTL T99Y year (default last calendar year, the usual
      *January run) and the threshold the APCTL T99M amount (default
      *$600.00).  A vendor's paid amount for the tax year is its
      *paid-to-date when VENDMAST still carries that year, or its
      *prior-year paid once the vendor has been paid in the year
      *after.  A 1099 vendor over the threshold with no tax id cannot
      *be reported - it is listed, left off the extract, and the run
      *ends RC=4 so the tax id is obtained before filing.
      *
      *APCTL ENTRIES USED HERE:
      *  T99Y  TAX YEAR YYYY (4)
      *  T99M  REPORTING THRESHOLD 9(6)V99 (8)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      AP1099.
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
           SELECT EXTRACT-FILE ASSIGN TO AP1099F
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****AP CONTROL - ACCOUNTS, TERMS, PAY DATE, CHECK NUMBERS*******
       FD  AP-CTL-FILE.
       01  AP-CTL-REC.
           05  APC-TYPE                     PIC X(4).
           05  APC-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES APC-VALUE-FULL.
               10  APC-YEAR                 PIC X(4).
               10  FILLER                   PIC X(4).
           05  FILLER REDEFINES APC-VALUE-FULL.
               10  APC-AMOUNT               PIC 9(6)V99.

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
      * 1099 EXTRACT - ONE RECORD PER REPORTABLE VENDOR, AMOUNT IN
      * DOLLARS AND CENTS
      *****************************************************************
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05  EX-TAX-YEAR                  PIC X(4).
           05  EX-TAX-ID                    PIC X(9).
           05  EX-VENDOR-ID                 PIC X(6).
           05  EX-VENDOR-NAME               PIC X(30).
           05  EX-REMIT-ADDRESS             PIC X(40).
           05  EX-REMIT-CITY-ST-ZIP         PIC X(30).
           05  EX-AMOUNT-PAID               PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-VEND-EOF              PIC X        VALUE 'N'.
              88 VEND-EOF                           VALUE 'Y'.
       01 WS-APCTL-STATUS              PIC XX.
       01 WS-VENDMAST-STATUS           PIC XX.

      *****TAX YEAR AND THRESHOLD - DEFAULTS WHEN APCTL IS SILENT******
       01 WS-TAX-YEAR                  PIC X(4)     VALUE SPACES.
       01 WS-TAX-YEAR-NUM              PIC 9(4).
       01 WS-NEXT-YEAR-NUM             PIC 9(4).
       01 WS-THRESHOLD                 PIC 9(6)V99  VALUE 600.00.
       01 WS-YEAR-PAID                 PIC 9(9)V99.

      *****EXTRACT COUNTERS AND TOTALS*********************************
       01 WS-VENDORS-READ          PIC 9(5)     VALUE 0.
       01 WS-VENDORS-READZ         PIC ZZ,ZZ9.
       01 WS-1099-VENDORS          PIC 9(5)     VALUE 0.
       01 WS-1099-VENDORSZ         PIC ZZ,ZZ9.
       01 WS-VENDORS-EXTRACTED     PIC 9(5)     VALUE 0.
       01 WS-VENDORS-EXTRACTEDZ    PIC ZZ,ZZ9.
       01 WS-UNDER-THRESHOLD       PIC 9(5)     VALUE 0.
       01 WS-UNDER-THRESHOLDZ      PIC ZZ,ZZ9.
       01 WS-MISSING-TAX-ID        PIC 9(5)     VALUE 0.
       01 WS-MISSING-TAX-IDZ       PIC ZZ,ZZ9.
       01 WS-EXTRACT-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AP-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-EXTRACT-ONE-VENDOR UNTIL VEND-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies AP1099  *'.
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
           IF WS-TAX-YEAR NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TAX-YEAR-NUM
               SUBTRACT 1 FROM WS-TAX-YEAR-NUM
               MOVE WS-TAX-YEAR-NUM TO WS-TAX-YEAR
           END-IF.
           MOVE WS-TAX-YEAR TO WS-TAX-YEAR-NUM.
           COMPUTE WS-NEXT-YEAR-NUM = WS-TAX-YEAR-NUM + 1.
           MOVE WS-THRESHOLD TO WS-AMOUNTZ.
           DISPLAY 'Tax Year                  : ' WS-TAX-YEAR.
           DISPLAY 'Reporting Threshold       : ' WS-AMOUNTZ.

       155-READ-AP-CTL-REC.
           READ AP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE APC-TYPE
                   WHEN 'T99Y'
                       MOVE APC-YEAR TO WS-TAX-YEAR
                   WHEN 'T99M'
                       IF APC-AMOUNT NUMERIC
                           MOVE APC-AMOUNT TO WS-THRESHOLD
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * NO VENDOR MASTER - NOTHING TO REPORT
      *****************************************************************
       200-OPEN-FILES.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN INPUT VENDOR-MASTER.
           IF WS-VENDMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-VEND-EOF
           ELSE
               MOVE LOW-VALUES TO VM-VENDOR-ID
               START VENDOR-MASTER KEY NOT < VM-VENDOR-ID
                   INVALID KEY MOVE 'Y' TO WS-VEND-EOF
               END-START
           END-IF.

      *****************************************************************
       300-EXTRACT-ONE-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-VEND-EOF
           END-READ.
           IF NOT VEND-EOF
               ADD 1 TO WS-VENDORS-READ
               IF VM-1099-VENDOR
                   ADD 1 TO WS-1099-VENDORS
                   PERFORM 310-FIND-YEAR-PAID
                   PERFORM 320-CHECK-REPORTABLE
               END-IF
           END-IF.

      *****************************************************************
      * THE TAX YEAR'S PAID - STILL THE CURRENT YEAR ON VENDMAST, OR
      * ROLLED TO THE PRIOR YEAR BY A PAYMENT IN THE YEAR AFTER
      *****************************************************************
       310-FIND-YEAR-PAID.
           EVALUATE TRUE
               WHEN VM-PAID-YEAR = WS-TAX-YEAR
                   MOVE VM-PAID-YTD TO WS-YEAR-PAID
               WHEN VM-PAID-YEAR = WS-NEXT-YEAR-NUM
                   MOVE VM-PAID-PRIOR-YEAR TO WS-YEAR-PAID
               WHEN OTHER
                   MOVE 0 TO WS-YEAR-PAID
           END-EVALUATE.

       320-CHECK-REPORTABLE.
           IF WS-YEAR-PAID < WS-THRESHOLD
               ADD 1 TO WS-UNDER-THRESHOLD
           ELSE
               IF VM-TAX-ID NOT NUMERIC
                   ADD 1 TO WS-MISSING-TAX-ID
                   MOVE WS-YEAR-PAID TO WS-AMOUNTZ
                   DISPLAY '*** VENDOR ' VM-VENDOR-ID
                           ' PAID ' WS-AMOUNTZ
                           ' HAS NO TAX ID - NOT EXTRACTED ***'
               ELSE
                   MOVE WS-TAX-YEAR TO EX-TAX-YEAR
                   MOVE VM-TAX-ID TO EX-TAX-ID
                   MOVE VM-VENDOR-ID TO EX-VENDOR-ID
                   MOVE VM-VENDOR-NAME TO EX-VENDOR-NAME
                   MOVE VM-REMIT-ADDRESS TO EX-REMIT-ADDRESS
                   MOVE VM-REMIT-CITY-ST-ZIP TO EX-REMIT-CITY-ST-ZIP
                   MOVE WS-YEAR-PAID TO EX-AMOUNT-PAID
                   WRITE EXTRACT-REC
                   ADD 1 TO WS-VENDORS-EXTRACTED
                   ADD WS-YEAR-PAID TO WS-EXTRACT-TOTAL
               END-IF
           END-IF.

      *DISPLAY THE EXTRACT TOTALS - RC=4 ON ANY MISSING TAX ID*********
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-VENDORS-READ TO WS-VENDORS-READZ.
           DISPLAY 'Vendors Read              : ' WS-VENDORS-READZ.
           MOVE WS-1099-VENDORS TO WS-1099-VENDORSZ.
           DISPLAY '1099 Vendors              : ' WS-1099-VENDORSZ.
           MOVE WS-VENDORS-EXTRACTED TO WS-VENDORS-EXTRACTEDZ.
           DISPLAY 'Vendors Extracted         : ' WS-VENDORS-EXTRACTEDZ.
           MOVE WS-EXTRACT-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Amount Extracted          : ' WS-AMOUNTZ.
           MOVE WS-UNDER-THRESHOLD TO WS-UNDER-THRESHOLDZ.
           DISPLAY 'Under Threshold           : ' WS-UNDER-THRESHOLDZ.
           MOVE WS-MISSING-TAX-ID TO WS-MISSING-TAX-IDZ.
           DISPLAY 'Missing Tax Id            : ' WS-MISSING-TAX-IDZ.
           DISPLAY '**************************************************'.
           IF WS-MISSING-TAX-ID > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE EXTRACT-FILE.
           IF WS-VENDMAST-STATUS = '00' OR WS-VENDMAST-STATUS = '10'
              OR WS-VENDMAST-STATUS = '23'
               CLOSE VENDOR-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
