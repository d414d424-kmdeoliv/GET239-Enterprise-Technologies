      *****************************************************************
      *PURPOSE: Open-payables aging report.  Lists every open invoice
      *on the APINV open-payables master (entered by APINVC, not yet
      *paid by APPAY) aged by days past its due date as of the APCTL
      *PDT pay date (today when APCTL has none):
      *  CURRENT   NOT YET DUE OR DUE ON THE AS-OF DATE
      *  1-30      1 TO 30 DAYS PAST DUE
      *  31-60     31 TO 60 DAYS PAST DUE
      *  61-90     61 TO 90 DAYS PAST DUE
      *  OVER 90   MORE THAN 90 DAYS PAST DUE
      *with a subtotal per vendor and grand totals by bucket.  The
      *grand total is what GL accounts payable should carry for the
      *invoices entered through APINVC.  Invoices of a vendor not
      *active on VENDMAST are marked HELD.  Run after the payment run
      *in APJOB, or any time the open payables are wanted.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      APAGE.
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
           SELECT AGING-REPORT-FILE ASSIGN TO APAGED
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****AP CONTROL - ACCOUNTS, TERMS, PAY DATE, CHECK NUMBERS*******
       FD  AP-CTL-FILE.
       01  AP-CTL-REC.
           05  APC-TYPE                     PIC X(4).
           05  APC-VALUE-FULL               PIC X(8).

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

      ***OPEN-PAYABLES AGING REPORT************************************
       FD  AGING-REPORT-FILE.
       01  AGE-OUT-REC                      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-INV-EOF               PIC X        VALUE 'N'.
              88 INV-EOF                            VALUE 'Y'.
           05 WS-VENDOR-ACTIVE-SWITCH  PIC X        VALUE 'N'.
              88 VENDOR-ACTIVE                      VALUE 'Y'.
       01 WS-APCTL-STATUS              PIC XX.
       01 WS-VENDMAST-STATUS           PIC XX.
       01 WS-APINV-STATUS              PIC XX.

      *****THE AS-OF DATE AND ONE INVOICE'S AGE************************
       01 WS-AS-OF-DATE                PIC X(8)     VALUE SPACES.
       01 WS-AS-OF-DATE-NUM            PIC 9(8).
       01 WS-DUE-DATE-NUM              PIC 9(8).
       01 WS-DAYS-PAST-DUE             PIC S9(7).
       01 WS-BUCKET                    PIC 9(1).

      *****BUCKET TOTALS - 1 CURRENT, 2 1-30, 3 31-60, 4 61-90, 5 OVER
       01 WS-VENDOR-TOTALS.
           05 WS-VENDOR-BUCKET         PIC 9(9)V99  OCCURS 5 TIMES.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BUCKET          PIC 9(9)V99  OCCURS 5 TIMES.
       01 WS-BUCKET-SUB                PIC 9(1).
       01 WS-GRAND-TOTAL               PIC 9(11)V99 VALUE 0.
       01 WS-CUR-VENDOR                PIC X(6).
       01 WS-CUR-VENDOR-NAME           PIC X(20).
       01 WS-VENDOR-INVOICES           PIC 9(5).

      *****REPORT COUNTERS*********************************************
       01 WS-INVOICES-AGED         PIC 9(5)     VALUE 0.
       01 WS-INVOICES-AGEDZ        PIC ZZ,ZZ9.
       01 WS-VENDORS-LISTED        PIC 9(5)     VALUE 0.
       01 WS-VENDORS-LISTEDZ       PIC ZZ,ZZ9.
       01 WS-INVOICES-PAST-90      PIC 9(5)     VALUE 0.
       01 WS-INVOICES-PAST-90Z     PIC ZZ,ZZ9.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  AGE-HEADING-1.
           05                 PIC X(26)
                   VALUE 'OPEN PAYABLES AGING AS OF '.
           05  AGH-AS-OF      PIC X(8).
       01  AGE-HEADING-2.
           05                 PIC X(7)  VALUE 'VENDOR'.
           05                 PIC X(21) VALUE 'NAME'.
           05                 PIC X(13) VALUE 'INVOICE'.
           05                 PIC X(8)  VALUE 'DUE DATE'.
           05                 PIC X(15) VALUE '        CURRENT'.
           05                 PIC X(15) VALUE '           1-30'.
           05                 PIC X(15) VALUE '          31-60'.
           05                 PIC X(15) VALUE '          61-90'.
           05                 PIC X(15) VALUE '        OVER 90'.
       01  AGE-DETAIL-LINE.
           05  AGD-VENDOR-ID      PIC X(6).
           05                     PIC X(1)  VALUE SPACES.
           05  AGD-VENDOR-NAME    PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  AGD-INVOICE        PIC X(12).
           05                     PIC X(1)  VALUE SPACES.
           05  AGD-DUE-DATE       PIC X(8).
           05  AGD-BUCKET-AREA.
               10  AGD-BUCKET     OCCURS 5 TIMES.
                   15             PIC X(1).
                   15  AGD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  AGD-HOLD           PIC X(4).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AP-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-AGE-ONE-VENDOR UNTIL INV-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies APAGE   *'.
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
           IF WS-AS-OF-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-NUM.
           DISPLAY 'Aged As Of                : ' WS-AS-OF-DATE.

       155-READ-AP-CTL-REC.
           READ AP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND APC-TYPE = 'PDT '
               MOVE APC-VALUE-FULL TO WS-AS-OF-DATE
           END-IF.

      *****************************************************************
      * NO INVOICE MASTER - NOTHING IS OPEN
      *****************************************************************
       200-OPEN-FILES.
           INITIALIZE WS-GRAND-TOTALS.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-AS-OF-DATE TO AGH-AS-OF.
           MOVE AGE-HEADING-1 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE AGE-HEADING-2 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT AP-INVOICE-MASTER.
           IF WS-APINV-STATUS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF
           ELSE
               MOVE LOW-VALUES TO AI-KEY
               START AP-INVOICE-MASTER KEY NOT < AI-KEY
                   INVALID KEY MOVE 'Y' TO WS-INV-EOF
               END-START
               IF NOT INV-EOF
                   PERFORM 310-READ-NEXT-INVOICE
               END-IF
           END-IF.

      *****************************************************************
      * ONE VENDOR'S INVOICES ARE TOGETHER ON THE MASTER - A VENDOR
      * WITH NOTHING OPEN IS NOT LISTED
      *****************************************************************
       300-AGE-ONE-VENDOR.
           MOVE AI-VENDOR-ID TO WS-CUR-VENDOR.
           INITIALIZE WS-VENDOR-TOTALS.
           MOVE 0 TO WS-VENDOR-INVOICES.
           MOVE 'N' TO WS-VENDOR-ACTIVE-SWITCH.
           MOVE '*NOT ON VENDMAST*' TO WS-CUR-VENDOR-NAME.
           MOVE WS-CUR-VENDOR TO VM-VENDOR-ID.
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VENDOR-ACTIVE-SWITCH
               NOT INVALID KEY
                   MOVE VM-VENDOR-NAME TO WS-CUR-VENDOR-NAME
                   IF VM-ACTIVE
                       MOVE 'Y' TO WS-VENDOR-ACTIVE-SWITCH
                   END-IF
           END-READ.
           PERFORM 320-AGE-INVOICE
               UNTIL INV-EOF OR AI-VENDOR-ID NOT = WS-CUR-VENDOR.
           IF WS-VENDOR-INVOICES > 0
               PERFORM 400-WRITE-VENDOR-TOTAL
           END-IF.

       310-READ-NEXT-INVOICE.
           READ AP-INVOICE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-INV-EOF
           END-READ.

       320-AGE-INVOICE.
           IF AI-OPEN
               PERFORM 330-WRITE-INVOICE-LINE
           END-IF.
           PERFORM 310-READ-NEXT-INVOICE.

      *****************************************************************
      * DAYS PAST DUE AS OF THE AS-OF DATE, AND THE BUCKET IT FALLS IN
      *****************************************************************
       330-WRITE-INVOICE-LINE.
           MOVE AI-DUE-DATE TO WS-DUE-DATE-NUM.
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > 0
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 30
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 90
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
                   ADD 1 TO WS-INVOICES-PAST-90
           END-EVALUATE.
           ADD 1 TO WS-VENDOR-INVOICES.
           ADD 1 TO WS-INVOICES-AGED.
           ADD AI-AMOUNT TO WS-VENDOR-BUCKET(WS-BUCKET).
           ADD AI-AMOUNT TO WS-GRAND-BUCKET(WS-BUCKET).
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE WS-CUR-VENDOR TO AGD-VENDOR-ID.
           MOVE WS-CUR-VENDOR-NAME TO AGD-VENDOR-NAME.
           MOVE AI-INVOICE-NUMBER TO AGD-INVOICE.
           MOVE AI-DUE-DATE TO AGD-DUE-DATE.
           MOVE AI-AMOUNT TO AGD-AMOUNT(WS-BUCKET).
           IF NOT VENDOR-ACTIVE
               MOVE 'HELD' TO AGD-HOLD
           END-IF.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

      *****************************************************************
       400-WRITE-VENDOR-TOTAL.
           ADD 1 TO WS-VENDORS-LISTED.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE WS-CUR-VENDOR TO AGD-VENDOR-ID.
           MOVE '  VENDOR TOTAL' TO AGD-VENDOR-NAME.
           PERFORM 410-MOVE-VENDOR-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE SPACES TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

       410-MOVE-VENDOR-BUCKET.
           MOVE WS-VENDOR-BUCKET(WS-BUCKET-SUB)
               TO AGD-AMOUNT(WS-BUCKET-SUB).

       420-MOVE-GRAND-BUCKET.
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
               TO AGD-AMOUNT(WS-BUCKET-SUB).
           ADD WS-GRAND-BUCKET(WS-BUCKET-SUB) TO WS-GRAND-TOTAL.

      *DISPLAY THE AGING TOTALS - GRAND TOTAL LINE ENDS THE REPORT*****
       500-DISPLAY-SUMMARY-TOTALS.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE 'GRAND TOTAL' TO AGD-VENDOR-NAME.
           PERFORM 420-MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-VENDORS-LISTED TO WS-VENDORS-LISTEDZ.
           DISPLAY 'Vendors Listed            : ' WS-VENDORS-LISTEDZ.
           MOVE WS-INVOICES-AGED TO WS-INVOICES-AGEDZ.
           DISPLAY 'Open Invoices Aged        : ' WS-INVOICES-AGEDZ.
           MOVE WS-INVOICES-PAST-90 TO WS-INVOICES-PAST-90Z.
           DISPLAY 'Invoices Over 90 Days     : ' WS-INVOICES-PAST-90Z.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Total Open Payables       : ' WS-AMOUNTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE AGING-REPORT-FILE.
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
