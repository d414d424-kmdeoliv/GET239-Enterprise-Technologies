      *****************************************************************
      *PURPOSE: Interdepartmental receivable aging.  Reads the ARMAST
      *receivable master ARPOST keeps and ages every open research
      *invoice by department as of the ARCTL PDT date (today when
      *there is none), by days since the invoice was posted: current
      *(under 30), 30, 60 and 90+ days, with department subtotals and
      *a grand total.  Behind the aging the DUNNING LIST names every
      *department with anything 30 days or more past, what it owes
      *past due and its oldest unpaid billing month, so the commander
      *knows whom to call.  A department with anything at 90+ days
      *is written to the ARHOLD file - RESEARCH refuses new requests
      *from a department on it until the debt comes back under 90
      *days and the next aging drops it.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      ARAGE.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-CTL-FILE ASSIGN TO ARCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCTL-STATUS.
           SELECT AR-MASTER ASSIGN TO ARMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AR-KEY
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT AR-HOLD-FILE ASSIGN TO ARHOLD
           ORGANIZATION IS SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO ARAGED
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****AR CONTROL - ACCOUNTS AND THE AGING DATE********************
       FD  AR-CTL-FILE.
       01  AR-CTL-REC.
           05  ARC-TYPE                     PIC X(4).
           05  ARC-VALUE-FULL               PIC X(8).

      *****RECEIVABLE MASTER - SEE ARPOST******************************
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

      *****************************************************************
      * DEPARTMENTS OWING 90 DAYS OR MORE - READ BY RESEARCH, WHICH
      * REFUSES THEIR NEW REQUESTS
      *****************************************************************
       FD  AR-HOLD-FILE.
       01  AR-HOLD-REC.
           05  AH-DEPT-ID                   PIC X(8).
           05  AH-OVER-90-AMOUNT            PIC 9(9)V99.
           05  AH-AS-OF-DATE                PIC X(8).

      ***RECEIVABLE AGING AND DUNNING LIST*****************************
       FD  AGING-REPORT-FILE.
       01  AGE-OUT-REC                      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-AR-EOF                PIC X        VALUE 'N'.
              88 AR-EOF                             VALUE 'Y'.
       01 WS-ARCTL-STATUS              PIC XX.
       01 WS-ARMAST-STATUS             PIC XX.

      *****THE AS-OF DATE AND ONE INVOICE'S AGE************************
       01 WS-AS-OF-DATE                PIC X(8)     VALUE SPACES.
       01 WS-AS-OF-DATE-NUM            PIC 9(8).
       01 WS-INVOICE-DATE-NUM          PIC 9(8).
       01 WS-DAYS-OUTSTANDING          PIC S9(7).
       01 WS-BUCKET                    PIC 9(1).
       01 WS-OPEN-BALANCE              PIC 9(7)V99.

      *****BUCKET TOTALS - 1 CURRENT, 2 30, 3 60, 4 90+****************
       01 WS-DEPT-TOTALS.
           05 WS-DEPT-BUCKET           PIC 9(9)V99  OCCURS 4 TIMES.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-BUCKET          PIC 9(9)V99  OCCURS 4 TIMES.
       01 WS-BUCKET-SUB                PIC 9(1).
       01 WS-GRAND-TOTAL               PIC 9(11)V99 VALUE 0.
       01 WS-CUR-DEPT                  PIC X(8).
       01 WS-DEPT-INVOICES             PIC 9(5).
       01 WS-DEPT-OLDEST-PAST-DUE      PIC X(6).
       01 WS-DEPT-PAST-DUE             PIC 9(9)V99.

      *****DUNNING TABLE - DEPARTMENTS 30 DAYS OR MORE PAST************
       01 WS-DUN-COUNT                 PIC 9(4)     VALUE 0.
       01 WS-DUN-SUB                   PIC 9(4).
       01 WS-DUN-TABLE.
           05 WS-DUN-ENTRY OCCURS 500 TIMES.
              10 WS-DUN-DEPT-ID        PIC X(8).
              10 WS-DUN-OLDEST-MONTH   PIC X(6).
              10 WS-DUN-PAST-DUE       PIC 9(9)V99.
              10 WS-DUN-OVER-90        PIC 9(9)V99.

      *****REPORT COUNTERS*********************************************
       01 WS-INVOICES-AGED         PIC 9(5)     VALUE 0.
       01 WS-INVOICES-AGEDZ        PIC ZZ,ZZ9.
       01 WS-DEPTS-LISTED          PIC 9(5)     VALUE 0.
       01 WS-DEPTS-LISTEDZ         PIC ZZ,ZZ9.
       01 WS-DEPTS-DUNNED          PIC 9(5)     VALUE 0.
       01 WS-DEPTS-DUNNEDZ         PIC ZZ,ZZ9.
       01 WS-DEPTS-HELD            PIC 9(5)     VALUE 0.
       01 WS-DEPTS-HELDZ           PIC ZZ,ZZ9.
       01 WS-AMOUNTZ               PIC $$,$$$,$$$,$$9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  AGE-HEADING-1.
           05                 PIC X(37)
                   VALUE 'RESEARCH RECEIVABLES AGING AS OF     '.
           05  AGH-AS-OF      PIC X(8).
       01  AGE-HEADING-2.
           05                 PIC X(10) VALUE 'DEPT'.
           05                 PIC X(8)  VALUE 'MONTH'.
           05                 PIC X(10) VALUE 'INVOICED'.
           05                 PIC X(15) VALUE '        CURRENT'.
           05                 PIC X(15) VALUE '        30 DAYS'.
           05                 PIC X(15) VALUE '        60 DAYS'.
           05                 PIC X(15) VALUE '       90+ DAYS'.
       01  AGE-DETAIL-LINE.
           05  AGD-DEPT-ID        PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  AGD-BILL-MONTH     PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  AGD-INVOICE-DATE   PIC X(8).
           05  AGD-BUCKET-AREA.
               10  AGD-BUCKET     OCCURS 4 TIMES.
                   15             PIC X(1).
                   15  AGD-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  AGD-HOLD           PIC X(4).
       01  DUN-HEADING-1.
           05                 PIC X(40)
                   VALUE 'DUNNING LIST - 30 DAYS OR MORE PAST DUE'.
       01  DUN-HEADING-2.
           05                 PIC X(10) VALUE 'DEPT'.
           05                 PIC X(14) VALUE 'OLDEST MONTH'.
           05                 PIC X(15) VALUE '       PAST DUE'.
           05                 PIC X(15) VALUE '       90+ DAYS'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(24) VALUE 'ACTION'.
       01  DUN-DETAIL-LINE.
           05  DND-DEPT-ID        PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  DND-OLDEST-MONTH   PIC X(6).
           05                     PIC X(9)  VALUE SPACES.
           05  DND-PAST-DUE       PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  DND-OVER-90        PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  DND-ACTION         PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AR-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-AGE-ONE-DEPARTMENT UNTIL AR-EOF.
           PERFORM 450-WRITE-DUNNING-LIST.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies ARAGE   *'.
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
           IF WS-AS-OF-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-NUM.
           DISPLAY 'Aged As Of                : ' WS-AS-OF-DATE.

       155-READ-AR-CTL-REC.
           READ AR-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF AND ARC-TYPE = 'PDT '
               MOVE ARC-VALUE-FULL TO WS-AS-OF-DATE
           END-IF.

      *****************************************************************
      * NO RECEIVABLE MASTER - NOTHING IS OWED AND NOBODY IS HELD, SO
      * THE HOLD FILE IS STILL WRITTEN (EMPTY)
      *****************************************************************
       200-OPEN-FILES.
           INITIALIZE WS-GRAND-TOTALS.
           OPEN OUTPUT AR-HOLD-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE WS-AS-OF-DATE TO AGH-AS-OF.
           MOVE AGE-HEADING-1 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE AGE-HEADING-2 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           OPEN INPUT AR-MASTER.
           IF WS-ARMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-AR-EOF
           ELSE
               MOVE LOW-VALUES TO AR-KEY
               START AR-MASTER KEY NOT < AR-KEY
                   INVALID KEY MOVE 'Y' TO WS-AR-EOF
               END-START
               IF NOT AR-EOF
                   PERFORM 310-READ-NEXT-INVOICE
               END-IF
           END-IF.

      *****************************************************************
      * ONE DEPARTMENT'S INVOICES ARE TOGETHER ON THE MASTER, OLDEST
      * BILLING MONTH FIRST - A DEPARTMENT OWING NOTHING IS NOT LISTED
      *****************************************************************
       300-AGE-ONE-DEPARTMENT.
           MOVE AR-DEPT-ID TO WS-CUR-DEPT.
           INITIALIZE WS-DEPT-TOTALS.
           MOVE 0 TO WS-DEPT-INVOICES.
           MOVE 0 TO WS-DEPT-PAST-DUE.
           MOVE SPACES TO WS-DEPT-OLDEST-PAST-DUE.
           PERFORM 320-AGE-INVOICE
               UNTIL AR-EOF OR AR-DEPT-ID NOT = WS-CUR-DEPT.
           IF WS-DEPT-INVOICES > 0
               PERFORM 400-WRITE-DEPT-TOTAL
           END-IF.

       310-READ-NEXT-INVOICE.
           READ AR-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-AR-EOF
           END-READ.

       320-AGE-INVOICE.
           IF AR-OPEN
               PERFORM 330-WRITE-INVOICE-LINE
           END-IF.
           PERFORM 310-READ-NEXT-INVOICE.

      *****************************************************************
      * DAYS SINCE THE INVOICE WAS POSTED AS OF THE AS-OF DATE, AND
      * THE BUCKET IT FALLS IN
      *****************************************************************
       330-WRITE-INVOICE-LINE.
           COMPUTE WS-OPEN-BALANCE =
               AR-BILLED - AR-PAID - AR-CREDITED.
           MOVE AR-INVOICE-DATE TO WS-INVOICE-DATE-NUM.
           COMPUTE WS-DAYS-OUTSTANDING =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-NUM)
             - FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-NUM).
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OUTSTANDING < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OUTSTANDING < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           IF WS-BUCKET > 1
               ADD WS-OPEN-BALANCE TO WS-DEPT-PAST-DUE
               IF WS-DEPT-OLDEST-PAST-DUE = SPACES
                   MOVE AR-BILL-MONTH TO WS-DEPT-OLDEST-PAST-DUE
               END-IF
           END-IF.
           ADD 1 TO WS-DEPT-INVOICES.
           ADD 1 TO WS-INVOICES-AGED.
           ADD WS-OPEN-BALANCE TO WS-DEPT-BUCKET(WS-BUCKET).
           ADD WS-OPEN-BALANCE TO WS-GRAND-BUCKET(WS-BUCKET).
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE WS-CUR-DEPT TO AGD-DEPT-ID.
           MOVE AR-BILL-MONTH TO AGD-BILL-MONTH.
           MOVE AR-INVOICE-DATE TO AGD-INVOICE-DATE.
           MOVE WS-OPEN-BALANCE TO AGD-AMOUNT(WS-BUCKET).
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

      *****************************************************************
      * THE DEPARTMENT SUBTOTAL - ANYTHING PAST DUE GOES ON THE
      * DUNNING LIST, ANYTHING AT 90+ ALSO ON THE HOLD FILE
      *****************************************************************
       400-WRITE-DEPT-TOTAL.
           ADD 1 TO WS-DEPTS-LISTED.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE WS-CUR-DEPT TO AGD-DEPT-ID.
           MOVE 'TOTAL' TO AGD-BILL-MONTH.
           PERFORM 410-MOVE-DEPT-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           IF WS-DEPT-BUCKET(4) > 0
               MOVE 'HOLD' TO AGD-HOLD
               PERFORM 430-WRITE-HOLD-RECORD
           END-IF.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE SPACES TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           IF WS-DEPT-PAST-DUE > 0
               PERFORM 440-ADD-DUNNING-ENTRY
           END-IF.

       410-MOVE-DEPT-BUCKET.
           MOVE WS-DEPT-BUCKET(WS-BUCKET-SUB)
               TO AGD-AMOUNT(WS-BUCKET-SUB).

       420-MOVE-GRAND-BUCKET.
           MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
               TO AGD-AMOUNT(WS-BUCKET-SUB).
           ADD WS-GRAND-BUCKET(WS-BUCKET-SUB) TO WS-GRAND-TOTAL.

       430-WRITE-HOLD-RECORD.
           MOVE WS-CUR-DEPT TO AH-DEPT-ID.
           MOVE WS-DEPT-BUCKET(4) TO AH-OVER-90-AMOUNT.
           MOVE WS-AS-OF-DATE TO AH-AS-OF-DATE.
           WRITE AR-HOLD-REC.
           ADD 1 TO WS-DEPTS-HELD.

       440-ADD-DUNNING-ENTRY.
           ADD 1 TO WS-DEPTS-DUNNED.
           IF WS-DUN-COUNT < 500
               ADD 1 TO WS-DUN-COUNT
               MOVE WS-CUR-DEPT TO WS-DUN-DEPT-ID(WS-DUN-COUNT)
               MOVE WS-DEPT-OLDEST-PAST-DUE
                   TO WS-DUN-OLDEST-MONTH(WS-DUN-COUNT)
               MOVE WS-DEPT-PAST-DUE TO WS-DUN-PAST-DUE(WS-DUN-COUNT)
               MOVE WS-DEPT-BUCKET(4) TO WS-DUN-OVER-90(WS-DUN-COUNT)
           END-IF.

      *****************************************************************
      * THE GRAND TOTAL CLOSES THE AGING; THE DUNNING LIST FOLLOWS
      *****************************************************************
       450-WRITE-DUNNING-LIST.
           MOVE SPACES TO AGE-DETAIL-LINE.
           MOVE 'GRAND' TO AGD-DEPT-ID.
           MOVE 'TOTAL' TO AGD-BILL-MONTH.
           PERFORM 420-MOVE-GRAND-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.
           MOVE AGE-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE SPACES TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE DUN-HEADING-1 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           MOVE DUN-HEADING-2 TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.
           PERFORM 460-WRITE-DUNNING-LINE
               VARYING WS-DUN-SUB FROM 1 BY 1
               UNTIL WS-DUN-SUB > WS-DUN-COUNT.

       460-WRITE-DUNNING-LINE.
           MOVE WS-DUN-DEPT-ID(WS-DUN-SUB) TO DND-DEPT-ID.
           MOVE WS-DUN-OLDEST-MONTH(WS-DUN-SUB) TO DND-OLDEST-MONTH.
           MOVE WS-DUN-PAST-DUE(WS-DUN-SUB) TO DND-PAST-DUE.
           MOVE WS-DUN-OVER-90(WS-DUN-SUB) TO DND-OVER-90.
           IF WS-DUN-OVER-90(WS-DUN-SUB) > 0
               MOVE 'RESEARCH REQUESTS ON HOLD' TO DND-ACTION
           ELSE
               MOVE 'PAYMENT REMINDER' TO DND-ACTION
           END-IF.
           MOVE DUN-DETAIL-LINE TO AGE-OUT-REC.
           WRITE AGE-OUT-REC.

      *DISPLAY THE AGING TOTALS****************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-DEPTS-LISTED TO WS-DEPTS-LISTEDZ.
           DISPLAY 'Departments Listed        : ' WS-DEPTS-LISTEDZ.
           MOVE WS-INVOICES-AGED TO WS-INVOICES-AGEDZ.
           DISPLAY 'Open Invoices Aged        : ' WS-INVOICES-AGEDZ.
           MOVE WS-DEPTS-DUNNED TO WS-DEPTS-DUNNEDZ.
           DISPLAY 'Departments Dunned        : ' WS-DEPTS-DUNNEDZ.
           MOVE WS-DEPTS-HELD TO WS-DEPTS-HELDZ.
           DISPLAY 'Departments On Hold (90+) : ' WS-DEPTS-HELDZ.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNTZ.
           DISPLAY 'Total Open Receivables    : ' WS-AMOUNTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE AGING-REPORT-FILE
                 AR-HOLD-FILE.
           IF WS-ARMAST-STATUS = '00' OR WS-ARMAST-STATUS = '10'
              OR WS-ARMAST-STATUS = '23'
               CLOSE AR-MASTER
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
