      *****************************************************************
      *PURPOSE: Monthly restitution balance-due and delinquency
      *report.  This program reads every order on the RESTMAST
      *restitution master (see COURTRET and RESTPOST) and lists the
      *open ones - ordered, paid to date, balance due and the money
      *still held in trust for the victim (paid in but not yet paid
      *out) - with the date of the last payment.  An open order with
      *no payment in the last 60 days (counted from the order date
      *when nothing has ever been paid) is flagged DLQ for the
      *clerk's collections unit, and the delinquent orders are
      *counted and totalled separately.  Orders paid in full are
      *only counted, unless money is still held in trust for them,
      *when they list so the disbursement is not forgotten.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      RESTRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTITUTION-MASTER-FILE ASSIGN TO RESTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-CASE-NUMBER
           FILE STATUS IS WS-RESTMAST-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO RESTRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      ***BALANCE-DUE AND DELINQUENCY REPORT****************************
       FD  BALANCE-REPORT-FILE.
       01  RPT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-DELINQUENT-SWITCH     PIC X        VALUE 'N'.
              88 ORDER-DELINQUENT                   VALUE 'Y'.
       01 WS-RESTMAST-STATUS           PIC XX.

      *****CONTROL VALUES - DAYS WITHOUT A PAYMENT BEFORE DELINQUENT***
       01 WS-DELINQUENT-DAYS       PIC 9(3)     VALUE 60.

      *****THE RUN DATE AND THE LAST-ACTIVITY DATE BEING AGED**********
       01 WS-TODAY                     PIC X(8).
       01 WS-TODAY-9 REDEFINES WS-TODAY
                                       PIC 9(8).
       01 WS-ACTIVITY-DATE             PIC X(8).
       01 WS-ACTIVITY-9 REDEFINES WS-ACTIVITY-DATE
                                       PIC 9(8).
       01 WS-DAYS-SINCE                PIC S9(7).
       01 WS-BALANCE-DUE               PIC 9(7)V99.
       01 WS-HELD-IN-TRUST             PIC 9(7)V99.

      *****REPORT TOTALS***********************************************
       01 WS-ORDERS-READ           PIC 9(5)     VALUE 0.
       01 WS-ORDERS-READZ          PIC ZZ,ZZ9.
       01 WS-ORDERS-OPEN           PIC 9(5)     VALUE 0.
       01 WS-ORDERS-OPENZ          PIC ZZ,ZZ9.
       01 WS-ORDERS-SATISFIED      PIC 9(5)     VALUE 0.
       01 WS-ORDERS-SATISFIEDZ     PIC ZZ,ZZ9.
       01 WS-ORDERS-DELINQUENT     PIC 9(5)     VALUE 0.
       01 WS-ORDERS-DELINQUENTZ    PIC ZZ,ZZ9.
       01 WS-TOTAL-ORDERED         PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-PAID            PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-BALANCE         PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-TRUST           PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-DELINQUENT      PIC 9(9)V99  VALUE 0.

      *****REPORT LINE LAYOUTS*****************************************
       01  RPT-HEADING-1.
           05                 PIC X(44) VALUE
                   'RESTITUTION BALANCE DUE AND DELINQUENCY - '.
           05  RTH-DATE       PIC X(8).
       01  RPT-HEADING-2.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(13) VALUE '     ORDERED'.
           05                 PIC X(13) VALUE '        PAID'.
           05                 PIC X(13) VALUE ' BALANCE DUE'.
           05                 PIC X(13) VALUE '    IN TRUST'.
           05                 PIC X(9)  VALUE 'LAST PAY'.
           05                 PIC X(4)  VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  RTD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RTD-ORDERED        PIC Z,ZZZ,ZZ9.99.
           05                     PIC X     VALUE SPACE.
           05  RTD-PAID           PIC Z,ZZZ,ZZ9.99.
           05                     PIC X     VALUE SPACE.
           05  RTD-BALANCE        PIC Z,ZZZ,ZZ9.99.
           05                     PIC X     VALUE SPACE.
           05  RTD-TRUST          PIC Z,ZZZ,ZZ9.99.
           05                     PIC X     VALUE SPACE.
           05  RTD-LAST-PAY       PIC X(8).
           05                     PIC X     VALUE SPACE.
           05  RTD-FLAG           PIC X(3).
       01  RPT-TOTAL-LINE.
           05  RTT-LABEL          PIC X(30).
           05                     PIC X(2)  VALUE ': '.
           05  RTT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-COUNT-LINE.
           05  RTC-LABEL          PIC X(30).
           05                     PIC X(2)  VALUE ': '.
           05  RTC-COUNT          PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-ORDERS.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies RESTRPT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT RESTITUTION-MASTER-FILE.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE WS-TODAY TO RTH-DATE.
           MOVE RPT-HEADING-1 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-HEADING-2 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
      * NO RESTITUTION MASTER YET PRINTS AN EMPTY REPORT
      *****************************************************************
       300-REPORT-ORDERS.
           IF WS-RESTMAST-STATUS = '00'
               MOVE LOW-VALUES TO RT-CASE-NUMBER
               START RESTITUTION-MASTER-FILE
                   KEY NOT < RT-CASE-NUMBER
                   INVALID KEY MOVE '23' TO WS-RESTMAST-STATUS
               END-START
               PERFORM 310-READ-NEXT-ORDER
                   UNTIL WS-RESTMAST-STATUS NOT = '00'
           END-IF.

       310-READ-NEXT-ORDER.
           READ RESTITUTION-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-RESTMAST-STATUS
           END-READ.
           IF WS-RESTMAST-STATUS = '00'
               ADD 1 TO WS-ORDERS-READ
               PERFORM 320-REPORT-ONE-ORDER
           END-IF.

       320-REPORT-ONE-ORDER.
           IF RT-PAID-AMT < RT-ORDERED-AMT
               COMPUTE WS-BALANCE-DUE = RT-ORDERED-AMT - RT-PAID-AMT
           ELSE
               MOVE 0 TO WS-BALANCE-DUE
           END-IF.
           COMPUTE WS-HELD-IN-TRUST = RT-PAID-AMT - RT-DISBURSED-AMT.
           ADD RT-ORDERED-AMT TO WS-TOTAL-ORDERED.
           ADD RT-PAID-AMT TO WS-TOTAL-PAID.
           ADD WS-BALANCE-DUE TO WS-TOTAL-BALANCE.
           ADD WS-HELD-IN-TRUST TO WS-TOTAL-TRUST.
           MOVE 'N' TO WS-DELINQUENT-SWITCH.
           IF RT-OPEN
               ADD 1 TO WS-ORDERS-OPEN
               PERFORM 330-CHECK-DELINQUENCY
           ELSE
               ADD 1 TO WS-ORDERS-SATISFIED
           END-IF.
           IF RT-OPEN OR WS-HELD-IN-TRUST > 0
               PERFORM 340-WRITE-DETAIL-LINE
           END-IF.

      *****************************************************************
      * AGE THE LAST PAYMENT, OR THE ORDER ITSELF WHEN NOTHING HAS
      * BEEN PAID; A DATE THAT WILL NOT AGE IS TAKEN AS DELINQUENT
      *****************************************************************
       330-CHECK-DELINQUENCY.
           IF RT-LAST-PAY-DATE = SPACES
               MOVE RT-ORDER-DATE TO WS-ACTIVITY-DATE
           ELSE
               MOVE RT-LAST-PAY-DATE TO WS-ACTIVITY-DATE
           END-IF.
           IF WS-ACTIVITY-DATE NUMERIC
              AND WS-ACTIVITY-DATE NOT = '00000000'
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
                 - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-9)
           ELSE
               MOVE 9999 TO WS-DAYS-SINCE
           END-IF.
           IF WS-DAYS-SINCE > WS-DELINQUENT-DAYS
               MOVE 'Y' TO WS-DELINQUENT-SWITCH
               ADD 1 TO WS-ORDERS-DELINQUENT
               ADD WS-BALANCE-DUE TO WS-TOTAL-DELINQUENT
           END-IF.

       340-WRITE-DETAIL-LINE.
           MOVE RT-CASE-NUMBER TO RTD-CASE-NUMBER.
           MOVE RT-ORDERED-AMT TO RTD-ORDERED.
           MOVE RT-PAID-AMT TO RTD-PAID.
           MOVE WS-BALANCE-DUE TO RTD-BALANCE.
           MOVE WS-HELD-IN-TRUST TO RTD-TRUST.
           IF RT-LAST-PAY-DATE = SPACES
               MOVE 'NONE' TO RTD-LAST-PAY
           ELSE
               MOVE RT-LAST-PAY-DATE TO RTD-LAST-PAY
           END-IF.
           IF ORDER-DELINQUENT
               MOVE 'DLQ' TO RTD-FLAG
           ELSE
               MOVE SPACES TO RTD-FLAG
           END-IF.
           MOVE RPT-DETAIL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'ORDERS OPEN' TO RTC-LABEL.
           MOVE WS-ORDERS-OPEN TO RTC-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'ORDERS PAID IN FULL' TO RTC-LABEL.
           MOVE WS-ORDERS-SATISFIED TO RTC-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'ORDERS DELINQUENT' TO RTC-LABEL.
           MOVE WS-ORDERS-DELINQUENT TO RTC-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'TOTAL ORDERED' TO RTT-LABEL.
           MOVE WS-TOTAL-ORDERED TO RTT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'TOTAL PAID' TO RTT-LABEL.
           MOVE WS-TOTAL-PAID TO RTT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'TOTAL BALANCE DUE' TO RTT-LABEL.
           MOVE WS-TOTAL-BALANCE TO RTT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'BALANCE DUE ON DELINQUENT' TO RTT-LABEL.
           MOVE WS-TOTAL-DELINQUENT TO RTT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'HELD IN TRUST FOR VICTIMS' TO RTT-LABEL.
           MOVE WS-TOTAL-TRUST TO RTT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *DISPLAY THE REPORT TOTALS***************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-ORDERS-READ TO WS-ORDERS-READZ.
           DISPLAY 'Restitution Orders Read   : ' WS-ORDERS-READZ.
           MOVE WS-ORDERS-OPEN TO WS-ORDERS-OPENZ.
           DISPLAY 'Orders Open               : ' WS-ORDERS-OPENZ.
           MOVE WS-ORDERS-SATISFIED TO WS-ORDERS-SATISFIEDZ.
           DISPLAY 'Orders Paid In Full       : ' WS-ORDERS-SATISFIEDZ.
           MOVE WS-ORDERS-DELINQUENT TO WS-ORDERS-DELINQUENTZ.
           DISPLAY 'Orders Delinquent         : ' WS-ORDERS-DELINQUENTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-RESTMAST-STATUS = '10' OR WS-RESTMAST-STATUS = '23'
               CLOSE RESTITUTION-MASTER-FILE
           END-IF.
           CLOSE BALANCE-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
