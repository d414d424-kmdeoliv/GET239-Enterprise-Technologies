      *****************************************************************
      *PURPOSE: Off-cycle special pay run.  Everything used to wait
      *for the bi-weekly LAB4A cycle - a missed check, a bonus or a
      *correction either sat two weeks or was written by hand, and
      *then the YTD master, the stubs and the annual statement were
      *all wrong.  This program reads the SPCTRAN one-off payments
      *(employee, pay type, gross amount, tax method), withholds each
      *one the way its tax method says - R through the same WHBRKT
      *graduated brackets LAB4A walks (the payment annualized as one
      *bi-weekly period), S at the flat PAYCTL SUPP supplemental
      *percent, N not at all - and writes one PAYDTL-layout record
      *per employee under the special period, so the regular PAYPOST,
      *PAYSTUB and PAYGL steps post, stub and book it.  The run has
      *its own BANKFILE (the header marked as a special run) and its
      *own PAYCHK check requests for held or unbanked employees, and
      *an SPCREG register lists every payment and every rejection.
      *No benefit is deducted and no deduction order is taken from a
      *special payment.
      *The special period (SPCCTL SPER) must be in the pay date's
      *year, must be numbered 51 through 99 so it can never be a
      *regular bi-weekly period, and must not be the PAYCTL PER
      *period; any other value stops the run before anything is
      *written.  An employee already paid under the special period
      *(on the PAYHIST history) is rejected, so the same special
      *period cannot pay anyone twice.
      *
      *SPCCTL ENTRIES (CONCATENATED AFTER PAYCTL, SO THEY OVERRIDE):
      *  PDT CCYYMMDD   PAY DATE OF THE SPECIAL RUN
      *  SPERCCYYNN     SPECIAL PERIOD, NN 51-99
      *  SUPPNNNNNN     SUPPLEMENTAL WITHHOLDING PERCENT (DEFAULT 22)
      *
      *PAY TYPES:  MIS MISSED CHECK      BON BONUS
      *            COR CORRECTION        REI REISSUE OF A PULLED CHECK
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      SPECPAY.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECIAL-TRAN-FILE ASSIGN TO SPCTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRACKET-FILE ASSIGN TO WHBRKT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRACKET-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO PAYDTL
           ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-FILE ASSIGN TO BANKFILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REQUEST-FILE ASSIGN TO PAYCHK
           ORGANIZATION IS SEQUENTIAL.
           SELECT SPECIAL-REGISTER-FILE ASSIGN TO SPCREG
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****ONE-OFF PAYMENTS KEYED BY PAYROLL***************************
       FD  SPECIAL-TRAN-FILE.
       01  SPECIAL-TRAN-REC.
           05  ST-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X.
           05  ST-PAY-TYPE                  PIC X(3).
               88  ST-VALID-PAY-TYPE        VALUE 'MIS' 'BON'
                                                  'COR' 'REI'.
           05  FILLER                       PIC X.
           05  ST-GROSS-AMOUNT              PIC 9(7)V99.
           05  FILLER                       PIC X.
           05  ST-TAX-METHOD                PIC X(1).
               88  ST-TAX-REGULAR                       VALUE 'R'.
               88  ST-TAX-SUPPLEMENTAL                  VALUE 'S'.
               88  ST-TAX-NONE                          VALUE 'N'.

      *****************************************************************
      * EMPLOYEE MASTER - READ BY KEY FOR THE NAME, FILING STATUS AND
      * BANK ACCOUNT; NOTHING ON IT IS CHANGED BY A SPECIAL RUN
      *****************************************************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  EM-HIRE-DATE                 PIC X(8).
           05  EM-ANNUAL-SALARY             PIC 9(7)V99.
           05  EM-BANK-ROUTING              PIC X(9).
           05  EM-BANK-ACCOUNT              PIC X(10).
           05  EM-FILING-STATUS             PIC X(1).
           05  EM-EMP-TYPE                  PIC X(1).
           05  EM-HOURLY-RATE               PIC 9(3)V99.
           05  EM-VAC-BALANCE               PIC 9(3)V99.
           05  EM-SICK-BALANCE              PIC 9(3)V99.
           05  EM-SSN                       PIC X(9).
           05  EM-DD-HOLD                   PIC X(1).
               88  EM-DD-HELD                           VALUE 'H'.
           05  EM-DD-RETURN-CODE            PIC X(3).
           05  EM-COST-CENTER               PIC X(4).
           05  EM-EMP-STATUS                PIC X(1).
           05  EM-TERM-DATE                 PIC X(8).
           05  EM-TERM-REASON               PIC X(2).
           05  EM-FINAL-PERIOD              PIC X(6).

      *****PAYROLL CONTROL, WITH THE SPCCTL SPECIAL-RUN CARDS LAST*****
       FD  PAY-CTL-FILE.
       01  PAY-CTL-REC.
           05  PCT-TYPE                     PIC X(4).
           05  PCT-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES PCT-VALUE-FULL.
               10  PCT-VALUE                PIC X(6).
               10  FILLER                   PIC X(2).

      *****WITHHOLDING BRACKETS - THE SAME TABLE LAB4A WALKS***********
       FD  BRACKET-FILE.
       01  BRACKET-REC.
           05  BK-FILING-STATUS             PIC X(1).
           05  FILLER                       PIC X(1).
           05  BK-BAND-FLOOR                PIC 9(7).
           05  FILLER                       PIC X(1).
           05  BK-BAND-CEILING              PIC 9(7).
           05  FILLER                       PIC X(1).
           05  BK-RATE                      PIC 99.99.

      *****PAY HISTORY KEPT BY PAYPOST - EMPLOYEE AND PERIOD***********
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           05  PH-KEY.
               10  PH-EMPLOYEE-ID           PIC X(6).
               10  PH-PAY-PERIOD            PIC X(6).
           05  PH-PAY-DATE                  PIC X(8).
           05  PH-GROSS                     PIC 9(7)V99.
           05  PH-NET                       PIC 9(7)V99.

      *****************************************************************
      * SPECIAL PAY DETAIL - PAYDTL LAYOUT, ONE RECORD PER EMPLOYEE
      * PAID, UNDER THE SPECIAL PERIOD
      *****************************************************************
       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-REC.
           05  PDT-EMPLOYEE-ID              PIC X(6).
           05  PDT-PAY-PERIOD               PIC X(6).
           05  PDT-GROSS-PAY                PIC 9(7)V99.
           05  PDT-WITHHOLDING              PIC 9(7)V99.
           05  PDT-BENEFIT                  PIC 9(7)V99.
           05  PDT-NET-PAY                  PIC 9(7)V99.

      *****************************************************************
      * DIRECT-DEPOSIT BANK INTERFACE - THE LAB4A LAYOUT, WITH THE
      * HEADER'S RUN TYPE SET TO 'S' FOR A SPECIAL RUN
      *****************************************************************
       FD  BANK-FILE.
       01  BANK-REC                         PIC X(73).
       01  BANK-HEADER-REC REDEFINES BANK-REC.
           05  BH-RECORD-TYPE               PIC X(1).
           05  BH-PAY-DATE                  PIC X(8).
           05  BH-PAY-PERIOD                PIC X(6).
           05  BH-RUN-TYPE                  PIC X(1).
           05  FILLER                       PIC X(57).
       01  BANK-DETAIL-REC REDEFINES BANK-REC.
           05  BD-RECORD-TYPE               PIC X(1).
           05  BD-EMPLOYEE-ID               PIC X(6).
           05  BD-EMPLOYEE-NAME             PIC X(30).
           05  BD-BANK-ROUTING              PIC X(9).
           05  BD-BANK-ACCOUNT              PIC X(10).
           05  BD-NET-CENTS                 PIC 9(9).
           05  BD-PAY-DATE                  PIC X(8).
       01  BANK-TRAILER-REC REDEFINES BANK-REC.
           05  BT-RECORD-TYPE               PIC X(1).
           05  BT-DETAIL-COUNT              PIC 9(7).
           05  BT-TOTAL-NET-CENTS           PIC 9(11).
           05  FILLER                       PIC X(54).

      *****CHECK REQUESTS - HELD OR UNBANKED EMPLOYEES*****************
       FD  CHECK-REQUEST-FILE.
       01  CHECK-REQUEST-REC.
           05  CK-EMPLOYEE-ID               PIC X(6).
           05  CK-EMPLOYEE-NAME             PIC X(30).
           05  CK-NET-PAY                   PIC 9(7)V99.
           05  CK-PAY-DATE                  PIC X(8).
           05  CK-PAY-PERIOD                PIC X(6).
           05  CK-REASON                    PIC X(3).

      ***SPECIAL PAY REGISTER******************************************
       FD  SPECIAL-REGISTER-FILE.
       01  SPC-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-BRK-EOF               PIC X        VALUE 'N'.
              88 BRK-EOF                            VALUE 'Y'.
           05 WS-HIST-AVAILABLE-SWITCH PIC X        VALUE 'N'.
              88 HIST-AVAILABLE                     VALUE 'Y'.
           05 WS-SPC-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 SPC-FOUND                          VALUE 'Y'.

       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-BRACKET-STATUS            PIC XX.
       01 WS-PAYHIST-STATUS            PIC XX.

      *****CONTROL VALUES - PAYCTL, THEN THE SPCCTL OVERRIDES**********
       01 WS-WITHHOLD-PCT          PIC 9(3)     VALUE 0.
       01 WS-SUPP-PCT              PIC 9(3)     VALUE 22.
       01 WS-REGULAR-PERIOD        PIC X(6)     VALUE SPACES.
       01 WS-PAY-DATE              PIC X(8)     VALUE SPACES.
       01 WS-SPECIAL-PERIOD        PIC X(6)     VALUE SPACES.
       01 FILLER REDEFINES WS-SPECIAL-PERIOD.
          05 WS-SPER-YEAR          PIC X(4).
          05 WS-SPER-NUMBER        PIC X(2).
       01 WS-REJECT-REASON         PIC X(40).

      *****WITHHOLDING BRACKET TABLE, LOADED FROM WHBRKT***************
       01 WS-BRK-TAB-MAX           PIC 99       VALUE 0.
       01 WS-BRK-TABLE.
          05 WS-BRK-ENTRY OCCURS 20 TIMES
                           INDEXED BY BRK-IDX.
             10 WS-BRK-FILING-STATUS PIC X(1).
             10 WS-BRK-FLOOR       PIC 9(7).
             10 WS-BRK-CEILING     PIC 9(7).
             10 WS-BRK-RATE        PIC 99V99.
       01 WS-ANNUALIZED-GROSS      PIC 9(9)V99.
       01 WS-ANNUAL-TAX            PIC 9(9)V99.
       01 WS-TAXABLE-SLICE         PIC 9(9)V99.
       01 WS-SLICE-TOP             PIC 9(9)V99.
       01 WS-PAYMENT-WITHHOLDING   PIC 9(7)V99.
       01 WS-PAYMENT-NET           PIC 9(7)V99.

      *****PAYMENTS ACCUMULATED PER EMPLOYEE FOR THE ONE DETAIL ROW****
       01 WS-SPC-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-SPC-TABLE.
          05 WS-SPC-ENTRY OCCURS 200 TIMES
                           INDEXED BY SPC-IDX.
             10 WS-SPC-EMPLOYEE-ID PIC X(6).
             10 WS-SPC-NAME        PIC X(30).
             10 WS-SPC-ROUTING     PIC X(9).
             10 WS-SPC-ACCOUNT     PIC X(10).
             10 WS-SPC-DD-HOLD     PIC X(1).
             10 WS-SPC-RETURN-CODE PIC X(3).
             10 WS-SPC-GROSS       PIC 9(7)V99.
             10 WS-SPC-WITHHOLDING PIC 9(7)V99.
             10 WS-SPC-NET         PIC 9(7)V99.
       01 WS-EMPLOYEE-NAME         PIC X(30).

      *****BANK FILE AND CHECK TOTALS**********************************
       01 WS-BANK-DETAIL-COUNT     PIC 9(7)     VALUE 0.
       01 WS-BANK-NET-CENTS        PIC 9(9).
       01 WS-BANK-TOTAL-CENTS      PIC 9(11)    VALUE 0.

      *****SPECIAL RUN COUNTERS AND TOTALS*****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-PAID             PIC 9(5)     VALUE 0.
       01 WS-TRAN-PAIDZ            PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-EMPLOYEES-PAIDZ       PIC ZZ,ZZ9.
       01 WS-DEPOSIT-COUNTZ        PIC Z,ZZZ,ZZ9.
       01 WS-CHECK-COUNT           PIC 9(5)     VALUE 0.
       01 WS-CHECK-COUNTZ          PIC ZZ,ZZ9.
       01 WS-TOTAL-GROSS           PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-WITHHOLDING     PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-NET             PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-CHECK-PAY       PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-ED              PIC Z,ZZZ,ZZ9.99.

      *****REGISTER LINE LAYOUTS***************************************
       01  SPC-HEADING-1.
           05                 PIC X(36) VALUE
                   'OFF-CYCLE SPECIAL PAY REGISTER'.
           05                 PIC X(15) VALUE 'SPECIAL PERIOD '.
           05  SH1-PERIOD     PIC X(6).
           05                 PIC X(11) VALUE '  PAY DATE '.
           05  SH1-PAY-DATE   PIC X(8).
       01  SPC-HEADING-2.
           05                 PIC X(38) VALUE
                   'EMP ID NAME                     TYPE  '.
           05                 PIC X(35) VALUE
                   '    GROSS T  WITHHELD        NET  '.
       01  SPC-HEADING-3.
           05                 PIC X(38) VALUE
                   '------ ------------------------ ----  '.
           05                 PIC X(35) VALUE
                   '--------- - --------- ---------  '.
       01  SPC-PAYMENT-LINE.
           05  SPL-EMPLOYEE-ID PIC X(6).
           05                 PIC X(1)  VALUE SPACE.
           05  SPL-NAME       PIC X(24).
           05                 PIC X(1)  VALUE SPACE.
           05  SPL-PAY-TYPE   PIC X(3).
           05                 PIC X(2)  VALUE SPACES.
           05  SPL-GROSS      PIC ZZ,ZZ9.99.
           05                 PIC X(1)  VALUE SPACE.
           05  SPL-TAX-METHOD PIC X(1).
           05                 PIC X(1)  VALUE SPACE.
           05  SPL-WITHHOLDING PIC ZZ,ZZ9.99.
           05                 PIC X(1)  VALUE SPACE.
           05  SPL-NET        PIC ZZ,ZZ9.99.
           05                 PIC X(2)  VALUE SPACES.
           05  SPL-PAID-BY    PIC X(7).
       01  SPC-REJECT-LINE.
           05  SRL-EMPLOYEE-ID PIC X(6).
           05                 PIC X(1)  VALUE SPACE.
           05  SRL-PAY-TYPE   PIC X(3).
           05                 PIC X(16) VALUE ' *** REJECTED - '.
           05  SRL-REASON     PIC X(40).
       01  SPC-EMPLOYEE-HEADING.
           05                 PIC X(40) VALUE
                   'PAID PER EMPLOYEE (ONE DETAIL ROW EACH)'.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-VALIDATE-SPECIAL-PERIOD.
           PERFORM 170-LOAD-BRACKET-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-PROCESS-SPECIAL-TRANS UNTIL TRAN-EOF.
           PERFORM 400-WRITE-SPECIAL-PAYMENTS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
      *NOTHING PAID - THE POSTING, STUB AND GL STEPS HAVE NOTHING TO DO*
           IF WS-SPC-TAB-MAX = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies SPECPAY *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * PAYCTL FIRST, THEN THE SPCCTL CARDS - THE LAST PDT READ IS
      * THE SPECIAL RUN'S PAY DATE
      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT PAY-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.

       155-READ-CONTROL-REC.
           READ PAY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE PCT-TYPE
                   WHEN 'WH  '
                       MOVE PCT-VALUE TO WS-WITHHOLD-PCT
                   WHEN 'PER '
                       MOVE PCT-VALUE TO WS-REGULAR-PERIOD
                   WHEN 'PDT '
                       MOVE PCT-VALUE-FULL TO WS-PAY-DATE
                   WHEN 'SPER'
                       MOVE PCT-VALUE TO WS-SPECIAL-PERIOD
                   WHEN 'SUPP'
                       MOVE PCT-VALUE TO WS-SUPP-PCT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * A SPECIAL PERIOD THAT COULD COLLIDE WITH A REGULAR BI-WEEKLY
      * PERIOD WOULD BE SKIPPED AS A RERUN BY PAYPOST OR DOUBLE THE
      * REGULAR PERIOD'S HISTORY - THE RUN STOPS BEFORE ANY OUTPUT
      *****************************************************************
       160-VALIDATE-SPECIAL-PERIOD.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-PAY-DATE NOT NUMERIC
               MOVE 'PDT PAY DATE MISSING OR NOT NUMERIC'
                   TO WS-REJECT-REASON
           ELSE
               IF WS-SPECIAL-PERIOD = SPACES
                   MOVE 'SPCCTL SPER CARD MISSING'
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-SPECIAL-PERIOD NOT NUMERIC
                      OR WS-SPER-NUMBER < '51'
                       MOVE 'SPER MUST BE CCYYNN WITH NN 51-99'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-SPECIAL-PERIOD = WS-REGULAR-PERIOD
                           MOVE 'SPER IS THE REGULAR PAYCTL PERIOD'
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-SPER-YEAR NOT = WS-PAY-DATE(1:4)
                               MOVE 'SPER YEAR IS NOT THE PAY DATE YEAR'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY '*** SPECIAL RUN REFUSED - ' WS-REJECT-REASON
                       ' *** SPER: ' WS-SPECIAL-PERIOD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * A MISSING OR EMPTY WHBRKT FILE FALLS BACK TO THE FLAT PAYCTL
      * WH PERCENTAGE FOR REGULAR-METHOD PAYMENTS, AS IN LAB4A
      *****************************************************************
       170-LOAD-BRACKET-TABLE.
           OPEN INPUT BRACKET-FILE.
           IF WS-BRACKET-STATUS NOT = '00'
               MOVE 'Y' TO WS-BRK-EOF
           END-IF.
           PERFORM 175-READ-BRACKET-REC UNTIL BRK-EOF.
           IF WS-BRACKET-STATUS = '00' OR WS-BRACKET-STATUS = '10'
               CLOSE BRACKET-FILE
           END-IF.

       175-READ-BRACKET-REC.
           READ BRACKET-FILE
               AT END MOVE 'Y' TO WS-BRK-EOF
           END-READ.
           IF NOT BRK-EOF
               ADD 1 TO WS-BRK-TAB-MAX
               MOVE BK-FILING-STATUS
                    TO WS-BRK-FILING-STATUS(WS-BRK-TAB-MAX)
               MOVE BK-BAND-FLOOR TO WS-BRK-FLOOR(WS-BRK-TAB-MAX)
               MOVE BK-BAND-CEILING TO WS-BRK-CEILING(WS-BRK-TAB-MAX)
               MOVE BK-RATE TO WS-BRK-RATE(WS-BRK-TAB-MAX)
           END-IF.

      *****************************************************************
      * NO PAY HISTORY YET MEANS NOBODY HAS BEEN PAID UNDER ANY
      * PERIOD - THE ALREADY-PAID CHECK IS SIMPLY SKIPPED
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT SPECIAL-TRAN-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-AVAILABLE-SWITCH
           END-IF.
           OPEN OUTPUT PAY-DETAIL-FILE.
           OPEN OUTPUT BANK-FILE.
           OPEN OUTPUT CHECK-REQUEST-FILE.
           OPEN OUTPUT SPECIAL-REGISTER-FILE.
           MOVE WS-SPECIAL-PERIOD TO SH1-PERIOD.
           MOVE WS-PAY-DATE TO SH1-PAY-DATE.
           MOVE SPC-HEADING-1 TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE SPACES TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE SPC-HEADING-2 TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE SPC-HEADING-3 TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.

      *****************************************************************
      * EACH PAYMENT IS EDITED, WITHHELD BY ITS OWN TAX METHOD AND
      * ADDED TO ITS EMPLOYEE'S RUN TOTAL
      *****************************************************************
       300-PROCESS-SPECIAL-TRANS.
           READ SPECIAL-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-EDIT-SPECIAL-TRAN
               IF WS-REJECT-REASON = SPACES
                   PERFORM 330-FIGURE-WITHHOLDING
               END-IF
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-TRAN-PAID
                   PERFORM 340-ACCUMULATE-PAYMENT
                   PERFORM 350-WRITE-PAYMENT-LINE
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   PERFORM 360-WRITE-REJECT-LINE
               END-IF
           END-IF.

       310-EDIT-SPECIAL-TRAN.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT ST-VALID-PAY-TYPE
               MOVE 'PAY TYPE NOT MIS/BON/COR/REI'
                   TO WS-REJECT-REASON
           ELSE
               IF NOT ST-TAX-REGULAR AND NOT ST-TAX-SUPPLEMENTAL
                  AND NOT ST-TAX-NONE
                   MOVE 'TAX METHOD NOT R/S/N' TO WS-REJECT-REASON
               ELSE
                   IF ST-GROSS-AMOUNT NOT NUMERIC
                      OR ST-GROSS-AMOUNT = 0
                       MOVE 'GROSS AMOUNT MISSING OR NOT NUMERIC'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 320-FIND-EMPLOYEE
                   END-IF
               END-IF
           END-IF.

       320-FIND-EMPLOYEE.
           MOVE ST-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON = SPACES AND HIST-AVAILABLE
               MOVE ST-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE WS-SPECIAL-PERIOD TO PH-PAY-PERIOD
               READ PAY-HISTORY-FILE
                   NOT INVALID KEY
                       MOVE 'ALREADY PAID UNDER THIS SPECIAL PERIOD'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

      *****************************************************************
      * R - THE PAYMENT IS TAXED AS IF IT WERE ONE BI-WEEKLY PERIOD'S
      * PAY THROUGH THE GRADUATED BRACKETS; S - THE FLAT SUPPLEMENTAL
      * PERCENT; N - NOTHING WITHHELD
      *****************************************************************
       330-FIGURE-WITHHOLDING.
           MOVE 0 TO WS-PAYMENT-WITHHOLDING.
           EVALUATE TRUE
               WHEN ST-TAX-REGULAR
                   IF WS-BRK-TAB-MAX > 0
                       PERFORM 335-WALK-WITHHOLDING-BRACKETS
                   ELSE
                       COMPUTE WS-PAYMENT-WITHHOLDING ROUNDED =
                           ST-GROSS-AMOUNT * WS-WITHHOLD-PCT / 100
                   END-IF
               WHEN ST-TAX-SUPPLEMENTAL
                   COMPUTE WS-PAYMENT-WITHHOLDING ROUNDED =
                       ST-GROSS-AMOUNT * WS-SUPP-PCT / 100
           END-EVALUATE.
      *THE NET FIELD IS UNSIGNED - A PAYMENT ITS TAX EXCEEDS IS REFUSED*
           IF WS-PAYMENT-WITHHOLDING > ST-GROSS-AMOUNT
               MOVE 'WITHHOLDING EXCEEDS THE GROSS AMOUNT'
                   TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-PAYMENT-NET =
                   ST-GROSS-AMOUNT - WS-PAYMENT-WITHHOLDING
           END-IF.

       335-WALK-WITHHOLDING-BRACKETS.
           COMPUTE WS-ANNUALIZED-GROSS = ST-GROSS-AMOUNT * 26.
           MOVE 0 TO WS-ANNUAL-TAX.
           SET BRK-IDX TO 1.
           PERFORM 337-TAX-ONE-BRACKET
               UNTIL BRK-IDX > WS-BRK-TAB-MAX.
           COMPUTE WS-PAYMENT-WITHHOLDING ROUNDED =
               WS-ANNUAL-TAX / 26.

       337-TAX-ONE-BRACKET.
           IF WS-BRK-FILING-STATUS(BRK-IDX) = EM-FILING-STATUS
              AND WS-ANNUALIZED-GROSS > WS-BRK-FLOOR(BRK-IDX)
               IF WS-ANNUALIZED-GROSS < WS-BRK-CEILING(BRK-IDX)
                   MOVE WS-ANNUALIZED-GROSS TO WS-SLICE-TOP
               ELSE
                   MOVE WS-BRK-CEILING(BRK-IDX) TO WS-SLICE-TOP
               END-IF
               COMPUTE WS-TAXABLE-SLICE =
                   WS-SLICE-TOP - WS-BRK-FLOOR(BRK-IDX)
               COMPUTE WS-ANNUAL-TAX = WS-ANNUAL-TAX +
                   (WS-TAXABLE-SLICE * WS-BRK-RATE(BRK-IDX) / 100)
           END-IF.
           SET BRK-IDX UP BY 1.

      *****************************************************************
      * PAYPOST POSTS ONE ROW PER EMPLOYEE AND PERIOD, SO SEVERAL
      * PAYMENTS TO ONE EMPLOYEE ARE ADDED INTO ONE TABLE ENTRY
      *****************************************************************
       340-ACCUMULATE-PAYMENT.
           MOVE SPACES TO WS-EMPLOYEE-NAME.
           STRING EM-FIRST-NAME DELIMITED BY SPACE ' '
                  EM-LAST-NAME DELIMITED BY SPACE
               INTO WS-EMPLOYEE-NAME.
           MOVE 'N' TO WS-SPC-FOUND-SWITCH.
           SET SPC-IDX TO 1.
           PERFORM 345-SEARCH-EMPLOYEE-ENTRY
               UNTIL SPC-FOUND OR SPC-IDX > WS-SPC-TAB-MAX.
           IF NOT SPC-FOUND
               ADD 1 TO WS-SPC-TAB-MAX
               SET SPC-IDX TO WS-SPC-TAB-MAX
               MOVE ST-EMPLOYEE-ID TO WS-SPC-EMPLOYEE-ID(SPC-IDX)
               MOVE WS-EMPLOYEE-NAME TO WS-SPC-NAME(SPC-IDX)
               MOVE EM-BANK-ROUTING TO WS-SPC-ROUTING(SPC-IDX)
               MOVE EM-BANK-ACCOUNT TO WS-SPC-ACCOUNT(SPC-IDX)
               MOVE EM-DD-HOLD TO WS-SPC-DD-HOLD(SPC-IDX)
               MOVE EM-DD-RETURN-CODE TO WS-SPC-RETURN-CODE(SPC-IDX)
               MOVE 0 TO WS-SPC-GROSS(SPC-IDX)
               MOVE 0 TO WS-SPC-WITHHOLDING(SPC-IDX)
               MOVE 0 TO WS-SPC-NET(SPC-IDX)
           END-IF.
           ADD ST-GROSS-AMOUNT TO WS-SPC-GROSS(SPC-IDX).
           ADD WS-PAYMENT-WITHHOLDING TO WS-SPC-WITHHOLDING(SPC-IDX).
           ADD WS-PAYMENT-NET TO WS-SPC-NET(SPC-IDX).

       345-SEARCH-EMPLOYEE-ENTRY.
           IF WS-SPC-EMPLOYEE-ID(SPC-IDX) = ST-EMPLOYEE-ID
               MOVE 'Y' TO WS-SPC-FOUND-SWITCH
           ELSE
               SET SPC-IDX UP BY 1
           END-IF.

       350-WRITE-PAYMENT-LINE.
           MOVE ST-EMPLOYEE-ID TO SPL-EMPLOYEE-ID.
           MOVE WS-EMPLOYEE-NAME TO SPL-NAME.
           MOVE ST-PAY-TYPE TO SPL-PAY-TYPE.
           MOVE ST-GROSS-AMOUNT TO SPL-GROSS.
           MOVE ST-TAX-METHOD TO SPL-TAX-METHOD.
           MOVE WS-PAYMENT-WITHHOLDING TO SPL-WITHHOLDING.
           MOVE WS-PAYMENT-NET TO SPL-NET.
           MOVE SPACES TO SPL-PAID-BY.
           MOVE SPC-PAYMENT-LINE TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.

       360-WRITE-REJECT-LINE.
           MOVE ST-EMPLOYEE-ID TO SRL-EMPLOYEE-ID.
           MOVE ST-PAY-TYPE TO SRL-PAY-TYPE.
           MOVE WS-REJECT-REASON TO SRL-REASON.
           MOVE SPC-REJECT-LINE TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           DISPLAY '*** SPECIAL PAYMENT REJECTED - ' WS-REJECT-REASON
                   ' *** ID: ' ST-EMPLOYEE-ID.

      *****************************************************************
      * ONE PAY DETAIL ROW AND ONE DEPOSIT OR CHECK PER EMPLOYEE,
      * BRACKETED BY THE SPECIAL-RUN BANK HEADER AND TRAILER
      *****************************************************************
       400-WRITE-SPECIAL-PAYMENTS.
           MOVE SPACES TO BANK-REC.
           MOVE 'H' TO BH-RECORD-TYPE.
           MOVE WS-PAY-DATE TO BH-PAY-DATE.
           MOVE WS-SPECIAL-PERIOD TO BH-PAY-PERIOD.
           MOVE 'S' TO BH-RUN-TYPE.
           WRITE BANK-REC.
           MOVE SPACES TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE SPC-EMPLOYEE-HEADING TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           SET SPC-IDX TO 1.
           PERFORM 410-PAY-ONE-EMPLOYEE
               UNTIL SPC-IDX > WS-SPC-TAB-MAX.
           MOVE SPACES TO BANK-REC.
           MOVE 'T' TO BT-RECORD-TYPE.
           MOVE WS-BANK-DETAIL-COUNT TO BT-DETAIL-COUNT.
           MOVE WS-BANK-TOTAL-CENTS TO BT-TOTAL-NET-CENTS.
           WRITE BANK-REC.
           PERFORM 450-WRITE-REGISTER-TOTALS.

       410-PAY-ONE-EMPLOYEE.
           MOVE WS-SPC-EMPLOYEE-ID(SPC-IDX) TO PDT-EMPLOYEE-ID.
           MOVE WS-SPECIAL-PERIOD TO PDT-PAY-PERIOD.
           MOVE WS-SPC-GROSS(SPC-IDX) TO PDT-GROSS-PAY.
           MOVE WS-SPC-WITHHOLDING(SPC-IDX) TO PDT-WITHHOLDING.
           MOVE 0 TO PDT-BENEFIT.
           MOVE WS-SPC-NET(SPC-IDX) TO PDT-NET-PAY.
           WRITE PAY-DETAIL-REC.
           ADD WS-SPC-GROSS(SPC-IDX) TO WS-TOTAL-GROSS.
           ADD WS-SPC-WITHHOLDING(SPC-IDX) TO WS-TOTAL-WITHHOLDING.
           ADD WS-SPC-NET(SPC-IDX) TO WS-TOTAL-NET.
           MOVE SPACES TO SPC-PAYMENT-LINE.
           MOVE WS-SPC-EMPLOYEE-ID(SPC-IDX) TO SPL-EMPLOYEE-ID.
           MOVE WS-SPC-NAME(SPC-IDX) TO SPL-NAME.
           MOVE WS-SPC-GROSS(SPC-IDX) TO SPL-GROSS.
           MOVE WS-SPC-WITHHOLDING(SPC-IDX) TO SPL-WITHHOLDING.
           MOVE WS-SPC-NET(SPC-IDX) TO SPL-NET.
      *A HELD DEPOSIT OR A MISSING ROUTING NUMBER PAYS BY CHECK********
           IF WS-SPC-DD-HOLD(SPC-IDX) = 'H'
              OR WS-SPC-ROUTING(SPC-IDX) = SPACES
               PERFORM 430-WRITE-CHECK-REQUEST
               MOVE 'CHECK' TO SPL-PAID-BY
           ELSE
               PERFORM 420-WRITE-DEPOSIT
               MOVE 'DEPOSIT' TO SPL-PAID-BY
           END-IF.
           MOVE SPC-PAYMENT-LINE TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           SET SPC-IDX UP BY 1.

       420-WRITE-DEPOSIT.
           MOVE SPACES TO BANK-REC.
           MOVE 'D' TO BD-RECORD-TYPE.
           MOVE WS-SPC-EMPLOYEE-ID(SPC-IDX) TO BD-EMPLOYEE-ID.
           MOVE WS-SPC-NAME(SPC-IDX) TO BD-EMPLOYEE-NAME.
           MOVE WS-SPC-ROUTING(SPC-IDX) TO BD-BANK-ROUTING.
           MOVE WS-SPC-ACCOUNT(SPC-IDX) TO BD-BANK-ACCOUNT.
           COMPUTE WS-BANK-NET-CENTS = WS-SPC-NET(SPC-IDX) * 100.
           MOVE WS-BANK-NET-CENTS TO BD-NET-CENTS.
           MOVE WS-PAY-DATE TO BD-PAY-DATE.
           WRITE BANK-REC.
           ADD 1 TO WS-BANK-DETAIL-COUNT.
           ADD WS-BANK-NET-CENTS TO WS-BANK-TOTAL-CENTS.

       430-WRITE-CHECK-REQUEST.
           MOVE WS-SPC-EMPLOYEE-ID(SPC-IDX) TO CK-EMPLOYEE-ID.
           MOVE WS-SPC-NAME(SPC-IDX) TO CK-EMPLOYEE-NAME.
           MOVE WS-SPC-NET(SPC-IDX) TO CK-NET-PAY.
           MOVE WS-PAY-DATE TO CK-PAY-DATE.
           MOVE WS-SPECIAL-PERIOD TO CK-PAY-PERIOD.
           IF WS-SPC-DD-HOLD(SPC-IDX) = 'H'
               MOVE WS-SPC-RETURN-CODE(SPC-IDX) TO CK-REASON
           ELSE
               MOVE 'NBK' TO CK-REASON
           END-IF.
           WRITE CHECK-REQUEST-REC.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-SPC-NET(SPC-IDX) TO WS-TOTAL-CHECK-PAY.

      *****************************************************************
       450-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-ED.
           MOVE SPACES TO SPC-OUT-REC.
           STRING 'TOTAL SPECIAL GROSS PAY         : ' DELIMITED BY SIZE
                  WS-TOTAL-ED                       DELIMITED BY SIZE
                  INTO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE WS-TOTAL-WITHHOLDING TO WS-TOTAL-ED.
           MOVE SPACES TO SPC-OUT-REC.
           STRING 'TOTAL SPECIAL WITHHOLDING       : ' DELIMITED BY SIZE
                  WS-TOTAL-ED                       DELIMITED BY SIZE
                  INTO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
           MOVE WS-TOTAL-NET TO WS-TOTAL-ED.
           MOVE SPACES TO SPC-OUT-REC.
           STRING 'TOTAL SPECIAL NET PAY           : ' DELIMITED BY SIZE
                  WS-TOTAL-ED                       DELIMITED BY SIZE
                  INTO SPC-OUT-REC.
           WRITE SPC-OUT-REC.
      *NET PAID BY CHECK IS NOT ON THE BANKFILE - THE BANK TRAILER*****
      *BALANCES TO THE NET LINE LESS THIS ONE**************************
           MOVE WS-TOTAL-CHECK-PAY TO WS-TOTAL-ED.
           MOVE SPACES TO SPC-OUT-REC.
           STRING 'TOTAL SPECIAL NET PAID BY CHECK : ' DELIMITED BY SIZE
                  WS-TOTAL-ED                       DELIMITED BY SIZE
                  INTO SPC-OUT-REC.
           WRITE SPC-OUT-REC.

      *DISPLAY THE SPECIAL RUN TOTALS**********************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Special Period / Pay Date : ' WS-SPECIAL-PERIOD
                   ' / ' WS-PAY-DATE.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Special Payments Read     : ' WS-TRAN-READZ.
           MOVE WS-TRAN-PAID TO WS-TRAN-PAIDZ.
           DISPLAY 'Special Payments Paid     : ' WS-TRAN-PAIDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Special Payments Rejected : ' WS-TRAN-REJECTEDZ.
           MOVE WS-SPC-TAB-MAX TO WS-EMPLOYEES-PAIDZ.
           DISPLAY 'Employees Paid            : ' WS-EMPLOYEES-PAIDZ.
           MOVE WS-BANK-DETAIL-COUNT TO WS-DEPOSIT-COUNTZ.
           DISPLAY 'Direct Deposits Written   : ' WS-DEPOSIT-COUNTZ.
           MOVE WS-CHECK-COUNT TO WS-CHECK-COUNTZ.
           DISPLAY 'Check Requests Written    : ' WS-CHECK-COUNTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE SPECIAL-TRAN-FILE
                 EMPLOYEE-MASTER
                 PAY-DETAIL-FILE
                 BANK-FILE
                 CHECK-REQUEST-FILE
                 SPECIAL-REGISTER-FILE.
           IF HIST-AVAILABLE
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
