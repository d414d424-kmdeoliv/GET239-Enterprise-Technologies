      *****************************************************************
      *PURPOSE: Pre-release payroll variance review.  LAB4A computes
      *the run and writes the bank file in one pass, so a bad rate
      *keyed through EMPMAINT or a doubled TIMECARD row used to be
      *paid before anyone saw it.  This program sits between LAB4A
      *and the bank release and compares each employee's gross and
      *net on the run's PAYDTL to the average of their own last
      *three periods on the keyed PAYHIST pay history (posted by
      *PAYPOST; off-cycle SPECPAY periods 51-99 are not counted
      *among them).  An employee is flagged when:
      *  - THEY ARE PAID BUT NO LONGER ON THE EMPLOYEE MASTER
      *  - THEY HAVE NO PRIOR PAY HISTORY (A NEW EMPLOYEE)
      *  - THE CHECK IS THEIR FINAL PAY AFTER A SEPARATION (PRORATED
      *    PERIOD AND LEAVE PAYOUT), OR THEY WERE ALREADY FINAL-PAID
      *    IN AN EARLIER PERIOD
      *  - GROSS OR NET SWINGS FROM THEIR AVERAGE BY MORE THAN THE
      *    PAYCTL VTOL TOLERANCE PERCENT
      *Every flagged employee must be resolved on the PAYOVR
      *override member for this pay period - APR approves the pay
      *as computed, PUL pulls the employee from the run (a PUL card
      *may pull any employee, flagged or not).  Until every flag is
      *resolved nothing is released and the step ends RC=8, holding
      *the rest of PAYJOB; payroll adds the cards and restarts the
      *job at this step.  Once resolved, the released copies of
      *the bank file (BANKREL, trailer rebuilt), posting detail
      *(PAYDTLR), garnishment detail (GARNDTLR) and check requests
      *(PAYCHKR), separation detail (SEPDTLR) and holiday/shift
      *premium detail (PREMDTLR) are written
      *without the pulled employees, and the
      *later PAYJOB steps run from those.  The PAYREVW report lists
      *each flagged or pulled employee and what was done with them.
      *
      *PAYCTL ENTRIES USED:
      *  VTOL NNNNNN  SWING TOLERANCE, WHOLE PERCENT (DEFAULT 25)
      *PAYOVR CARD:
      *  AAA EEEEEE PPPPPP OOOOOOOO  ACTION (APR/PUL), EMPLOYEE,
      *                              PAY PERIOD, OPERATOR
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      PAYREVW.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-DETAIL-FILE ASSIGN TO PAYDTL
           ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-DETAIL-OUT ASSIGN TO PAYDTLR
           ORGANIZATION IS SEQUENTIAL.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO GARNDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GARNDTL-STATUS.
           SELECT GARNISH-DETAIL-OUT ASSIGN TO GARNDTLR
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REQUEST-FILE ASSIGN TO PAYCHK
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REQUEST-OUT ASSIGN TO PAYCHKR
           ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-FILE ASSIGN TO BANKFILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-RELEASE-FILE ASSIGN TO BANKREL
           ORGANIZATION IS SEQUENTIAL.
           SELECT SEPARATION-DETAIL-FILE ASSIGN TO SEPDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SEPDTL-STATUS.
           SELECT SEPARATION-DETAIL-OUT ASSIGN TO SEPDTLR
           ORGANIZATION IS SEQUENTIAL.
           SELECT PREMIUM-DETAIL-FILE ASSIGN TO PREMDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PREMDTL-STATUS.
           SELECT PREMIUM-DETAIL-OUT ASSIGN TO PREMDTLR
           ORGANIZATION IS SEQUENTIAL.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERRIDE-FILE ASSIGN TO PAYOVR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYOVR-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO PAYREVW
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PAY DETAIL AS LAB4A WROTE IT, AND ITS RELEASED COPY*********
       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-REC.
           05  PDT-EMPLOYEE-ID              PIC X(6).
           05  PDT-PAY-PERIOD               PIC X(6).
           05  PDT-GROSS-PAY                PIC 9(7)V99.
           05  PDT-WITHHOLDING              PIC 9(7)V99.
           05  PDT-BENEFIT                  PIC 9(7)V99.
           05  PDT-NET-PAY                  PIC 9(7)V99.

       FD  PAY-DETAIL-OUT.
       01  PAY-DETAIL-OUT-REC               PIC X(48).

      *****GARNISHMENT DETAIL AS LAB4A WROTE IT, AND ITS RELEASED COPY*
       FD  GARNISH-DETAIL-FILE.
       01  GARNISH-DETAIL-REC.
           05  GD-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(55).

       FD  GARNISH-DETAIL-OUT.
       01  GARNISH-DETAIL-OUT-REC           PIC X(61).

      *****CHECK REQUESTS AS LAB4A WROTE THEM, AND THE RELEASED COPY***
       FD  CHECK-REQUEST-FILE.
       01  CHECK-REQUEST-REC.
           05  CK-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(56).

       FD  CHECK-REQUEST-OUT.
       01  CHECK-REQUEST-OUT-REC            PIC X(62).

      *****************************************************************
      * DIRECT-DEPOSIT BANK INTERFACE AS LAB4A WROTE IT - HEADER,
      * DETAILS AND TRAILER.  THE RELEASED COPY IS WHAT GOES TO THE
      * BANK, ITS TRAILER REBUILT OVER THE DETAILS RELEASED
      *****************************************************************
       FD  BANK-FILE.
       01  BANK-REC                         PIC X(73).
       01  BANK-DETAIL-REC REDEFINES BANK-REC.
           05  BD-RECORD-TYPE               PIC X(1).
           05  BD-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(49).
           05  BD-NET-CENTS                 PIC 9(9).
           05  FILLER                       PIC X(8).

       FD  BANK-RELEASE-FILE.
       01  BANK-RELEASE-REC                 PIC X(73).
       01  BANK-RELEASE-TRAILER-REC REDEFINES BANK-RELEASE-REC.
           05  BT-RECORD-TYPE               PIC X(1).
           05  BT-DETAIL-COUNT              PIC 9(7).
           05  BT-TOTAL-NET-CENTS           PIC 9(11).
           05  FILLER                       PIC X(54).

      *****SEPARATION DETAIL AS LAB4A WROTE IT, AND ITS RELEASED COPY**
       FD  SEPARATION-DETAIL-FILE.
       01  SEPARATION-DETAIL-REC.
           05  SD-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(77).

       FD  SEPARATION-DETAIL-OUT.
       01  SEPARATION-DETAIL-OUT-REC        PIC X(83).

      *****PREMIUM DETAIL AS LAB4A WROTE IT, AND ITS RELEASED COPY*****
       FD  PREMIUM-DETAIL-FILE.
       01  PREMIUM-DETAIL-REC.
           05  PM-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(31).

       FD  PREMIUM-DETAIL-OUT.
       01  PREMIUM-DETAIL-OUT-REC           PIC X(37).

      *****EMPLOYEE MASTER - KEY AND NAME FOR THE REVIEW***************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(70).
      *****SEPARATION STATUS - SET BY EMPMAINT TRM, FINAL-PAID BY LAB4A*
           05  EM-EMP-STATUS                PIC X(1).
               88  EM-TERMINATED                        VALUE 'T'.
               88  EM-FINAL-PAID                        VALUE 'F'.
           05  EM-TERM-DATE                 PIC X(8).
           05  EM-TERM-REASON               PIC X(2).
           05  EM-FINAL-PERIOD              PIC X(6).

      *****************************************************************
      * PAY HISTORY - ONE RECORD PER EMPLOYEE AND PAY PERIOD, THE
      * GROSS AND NET POSTED FOR IT BY PAYPOST
      *****************************************************************
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           05  PH-KEY.
               10  PH-EMPLOYEE-ID           PIC X(6).
               10  PH-PAY-PERIOD            PIC X(6).
           05  PH-PAY-DATE                  PIC X(8).
           05  PH-GROSS                     PIC 9(7)V99.
           05  PH-NET                       PIC 9(7)V99.

      *****PAYROLL CONTROL - THE VTOL SWING TOLERANCE******************
       FD  PAY-CTL-FILE.
       01  PAY-CTL-REC.
           05  PCT-TYPE                     PIC X(4).
           05  PCT-VALUE-FULL               PIC X(8).
           05  FILLER REDEFINES PCT-VALUE-FULL.
               10  PCT-VALUE                PIC X(6).
               10  FILLER                   PIC X(2).

      *****PAYROLL'S APPROVE/PULL OVERRIDE CARDS***********************
       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC.
           05  OV-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  OV-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X.
           05  OV-PAY-PERIOD                PIC X(6).
           05  FILLER                       PIC X.
           05  OV-OPERATOR                  PIC X(8).

      ***PRE-RELEASE REVIEW REPORT*************************************
       FD  REVIEW-REPORT-FILE.
       01  RPT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-DTL-EOF-SWITCH        PIC X        VALUE 'N'.
              88 DTL-EOF                            VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-OVR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 OVR-EOF                            VALUE 'Y'.
           05 WS-HIST-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HIST-EOF                           VALUE 'Y'.
           05 WS-COPY-EOF-SWITCH       PIC X        VALUE 'N'.
              88 COPY-EOF                           VALUE 'Y'.
           05 WS-EMP-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 EMP-FOUND                          VALUE 'Y'.
           05 WS-OVR-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 OVR-FOUND                          VALUE 'Y'.
           05 WS-PULLED-SWITCH         PIC X        VALUE 'N'.
              88 EMPLOYEE-PULLED                    VALUE 'Y'.
           05 WS-HISTORY-OPEN-SWITCH   PIC X        VALUE 'N'.
              88 HISTORY-OPEN                       VALUE 'Y'.
       01 WS-GARNDTL-STATUS            PIC XX.
       01 WS-SEPDTL-STATUS             PIC XX.
       01 WS-PREMDTL-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-PAYHIST-STATUS            PIC XX.
       01 WS-PAYOVR-STATUS             PIC XX.

      *****THE RUN'S TOLERANCE AND THE EMPLOYEE UNDER REVIEW***********
       01 WS-TOLERANCE-PCT         PIC 9(3)     VALUE 25.
       01 WS-FLAG-REASON           PIC X(35).
       01 WS-ACTION-TEXT           PIC X(33).
       01 WS-CHECK-EMPLOYEE-ID     PIC X(6).

      *****THE EMPLOYEE'S LAST THREE PRIOR PERIODS FROM PAYHIST********
       01 WS-HIST-COUNT            PIC 9        VALUE 0.
       01 WS-HIST-SLOTS.
           05 WS-HIST-SLOT OCCURS 3 TIMES.
              10 WS-HIST-GROSS         PIC 9(7)V99.
              10 WS-HIST-NET           PIC 9(7)V99.
       01 WS-AVG-GROSS             PIC 9(7)V99.
       01 WS-AVG-NET               PIC 9(7)V99.
       01 WS-SWING-AMT             PIC 9(7)V99.
       01 WS-GROSS-SWING-PCT       PIC 9(5).
       01 WS-NET-SWING-PCT         PIC 9(5).
       01 WS-SWING-PCT             PIC 9(5).

      *****OVERRIDE CARDS FOR THIS PAY PERIOD FROM PAYOVR**************
       01 WS-OVR-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 200 TIMES
                             INDEXED BY OVR-IDX.
              10 WS-OVR-ACTION         PIC X(3).
              10 WS-OVR-EMPLOYEE-ID    PIC X(6).
              10 WS-OVR-PAY-PERIOD     PIC X(6).
              10 WS-OVR-OPERATOR       PIC X(8).

      *****EMPLOYEES PULLED FROM THE RUN*******************************
       01 WS-PULL-TAB-MAX          PIC 9(3)     VALUE 0.
       01 WS-PULL-TABLE.
           05 WS-PULL-EMPLOYEE-ID OCCURS 200 TIMES
                             INDEXED BY PULL-IDX PIC X(6).

      *****REVIEW DISPOSITION COUNTERS*********************************
       01 WS-REVIEWED-COUNT        PIC 9(5)     VALUE 0.
       01 WS-REVIEWED-COUNTZ       PIC ZZ,ZZ9.
       01 WS-FLAGGED-COUNT         PIC 9(5)     VALUE 0.
       01 WS-FLAGGED-COUNTZ        PIC ZZ,ZZ9.
       01 WS-APPROVED-COUNT        PIC 9(5)     VALUE 0.
       01 WS-APPROVED-COUNTZ       PIC ZZ,ZZ9.
       01 WS-PULLED-COUNT          PIC 9(5)     VALUE 0.
       01 WS-PULLED-COUNTZ         PIC ZZ,ZZ9.
       01 WS-HELD-COUNT            PIC 9(5)     VALUE 0.
       01 WS-HELD-COUNTZ           PIC ZZ,ZZ9.
       01 WS-PULLED-NET            PIC 9(9)V99  VALUE 0.
       01 WS-RELEASED-COUNT        PIC 9(7)     VALUE 0.
       01 WS-RELEASED-COUNTZ       PIC Z,ZZZ,ZZ9.
       01 WS-RELEASED-CENTS        PIC 9(11)    VALUE 0.
       01 WS-RELEASED-NET          PIC 9(9)V99.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  RPT-HEADING-1.
           05                 PIC X(43) VALUE
                   'PRE-RELEASE PAYROLL VARIANCE REVIEW PERIOD '.
           05  RH1-PERIOD     PIC X(6).
           05                 PIC X(16) VALUE '  TOLERANCE PCT '.
           05  RH1-TOLERANCE  PIC ZZ9.
       01  RPT-HEADING-2.
           05                 PIC X(7)  VALUE 'EMP'.
           05                 PIC X(21) VALUE 'NAME'.
           05                 PIC X(10) VALUE '    GROSS'.
           05                 PIC X(10) VALUE 'AVG GROSS'.
           05                 PIC X(10) VALUE '      NET'.
           05                 PIC X(10) VALUE '  AVG NET'.
           05                 PIC X(12) VALUE 'SWING PCT'.
       01  RPT-DETAIL-LINE.
           05  RD-EMPLOYEE-ID     PIC X(6).
           05                     PIC X(1)  VALUE SPACES.
           05  RD-NAME            PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  RD-GROSS           PIC ZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  RD-AVG-GROSS       PIC ZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  RD-NET             PIC ZZ,ZZ9.99.
           05                     PIC X(1)  VALUE SPACES.
           05  RD-AVG-NET         PIC ZZ,ZZ9.99.
           05                     PIC X(3)  VALUE SPACES.
           05  RD-SWING-PCT       PIC ZZZZ9.
           05                     PIC X(5)  VALUE SPACES.
       01  RPT-REASON-LINE.
           05                     PIC X(7)  VALUE SPACES.
           05  RR-REASON          PIC X(35).
           05                     PIC X(1)  VALUE SPACES.
           05  RR-ACTION          PIC X(33).
           05                     PIC X(4)  VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  RT-LABEL           PIC X(34).
           05  RT-COUNT           PIC ZZ,ZZ9.
           05                     PIC X(2)  VALUE SPACES.
           05  RT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05                     PIC X(24) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 000-DISPLAY-SPLASH-PAGE.
           PERFORM 040-LOAD-PAY-CONTROL.
           PERFORM 050-OPEN-FILES.
           PERFORM 060-LOAD-OVERRIDES.
           PERFORM 100-REVIEW-DETAIL-RECORDS UNTIL DTL-EOF.
           IF WS-HELD-COUNT = 0
               PERFORM 500-RELEASE-PAY-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 700-WRITE-REPORT-TOTALS.
           PERFORM 800-DISPLAY-SUMMARY-TOTALS.
           PERFORM 900-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       000-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies PAYREVW *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       040-LOAD-PAY-CONTROL.
           OPEN INPUT PAY-CTL-FILE.
           PERFORM 045-READ-PAY-CTL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.

       045-READ-PAY-CTL-REC.
           READ PAY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF PCT-TYPE = 'VTOL' AND PCT-VALUE NUMERIC
                   MOVE PCT-VALUE TO WS-TOLERANCE-PCT
               END-IF
           END-IF.

      *****************************************************************
      * NO PAY HISTORY YET (THE FIRST REVIEWED RUN) MAKES EVERY
      * EMPLOYEE NEW - THE HISTORY IS NOT CREATED HERE, PAYPOST
      * OWNS IT
      *****************************************************************
       050-OPEN-FILES.
           OPEN INPUT PAY-DETAIL-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PAYHIST-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT REVIEW-REPORT-FILE.

      *****************************************************************
      * ONLY THE CARDS FOR THE PERIOD BEING PAID ARE TAKEN, SO A CARD
      * LEFT IN THE MEMBER FROM AN EARLIER RUN APPROVES NOTHING
      *****************************************************************
       060-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-PAYOVR-STATUS NOT = '00'
               MOVE 'Y' TO WS-OVR-EOF-SWITCH
           END-IF.
           PERFORM 065-READ-OVERRIDE-REC UNTIL OVR-EOF.
           IF WS-PAYOVR-STATUS = '00' OR WS-PAYOVR-STATUS = '10'
               CLOSE OVERRIDE-FILE
           END-IF.

       065-READ-OVERRIDE-REC.
           READ OVERRIDE-FILE
               AT END MOVE 'Y' TO WS-OVR-EOF-SWITCH
           END-READ.
           IF NOT OVR-EOF
               IF (OV-ACTION = 'APR' OR OV-ACTION = 'PUL')
                  AND OV-EMPLOYEE-ID NOT = SPACES
                  AND WS-OVR-TAB-MAX < 200
                   ADD 1 TO WS-OVR-TAB-MAX
                   MOVE OV-ACTION TO WS-OVR-ACTION(WS-OVR-TAB-MAX)
                   MOVE OV-EMPLOYEE-ID
                       TO WS-OVR-EMPLOYEE-ID(WS-OVR-TAB-MAX)
                   MOVE OV-PAY-PERIOD
                       TO WS-OVR-PAY-PERIOD(WS-OVR-TAB-MAX)
                   MOVE OV-OPERATOR TO WS-OVR-OPERATOR(WS-OVR-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
       100-REVIEW-DETAIL-RECORDS.
           READ PAY-DETAIL-FILE
               AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
           END-READ.
           IF NOT DTL-EOF
               ADD 1 TO WS-REVIEWED-COUNT
               IF WS-REVIEWED-COUNT = 1
                   PERFORM 110-WRITE-REPORT-HEADINGS
               END-IF
               PERFORM 200-LOOKUP-EMPLOYEE
               PERFORM 250-LOAD-PRIOR-PERIODS
               PERFORM 300-CHECK-VARIANCE
               PERFORM 350-APPLY-OVERRIDE
           END-IF.

       110-WRITE-REPORT-HEADINGS.
           MOVE PDT-PAY-PERIOD TO RH1-PERIOD.
           MOVE WS-TOLERANCE-PCT TO RH1-TOLERANCE.
           MOVE RPT-HEADING-1 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-HEADING-2 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

       200-LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SWITCH.
           MOVE PDT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EMP-FOUND-SWITCH
           END-READ.
           IF NOT EMP-FOUND
               MOVE SPACES TO EM-LAST-NAME
           END-IF.

      *****************************************************************
      * THE EMPLOYEE'S HISTORY IS IN PERIOD ORDER UNDER THEIR ID -
      * KEEP THE LAST THREE PERIODS BEFORE THE ONE BEING PAID
      *****************************************************************
       250-LOAD-PRIOR-PERIODS.
           MOVE 0 TO WS-HIST-COUNT.
           INITIALIZE WS-HIST-SLOTS.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           IF NOT HISTORY-OPEN
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           ELSE
               MOVE PDT-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE LOW-VALUES TO PH-PAY-PERIOD
               START PAY-HISTORY-FILE KEY >= PH-KEY
                   INVALID KEY MOVE 'Y' TO WS-HIST-EOF-SWITCH
               END-START
           END-IF.
           PERFORM 255-READ-PRIOR-PERIOD UNTIL HIST-EOF.

       255-READ-PRIOR-PERIOD.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.
           IF NOT HIST-EOF
               IF PH-EMPLOYEE-ID NOT = PDT-EMPLOYEE-ID
                  OR PH-PAY-PERIOD NOT < PDT-PAY-PERIOD
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               ELSE
      *AN OFF-CYCLE SPECIAL PAYMENT (PERIOD 51-99) IS NOT A NORMAL*****
      *PERIOD AND WOULD SKEW THE AVERAGE - IT IS LEFT OUT**************
                   IF PH-PAY-PERIOD(5:2) NOT > '50'
                       MOVE WS-HIST-SLOT(2) TO WS-HIST-SLOT(1)
                       MOVE WS-HIST-SLOT(3) TO WS-HIST-SLOT(2)
                       MOVE PH-GROSS TO WS-HIST-GROSS(3)
                       MOVE PH-NET TO WS-HIST-NET(3)
                       IF WS-HIST-COUNT < 3
                           ADD 1 TO WS-HIST-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * FLAG IN ORDER OF SERIOUSNESS - OFF THE MASTER, SEPARATED,
      * NO HISTORY, THEN A GROSS OR NET SWING BEYOND THE TOLERANCE
      *****************************************************************
       300-CHECK-VARIANCE.
           MOVE SPACES TO WS-FLAG-REASON.
           MOVE 0 TO WS-AVG-GROSS WS-AVG-NET WS-SWING-PCT.
           IF WS-HIST-COUNT > 0
               COMPUTE WS-AVG-GROSS ROUNDED =
                   (WS-HIST-GROSS(1) + WS-HIST-GROSS(2)
                    + WS-HIST-GROSS(3)) / WS-HIST-COUNT
               COMPUTE WS-AVG-NET ROUNDED =
                   (WS-HIST-NET(1) + WS-HIST-NET(2)
                    + WS-HIST-NET(3)) / WS-HIST-COUNT
               PERFORM 310-COMPUTE-SWING
           END-IF.
           EVALUATE TRUE
               WHEN NOT EMP-FOUND
                   MOVE 'PAID BUT NOT ON EMPLOYEE MASTER'
                       TO WS-FLAG-REASON
               WHEN EM-FINAL-PAID
                AND EM-FINAL-PERIOD < PDT-PAY-PERIOD
                   MOVE 'SEPARATED - PAID AFTER FINAL PAY'
                       TO WS-FLAG-REASON
               WHEN EM-FINAL-PAID
                   MOVE 'FINAL PAY - SEPARATION'
                       TO WS-FLAG-REASON
               WHEN WS-HIST-COUNT = 0
                   MOVE 'NEW EMPLOYEE - NO PRIOR PAY HISTORY'
                       TO WS-FLAG-REASON
               WHEN WS-GROSS-SWING-PCT > WS-TOLERANCE-PCT
                   MOVE 'GROSS SWING OVER TOLERANCE'
                       TO WS-FLAG-REASON
               WHEN WS-NET-SWING-PCT > WS-TOLERANCE-PCT
                   MOVE 'NET SWING OVER TOLERANCE'
                       TO WS-FLAG-REASON
           END-EVALUATE.
           IF WS-FLAG-REASON NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *A ZERO AVERAGE AGAINST A NON-ZERO PAY IS AN UNBOUNDED SWING*****
       310-COMPUTE-SWING.
           IF PDT-GROSS-PAY > WS-AVG-GROSS
               COMPUTE WS-SWING-AMT = PDT-GROSS-PAY - WS-AVG-GROSS
           ELSE
               COMPUTE WS-SWING-AMT = WS-AVG-GROSS - PDT-GROSS-PAY
           END-IF.
           IF WS-AVG-GROSS = 0
               IF WS-SWING-AMT = 0
                   MOVE 0 TO WS-GROSS-SWING-PCT
               ELSE
                   MOVE 99999 TO WS-GROSS-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-GROSS-SWING-PCT ROUNDED =
                   WS-SWING-AMT * 100 / WS-AVG-GROSS
                   ON SIZE ERROR MOVE 99999 TO WS-GROSS-SWING-PCT
               END-COMPUTE
           END-IF.
           IF PDT-NET-PAY > WS-AVG-NET
               COMPUTE WS-SWING-AMT = PDT-NET-PAY - WS-AVG-NET
           ELSE
               COMPUTE WS-SWING-AMT = WS-AVG-NET - PDT-NET-PAY
           END-IF.
           IF WS-AVG-NET = 0
               IF WS-SWING-AMT = 0
                   MOVE 0 TO WS-NET-SWING-PCT
               ELSE
                   MOVE 99999 TO WS-NET-SWING-PCT
               END-IF
           ELSE
               COMPUTE WS-NET-SWING-PCT ROUNDED =
                   WS-SWING-AMT * 100 / WS-AVG-NET
                   ON SIZE ERROR MOVE 99999 TO WS-NET-SWING-PCT
               END-COMPUTE
           END-IF.
           IF WS-GROSS-SWING-PCT > WS-NET-SWING-PCT
               MOVE WS-GROSS-SWING-PCT TO WS-SWING-PCT
           ELSE
               MOVE WS-NET-SWING-PCT TO WS-SWING-PCT
           END-IF.

      *****************************************************************
      * A PUL CARD PULLS THE EMPLOYEE WHETHER FLAGGED OR NOT; AN APR
      * CARD RELEASES A FLAGGED EMPLOYEE; A FLAGGED EMPLOYEE WITH NO
      * CARD HOLDS THE WHOLE RELEASE
      *****************************************************************
       350-APPLY-OVERRIDE.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE 'PUL' TO OV-ACTION.
           PERFORM 360-FIND-OVERRIDE.
           IF OVR-FOUND
               STRING 'PULLED BY ' DELIMITED BY SIZE
                      WS-OVR-OPERATOR(OVR-IDX) DELIMITED BY SPACE
                      ' - NOT RELEASED' DELIMITED BY SIZE
                      INTO WS-ACTION-TEXT
               ADD 1 TO WS-PULLED-COUNT
               ADD PDT-NET-PAY TO WS-PULLED-NET
               IF WS-PULL-TAB-MAX < 200
                   ADD 1 TO WS-PULL-TAB-MAX
                   MOVE PDT-EMPLOYEE-ID
                       TO WS-PULL-EMPLOYEE-ID(WS-PULL-TAB-MAX)
               END-IF
               IF WS-FLAG-REASON = SPACES
                   MOVE 'PULLED ON PAYROLL OVERRIDE CARD'
                       TO WS-FLAG-REASON
               END-IF
           ELSE
               IF WS-FLAG-REASON NOT = SPACES
                   MOVE 'APR' TO OV-ACTION
                   PERFORM 360-FIND-OVERRIDE
                   IF OVR-FOUND
                       STRING 'APPROVED BY ' DELIMITED BY SIZE
                              WS-OVR-OPERATOR(OVR-IDX)
                                  DELIMITED BY SPACE
                              INTO WS-ACTION-TEXT
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       MOVE 'HELD - NEEDS APR OR PUL CARD'
                           TO WS-ACTION-TEXT
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-FLAG-REASON NOT = SPACES
               PERFORM 390-WRITE-REVIEW-LINES
           END-IF.

       360-FIND-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND-SWITCH.
           SET OVR-IDX TO 1.
           PERFORM 365-SEARCH-OVERRIDE
               UNTIL OVR-IDX > WS-OVR-TAB-MAX OR OVR-FOUND.

       365-SEARCH-OVERRIDE.
           IF WS-OVR-ACTION(OVR-IDX) = OV-ACTION
              AND WS-OVR-EMPLOYEE-ID(OVR-IDX) = PDT-EMPLOYEE-ID
              AND WS-OVR-PAY-PERIOD(OVR-IDX) = PDT-PAY-PERIOD
               MOVE 'Y' TO WS-OVR-FOUND-SWITCH
           ELSE
               SET OVR-IDX UP BY 1
           END-IF.

       390-WRITE-REVIEW-LINES.
           MOVE PDT-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
           MOVE EM-LAST-NAME TO RD-NAME.
           MOVE PDT-GROSS-PAY TO RD-GROSS.
           MOVE WS-AVG-GROSS TO RD-AVG-GROSS.
           MOVE PDT-NET-PAY TO RD-NET.
           MOVE WS-AVG-NET TO RD-AVG-NET.
           MOVE WS-SWING-PCT TO RD-SWING-PCT.
           MOVE RPT-DETAIL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE WS-FLAG-REASON TO RR-REASON.
           MOVE WS-ACTION-TEXT TO RR-ACTION.
           MOVE RPT-REASON-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
      * EVERY FLAG IS RESOLVED - WRITE THE RELEASED COPIES OF THE
      * RUN'S FILES WITHOUT THE PULLED EMPLOYEES
      *****************************************************************
       500-RELEASE-PAY-FILES.
           CLOSE PAY-DETAIL-FILE.
           OPEN INPUT PAY-DETAIL-FILE.
           OPEN OUTPUT PAY-DETAIL-OUT.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 510-COPY-PAY-DETAIL UNTIL COPY-EOF.
           CLOSE PAY-DETAIL-OUT.
           OPEN OUTPUT GARNISH-DETAIL-OUT.
           OPEN INPUT GARNISH-DETAIL-FILE.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           IF WS-GARNDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-IF.
           PERFORM 520-COPY-GARNISH-DETAIL UNTIL COPY-EOF.
           IF WS-GARNDTL-STATUS = '00' OR WS-GARNDTL-STATUS = '10'
               CLOSE GARNISH-DETAIL-FILE
           END-IF.
           CLOSE GARNISH-DETAIL-OUT.
           OPEN INPUT CHECK-REQUEST-FILE.
           OPEN OUTPUT CHECK-REQUEST-OUT.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 530-COPY-CHECK-REQUEST UNTIL COPY-EOF.
           CLOSE CHECK-REQUEST-FILE
                 CHECK-REQUEST-OUT.
           OPEN INPUT BANK-FILE.
           OPEN OUTPUT BANK-RELEASE-FILE.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           PERFORM 540-COPY-BANK-RECORD UNTIL COPY-EOF.
           CLOSE BANK-FILE
                 BANK-RELEASE-FILE.
           OPEN OUTPUT SEPARATION-DETAIL-OUT.
           OPEN INPUT SEPARATION-DETAIL-FILE.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           IF WS-SEPDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-IF.
           PERFORM 545-COPY-SEPARATION-DETAIL UNTIL COPY-EOF.
           IF WS-SEPDTL-STATUS = '00' OR WS-SEPDTL-STATUS = '10'
               CLOSE SEPARATION-DETAIL-FILE
           END-IF.
           CLOSE SEPARATION-DETAIL-OUT.
           OPEN OUTPUT PREMIUM-DETAIL-OUT.
           OPEN INPUT PREMIUM-DETAIL-FILE.
           MOVE 'N' TO WS-COPY-EOF-SWITCH.
           IF WS-PREMDTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-IF.
           PERFORM 547-COPY-PREMIUM-DETAIL UNTIL COPY-EOF.
           IF WS-PREMDTL-STATUS = '00' OR WS-PREMDTL-STATUS = '10'
               CLOSE PREMIUM-DETAIL-FILE
           END-IF.
           CLOSE PREMIUM-DETAIL-OUT.

       510-COPY-PAY-DETAIL.
           READ PAY-DETAIL-FILE
               AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT COPY-EOF
               MOVE PDT-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               PERFORM 550-CHECK-PULLED
               IF NOT EMPLOYEE-PULLED
                   MOVE PAY-DETAIL-REC TO PAY-DETAIL-OUT-REC
                   WRITE PAY-DETAIL-OUT-REC
               END-IF
           END-IF.

       520-COPY-GARNISH-DETAIL.
           READ GARNISH-DETAIL-FILE
               AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT COPY-EOF
               MOVE GD-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               PERFORM 550-CHECK-PULLED
               IF NOT EMPLOYEE-PULLED
                   MOVE GARNISH-DETAIL-REC TO GARNISH-DETAIL-OUT-REC
                   WRITE GARNISH-DETAIL-OUT-REC
               END-IF
           END-IF.

       530-COPY-CHECK-REQUEST.
           READ CHECK-REQUEST-FILE
               AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT COPY-EOF
               MOVE CK-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               PERFORM 550-CHECK-PULLED
               IF NOT EMPLOYEE-PULLED
                   MOVE CHECK-REQUEST-REC TO CHECK-REQUEST-OUT-REC
                   WRITE CHECK-REQUEST-OUT-REC
               END-IF
           END-IF.

      *THE HEADER PASSES AS WRITTEN; THE TRAILER IS REBUILT************
       540-COPY-BANK-RECORD.
           READ BANK-FILE
               AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT COPY-EOF
               EVALUATE BD-RECORD-TYPE
                   WHEN 'D'
                       MOVE BD-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
                       PERFORM 550-CHECK-PULLED
                       IF NOT EMPLOYEE-PULLED
                           MOVE BANK-REC TO BANK-RELEASE-REC
                           WRITE BANK-RELEASE-REC
                           ADD 1 TO WS-RELEASED-COUNT
                           ADD BD-NET-CENTS TO WS-RELEASED-CENTS
                       END-IF
                   WHEN 'T'
                       MOVE SPACES TO BANK-RELEASE-REC
                       MOVE 'T' TO BT-RECORD-TYPE
                       MOVE WS-RELEASED-COUNT TO BT-DETAIL-COUNT
                       MOVE WS-RELEASED-CENTS TO BT-TOTAL-NET-CENTS
                       WRITE BANK-RELEASE-REC
                   WHEN OTHER
                       MOVE BANK-REC TO BANK-RELEASE-REC
                       WRITE BANK-RELEASE-REC
               END-EVALUATE
           END-IF.

      *A PULLED FINAL CHECK IS REISSUED THROUGH AN OFF-CYCLE RUN*******
       545-COPY-SEPARATION-DETAIL.
           READ SEPARATION-DETAIL-FILE
               AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT COPY-EOF
               MOVE SD-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               PERFORM 550-CHECK-PULLED
               IF NOT EMPLOYEE-PULLED
                   MOVE SEPARATION-DETAIL-REC
                       TO SEPARATION-DETAIL-OUT-REC
                   WRITE SEPARATION-DETAIL-OUT-REC
               END-IF
           END-IF.

       547-COPY-PREMIUM-DETAIL.
           READ PREMIUM-DETAIL-FILE
               AT END MOVE 'Y' TO WS-COPY-EOF-SWITCH
           END-READ.
           IF NOT COPY-EOF
               MOVE PM-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               PERFORM 550-CHECK-PULLED
               IF NOT EMPLOYEE-PULLED
                   MOVE PREMIUM-DETAIL-REC TO PREMIUM-DETAIL-OUT-REC
                   WRITE PREMIUM-DETAIL-OUT-REC
               END-IF
           END-IF.

       550-CHECK-PULLED.
           MOVE 'N' TO WS-PULLED-SWITCH.
           SET PULL-IDX TO 1.
           PERFORM 555-SEARCH-PULLED
               UNTIL PULL-IDX > WS-PULL-TAB-MAX OR EMPLOYEE-PULLED.

       555-SEARCH-PULLED.
           IF WS-PULL-EMPLOYEE-ID(PULL-IDX) = WS-CHECK-EMPLOYEE-ID
               MOVE 'Y' TO WS-PULLED-SWITCH
           ELSE
               SET PULL-IDX UP BY 1
           END-IF.

      *****************************************************************
       700-WRITE-REPORT-TOTALS.
           IF WS-REVIEWED-COUNT = 0
               MOVE SPACES TO RH1-PERIOD
               MOVE WS-TOLERANCE-PCT TO RH1-TOLERANCE
               MOVE RPT-HEADING-1 TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'EMPLOYEES REVIEWED               :' TO RT-LABEL.
           MOVE WS-REVIEWED-COUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'EMPLOYEES FLAGGED                :' TO RT-LABEL.
           MOVE WS-FLAGGED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'FLAGS APPROVED                   :' TO RT-LABEL.
           MOVE WS-APPROVED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'EMPLOYEES PULLED - NET WITHHELD  :' TO RT-LABEL.
           MOVE WS-PULLED-COUNT TO RT-COUNT.
           MOVE WS-PULLED-NET TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'FLAGS UNRESOLVED                 :' TO RT-LABEL.
           MOVE WS-HELD-COUNT TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE SPACES TO RPT-OUT-REC.
           IF WS-HELD-COUNT = 0
               COMPUTE WS-RELEASED-NET = WS-RELEASED-CENTS / 100
               MOVE 'DEPOSITS RELEASED TO THE BANK    :' TO RT-LABEL
               MOVE WS-RELEASED-COUNT TO RT-COUNT
               MOVE WS-RELEASED-NET TO RT-AMOUNT
               MOVE RPT-TOTAL-LINE TO RPT-OUT-REC
           ELSE
               MOVE '*** BANK RELEASE HELD - RESOLVE THE FLAGS ON '
                   TO RPT-OUT-REC
               MOVE 'PAYOVR AND RESTART ***' TO RPT-OUT-REC(46:22)
           END-IF.
           WRITE RPT-OUT-REC.

      *DISPLAY THE REVIEW DISPOSITION TOTALS***************************
       800-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REVIEWED-COUNT TO WS-REVIEWED-COUNTZ.
           DISPLAY 'Employees Reviewed        : ' WS-REVIEWED-COUNTZ.
           MOVE WS-FLAGGED-COUNT TO WS-FLAGGED-COUNTZ.
           DISPLAY 'Employees Flagged         : ' WS-FLAGGED-COUNTZ.
           MOVE WS-APPROVED-COUNT TO WS-APPROVED-COUNTZ.
           DISPLAY 'Flags Approved            : ' WS-APPROVED-COUNTZ.
           MOVE WS-PULLED-COUNT TO WS-PULLED-COUNTZ.
           DISPLAY 'Employees Pulled          : ' WS-PULLED-COUNTZ.
           MOVE WS-HELD-COUNT TO WS-HELD-COUNTZ.
           DISPLAY 'Flags Unresolved          : ' WS-HELD-COUNTZ.
           IF WS-HELD-COUNT = 0
               MOVE WS-RELEASED-COUNT TO WS-RELEASED-COUNTZ
               DISPLAY 'Deposits Released         : '
                       WS-RELEASED-COUNTZ
           ELSE
               DISPLAY '*** BANK RELEASE HELD - PAYOVR APR/PUL CARDS '
                       'NEEDED ***'
           END-IF.
           DISPLAY '**************************************************'.

      *****************************************************************
       900-CLOSE-FILES.
           CLOSE PAY-DETAIL-FILE
                 EMPLOYEE-MASTER
                 REVIEW-REPORT-FILE.
           IF HISTORY-OPEN
               CLOSE PAY-HISTORY-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
