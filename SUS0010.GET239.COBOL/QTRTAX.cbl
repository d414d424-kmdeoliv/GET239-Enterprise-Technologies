      *****************************************************************
      *PURPOSE: Quarterly employer tax return and state unemployment
      *wage report.  YTDMAST only ever gave us the year, so every
      *quarter the return was rebuilt by hand from the registers.
      *PAYPOST now carries quarter-to-date gross and withholding per
      *employee and a PAYLIAB history of what each pay date posted.
      *For the calendar quarter holding the MONCTL report month this
      *program writes:
      *  QTRRTN    THE EMPLOYER RETURN WORKSHEET - EMPLOYEES PAID,
      *            WAGES, INCOME TAX WITHHELD, SOCIAL SECURITY WAGES
      *            (HELD TO THE SSWB WAGE BASE) AND MEDICARE WAGES
      *            WITH THEIR TAX AT THE QTRTXCTL RATES, THE
      *            LIABILITY BY PAY DATE FROM PAYLIAB, AND THE
      *            RECONCILIATION OF THE QUARTER'S WITHHOLDING TO
      *            THE CREDITS POSTED TO THE GL WITHHOLDING
      *            LIABILITY ACCOUNT (GLACCTS WHHL) ON GLBAL FOR THE
      *            QUARTER'S THREE PERIODS
      *  SUIWAGE   THE STATE WAGE REPORT FILE - A HEADER, ONE DETAIL
      *            PER EMPLOYEE (SSN, NAME, QUARTER WAGES, WAGES OVER
      *            THE SUWB WAGE BASE AND TAXABLE WAGES, IN CENTS)
      *            AND A TRAILER WITH THE CONTRIBUTIONS DUE
      *The wage bases are applied against the year's earlier wages
      *(YTD gross less QTD gross).  A reconciliation that does not
      *tie, or an employee with no SSN on EMPMAST, sets RC=8 so the
      *return is not filed until it is looked at.  Run before the
      *first payroll of the next quarter resets the QTD figures.
      *
      *QTRTXCTL ENTRIES:
      *  SSRT NNNNN      SOCIAL SECURITY RATE, EMPLOYEE + EMPLOYER
      *                  (NN.NNN PERCENT)
      *  MDRT NNNNN      MEDICARE RATE, EMPLOYEE + EMPLOYER
      *  SSWB NNNNNNNNN  SOCIAL SECURITY WAGE BASE (NNNNNNN.NN)
      *  SURT NNNNN      STATE UNEMPLOYMENT RATE (NN.NNN PERCENT)
      *  SUWB NNNNNNNNN  STATE UNEMPLOYMENT WAGE BASE (NNNNNNN.NN)
      *  SUAC XXXXXXXXXX STATE UNEMPLOYMENT EMPLOYER ACCOUNT
      *  FEIN XXXXXXXXX  FEDERAL EMPLOYER IDENTIFICATION NUMBER
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      QTRTAX.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-CTL-FILE ASSIGN TO MONCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QTR-TAX-CTL-FILE ASSIGN TO QTRTXCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACCT-CTL-FILE ASSIGN TO GLACCTS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTD-MASTER-FILE ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YT-EMPLOYEE-ID
           FILE STATUS IS WS-YTDMAST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT PAY-LIABILITY-FILE ASSIGN TO PAYLIAB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-PAY-DATE
           FILE STATUS IS WS-PAYLIAB-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GB-KEY
           FILE STATUS IS WS-GLBAL-STATUS.
           SELECT RETURN-REPORT-FILE ASSIGN TO QTRRTN
           ORGANIZATION IS SEQUENTIAL.
           SELECT STATE-WAGE-FILE ASSIGN TO SUIWAGE
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****CONTROL FILE - REPORT MONTH*********************************
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           05  MCC-TYPE                     PIC X(4).
           05  MCC-YEAR                     PIC X(4).
           05  MCC-MONTH                    PIC X(2).

      *****CONTROL FILE - EMPLOYMENT TAX RATES, WAGE BASES, IDS********
       FD  QTR-TAX-CTL-FILE.
       01  QTR-TAX-CTL-REC.
           05  QX-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  QX-VALUE                     PIC X(10).
       01  QTR-TAX-RATE-REC.
           05  FILLER                       PIC X(5).
           05  QX-RATE                      PIC 9(2)V999.
           05  FILLER                       PIC X(5).
       01  QTR-TAX-AMOUNT-REC.
           05  FILLER                       PIC X(5).
           05  QX-AMOUNT                    PIC 9(7)V99.
           05  FILLER                       PIC X(1).

      *****CONTROL FILE - GL ACCOUNT CODES (SEE PAYGL)*****************
       FD  GL-ACCT-CTL-FILE.
       01  GL-ACCT-CTL-REC.
           05  GA-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  GA-ACCOUNT-CODE              PIC X(4).

      *****YEAR-TO-DATE MASTER - SEE PAYPOST***************************
       FD  YTD-MASTER-FILE.
       01  YTD-MASTER-REC.
           05  YT-EMPLOYEE-ID               PIC X(6).
           05  YT-YTD-GROSS                 PIC 9(9)V99.
           05  YT-YTD-WITHHOLDING           PIC 9(9)V99.
           05  YT-YTD-BENEFIT               PIC 9(9)V99.
           05  YT-YTD-NET                   PIC 9(9)V99.
           05  YT-PERIOD-COUNT              PIC 9(3).
           05  YT-LAST-PERIOD               PIC X(6).
           05  YT-YTD-GARNISH               PIC 9(9)V99.
           05  YT-QTD-QUARTER               PIC X(5).
           05  YT-QTD-GROSS                 PIC 9(9)V99.
           05  YT-QTD-WITHHOLDING           PIC 9(9)V99.
           05  YT-SEP-FLAG                  PIC X(1).
               88  YT-SEPARATED                         VALUE 'S'.
           05  YT-SEP-DATE                  PIC X(8).

      *****EMPLOYEE MASTER - NAME AND SSN ONLY*************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(53).
           05  EM-SSN                       PIC X(9).
           05  FILLER                       PIC X(25).

      *****PAY-DATE LIABILITY HISTORY - SEE PAYPOST********************
       FD  PAY-LIABILITY-FILE.
       01  PAY-LIABILITY-REC.
           05  PL-PAY-DATE                  PIC X(8).
           05  PL-PAY-PERIOD                PIC X(6).
           05  PL-GROSS                     PIC 9(9)V99.
           05  PL-WITHHOLDING               PIC 9(9)V99.
           05  PL-PAYMENT-COUNT             PIC 9(5).

      *****GL ACCOUNT BALANCE MASTER - SEE GLPOST**********************
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT-CODE          PIC X(4).
               10  GB-PERIOD                PIC X(6).
           05  GB-DEBITS                    PIC 9(9)V99.
           05  GB-CREDITS                   PIC 9(9)V99.
           05  GB-CARRY-FORWARD             PIC S9(9)V99.

      ***EMPLOYER RETURN WORKSHEET*************************************
       FD  RETURN-REPORT-FILE.
       01  QTX-OUT-REC                      PIC X(80).

      *****************************************************************
      * STATE WAGE REPORT FILE - HEADER, ONE DETAIL PER EMPLOYEE PAID
      * IN THE QUARTER, TRAILER; AMOUNTS IN CENTS
      *****************************************************************
       FD  STATE-WAGE-FILE.
       01  SUI-WAGE-REC                     PIC X(80).
       01  SUI-HEADER-REC REDEFINES SUI-WAGE-REC.
           05  SH-RECORD-TYPE               PIC X(1).
           05  SH-SUI-ACCOUNT               PIC X(10).
           05  SH-FEIN                      PIC X(9).
           05  SH-YEAR                      PIC X(4).
           05  SH-QUARTER                   PIC 9(1).
           05  FILLER                       PIC X(55).
       01  SUI-DETAIL-REC REDEFINES SUI-WAGE-REC.
           05  SD-RECORD-TYPE               PIC X(1).
           05  SD-SSN                       PIC X(9).
           05  SD-LAST-NAME                 PIC X(20).
           05  SD-FIRST-NAME                PIC X(12).
           05  SD-WAGES-CENTS               PIC 9(11).
           05  SD-EXCESS-CENTS              PIC 9(11).
           05  SD-TAXABLE-CENTS             PIC 9(11).
           05  FILLER                       PIC X(5).
       01  SUI-TRAILER-REC REDEFINES SUI-WAGE-REC.
           05  ST-RECORD-TYPE               PIC X(1).
           05  ST-EMPLOYEE-COUNT            PIC 9(7).
           05  ST-WAGES-CENTS               PIC 9(13).
           05  ST-EXCESS-CENTS              PIC 9(13).
           05  ST-TAXABLE-CENTS             PIC 9(13).
           05  ST-CONTRIB-CENTS             PIC 9(11).
           05  FILLER                       PIC X(22).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-EMP-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 EMP-FOUND                          VALUE 'Y'.
           05 WS-OUT-OF-BALANCE-SWITCH PIC X        VALUE 'N'.
              88 OUT-OF-BALANCE                     VALUE 'Y'.
       01 WS-YTDMAST-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-PAYLIAB-STATUS            PIC XX.
       01 WS-GLBAL-STATUS              PIC XX.
       01 WS-RPT-YEAR                  PIC X(4)     VALUE SPACES.
       01 WS-RPT-MONTH                 PIC 9(2)     VALUE 0.
       01 WS-QUARTER                   PIC 9.
       01 WS-QTR-KEY.
           05 WS-QK-YEAR               PIC X(4).
           05 WS-QK-QTR                PIC 9.
       01 WS-QTR-FROM.
           05 WS-QTR-FROM-YEAR         PIC X(4).
           05 WS-QTR-FROM-MONTH        PIC 9(2).
           05 FILLER                   PIC X(2)     VALUE '01'.
       01 WS-QTR-TO.
           05 WS-QTR-TO-YEAR           PIC X(4).
           05 WS-QTR-TO-MONTH          PIC 9(2).
           05 FILLER                   PIC X(2)     VALUE '31'.
       01 WS-GL-MONTH                  PIC 9(2).

      *****RATES, WAGE BASES AND IDS - DEFAULTS OVERRIDDEN BY QTRTXCTL
       01 WS-SS-RATE               PIC 9(2)V999 VALUE 12.400.
       01 WS-MED-RATE              PIC 9(2)V999 VALUE 2.900.
       01 WS-SS-WAGE-BASE          PIC 9(7)V99  VALUE 118500.
       01 WS-SUI-RATE              PIC 9(2)V999 VALUE 3.400.
       01 WS-SUI-WAGE-BASE         PIC 9(7)V99  VALUE 7000.
       01 WS-SUI-ACCOUNT           PIC X(10)    VALUE SPACES.
       01 WS-FEIN                  PIC X(9)     VALUE SPACES.
       01 WS-WHHLD-ACCOUNT         PIC X(4)     VALUE '2100'.

      *****ONE EMPLOYEE'S QUARTER**************************************
       01 WS-PRIOR-GROSS           PIC 9(9)V99.
       01 WS-BASE-ROOM             PIC S9(9)V99.
       01 WS-SS-TAXABLE            PIC 9(9)V99.
       01 WS-SUI-TAXABLE           PIC 9(9)V99.
       01 WS-SUI-EXCESS            PIC 9(9)V99.
       01 WS-SSN-MASK.
           05 FILLER               PIC X(7)     VALUE 'XXX-XX-'.
           05 WS-SSN-LAST4         PIC X(4).

      *****RETURN TOTALS***********************************************
       01 WS-EMP-COUNT             PIC 9(5)     VALUE 0.
       01 WS-EMP-COUNTZ            PIC ZZ,ZZ9.
       01 WS-NO-SSN-COUNT          PIC 9(5)     VALUE 0.
       01 WS-NO-SSN-COUNTZ         PIC ZZ,ZZ9.
       01 WS-TOT-WAGES             PIC 9(9)V99  VALUE 0.
       01 WS-TOT-WHHLD             PIC 9(9)V99  VALUE 0.
       01 WS-TOT-SS-WAGES          PIC 9(9)V99  VALUE 0.
       01 WS-TOT-SUI-EXCESS        PIC 9(9)V99  VALUE 0.
       01 WS-TOT-SUI-TAXABLE       PIC 9(9)V99  VALUE 0.
       01 WS-SS-TAX                PIC 9(9)V99  VALUE 0.
       01 WS-MED-TAX               PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-TAX             PIC 9(9)V99  VALUE 0.
       01 WS-SUI-DUE               PIC 9(9)V99  VALUE 0.

      *****LIABILITY BY PAY DATE***************************************
       01 WS-PAY-DATE-COUNT        PIC 9(3)     VALUE 0.
       01 WS-LIAB-WAGES            PIC 9(9)V99  VALUE 0.
       01 WS-LIAB-WHHLD            PIC 9(9)V99  VALUE 0.
       01 WS-LIAB-TOTAL            PIC 9(9)V99  VALUE 0.
       01 WS-DATE-FICA             PIC 9(9)V99.
       01 WS-DATE-LIABILITY        PIC 9(9)V99.
       01 WS-LIAB-ADJUSTMENT       PIC S9(9)V99 VALUE 0.

      *****GL RECONCILIATION*******************************************
       01 WS-GL-CREDITS            PIC 9(9)V99  VALUE 0.
       01 WS-GL-DIFFERENCE         PIC S9(9)V99 VALUE 0.
       01 WS-HIST-DIFFERENCE       PIC S9(9)V99 VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINES************************************************
       01 QTX-HEADING-1.
           05 FILLER    PIC X(42)
              VALUE 'EMPLOYER QUARTERLY TAX RETURN WORKSHEET - '.
           05 QH1-YEAR  PIC X(4).
           05 FILLER    PIC X(2)  VALUE ' Q'.
           05 QH1-QTR   PIC 9.
           05 FILLER    PIC X(7)  VALUE '  FEIN '.
           05 QH1-FEIN  PIC X(9).
           05 FILLER    PIC X(15) VALUE SPACES.
       01 QTX-WAGE-HEADING.
           05 FILLER    PIC X(8)  VALUE 'EMP ID'.
           05 FILLER    PIC X(13) VALUE 'SSN'.
           05 FILLER    PIC X(19) VALUE 'NAME'.
           05 FILLER    PIC X(13) VALUE '  QTR WAGES'.
           05 FILLER    PIC X(13) VALUE 'OVER SUI BASE'.
           05 FILLER    PIC X(13) VALUE '  SUI TAXABLE'.
           05 FILLER    PIC X(1)  VALUE SPACES.
       01 QTX-WAGE-LINE.
           05 QWL-EMPLOYEE-ID  PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QWL-SSN          PIC X(11).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QWL-NAME         PIC X(18).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 QWL-WAGES        PIC ZZ,ZZZ,ZZ9.99.
           05 QWL-EXCESS       PIC ZZ,ZZZ,ZZ9.99.
           05 QWL-TAXABLE      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)  VALUE SPACES.
       01 QTX-AMOUNT-LINE.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QAL-LABEL        PIC X(44).
           05 QAL-AMOUNT       PIC ---,---,--9.99.
           05 FILLER           PIC X(20) VALUE SPACES.
       01 QTX-COUNT-LINE.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QCL-LABEL        PIC X(44).
           05 FILLER           PIC X(8)  VALUE SPACES.
           05 QCL-COUNT        PIC ZZ,ZZ9.
           05 FILLER           PIC X(20) VALUE SPACES.
       01 QTX-PAY-DATE-HEADING.
           05 FILLER    PIC X(10) VALUE 'PAY DATE'.
           05 FILLER    PIC X(8)  VALUE 'PERIOD'.
           05 FILLER    PIC X(14) VALUE '         GROSS'.
           05 FILLER    PIC X(14) VALUE '   WITHHOLDING'.
           05 FILLER    PIC X(14) VALUE '   SOC SEC/MED'.
           05 FILLER    PIC X(14) VALUE '     LIABILITY'.
           05 FILLER    PIC X(6)  VALUE SPACES.
       01 QTX-PAY-DATE-LINE.
           05 QPL-PAY-DATE     PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QPL-PAY-PERIOD   PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 QPL-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
           05 QPL-WITHHOLDING  PIC ZZZ,ZZZ,ZZ9.99.
           05 QPL-FICA         PIC ZZZ,ZZZ,ZZ9.99.
           05 QPL-LIABILITY    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(6)  VALUE SPACES.
       01 QTX-GL-HEADING.
           05 FILLER    PIC X(44)
              VALUE 'RECONCILIATION TO GL WITHHOLDING LIABILITY '.
           05 FILLER    PIC X(8)  VALUE 'ACCOUNT '.
           05 QGH-ACCOUNT      PIC X(4).
           05 FILLER    PIC X(24) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-CONTROL-TABLE.
           PERFORM 160-LOAD-TAX-CONTROL.
           PERFORM 170-LOAD-GL-ACCOUNTS.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-EMPLOYEE-WAGES.
           PERFORM 400-WRITE-RETURN-WORKSHEET.
           PERFORM 420-WRITE-PAY-DATE-LIABILITY.
           PERFORM 450-RECONCILE-TO-GL.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies QTRTAX  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE QUARTER IS THE CALENDAR QUARTER HOLDING THE REPORT MONTH
      *****************************************************************
       150-LOAD-CONTROL-TABLE.
           OPEN INPUT MONTH-CTL-FILE.
           PERFORM 155-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE MONTH-CTL-FILE.
           IF WS-RPT-YEAR = SPACES
               DISPLAY '*** MONCTL MON CARD MISSING ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-QUARTER = (WS-RPT-MONTH + 2) / 3.
           MOVE WS-RPT-YEAR TO WS-QK-YEAR.
           MOVE WS-QUARTER TO WS-QK-QTR.
           MOVE WS-RPT-YEAR TO WS-QTR-FROM-YEAR.
           MOVE WS-RPT-YEAR TO WS-QTR-TO-YEAR.
           COMPUTE WS-QTR-FROM-MONTH = (WS-QUARTER * 3) - 2.
           COMPUTE WS-QTR-TO-MONTH = WS-QUARTER * 3.

       155-READ-CONTROL-REC.
           READ MONTH-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF MCC-TYPE = 'MON '
                   MOVE MCC-YEAR TO WS-RPT-YEAR
                   MOVE MCC-MONTH TO WS-RPT-MONTH
               END-IF
           END-IF.

      *****************************************************************
      * A RATE OR WAGE BASE THAT IS NOT NUMERIC KEEPS ITS DEFAULT
      *****************************************************************
       160-LOAD-TAX-CONTROL.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT QTR-TAX-CTL-FILE.
           PERFORM 165-READ-TAX-CTL-REC UNTIL CTL-EOF.
           CLOSE QTR-TAX-CTL-FILE.

       165-READ-TAX-CTL-REC.
           READ QTR-TAX-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE QX-TYPE
                   WHEN 'SSRT'
                       IF QX-RATE NUMERIC
                           MOVE QX-RATE TO WS-SS-RATE
                       END-IF
                   WHEN 'MDRT'
                       IF QX-RATE NUMERIC
                           MOVE QX-RATE TO WS-MED-RATE
                       END-IF
                   WHEN 'SURT'
                       IF QX-RATE NUMERIC
                           MOVE QX-RATE TO WS-SUI-RATE
                       END-IF
                   WHEN 'SSWB'
                       IF QX-AMOUNT NUMERIC
                           MOVE QX-AMOUNT TO WS-SS-WAGE-BASE
                       END-IF
                   WHEN 'SUWB'
                       IF QX-AMOUNT NUMERIC
                           MOVE QX-AMOUNT TO WS-SUI-WAGE-BASE
                       END-IF
                   WHEN 'SUAC'
                       MOVE QX-VALUE TO WS-SUI-ACCOUNT
                   WHEN 'FEIN'
                       MOVE QX-VALUE TO WS-FEIN
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE WITHHOLDING LIABILITY ACCOUNT IS THE ONE PAYGL CREDITS
      *****************************************************************
       170-LOAD-GL-ACCOUNTS.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT GL-ACCT-CTL-FILE.
           PERFORM 175-READ-GL-ACCT-REC UNTIL CTL-EOF.
           CLOSE GL-ACCT-CTL-FILE.

       175-READ-GL-ACCT-REC.
           READ GL-ACCT-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF GA-TYPE = 'WHHL'
                   MOVE GA-ACCOUNT-CODE TO WS-WHHLD-ACCOUNT
               END-IF
           END-IF.

      *****************************************************************
      * NO PAYLIAB OR GLBAL YET - THOSE SECTIONS PRINT WITH ZEROS AND
      * THE RECONCILIATION FAILS
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT YTD-MASTER-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT PAY-LIABILITY-FILE.
           OPEN INPUT GL-BALANCE-FILE.
           OPEN OUTPUT RETURN-REPORT-FILE.
           OPEN OUTPUT STATE-WAGE-FILE.
           MOVE WS-RPT-YEAR TO QH1-YEAR.
           MOVE WS-QUARTER TO QH1-QTR.
           MOVE WS-FEIN TO QH1-FEIN.
           MOVE QTX-HEADING-1 TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE SPACES TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'STATE UNEMPLOYMENT WAGE DETAIL' TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE QTX-WAGE-HEADING TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE SPACES TO SUI-WAGE-REC.
           MOVE 'H' TO SH-RECORD-TYPE.
           MOVE WS-SUI-ACCOUNT TO SH-SUI-ACCOUNT.
           MOVE WS-FEIN TO SH-FEIN.
           MOVE WS-RPT-YEAR TO SH-YEAR.
           MOVE WS-QUARTER TO SH-QUARTER.
           WRITE SUI-WAGE-REC.

      *****************************************************************
      * EVERY EMPLOYEE WHOSE QTD FIGURES BELONG TO THIS QUARTER
      *****************************************************************
       300-REPORT-EMPLOYEE-WAGES.
           IF WS-YTDMAST-STATUS = '00'
               MOVE LOW-VALUES TO YT-EMPLOYEE-ID
               START YTD-MASTER-FILE KEY >= YT-EMPLOYEE-ID
                   INVALID KEY MOVE '23' TO WS-YTDMAST-STATUS
               END-START
               PERFORM 310-REPORT-ONE-EMPLOYEE
                   UNTIL WS-YTDMAST-STATUS NOT = '00'
           END-IF.
           MOVE SPACES TO SUI-WAGE-REC.
           MOVE 'T' TO ST-RECORD-TYPE.
           MOVE WS-EMP-COUNT TO ST-EMPLOYEE-COUNT.
           COMPUTE ST-WAGES-CENTS = WS-TOT-WAGES * 100.
           COMPUTE ST-EXCESS-CENTS = WS-TOT-SUI-EXCESS * 100.
           COMPUTE ST-TAXABLE-CENTS = WS-TOT-SUI-TAXABLE * 100.
           COMPUTE WS-SUI-DUE ROUNDED =
                   WS-TOT-SUI-TAXABLE * WS-SUI-RATE / 100.
           COMPUTE ST-CONTRIB-CENTS = WS-SUI-DUE * 100.
           WRITE SUI-WAGE-REC.

       310-REPORT-ONE-EMPLOYEE.
           READ YTD-MASTER-FILE NEXT RECORD
               AT END MOVE '10' TO WS-YTDMAST-STATUS
           END-READ.
           IF WS-YTDMAST-STATUS = '00'
               IF YT-QTD-QUARTER = WS-QTR-KEY
                  AND YT-QTD-GROSS > 0
                   PERFORM 320-LOOKUP-EMPLOYEE
                   PERFORM 330-APPLY-WAGE-BASES
                   PERFORM 340-WRITE-EMPLOYEE-WAGES
               END-IF
           END-IF.

       320-LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SWITCH.
           IF WS-EMPMAST-STATUS NOT = '35'
               MOVE YT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-EMP-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-FOUND-SWITCH
               END-READ
           END-IF.
           IF NOT EMP-FOUND
               MOVE SPACES TO EM-FIRST-NAME
               MOVE '*** NOT ON EMPMAST ***' TO EM-LAST-NAME
               MOVE SPACES TO EM-SSN
           END-IF.

      *****************************************************************
      * THE WAGE BASES APPLY TO THE YEAR - THE ROOM LEFT UNDER EACH
      * IS THE BASE LESS THE WAGES PAID BEFORE THIS QUARTER
      *****************************************************************
       330-APPLY-WAGE-BASES.
           IF YT-YTD-GROSS > YT-QTD-GROSS
               COMPUTE WS-PRIOR-GROSS = YT-YTD-GROSS - YT-QTD-GROSS
           ELSE
               MOVE 0 TO WS-PRIOR-GROSS
           END-IF.
           COMPUTE WS-BASE-ROOM = WS-SS-WAGE-BASE - WS-PRIOR-GROSS.
           IF WS-BASE-ROOM < 0
               MOVE 0 TO WS-BASE-ROOM
           END-IF.
           IF YT-QTD-GROSS > WS-BASE-ROOM
               MOVE WS-BASE-ROOM TO WS-SS-TAXABLE
           ELSE
               MOVE YT-QTD-GROSS TO WS-SS-TAXABLE
           END-IF.
           COMPUTE WS-BASE-ROOM = WS-SUI-WAGE-BASE - WS-PRIOR-GROSS.
           IF WS-BASE-ROOM < 0
               MOVE 0 TO WS-BASE-ROOM
           END-IF.
           IF YT-QTD-GROSS > WS-BASE-ROOM
               MOVE WS-BASE-ROOM TO WS-SUI-TAXABLE
           ELSE
               MOVE YT-QTD-GROSS TO WS-SUI-TAXABLE
           END-IF.
           COMPUTE WS-SUI-EXCESS = YT-QTD-GROSS - WS-SUI-TAXABLE.
           ADD 1 TO WS-EMP-COUNT.
           ADD YT-QTD-GROSS TO WS-TOT-WAGES.
           ADD YT-QTD-WITHHOLDING TO WS-TOT-WHHLD.
           ADD WS-SS-TAXABLE TO WS-TOT-SS-WAGES.
           ADD WS-SUI-EXCESS TO WS-TOT-SUI-EXCESS.
           ADD WS-SUI-TAXABLE TO WS-TOT-SUI-TAXABLE.

      *****************************************************************
      * THE WORKSHEET SHOWS ONLY THE LAST FOUR OF THE SSN; THE FULL
      * NUMBER GOES ONLY TO THE STATE FILE
      *****************************************************************
       340-WRITE-EMPLOYEE-WAGES.
           MOVE YT-EMPLOYEE-ID TO QWL-EMPLOYEE-ID.
           IF EM-SSN NUMERIC
               MOVE EM-SSN(6:4) TO WS-SSN-LAST4
               MOVE WS-SSN-MASK TO QWL-SSN
           ELSE
               MOVE '*** NO SSN' TO QWL-SSN
               ADD 1 TO WS-NO-SSN-COUNT
           END-IF.
           MOVE EM-LAST-NAME TO QWL-NAME.
           MOVE YT-QTD-GROSS TO QWL-WAGES.
           MOVE WS-SUI-EXCESS TO QWL-EXCESS.
           MOVE WS-SUI-TAXABLE TO QWL-TAXABLE.
           MOVE QTX-WAGE-LINE TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE SPACES TO SUI-WAGE-REC.
           MOVE 'D' TO SD-RECORD-TYPE.
           MOVE EM-SSN TO SD-SSN.
           MOVE EM-LAST-NAME TO SD-LAST-NAME.
           MOVE EM-FIRST-NAME TO SD-FIRST-NAME.
           COMPUTE SD-WAGES-CENTS = YT-QTD-GROSS * 100.
           COMPUTE SD-EXCESS-CENTS = WS-SUI-EXCESS * 100.
           COMPUTE SD-TAXABLE-CENTS = WS-SUI-TAXABLE * 100.
           WRITE SUI-WAGE-REC.

      *****************************************************************
      * THE RETURN ITSELF - SOCIAL SECURITY AND MEDICARE ARE THE
      * COMBINED EMPLOYEE AND EMPLOYER SHARES
      *****************************************************************
       400-WRITE-RETURN-WORKSHEET.
           COMPUTE WS-SS-TAX ROUNDED =
                   WS-TOT-SS-WAGES * WS-SS-RATE / 100.
           COMPUTE WS-MED-TAX ROUNDED =
                   WS-TOT-WAGES * WS-MED-RATE / 100.
           COMPUTE WS-TOTAL-TAX = WS-TOT-WHHLD + WS-SS-TAX
                                + WS-MED-TAX.
           MOVE SPACES TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'EMPLOYER RETURN' TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'EMPLOYEES PAID IN THE QUARTER' TO QCL-LABEL.
           MOVE WS-EMP-COUNT TO QCL-COUNT.
           MOVE QTX-COUNT-LINE TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'WAGES AND OTHER COMPENSATION' TO QAL-LABEL.
           MOVE WS-TOT-WAGES TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'INCOME TAX WITHHELD' TO QAL-LABEL.
           MOVE WS-TOT-WHHLD TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'TAXABLE SOCIAL SECURITY WAGES' TO QAL-LABEL.
           MOVE WS-TOT-SS-WAGES TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'SOCIAL SECURITY TAX' TO QAL-LABEL.
           MOVE WS-SS-TAX TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'TAXABLE MEDICARE WAGES' TO QAL-LABEL.
           MOVE WS-TOT-WAGES TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'MEDICARE TAX' TO QAL-LABEL.
           MOVE WS-MED-TAX TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL TAXES FOR THE QUARTER' TO QAL-LABEL.
           MOVE WS-TOTAL-TAX TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE SPACES TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'STATE UNEMPLOYMENT' TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'TOTAL WAGES' TO QAL-LABEL.
           MOVE WS-TOT-WAGES TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'WAGES OVER THE WAGE BASE' TO QAL-LABEL.
           MOVE WS-TOT-SUI-EXCESS TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'TAXABLE WAGES' TO QAL-LABEL.
           MOVE WS-TOT-SUI-TAXABLE TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'CONTRIBUTIONS DUE' TO QAL-LABEL.
           MOVE WS-SUI-DUE TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.

       410-WRITE-AMOUNT-LINE.
           MOVE QTX-AMOUNT-LINE TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.

      *****************************************************************
      * EACH PAY DATE IN THE QUARTER WITH ITS WITHHOLDING AND THE
      * SOCIAL SECURITY/MEDICARE ON ITS GROSS.  THE PAY-DATE FIGURES
      * CANNOT SEE THE WAGE BASE, SO THE DIFFERENCE TO THE RETURN IS
      * SHOWN AS A WAGE BASE ADJUSTMENT AND THE SCHEDULE TIES TO THE
      * TOTAL TAXES
      *****************************************************************
       420-WRITE-PAY-DATE-LIABILITY.
           MOVE SPACES TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'LIABILITY BY PAY DATE' TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE QTX-PAY-DATE-HEADING TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           IF WS-PAYLIAB-STATUS = '00'
               MOVE WS-QTR-FROM TO PL-PAY-DATE
               START PAY-LIABILITY-FILE KEY >= PL-PAY-DATE
                   INVALID KEY MOVE '23' TO WS-PAYLIAB-STATUS
               END-START
               PERFORM 430-WRITE-ONE-PAY-DATE
                   UNTIL WS-PAYLIAB-STATUS NOT = '00'
           END-IF.
           COMPUTE WS-LIAB-ADJUSTMENT = WS-TOTAL-TAX - WS-LIAB-TOTAL.
           MOVE 'WAGE BASE ADJUSTMENT' TO QAL-LABEL.
           MOVE WS-LIAB-ADJUSTMENT TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'TOTAL LIABILITY FOR THE QUARTER' TO QAL-LABEL.
           MOVE WS-TOTAL-TAX TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.

       430-WRITE-ONE-PAY-DATE.
           READ PAY-LIABILITY-FILE NEXT RECORD
               AT END MOVE '10' TO WS-PAYLIAB-STATUS
           END-READ.
           IF WS-PAYLIAB-STATUS = '00'
               IF PL-PAY-DATE > WS-QTR-TO
                   MOVE '10' TO WS-PAYLIAB-STATUS
               ELSE
                   ADD 1 TO WS-PAY-DATE-COUNT
                   COMPUTE WS-DATE-FICA ROUNDED =
                           PL-GROSS * (WS-SS-RATE + WS-MED-RATE) / 100
                   COMPUTE WS-DATE-LIABILITY =
                           PL-WITHHOLDING + WS-DATE-FICA
                   ADD PL-GROSS TO WS-LIAB-WAGES
                   ADD PL-WITHHOLDING TO WS-LIAB-WHHLD
                   ADD WS-DATE-LIABILITY TO WS-LIAB-TOTAL
                   MOVE PL-PAY-DATE TO QPL-PAY-DATE
                   MOVE PL-PAY-PERIOD TO QPL-PAY-PERIOD
                   MOVE PL-GROSS TO QPL-GROSS
                   MOVE PL-WITHHOLDING TO QPL-WITHHOLDING
                   MOVE WS-DATE-FICA TO QPL-FICA
                   MOVE WS-DATE-LIABILITY TO QPL-LIABILITY
                   MOVE QTX-PAY-DATE-LINE TO QTX-OUT-REC
                   WRITE QTX-OUT-REC
               END-IF
           END-IF.

      *****************************************************************
      * THE QUARTER'S WITHHOLDING MUST EQUAL WHAT THE PAY DATES POSTED
      * AND WHAT PAYGL CREDITED TO THE WITHHOLDING LIABILITY IN THE
      * QUARTER'S THREE ACCOUNTING PERIODS
      *****************************************************************
       450-RECONCILE-TO-GL.
           PERFORM 455-ADD-GL-PERIOD
               VARYING WS-GL-MONTH FROM WS-QTR-FROM-MONTH BY 1
               UNTIL WS-GL-MONTH > WS-QTR-TO-MONTH.
           COMPUTE WS-HIST-DIFFERENCE = WS-TOT-WHHLD - WS-LIAB-WHHLD.
           COMPUTE WS-GL-DIFFERENCE = WS-TOT-WHHLD - WS-GL-CREDITS.
           IF WS-HIST-DIFFERENCE NOT = 0
              OR WS-GL-DIFFERENCE NOT = 0
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SWITCH
           END-IF.
           MOVE SPACES TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE WS-WHHLD-ACCOUNT TO QGH-ACCOUNT.
           MOVE QTX-GL-HEADING TO QTX-OUT-REC.
           WRITE QTX-OUT-REC.
           MOVE 'WITHHOLDING - EMPLOYEE QTD TOTALS' TO QAL-LABEL.
           MOVE WS-TOT-WHHLD TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'WITHHOLDING - PAY-DATE HISTORY' TO QAL-LABEL.
           MOVE WS-LIAB-WHHLD TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE SPACES TO QAL-LABEL.
           MOVE 'GL CREDITS, PERIODS ' TO QAL-LABEL(1:20).
           MOVE WS-QTR-FROM(1:6) TO QAL-LABEL(21:6).
           MOVE ' - ' TO QAL-LABEL(27:3).
           MOVE WS-QTR-TO(1:6) TO QAL-LABEL(30:6).
           MOVE WS-GL-CREDITS TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'DIFFERENCE - EMPLOYEE TOTALS LESS HISTORY'
               TO QAL-LABEL.
           MOVE WS-HIST-DIFFERENCE TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE 'DIFFERENCE - EMPLOYEE TOTALS LESS GL' TO QAL-LABEL.
           MOVE WS-GL-DIFFERENCE TO QAL-AMOUNT.
           PERFORM 410-WRITE-AMOUNT-LINE.
           MOVE SPACES TO QTX-OUT-REC.
           IF OUT-OF-BALANCE
               MOVE '*** OUT OF BALANCE - REVIEW BEFORE FILING ***'
                   TO QTX-OUT-REC
           ELSE
               MOVE '*** RECONCILED TO THE GENERAL LEDGER ***'
                   TO QTX-OUT-REC
           END-IF.
           WRITE QTX-OUT-REC.
           IF OUT-OF-BALANCE OR WS-NO-SSN-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       455-ADD-GL-PERIOD.
           IF WS-GLBAL-STATUS NOT = '35'
               MOVE WS-WHHLD-ACCOUNT TO GB-ACCOUNT-CODE
               MOVE WS-RPT-YEAR TO GB-PERIOD(1:4)
               MOVE WS-GL-MONTH TO GB-PERIOD(5:2)
               READ GL-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD GB-CREDITS TO WS-GL-CREDITS
               END-READ
           END-IF.

      *DISPLAY THE QUARTER TOTALS**************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Report Year/Quarter       : ' WS-RPT-YEAR '/Q'
                   WS-QUARTER.
           MOVE WS-EMP-COUNT TO WS-EMP-COUNTZ.
           DISPLAY 'Employees Paid In Quarter : ' WS-EMP-COUNTZ.
           MOVE WS-NO-SSN-COUNT TO WS-NO-SSN-COUNTZ.
           DISPLAY 'Employees Without SSN     : ' WS-NO-SSN-COUNTZ.
           MOVE WS-TOT-WAGES TO WS-MONEY-ED.
           DISPLAY 'Quarter Wages             : ' WS-MONEY-ED.
           MOVE WS-TOT-WHHLD TO WS-MONEY-ED.
           DISPLAY 'Quarter Withholding       : ' WS-MONEY-ED.
           MOVE WS-TOTAL-TAX TO WS-MONEY-ED.
           DISPLAY 'Total Taxes For Quarter   : ' WS-MONEY-ED.
           MOVE WS-SUI-DUE TO WS-MONEY-ED.
           DISPLAY 'State UI Contributions    : ' WS-MONEY-ED.
           MOVE WS-GL-CREDITS TO WS-MONEY-ED.
           DISPLAY 'GL Withholding Credits    : ' WS-MONEY-ED.
           IF OUT-OF-BALANCE
               DISPLAY '*** QUARTER OUT OF BALANCE WITH THE GL ***'
           END-IF.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-YTDMAST-STATUS NOT = '35'
               CLOSE YTD-MASTER-FILE
           END-IF.
           IF WS-EMPMAST-STATUS NOT = '35'
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-PAYLIAB-STATUS NOT = '35'
               CLOSE PAY-LIABILITY-FILE
           END-IF.
           IF WS-GLBAL-STATUS NOT = '35'
               CLOSE GL-BALANCE-FILE
           END-IF.
           CLOSE RETURN-REPORT-FILE
                 STATE-WAGE-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
