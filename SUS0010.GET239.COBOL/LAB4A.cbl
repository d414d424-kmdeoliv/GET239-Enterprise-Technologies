      * 4. Some cobol reserved WORDS
      *Reads every employee on the Employee Master File and, for each
      *one, computes years of service and bi-weekly gross pay.
      *Wage garnishment and child-support withholding orders on the
      *keyed DEDMAST deduction-order master are taken from each paid
      *employee's net in legal priority (support, tax levy, student
      *loan, creditor) within the disposable-earnings limits on
      *PAYCTL; every amount taken is written to the GARNDTL detail
      *the remittance, stub, YTD and GL steps all read.
      *An employee whose direct deposit is held after a bank return
      *(EM-DD-HOLD, set through DDRETURN/EMPMAINT), or who has no
      *bank routing on file, is paid by check: the net goes to the
      *PAYCHK check-request file instead of the BANKFILE.
      *An employee separated by an EMPMAINT TRM transaction whose
      *termination date falls on or before the PAYCTL PEND period end
      *is paid a final check: a salaried employee's period is prorated
      *to the calendar days worked through the termination date (an
      *hourly employee is paid the final timecard as usual), plus the
      *vacation balance cashed out at the PAYCTL TVAC percent and the
      *sick balance at TSIC percent when the employee has TSYR years
      *of service (otherwise forfeited).  No leave accrues in the
      *final period; the employee is marked final-paid for the period
      *and is skipped by every later run.  Each final check is
      *written to the SEPDTL separation detail for the SEPRPT report.
      *An hourly employee's daily time detail (TIMEDAY - the work
      *date, shift start hour and hours of each day on the period's
      *timecard) is classified against the BUSCAL processing
      *calendar and the SHIFTCTL shift table: hours worked on a
      *BUSCAL holiday ('H') earn the HOLP holiday premium, and hours
      *of a shift starting inside a SHIFTCTL window earn that shift's
      *differential, both as a percent of the hourly rate on top of
      *the timecard's straight-time and overtime pay.  Each premium
      *is paid as its own earnings line on the PREMDTL premium detail
      *(HOL holiday premium, SHF shift differential) the review,
      *stub and GL steps read; the gross includes them.
      *An hourly employee who is a work-study student has an award
      *for the PAYCTL WSTM term on the keyed WSAWARD master (kept by
      *WSAMAINT), linking the employee id to the student id.  The
      *student's credit hours in that term's COURSEIN must reach the
      *award's required hours, and the period's gross must fit in
      *what is left of the award; otherwise the pay is stopped (no
      *register line, deposit or check) or, with PAYCTL WSAC F, paid
      *and flagged.  A final check is never stopped, only flagged.
      *What is paid is added to the award's earned-to-date, and each
      *work-study employee's outcome is written to the WSDTL detail
      *the WSARPT earnings-against-award report reads.
      *
      *SHIFTCTL ENTRIES:
      *  HOLP NNNNNN    HOLIDAY PREMIUM, HUNDREDTHS OF A PERCENT
      *  CCCC SSEEPPPP  SHIFT CODE, START AND END HOUR (00-23, AN END
      *                 BEFORE THE START RUNS PAST MIDNIGHT) AND THE
      *                 DIFFERENTIAL, HUNDREDTHS OF A PERCENT
      *****************************************************************

       ID DIVISION.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMECARD-STATUS.
           SELECT DED-ORDER-MASTER ASSIGN TO DEDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DO-KEY
           FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT GARNISH-DETAIL-FILE ASSIGN TO GARNDTL
           ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REQUEST-FILE ASSIGN TO PAYCHK
           ORGANIZATION IS SEQUENTIAL.
           SELECT SEPARATION-DETAIL-FILE ASSIGN TO SEPDTL
           ORGANIZATION IS SEQUENTIAL.
           SELECT TIME-DAILY-FILE ASSIGN TO TIMEDAY
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIMEDAY-STATUS.
           SELECT BUS-CAL-FILE ASSIGN TO BUSCAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSCAL-STATUS.
           SELECT SHIFT-CTL-FILE ASSIGN TO SHIFTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIFTCTL-STATUS.
           SELECT PREMIUM-DETAIL-FILE ASSIGN TO PREMDTL
           ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-STUDY-MASTER ASSIGN TO WSAWARD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS WA-KEY
           FILE STATUS IS WS-WSAWARD-STATUS.
           SELECT TERM-COURSE-FILE ASSIGN TO COURSEIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-COURSEIN-STATUS.
           SELECT WORK-STUDY-DETAIL-FILE ASSIGN TO WSDTL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****THE PAYCTL RULES, DRAWN DOWN BY EMPMAINT VAC/SIC TRANS******
           05  EM-VAC-BALANCE               PIC 9(3)V99.
           05  EM-SICK-BALANCE              PIC 9(3)V99.
      *****SOCIAL SECURITY NUMBER FOR THE QUARTERLY WAGE REPORTING*****
           05  EM-SSN                       PIC X(9).
      *****DIRECT-DEPOSIT HOLD AFTER A BANK RETURN - PAY BY CHECK******
           05  EM-DD-HOLD                   PIC X(1).
               88  EM-DD-HELD                           VALUE 'H'.
           05  EM-DD-RETURN-CODE            PIC X(3).
      *****HOME DEPARTMENT/COST CENTER FOR THE LABOR DISTRIBUTION******
           05  EM-COST-CENTER               PIC X(4).
      *****SEPARATION - 'T' FROM AN EMPMAINT TRM TRANSACTION, 'F' ONCE**
      *****THE FINAL CHECK HAS BEEN FIGURED FOR EM-FINAL-PERIOD*********
           05  EM-EMP-STATUS                PIC X(1).
               88  EM-ACTIVE                            VALUE ' '.
               88  EM-TERMINATED                        VALUE 'T'.
               88  EM-FINAL-PAID                        VALUE 'F'.
           05  EM-TERM-DATE                 PIC X(8).
           05  EM-TERM-REASON               PIC X(2).
           05  EM-FINAL-PERIOD              PIC X(6).

      *****************************************************************
      * PAYROLL REGISTER - ONE LINE PER EMPLOYEE, PLUS A GRAND-TOTAL
           05  TC-REGULAR-HOURS             PIC 9(3)V99.
           05  TC-OVERTIME-HOURS            PIC 9(3).

      *****************************************************************
      * DEDUCTION-ORDER MASTER KEPT BY DEDMAINT - THE AMOUNT TAKEN TO
      * DATE AND THE LAST PERIOD/AMOUNT ARE UPDATED HERE EACH RUN
      *****************************************************************
       FD  DED-ORDER-MASTER.
       01  DED-ORDER-REC.
           05  DO-KEY.
               10  DO-EMPLOYEE-ID           PIC X(6).
               10  DO-ORDER-ID              PIC X(4).
           05  DO-ORDER-TYPE                PIC X(2).
           05  DO-AGENCY-CODE               PIC X(6).
           05  DO-CASE-ID                   PIC X(20).
           05  DO-CALC-METHOD               PIC X(1).
           05  DO-AMOUNT                    PIC 9(5)V99.
           05  DO-PERCENT                   PIC 9(2)V99.
           05  DO-PRIORITY                  PIC 9(2).
           05  DO-CAP-AMOUNT                PIC 9(7)V99.
           05  DO-TAKEN-TO-DATE             PIC 9(7)V99.
           05  DO-START-DATE                PIC X(8).
           05  DO-STOP-DATE                 PIC X(8).
           05  DO-STATUS                    PIC X(1).
               88  DO-ACTIVE                            VALUE 'A'.
               88  DO-SATISFIED                         VALUE 'S'.
           05  DO-LAST-PERIOD               PIC X(6).
           05  DO-LAST-AMOUNT               PIC 9(5)V99.

      *****************************************************************
      * GARNISHMENT DETAIL - ONE RECORD PER ORDER AMOUNT TAKEN, THE
      * INPUT TO GRNREMIT, PAYSTUB, PAYPOST AND PAYGL
      *****************************************************************
       FD  GARNISH-DETAIL-FILE.
       01  GARNISH-DETAIL-REC.
           05  GD-EMPLOYEE-ID               PIC X(6).
           05  GD-PAY-PERIOD                PIC X(6).
           05  GD-PAY-DATE                  PIC X(8).
           05  GD-ORDER-ID                  PIC X(4).
           05  GD-ORDER-TYPE                PIC X(2).
           05  GD-AGENCY-CODE               PIC X(6).
           05  GD-CASE-ID                   PIC X(20).
           05  GD-AMOUNT                    PIC 9(7)V99.

      *****************************************************************
      * CHECK REQUESTS - ONE PER EMPLOYEE PAID BY CHECK INSTEAD OF
      * DIRECT DEPOSIT, WITH THE REASON (THE BANK RETURN CODE, OR
      * NBK WHEN THERE IS NO BANK ROUTING ON FILE)
      *****************************************************************
       FD  CHECK-REQUEST-FILE.
       01  CHECK-REQUEST-REC.
           05  CK-EMPLOYEE-ID               PIC X(6).
           05  CK-EMPLOYEE-NAME             PIC X(30).
           05  CK-NET-PAY                   PIC 9(7)V99.
           05  CK-PAY-DATE                  PIC X(8).
           05  CK-PAY-PERIOD                PIC X(6).
           05  CK-REASON                    PIC X(3).

      *****************************************************************
      * SEPARATION DETAIL - ONE RECORD PER FINAL CHECK: THE PRORATED
      * REGULAR PAY AND THE LEAVE PAID OUT OR FORFEITED
      *****************************************************************
       FD  SEPARATION-DETAIL-FILE.
       01  SEPARATION-DETAIL-REC.
           05  SD-EMPLOYEE-ID               PIC X(6).
           05  SD-PAY-PERIOD                PIC X(6).
           05  SD-PAY-DATE                  PIC X(8).
           05  SD-TERM-DATE                 PIC X(8).
           05  SD-TERM-REASON               PIC X(2).
           05  SD-DAYS-PAID                 PIC 9(2).
           05  SD-REGULAR-PAY               PIC 9(7)V99.
           05  SD-VAC-HOURS                 PIC 9(3)V99.
           05  SD-VAC-PAY                   PIC 9(7)V99.
           05  SD-SICK-HOURS                PIC 9(3)V99.
           05  SD-SICK-PAY                  PIC 9(7)V99.
           05  SD-SICK-FORFEIT              PIC 9(3)V99.
           05  SD-GROSS-PAY                 PIC 9(7)V99.

      *****************************************************************
      * TIMECARD DAILY DETAIL - ONE ROW PER DAY AN HOURLY EMPLOYEE
      * WORKED: THE WORK DATE, THE HOUR THE SHIFT STARTED AND THE
      * HOURS WORKED, FOR THE HOLIDAY AND SHIFT PREMIUMS
      *****************************************************************
       FD  TIME-DAILY-FILE.
       01  TIME-DAILY-REC.
           05  TD-EMPLOYEE-ID               PIC X(6).
           05  TD-PAY-PERIOD                PIC X(6).
           05  TD-WORK-DATE                 PIC X(8).
           05  TD-START-HOUR                PIC 9(2).
           05  TD-HOURS                     PIC 9(2)V99.

      *****PROCESSING CALENDAR - ONLY THE HOLIDAY ROWS ARE KEPT********
       FD  BUS-CAL-FILE.
       01  BUS-CAL-REC.
           05  BC-DATE                      PIC X(8).
           05  FILLER                       PIC X.
           05  BC-DAY-TYPE                  PIC X(1).

      *****SHIFT TABLE - THE HOLIDAY PREMIUM AND THE SHIFT WINDOWS*****
       FD  SHIFT-CTL-FILE.
       01  SHIFT-CTL-REC.
           05  SC-TYPE                      PIC X(4).
           05  SC-VALUE-FULL                PIC X(8).
           05  FILLER REDEFINES SC-VALUE-FULL.
               10  SC-VALUE                 PIC X(6).
               10  FILLER                   PIC X(2).
           05  FILLER REDEFINES SC-VALUE-FULL.
               10  SC-START-HOUR            PIC 9(2).
               10  SC-END-HOUR              PIC 9(2).
               10  SC-PERCENT               PIC 9(2)V99.

      *****************************************************************
      * PREMIUM DETAIL - ONE EARNINGS LINE PER PREMIUM TYPE PAID TO AN
      * EMPLOYEE THIS PERIOD, THE INPUT TO PAYREVW, PAYSTUB AND PAYGL
      *****************************************************************
       FD  PREMIUM-DETAIL-FILE.
       01  PREMIUM-DETAIL-REC.
           05  PM-EMPLOYEE-ID               PIC X(6).
           05  PM-PAY-PERIOD                PIC X(6).
           05  PM-PAY-DATE                  PIC X(8).
           05  PM-EARN-TYPE                 PIC X(3).
               88  PM-HOLIDAY-PREMIUM                   VALUE 'HOL'.
               88  PM-SHIFT-DIFFERENTIAL                VALUE 'SHF'.
           05  PM-HOURS                     PIC 9(3)V99.
           05  PM-AMOUNT                    PIC 9(7)V99.

      *****************************************************************
      * WORK-STUDY AWARD MASTER KEPT BY WSAMAINT - THE EARNED-TO-DATE
      * AND THE LAST PERIOD/AMOUNT ARE UPDATED HERE EACH RUN
      *****************************************************************
       FD  WORK-STUDY-MASTER.
       01  WORK-STUDY-REC.
           05  WA-KEY.
               10  WA-EMPLOYEE-ID           PIC X(6).
               10  WA-TERM                  PIC X(5).
           05  WA-STUDENT-ID                PIC X(6).
           05  WA-AWARD-AMOUNT              PIC 9(5)V99.
           05  WA-MIN-HOURS                 PIC 9(2)V9.
           05  WA-EARNED-TO-DATE            PIC 9(5)V99.
           05  WA-LAST-PERIOD               PIC X(6).
           05  WA-LAST-AMOUNT               PIC 9(5)V99.
           05  WA-STATUS                    PIC X(1).
               88  WA-ACTIVE                            VALUE 'A'.
               88  WA-CANCELLED                         VALUE 'C'.
           05  WA-AWARD-DATE                PIC X(8).
           05  WA-CANCEL-DATE               PIC X(8).
           05  FILLER                       PIC X(16).

      *****THE WORK-STUDY TERM'S COURSEIN - FOR THE ENROLLED HOURS*****
       FD  TERM-COURSE-FILE.
       01  TERM-COURSE-REC.
           05  CRS-STUDENT-ID               PIC X(6).
           05  CRS-COURSE-ID                PIC X(6).
           05  CRS-CREDIT-HOURS             PIC 9V9.
           05  CRS-LETTER-GRADE             PIC X.
           05  CRS-TERM                     PIC X(5).

      *****************************************************************
      * WORK-STUDY DETAIL - ONE RECORD PER WORK-STUDY EMPLOYEE THIS
      * RUN: THE GROSS, WHAT WAS PAID AGAINST THE AWARD, THE ENROLLED
      * HOURS, AND WHETHER THE PAY WENT OUT, WAS FLAGGED OR STOPPED
      *****************************************************************
       FD  WORK-STUDY-DETAIL-FILE.
       01  WORK-STUDY-DETAIL-REC.
           05  WD-EMPLOYEE-ID               PIC X(6).
           05  WD-STUDENT-ID                PIC X(6).
           05  WD-TERM                      PIC X(5).
           05  WD-PAY-PERIOD                PIC X(6).
           05  WD-PAY-DATE                  PIC X(8).
           05  WD-GROSS-PAY                 PIC 9(5)V99.
           05  WD-PAID-AMOUNT               PIC 9(5)V99.
           05  WD-ENROLLED-HOURS            PIC 9(3)V9.
           05  WD-MIN-HOURS                 PIC 9(2)V9.
           05  WD-REMAINING                 PIC 9(5)V99.
           05  WD-DISPOSITION               PIC X(1).
               88  WD-PAID                              VALUE 'P'.
               88  WD-FLAGGED                           VALUE 'F'.
               88  WD-STOPPED                           VALUE 'S'.
               88  WD-NOT-PAID                          VALUE 'N'.
           05  WD-ENROLL-FLAG               PIC X(1).
           05  WD-AWARD-FLAG                PIC X(1).

      *****************************************************************
       WORKING-STORAGE SECTION.
      **** NAMED MEMORY LOCATIONS *************************************
      *POSITIVE NET****************************************************
       01  WS-PAY-SUPPRESS-SWITCH       PIC X       VALUE 'N'.
           88  PAY-SUPPRESSED                       VALUE 'Y'.
      *N - NOT SEPARATED, P - FINAL CHECK THIS RUN, D - FINAL CHECK****
      *ALREADY PAID IN AN EARLIER PERIOD, NOTHING MORE IS PAID*********
       01  WS-SEPARATION-SWITCH         PIC X       VALUE 'N'.
           88  FINAL-PAY-RUN                        VALUE 'P'.
           88  FINAL-PAY-DONE                       VALUE 'D'.

      *****DEDUCTION AND NET-PAY FIELDS - LOADED FROM PAYCTL***********
       01  WS-PAY-PERIOD                PIC X(6)     VALUE SPACES.
       01  WS-BANK-DETAIL-COUNT         PIC 9(7)     VALUE 0.
       01  WS-BANK-NET-CENTS            PIC 9(9).
       01  WS-BANK-TOTAL-CENTS          PIC 9(11)    VALUE 0.
       01  WS-CHECK-COUNT               PIC 9(5)     VALUE 0.
       01  WS-TOTAL-CHECK-PAY           PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-CHECK-PAY-ED        PIC Z,ZZZ,ZZ9.99.

      *****WITHHOLDING BRACKET TABLE, LOADED FROM WHBRKT***************
       01  WS-BRACKET-STATUS            PIC XX.
               10  WS-TMC-OT-HOURS      PIC 9(3).
               10  WS-TMC-USED-FLAG     PIC X(1).
       01  WS-NO-TIMECARD-COUNT         PIC 9(3)     VALUE 0.

      *****HOLIDAY AND SHIFT PREMIUMS - THE DAILY DETAIL, THE BUSCAL****
      *****HOLIDAYS AND THE SHIFTCTL WINDOWS, AND ONE EMPLOYEE'S PAY***
       01  WS-TIMEDAY-STATUS            PIC XX.
       01  WS-BUSCAL-STATUS             PIC XX.
       01  WS-SHIFTCTL-STATUS           PIC XX.
       01  WS-TDY-EOF                   PIC X        VALUE 'N'.
           88  TDY-EOF                               VALUE 'Y'.
       01  WS-CAL-EOF                   PIC X        VALUE 'N'.
           88  CAL-EOF                               VALUE 'Y'.
       01  WS-SHF-EOF                   PIC X        VALUE 'N'.
           88  SHF-EOF                               VALUE 'Y'.
       01  WS-HOL-FOUND-SWITCH          PIC X        VALUE 'N'.
           88  HOL-FOUND                             VALUE 'Y'.
       01  WS-SHF-FOUND-SWITCH          PIC X        VALUE 'N'.
           88  SHF-FOUND                             VALUE 'Y'.
       01  WS-TDY-TAB-MAX               PIC 9(4)     VALUE 0.
       01  WS-TDY-TABLE.
           05  WS-TDY-ENTRY OCCURS 2000 TIMES
                             INDEXED BY TDY-IDX.
               10  WS-TDY-EMPLOYEE-ID   PIC X(6).
               10  WS-TDY-PAY-PERIOD    PIC X(6).
               10  WS-TDY-WORK-DATE     PIC X(8).
               10  WS-TDY-START-HOUR    PIC 9(2).
               10  WS-TDY-HOURS         PIC 9(2)V99.
       01  WS-HOL-TAB-MAX               PIC 9(3)     VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-DATE OCCURS 200 TIMES
                             INDEXED BY HOL-IDX PIC X(8).
       01  WS-SHF-TAB-MAX               PIC 99       VALUE 0.
       01  WS-SHF-TABLE.
           05  WS-SHF-ENTRY OCCURS 10 TIMES
                             INDEXED BY SHF-IDX.
               10  WS-SHF-CODE          PIC X(4).
               10  WS-SHF-START-HOUR    PIC 9(2).
               10  WS-SHF-END-HOUR      PIC 9(2).
               10  WS-SHF-PERCENT       PIC 9(2)V99.
       01  WS-HOLP-HUNDREDTHS           PIC 9(6)     VALUE 0.
       01  WS-HOL-HOURS                 PIC 9(3)V99.
       01  WS-HOL-PREMIUM               PIC 9(7)V99.
       01  WS-SHF-HOURS                 PIC 9(3)V99.
       01  WS-SHF-PREMIUM               PIC 9(7)V99.
       01  WS-DAY-PREMIUM               PIC 9(7)V99.
       01  WS-ANNUALIZED-GROSS          PIC 9(9)V99.
       01  WS-ANNUAL-TAX                PIC 9(9)V99.
       01  WS-TAXABLE-SLICE             PIC 9(9)V99.
       01  WS-VAC-ACCRUE                PIC 9(3)V99.
       01  WS-SICK-ACCRUE               PIC 9(3)V99.
       01  WS-BENEFIT-DEDUCT            PIC 9(4)V99  VALUE 0.

      *****FINAL PAY - THE PERIOD'S LAST DAY (PAYCTL PEND, DEFAULT THE**
      *****PAY DATE) AND THE LEAVE PAYOUT RULES TVAC/TSIC/TSYR*********
       01  WS-PERIOD-END                PIC X(8)     VALUE SPACES.
       01  WS-PERIOD-END-N REDEFINES WS-PERIOD-END
                                        PIC 9(8).
       01  WS-PERIOD-START-N            PIC 9(8).
       01  WS-TERM-DATE-N               PIC 9(8).
       01  WS-VAC-PAYOUT-PCT            PIC 9(3)     VALUE 100.
       01  WS-SICK-PAYOUT-PCT           PIC 9(3)     VALUE 0.
       01  WS-SICK-PAYOUT-YEARS         PIC 9(2)     VALUE 0.
       01  WS-DAYS-PAID                 PIC S9(5).
       01  WS-PAYOUT-RATE               PIC 9(5)V9999.
       01  WS-FINAL-REGULAR             PIC 9(7)V99.
       01  WS-FINAL-VAC-HOURS           PIC 9(3)V99.
       01  WS-FINAL-VAC-PAY             PIC 9(7)V99.
       01  WS-FINAL-SICK-HOURS          PIC 9(3)V99.
       01  WS-FINAL-SICK-PAY            PIC 9(7)V99.
       01  WS-FINAL-SICK-FORFEIT        PIC 9(3)V99.
       01  WS-FINAL-PAY-COUNT           PIC 9(5)     VALUE 0.
       01  WS-SEPARATED-SKIP-COUNT      PIC 9(5)     VALUE 0.
       01  WS-WITHHOLDING-AMT           PIC 9999999V99.
       01  WS-NET-PAY                   PIC 9999999V99.

      *****DEDUCTION ORDERS - THE CCPA-STYLE LIMITS AS PERCENTAGES OF**
      *****DISPOSABLE EARNINGS AND THE MINIMUM WAGE (CENTS) WHOSE 60***
      *****HOURS A PERIOD IS PROTECTED, ALL OVERRIDDEN FROM PAYCTL*****
       01  WS-DEDMAST-STATUS            PIC XX.
       01  WS-DED-AVAILABLE-SWITCH      PIC X        VALUE 'N'.
           88  DED-AVAILABLE                         VALUE 'Y'.
       01  WS-SUPPORT-LIMIT-PCT         PIC 9(3)     VALUE 50.
       01  WS-CREDITOR-LIMIT-PCT        PIC 9(3)     VALUE 25.
       01  WS-STUDENT-LOAN-PCT          PIC 9(3)     VALUE 15.
       01  WS-MIN-WAGE-CENTS            PIC 9(6)     VALUE 725.
       01  WS-DISPOSABLE-EARNINGS       PIC 9(7)V99.
       01  WS-ORDINARY-LIMIT            PIC 9(7)V99.
       01  WS-GARN-ROOM                 PIC S9(7)V99.
       01  WS-GARN-TAKE                 PIC 9(7)V99.
       01  WS-GARN-TOTAL                PIC 9(7)V99  VALUE 0.
       01  WS-SUPPORT-TAKEN             PIC 9(7)V99.
       01  WS-STUDENT-TAKEN             PIC 9(7)V99.
       01  WS-ORDINARY-TAKEN            PIC 9(7)V99.
       01  WS-ORDER-TAKEN               PIC 9(7)V99.
       01  WS-GO-TAB-MAX                PIC 99       VALUE 0.
       01  WS-GO-SUB                    PIC 99.
       01  WS-GO-PICK                   PIC 99.
       01  WS-GO-BEST-SEQ               PIC 9(3).
       01  WS-GO-TABLE.
           05  WS-GO-ENTRY OCCURS 10 TIMES.
               10  WS-GO-ORDER-ID       PIC X(4).
               10  WS-GO-ORDER-TYPE     PIC X(2).
               10  WS-GO-AGENCY-CODE    PIC X(6).
               10  WS-GO-CASE-ID        PIC X(20).
               10  WS-GO-SEQ            PIC 9(3).
               10  WS-GO-CALC-METHOD    PIC X(1).
               10  WS-GO-AMOUNT         PIC 9(5)V99.
               10  WS-GO-PERCENT        PIC 9(2)V99.
               10  WS-GO-CAP-AMOUNT     PIC 9(7)V99.
               10  WS-GO-TAKEN          PIC 9(7)V99.
               10  WS-GO-DONE-FLAG      PIC X(1).

      *****WORK-STUDY - THE PAYCTL WSTM TERM AND WSAC ACTION (S STOPS**
      *****THE PAY, F PAYS AND FLAGS IT), THE TERM'S ENROLLED HOURS****
      *****PER STUDENT FROM COURSEIN, AND ONE EMPLOYEE'S AWARD CHECK***
       01  WS-WSAWARD-STATUS            PIC XX.
       01  WS-COURSEIN-STATUS           PIC XX.
       01  WS-WSA-TERM                  PIC X(5)     VALUE SPACES.
       01  WS-WSA-ACTION                PIC X(1)     VALUE 'S'.
           88  WSA-STOP-PAY                          VALUE 'S'.
       01  WS-WSA-AVAILABLE-SWITCH      PIC X        VALUE 'N'.
           88  WSA-AVAILABLE                         VALUE 'Y'.
       01  WS-ENR-AVAILABLE-SWITCH      PIC X        VALUE 'N'.
           88  ENR-AVAILABLE                         VALUE 'Y'.
       01  WS-ENR-EOF                   PIC X        VALUE 'N'.
           88  ENR-EOF                               VALUE 'Y'.
       01  WS-ENR-FOUND-SWITCH          PIC X        VALUE 'N'.
           88  ENR-FOUND                             VALUE 'Y'.
       01  WS-WSA-SWITCH                PIC X        VALUE 'N'.
           88  WORK-STUDY-EMPLOYEE                   VALUE 'Y'.
       01  WS-ENR-TAB-MAX               PIC 9(4)     VALUE 0.
       01  WS-ENR-TABLE.
           05  WS-ENR-ENTRY OCCURS 2000 TIMES
                             INDEXED BY ENR-IDX.
               10  WS-ENR-STUDENT-ID    PIC X(6).
               10  WS-ENR-HOURS         PIC 9(3)V9.
       01  WS-WSA-HOURS                 PIC 9(3)V9.
       01  WS-WSA-PRIOR-EARNED          PIC 9(5)V99.
       01  WS-WSA-REMAINING             PIC 9(5)V99.
       01  WS-WSA-PAID                  PIC 9(5)V99.
       01  WS-WSA-DISPOSITION           PIC X(1).
       01  WS-WSA-ENROLL-FLAG           PIC X(1).
       01  WS-WSA-AWARD-FLAG            PIC X(1).
       01  WS-WSA-REASON                PIC X(30).
       01  WS-WSA-STOPPED-COUNT         PIC 9(5)     VALUE 0.
       01  WS-WSA-FLAGGED-COUNT         PIC 9(5)     VALUE 0.

      *****PAYROLL REGISTER REPORT LAYOUT******************************
       01  REPORT-REC.
           05  RP-NAME                  PIC X(30).
       01  WS-TOTAL-GROSS-PAY-ED        PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-NET-PAY             PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-NET-PAY-ED          PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-GARNISH             PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-GARNISH-ED          PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-HOL-PREMIUM         PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-SHF-PREMIUM         PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-PREMIUM-ED          PIC Z,ZZZ,ZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 075-LOAD-CONTROL-TABLES.
           PERFORM 078-LOAD-BRACKET-TABLE.
           PERFORM 082-LOAD-TIMECARD-TABLE.
           PERFORM 086-LOAD-PREMIUM-TABLES.
           PERFORM 090-LOAD-WORK-STUDY.
           PERFORM 080-HDG-ROUTINE.
           PERFORM 085-WRITE-BANK-HEADER.
           PERFORM 100-PROCESS-EMPLOYEES UNTIL EOF.
           OPEN OUTPUT REPORT-OUT.
           OPEN OUTPUT PAY-DETAIL-FILE.
           OPEN OUTPUT BANK-FILE.
           OPEN OUTPUT GARNISH-DETAIL-FILE.
           OPEN OUTPUT CHECK-REQUEST-FILE.
           OPEN OUTPUT SEPARATION-DETAIL-FILE.
           OPEN OUTPUT PREMIUM-DETAIL-FILE.
           OPEN OUTPUT WORK-STUDY-DETAIL-FILE.
      *NO DEDUCTION-ORDER MASTER YET - NOBODY HAS AN ORDER TO TAKE******
           OPEN I-O DED-ORDER-MASTER.
           IF WS-DEDMAST-STATUS = '00'
               MOVE 'Y' TO WS-DED-AVAILABLE-SWITCH
           END-IF.
           PERFORM 060-READ-EMPLOYEE.

      *****************************************************************
           PERFORM 076-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.
           COMPUTE WS-BENEFIT-DEDUCT = WS-BENEFIT-CENTS / 100.
      *THE PERIOD RUNS THE FOURTEEN DAYS ENDING ON PEND****************
           IF WS-PERIOD-END = SPACES
               MOVE WS-PAY-DATE TO WS-PERIOD-END
           END-IF.
           IF WS-PERIOD-END NUMERIC
               COMPUTE WS-PERIOD-START-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-N) - 13)
           ELSE
               MOVE 0 TO WS-PERIOD-START-N
           END-IF.

       076-READ-CONTROL-REC.
           READ PAY-CTL-FILE
                       MOVE PCT-VALUE TO WS-SICS-HUNDREDTHS
                   WHEN 'SICH'
                       MOVE PCT-VALUE TO WS-SICH-HUNDREDTHS
                   WHEN 'GLMS'
                       MOVE PCT-VALUE TO WS-SUPPORT-LIMIT-PCT
                   WHEN 'GLMC'
                       MOVE PCT-VALUE TO WS-CREDITOR-LIMIT-PCT
                   WHEN 'GLSD'
                       MOVE PCT-VALUE TO WS-STUDENT-LOAN-PCT
                   WHEN 'MINW'
                       MOVE PCT-VALUE TO WS-MIN-WAGE-CENTS
                   WHEN 'PEND'
                       MOVE PCT-VALUE-FULL TO WS-PERIOD-END
                   WHEN 'TVAC'
                       MOVE PCT-VALUE TO WS-VAC-PAYOUT-PCT
                   WHEN 'TSIC'
                       MOVE PCT-VALUE TO WS-SICK-PAYOUT-PCT
                   WHEN 'TSYR'
                       MOVE PCT-VALUE TO WS-SICK-PAYOUT-YEARS
                   WHEN 'WSTM'
                       MOVE PCT-VALUE TO WS-WSA-TERM
                   WHEN 'WSAC'
                       MOVE PCT-VALUE TO WS-WSA-ACTION
               END-EVALUATE
           END-IF.

               END-IF
           END-IF.

      *****************************************************************
      * THE PREMIUM TABLES.  NO TIMEDAY MEANS NO DAILY DETAIL AND NO
      * PREMIUMS; NO BUSCAL OR NO HOLP MEANS NO HOLIDAY PREMIUM; NO
      * SHIFTCTL MEANS NO PREMIUM OF EITHER KIND - STRAIGHT TIME AND
      * OVERTIME ARE PAID FROM THE TIMECARD EITHER WAY
      *****************************************************************
       086-LOAD-PREMIUM-TABLES.
           OPEN INPUT TIME-DAILY-FILE.
           IF WS-TIMEDAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-TDY-EOF
           END-IF.
           PERFORM 087-READ-TIME-DAILY-REC UNTIL TDY-EOF.
           IF WS-TIMEDAY-STATUS = '00' OR WS-TIMEDAY-STATUS = '10'
               CLOSE TIME-DAILY-FILE
           END-IF.
           OPEN INPUT BUS-CAL-FILE.
           IF WS-BUSCAL-STATUS NOT = '00'
               MOVE 'Y' TO WS-CAL-EOF
           END-IF.
           PERFORM 088-READ-CALENDAR-REC UNTIL CAL-EOF.
           IF WS-BUSCAL-STATUS = '00' OR WS-BUSCAL-STATUS = '10'
               CLOSE BUS-CAL-FILE
           END-IF.
           OPEN INPUT SHIFT-CTL-FILE.
           IF WS-SHIFTCTL-STATUS NOT = '00'
               MOVE 'Y' TO WS-SHF-EOF
           END-IF.
           PERFORM 089-READ-SHIFT-REC UNTIL SHF-EOF.
           IF WS-SHIFTCTL-STATUS = '00' OR WS-SHIFTCTL-STATUS = '10'
               CLOSE SHIFT-CTL-FILE
           END-IF.

       087-READ-TIME-DAILY-REC.
           READ TIME-DAILY-FILE
               AT END MOVE 'Y' TO WS-TDY-EOF
           END-READ.
           IF NOT TDY-EOF
               IF TD-START-HOUR NUMERIC AND TD-HOURS NUMERIC
                  AND TD-START-HOUR < 24 AND WS-TDY-TAB-MAX < 2000
                   ADD 1 TO WS-TDY-TAB-MAX
                   SET TDY-IDX TO WS-TDY-TAB-MAX
                   MOVE TD-EMPLOYEE-ID TO WS-TDY-EMPLOYEE-ID(TDY-IDX)
                   MOVE TD-PAY-PERIOD TO WS-TDY-PAY-PERIOD(TDY-IDX)
                   MOVE TD-WORK-DATE TO WS-TDY-WORK-DATE(TDY-IDX)
                   MOVE TD-START-HOUR TO WS-TDY-START-HOUR(TDY-IDX)
                   MOVE TD-HOURS TO WS-TDY-HOURS(TDY-IDX)
               ELSE
                   DISPLAY '*** TIMEDAY ROW SKIPPED - BAD START HOUR '
                           'OR HOURS *** ID: ' TD-EMPLOYEE-ID
                           ' DATE: ' TD-WORK-DATE
               END-IF
           END-IF.

       088-READ-CALENDAR-REC.
           READ BUS-CAL-FILE
               AT END MOVE 'Y' TO WS-CAL-EOF
           END-READ.
           IF NOT CAL-EOF
               IF BC-DAY-TYPE = 'H' AND WS-HOL-TAB-MAX < 200
                   ADD 1 TO WS-HOL-TAB-MAX
                   MOVE BC-DATE TO WS-HOL-DATE(WS-HOL-TAB-MAX)
               END-IF
           END-IF.

       089-READ-SHIFT-REC.
           READ SHIFT-CTL-FILE
               AT END MOVE 'Y' TO WS-SHF-EOF
           END-READ.
           IF NOT SHF-EOF
               EVALUATE TRUE
                   WHEN SC-TYPE = 'HOLP'
                       IF SC-VALUE NUMERIC
                           MOVE SC-VALUE TO WS-HOLP-HUNDREDTHS
                       END-IF
                   WHEN SC-TYPE = SPACES
                       CONTINUE
                   WHEN SC-START-HOUR NUMERIC AND SC-END-HOUR NUMERIC
                        AND SC-PERCENT NUMERIC
                        AND SC-START-HOUR < 24 AND SC-END-HOUR < 24
                        AND WS-SHF-TAB-MAX < 10
                       ADD 1 TO WS-SHF-TAB-MAX
                       SET SHF-IDX TO WS-SHF-TAB-MAX
                       MOVE SC-TYPE TO WS-SHF-CODE(SHF-IDX)
                       MOVE SC-START-HOUR TO WS-SHF-START-HOUR(SHF-IDX)
                       MOVE SC-END-HOUR TO WS-SHF-END-HOUR(SHF-IDX)
                       MOVE SC-PERCENT TO WS-SHF-PERCENT(SHF-IDX)
                   WHEN OTHER
                       DISPLAY '*** SHIFTCTL ENTRY IGNORED *** '
                               SHIFT-CTL-REC
               END-EVALUATE
           END-IF.

      *****************************************************************
      * WORK-STUDY.  NO WSTM TERM ON PAYCTL OR NO WSAWARD MASTER MEANS
      * NO AWARDS TO CHECK.  THE TERM'S COURSEIN (IN STUDENT ORDER,
      * JOB REGISTER) IS TOTALLED TO CREDIT HOURS PER STUDENT; WITHOUT
      * IT THE ENROLLMENT GOES UNCHECKED, BUT EACH AWARD IS STILL
      * HELD TO ITS AMOUNT
      *****************************************************************
       090-LOAD-WORK-STUDY.
           IF WS-WSA-TERM NOT = SPACES
               OPEN I-O WORK-STUDY-MASTER
               IF WS-WSAWARD-STATUS = '00'
                   MOVE 'Y' TO WS-WSA-AVAILABLE-SWITCH
               END-IF
           END-IF.
           IF WSA-AVAILABLE
               OPEN INPUT TERM-COURSE-FILE
               IF WS-COURSEIN-STATUS = '00'
                   MOVE 'Y' TO WS-ENR-AVAILABLE-SWITCH
                   PERFORM 091-READ-ENROLLMENT-REC UNTIL ENR-EOF
                   CLOSE TERM-COURSE-FILE
               ELSE
                   DISPLAY '*** NO COURSEIN FOR WORK-STUDY TERM '
                           WS-WSA-TERM ' - ENROLLMENT NOT CHECKED ***'
               END-IF
           END-IF.

       091-READ-ENROLLMENT-REC.
           READ TERM-COURSE-FILE
               AT END MOVE 'Y' TO WS-ENR-EOF
           END-READ.
           IF NOT ENR-EOF AND CRS-TERM = WS-WSA-TERM
               IF WS-ENR-TAB-MAX > 0
                  AND WS-ENR-STUDENT-ID(WS-ENR-TAB-MAX) = CRS-STUDENT-ID
                   ADD CRS-CREDIT-HOURS
                       TO WS-ENR-HOURS(WS-ENR-TAB-MAX)
               ELSE
                   IF WS-ENR-TAB-MAX < 2000
                       ADD 1 TO WS-ENR-TAB-MAX
                       MOVE CRS-STUDENT-ID
                           TO WS-ENR-STUDENT-ID(WS-ENR-TAB-MAX)
                       MOVE CRS-CREDIT-HOURS
                           TO WS-ENR-HOURS(WS-ENR-TAB-MAX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
       080-HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
       100-PROCESS-EMPLOYEES.
           PERFORM 150-FORMAT-EMPLOYEE.
           PERFORM 250-VALIDATE-HIRE-DATE.
           PERFORM 270-CHECK-SEPARATION.
           IF FINAL-PAY-DONE
               ADD 1 TO WS-SEPARATED-SKIP-COUNT
           ELSE
               IF WS-HIRE-DATE-OK
                   PERFORM 300-CALCULATE-SERVICE
                   PERFORM 400-CALCULATE-PAYMENT
                   MOVE 'N' TO WS-WSA-SWITCH
                   IF NOT PAY-SUPPRESSED AND WSA-AVAILABLE
                       PERFORM 490-CHECK-WORK-STUDY
                   END-IF
                   IF NOT PAY-SUPPRESSED
                       PERFORM 450-CALCULATE-DEDUCTIONS
                   END-IF
                   IF PAY-SUPPRESSED
                       CONTINUE
                   ELSE
                       IF FINAL-PAY-RUN
                           PERFORM 475-CLOSE-OUT-EMPLOYEE
                       ELSE
                           PERFORM 470-ACCRUE-LEAVE
                       END-IF
                       PERFORM 500-DISPLAY-RESULTS
                       PERFORM 600-WRITE-REGISTER-LINE
                   END-IF
                   IF WORK-STUDY-EMPLOYEE
                       PERFORM 495-POST-WORK-STUDY-EARNINGS
                   END-IF
               ELSE
                   PERFORM 260-DISPLAY-EXCEPTION
               END-IF
           END-IF.
           PERFORM 060-READ-EMPLOYEE.

                    EM-EMPLOYEE-ID ' HIRED: ' HIRED-MM '/' HIRED-DD '/'
                    HIRED-YY.

      *****************************************************************
      * A TERMINATED EMPLOYEE GETS THE FINAL CHECK IN THE PERIOD THAT
      * HOLDS THE TERMINATION DATE (OR THE FIRST RUN AFTER IT, WHEN
      * THE TRM WAS KEYED LATE); A RERUN OF THAT PERIOD FIGURES IT
      * AGAIN.  ONCE PAID, THE EMPLOYEE IS PASSED OVER FOR GOOD
      *****************************************************************
       270-CHECK-SEPARATION.
           MOVE 'N' TO WS-SEPARATION-SWITCH.
           EVALUATE TRUE
               WHEN EM-FINAL-PAID
                   IF EM-FINAL-PERIOD = WS-PAY-PERIOD
                       MOVE 'P' TO WS-SEPARATION-SWITCH
                   ELSE
                       MOVE 'D' TO WS-SEPARATION-SWITCH
                   END-IF
               WHEN EM-TERMINATED
                   IF EM-TERM-DATE NOT > WS-PERIOD-END
                       MOVE 'P' TO WS-SEPARATION-SWITCH
                   END-IF
           END-EVALUATE.

       300-CALCULATE-SERVICE.
           SUBTRACT HIRED-YY FROM WS-CURRENT-YEAR GIVING SERVICES-YEARS.

      *****************************************************************
       400-CALCULATE-PAYMENT.
           MOVE 'N' TO WS-PAY-SUPPRESS-SWITCH.
           MOVE 0 TO WS-HOL-HOURS WS-HOL-PREMIUM
                     WS-SHF-HOURS WS-SHF-PREMIUM.
           IF EM-EMP-TYPE = 'H'
               PERFORM 410-CALCULATE-HOURLY-PAY
           ELSE
               COMPUTE BI-WEEKLY-GROSS-PAY ROUNDED =
                   (ANNUAL-SALARY / 26)
           END-IF.
           IF FINAL-PAY-RUN
               PERFORM 430-CALCULATE-FINAL-PAY
           END-IF.

       410-CALCULATE-HOURLY-PAY.
           MOVE 'N' TO WS-TMC-FOUND-SWITCH.
                   (WS-TMC-REG-HOURS(TMC-IDX) * EM-HOURLY-RATE)
                   + (WS-TMC-OT-HOURS(TMC-IDX) * EM-HOURLY-RATE
                      * 1.5)
               PERFORM 440-CALCULATE-PREMIUMS
               ADD WS-HOL-PREMIUM WS-SHF-PREMIUM
                   TO BI-WEEKLY-GROSS-PAY
           ELSE
               ADD 1 TO WS-NO-TIMECARD-COUNT
               MOVE 0 TO BI-WEEKLY-GROSS-PAY
                       'NO PAY THIS PERIOD *** ID: ' EM-EMPLOYEE-ID
           END-IF.

      *****************************************************************
      * FINAL CHECK.  A SALARIED PERIOD IS PRORATED TO THE CALENDAR
      * DAYS FROM THE PERIOD START THROUGH THE TERMINATION DATE (NONE
      * WHEN THE TERMINATION FELL IN AN EARLIER PERIOD); THE HOURLY
      * TIMECARD PAY STANDS, AND A MISSING FINAL TIMECARD STILL LETS
      * THE LEAVE PAYOUT THROUGH.  VACATION IS CASHED OUT AT TVAC PCT;
      * SICK AT TSIC PCT ONLY WITH TSYR YEARS OF SERVICE, THE REST
      * FORFEITED.  THE PAYOUT RATE FOR A SALARIED EMPLOYEE IS THE
      * ANNUAL SALARY OVER 2080 HOURS
      *****************************************************************
       430-CALCULATE-FINAL-PAY.
           IF EM-EMP-TYPE = 'H'
               MOVE EM-HOURLY-RATE TO WS-PAYOUT-RATE
               MOVE BI-WEEKLY-GROSS-PAY TO WS-FINAL-REGULAR
               MOVE 14 TO WS-DAYS-PAID
           ELSE
               COMPUTE WS-PAYOUT-RATE ROUNDED = ANNUAL-SALARY / 2080
               MOVE EM-TERM-DATE TO WS-TERM-DATE-N
               IF WS-PERIOD-START-N = 0
                   MOVE 14 TO WS-DAYS-PAID
               ELSE
                   COMPUTE WS-DAYS-PAID =
                       FUNCTION INTEGER-OF-DATE(WS-TERM-DATE-N)
                     - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-N) + 1
               END-IF
               IF WS-DAYS-PAID < 0
                   MOVE 0 TO WS-DAYS-PAID
               END-IF
               IF WS-DAYS-PAID > 14
                   MOVE 14 TO WS-DAYS-PAID
               END-IF
               COMPUTE WS-FINAL-REGULAR ROUNDED =
                   BI-WEEKLY-GROSS-PAY * WS-DAYS-PAID / 14
           END-IF.
           COMPUTE WS-FINAL-VAC-HOURS ROUNDED =
               EM-VAC-BALANCE * WS-VAC-PAYOUT-PCT / 100.
           COMPUTE WS-FINAL-VAC-PAY ROUNDED =
               WS-FINAL-VAC-HOURS * WS-PAYOUT-RATE.
           IF SERVICES-YEARS NOT < WS-SICK-PAYOUT-YEARS
               COMPUTE WS-FINAL-SICK-HOURS ROUNDED =
                   EM-SICK-BALANCE * WS-SICK-PAYOUT-PCT / 100
           ELSE
               MOVE 0 TO WS-FINAL-SICK-HOURS
           END-IF.
           COMPUTE WS-FINAL-SICK-PAY ROUNDED =
               WS-FINAL-SICK-HOURS * WS-PAYOUT-RATE.
           COMPUTE WS-FINAL-SICK-FORFEIT =
               EM-SICK-BALANCE - WS-FINAL-SICK-HOURS.
           COMPUTE BI-WEEKLY-GROSS-PAY = WS-FINAL-REGULAR
               + WS-FINAL-VAC-PAY + WS-FINAL-SICK-PAY.
           IF BI-WEEKLY-GROSS-PAY > 0
               MOVE 'N' TO WS-PAY-SUPPRESS-SWITCH
           END-IF.

      *****************************************************************
      * HOLIDAY PREMIUM AND SHIFT DIFFERENTIAL.  EACH OF THE PERIOD'S
      * DAILY ROWS FOR THE EMPLOYEE IS CLASSIFIED ON ITS OWN: A WORK
      * DATE THAT IS A BUSCAL HOLIDAY EARNS HOLP PERCENT OF THE RATE
      * FOR THE DAY'S HOURS, AND A SHIFT STARTING INSIDE A SHIFTCTL
      * WINDOW EARNS THAT WINDOW'S PERCENT - A HOLIDAY NIGHT SHIFT
      * EARNS BOTH.  THE FIRST WINDOW THAT HOLDS THE START HOUR WINS
      *****************************************************************
       440-CALCULATE-PREMIUMS.
           SET TDY-IDX TO 1.
           PERFORM 442-PRICE-ONE-DAY
               UNTIL TDY-IDX > WS-TDY-TAB-MAX.

       442-PRICE-ONE-DAY.
           IF WS-TDY-EMPLOYEE-ID(TDY-IDX) = EM-EMPLOYEE-ID
              AND WS-TDY-PAY-PERIOD(TDY-IDX) = WS-PAY-PERIOD
               PERFORM 444-FIND-HOLIDAY
               IF HOL-FOUND AND WS-HOLP-HUNDREDTHS > 0
                   COMPUTE WS-DAY-PREMIUM ROUNDED =
                       WS-TDY-HOURS(TDY-IDX) * EM-HOURLY-RATE
                       * WS-HOLP-HUNDREDTHS / 10000
                   ADD WS-TDY-HOURS(TDY-IDX) TO WS-HOL-HOURS
                   ADD WS-DAY-PREMIUM TO WS-HOL-PREMIUM
               END-IF
               PERFORM 446-FIND-SHIFT
               IF SHF-FOUND
                   COMPUTE WS-DAY-PREMIUM ROUNDED =
                       WS-TDY-HOURS(TDY-IDX) * EM-HOURLY-RATE
                       * WS-SHF-PERCENT(SHF-IDX) / 100
                   ADD WS-TDY-HOURS(TDY-IDX) TO WS-SHF-HOURS
                   ADD WS-DAY-PREMIUM TO WS-SHF-PREMIUM
               END-IF
           END-IF.
           SET TDY-IDX UP BY 1.

       444-FIND-HOLIDAY.
           MOVE 'N' TO WS-HOL-FOUND-SWITCH.
           SET HOL-IDX TO 1.
           PERFORM 445-SEARCH-HOLIDAY
               UNTIL HOL-IDX > WS-HOL-TAB-MAX OR HOL-FOUND.

       445-SEARCH-HOLIDAY.
           IF WS-HOL-DATE(HOL-IDX) = WS-TDY-WORK-DATE(TDY-IDX)
               MOVE 'Y' TO WS-HOL-FOUND-SWITCH
           ELSE
               SET HOL-IDX UP BY 1
           END-IF.

       446-FIND-SHIFT.
           MOVE 'N' TO WS-SHF-FOUND-SWITCH.
           SET SHF-IDX TO 1.
           PERFORM 447-SEARCH-SHIFT
               UNTIL SHF-IDX > WS-SHF-TAB-MAX OR SHF-FOUND.

      *A WINDOW ENDING BEFORE IT STARTS RUNS PAST MIDNIGHT*************
       447-SEARCH-SHIFT.
           IF WS-SHF-START-HOUR(SHF-IDX) < WS-SHF-END-HOUR(SHF-IDX)
               IF WS-TDY-START-HOUR(TDY-IDX)
                      NOT < WS-SHF-START-HOUR(SHF-IDX)
                  AND WS-TDY-START-HOUR(TDY-IDX)
                      < WS-SHF-END-HOUR(SHF-IDX)
                   MOVE 'Y' TO WS-SHF-FOUND-SWITCH
               END-IF
           ELSE
               IF WS-TDY-START-HOUR(TDY-IDX)
                      NOT < WS-SHF-START-HOUR(SHF-IDX)
                  OR WS-TDY-START-HOUR(TDY-IDX)
                      < WS-SHF-END-HOUR(SHF-IDX)
                   MOVE 'Y' TO WS-SHF-FOUND-SWITCH
               END-IF
           END-IF.
           IF NOT SHF-FOUND
               SET SHF-IDX UP BY 1
           END-IF.

       420-SEARCH-TIMECARD.
           IF WS-TMC-EMPLOYEE-ID(TMC-IDX) = EM-EMPLOYEE-ID
              AND WS-TMC-PAY-PERIOD(TMC-IDX) = WS-PAY-PERIOD
               COMPUTE WS-NET-PAY =
                   BI-WEEKLY-GROSS-PAY - WS-WITHHOLDING-AMT
                                        - WS-BENEFIT-DEDUCT
               MOVE 0 TO WS-GARN-TOTAL
               IF DED-AVAILABLE
                   PERFORM 480-APPLY-DEDUCTION-ORDERS
               END-IF
           END-IF.

       460-WALK-WITHHOLDING-BRACKETS.
           ADD WS-SICK-ACCRUE TO EM-SICK-BALANCE.
           REWRITE EMPLOYEE-MASTER-REC.

      *****************************************************************
      * THE FINAL CHECK EARNS NO ACCRUAL - THE BALANCES STAY AS THEY
      * WERE PAID OUT, SO A RERUN OF THE PERIOD FIGURES THE SAME CHECK
      *****************************************************************
       475-CLOSE-OUT-EMPLOYEE.
           MOVE 'F' TO EM-EMP-STATUS.
           MOVE WS-PAY-PERIOD TO EM-FINAL-PERIOD.
           REWRITE EMPLOYEE-MASTER-REC.
           ADD 1 TO WS-FINAL-PAY-COUNT.

      *****************************************************************
      * DEDUCTION ORDERS.  THE EMPLOYEE'S ACTIVE ORDERS ARE TABLED AND
      * TAKEN IN LEGAL ORDER - SUPPORT, TAX LEVY, STUDENT LOAN,
      * CREDITOR - THEN BY PRIORITY WITHIN TYPE.  DISPOSABLE EARNINGS
      * ARE GROSS LESS WITHHOLDING.  SUPPORT MAY TAKE UP TO GLMS PCT
      * OF IT; STUDENT LOANS GLSD PCT; STUDENT LOANS AND CREDITORS
      * TOGETHER ONLY WHAT IS LEFT OF THE LESSER OF GLMC PCT AND THE
      * EXCESS OVER 60 HOURS AT THE MINIMUM WAGE AFTER SUPPORT.  A TAX
      * LEVY IS HELD ONLY TO THE NET.  NO ORDER TAKES MORE THAN THE
      * NET LEFT OR THE REST OF ITS CAP
      *****************************************************************
       480-APPLY-DEDUCTION-ORDERS.
           MOVE 0 TO WS-SUPPORT-TAKEN.
           MOVE 0 TO WS-STUDENT-TAKEN.
           MOVE 0 TO WS-ORDINARY-TAKEN.
           MOVE 0 TO WS-GO-TAB-MAX.
           PERFORM 481-LOAD-EMPLOYEE-ORDERS.
           IF WS-GO-TAB-MAX > 0
               COMPUTE WS-DISPOSABLE-EARNINGS =
                   BI-WEEKLY-GROSS-PAY - WS-WITHHOLDING-AMT
               COMPUTE WS-ORDINARY-LIMIT ROUNDED =
                   WS-DISPOSABLE-EARNINGS * WS-CREDITOR-LIMIT-PCT / 100
               COMPUTE WS-GARN-ROOM = WS-DISPOSABLE-EARNINGS
                   - (WS-MIN-WAGE-CENTS * 60 / 100)
               IF WS-GARN-ROOM < WS-ORDINARY-LIMIT
                   IF WS-GARN-ROOM < 0
                       MOVE 0 TO WS-ORDINARY-LIMIT
                   ELSE
                       MOVE WS-GARN-ROOM TO WS-ORDINARY-LIMIT
                   END-IF
               END-IF
               PERFORM 484-APPLY-NEXT-ORDER WS-GO-TAB-MAX TIMES
               SUBTRACT WS-GARN-TOTAL FROM WS-NET-PAY
               ADD WS-GARN-TOTAL TO WS-TOTAL-GARNISH
           END-IF.

       481-LOAD-EMPLOYEE-ORDERS.
           MOVE EM-EMPLOYEE-ID TO DO-EMPLOYEE-ID.
           MOVE LOW-VALUES TO DO-ORDER-ID.
           START DED-ORDER-MASTER KEY >= DO-KEY
               INVALID KEY MOVE '23' TO WS-DEDMAST-STATUS
           END-START.
           PERFORM 482-READ-EMPLOYEE-ORDER
               UNTIL WS-DEDMAST-STATUS NOT = '00'.
           MOVE '00' TO WS-DEDMAST-STATUS.

       482-READ-EMPLOYEE-ORDER.
           READ DED-ORDER-MASTER NEXT RECORD
               AT END MOVE '10' TO WS-DEDMAST-STATUS
           END-READ.
           IF WS-DEDMAST-STATUS = '00'
               IF DO-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
                   MOVE '10' TO WS-DEDMAST-STATUS
               ELSE
                   PERFORM 483-TABLE-ONE-ORDER
               END-IF
           END-IF.

      *A RERUN OF THE SAME PERIOD FIRST BACKS OUT WHAT THE EARLIER*****
      *RUN TOOK, SO AN ORDER IT SATISFIED IS TAKEN AGAIN, NOT TWICE****
       483-TABLE-ONE-ORDER.
           MOVE DO-TAKEN-TO-DATE TO WS-ORDER-TAKEN.
           IF DO-LAST-PERIOD = WS-PAY-PERIOD
               SUBTRACT DO-LAST-AMOUNT FROM WS-ORDER-TAKEN
           END-IF.
           IF (DO-ACTIVE
               OR (DO-SATISFIED AND DO-LAST-PERIOD = WS-PAY-PERIOD))
              AND DO-START-DATE NOT > WS-PAY-DATE
              AND (DO-STOP-DATE = SPACES
                   OR DO-STOP-DATE NOT < WS-PAY-DATE)
              AND WS-GO-TAB-MAX < 10
               ADD 1 TO WS-GO-TAB-MAX
               MOVE DO-ORDER-ID TO WS-GO-ORDER-ID(WS-GO-TAB-MAX)
               MOVE DO-ORDER-TYPE TO WS-GO-ORDER-TYPE(WS-GO-TAB-MAX)
               MOVE DO-AGENCY-CODE TO WS-GO-AGENCY-CODE(WS-GO-TAB-MAX)
               MOVE DO-CASE-ID TO WS-GO-CASE-ID(WS-GO-TAB-MAX)
               MOVE DO-CALC-METHOD TO WS-GO-CALC-METHOD(WS-GO-TAB-MAX)
               MOVE DO-AMOUNT TO WS-GO-AMOUNT(WS-GO-TAB-MAX)
               MOVE DO-PERCENT TO WS-GO-PERCENT(WS-GO-TAB-MAX)
               MOVE DO-CAP-AMOUNT TO WS-GO-CAP-AMOUNT(WS-GO-TAB-MAX)
               MOVE WS-ORDER-TAKEN TO WS-GO-TAKEN(WS-GO-TAB-MAX)
               MOVE 'N' TO WS-GO-DONE-FLAG(WS-GO-TAB-MAX)
               EVALUATE DO-ORDER-TYPE
                   WHEN 'CS'
                       COMPUTE WS-GO-SEQ(WS-GO-TAB-MAX) =
                           100 + DO-PRIORITY
                   WHEN 'TL'
                       COMPUTE WS-GO-SEQ(WS-GO-TAB-MAX) =
                           200 + DO-PRIORITY
                   WHEN 'SD'
                       COMPUTE WS-GO-SEQ(WS-GO-TAB-MAX) =
                           300 + DO-PRIORITY
                   WHEN OTHER
                       COMPUTE WS-GO-SEQ(WS-GO-TAB-MAX) =
                           400 + DO-PRIORITY
               END-EVALUATE
           END-IF.

       484-APPLY-NEXT-ORDER.
           MOVE 0 TO WS-GO-PICK.
           MOVE 999 TO WS-GO-BEST-SEQ.
           PERFORM 485-CHECK-ORDER-SEQUENCE
               VARYING WS-GO-SUB FROM 1 BY 1
               UNTIL WS-GO-SUB > WS-GO-TAB-MAX.
           IF WS-GO-PICK > 0
               MOVE 'Y' TO WS-GO-DONE-FLAG(WS-GO-PICK)
               PERFORM 486-FIGURE-ORDER-AMOUNT
               PERFORM 488-UPDATE-ORDER-MASTER
               IF WS-GARN-TAKE > 0
                   PERFORM 489-WRITE-GARNISH-DETAIL
               END-IF
           END-IF.

       485-CHECK-ORDER-SEQUENCE.
           IF WS-GO-DONE-FLAG(WS-GO-SUB) = 'N'
              AND WS-GO-SEQ(WS-GO-SUB) < WS-GO-BEST-SEQ
               MOVE WS-GO-SUB TO WS-GO-PICK
               MOVE WS-GO-SEQ(WS-GO-SUB) TO WS-GO-BEST-SEQ
           END-IF.

       486-FIGURE-ORDER-AMOUNT.
           IF WS-GO-CALC-METHOD(WS-GO-PICK) = 'P'
               COMPUTE WS-GARN-TAKE ROUNDED =
                   WS-DISPOSABLE-EARNINGS * WS-GO-PERCENT(WS-GO-PICK)
                   / 100
           ELSE
               MOVE WS-GO-AMOUNT(WS-GO-PICK) TO WS-GARN-TAKE
           END-IF.
           EVALUATE WS-GO-ORDER-TYPE(WS-GO-PICK)
               WHEN 'CS'
                   COMPUTE WS-GARN-ROOM =
                       (WS-DISPOSABLE-EARNINGS * WS-SUPPORT-LIMIT-PCT
                        / 100) - WS-SUPPORT-TAKEN
                   PERFORM 487-LIMIT-TO-ROOM
               WHEN 'SD'
                   COMPUTE WS-GARN-ROOM =
                       (WS-DISPOSABLE-EARNINGS * WS-STUDENT-LOAN-PCT
                        / 100) - WS-STUDENT-TAKEN
                   PERFORM 487-LIMIT-TO-ROOM
                   COMPUTE WS-GARN-ROOM = WS-ORDINARY-LIMIT
                       - WS-SUPPORT-TAKEN - WS-ORDINARY-TAKEN
                   PERFORM 487-LIMIT-TO-ROOM
               WHEN 'CG'
                   COMPUTE WS-GARN-ROOM = WS-ORDINARY-LIMIT
                       - WS-SUPPORT-TAKEN - WS-ORDINARY-TAKEN
                   PERFORM 487-LIMIT-TO-ROOM
           END-EVALUATE.
           COMPUTE WS-GARN-ROOM = WS-NET-PAY - WS-GARN-TOTAL.
           PERFORM 487-LIMIT-TO-ROOM.
           IF WS-GO-CAP-AMOUNT(WS-GO-PICK) > 0
               COMPUTE WS-GARN-ROOM = WS-GO-CAP-AMOUNT(WS-GO-PICK)
                   - WS-GO-TAKEN(WS-GO-PICK)
               PERFORM 487-LIMIT-TO-ROOM
           END-IF.
           ADD WS-GARN-TAKE TO WS-GARN-TOTAL.
           ADD WS-GARN-TAKE TO WS-GO-TAKEN(WS-GO-PICK).
           EVALUATE WS-GO-ORDER-TYPE(WS-GO-PICK)
               WHEN 'CS'
                   ADD WS-GARN-TAKE TO WS-SUPPORT-TAKEN
               WHEN 'SD'
                   ADD WS-GARN-TAKE TO WS-STUDENT-TAKEN
                   ADD WS-GARN-TAKE TO WS-ORDINARY-TAKEN
               WHEN 'CG'
                   ADD WS-GARN-TAKE TO WS-ORDINARY-TAKEN
           END-EVALUATE.

       487-LIMIT-TO-ROOM.
           IF WS-GARN-ROOM < 0
               MOVE 0 TO WS-GARN-ROOM
           END-IF.
           IF WS-GARN-TAKE > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-TAKE
           END-IF.

      *THE PERIOD AND AMOUNT TAKEN ARE KEPT EVEN WHEN NOTHING FIT, SO***
      *A RERUN KNOWS EXACTLY WHAT TO BACK OUT; A CAP REACHED SATISFIES**
       488-UPDATE-ORDER-MASTER.
           MOVE EM-EMPLOYEE-ID TO DO-EMPLOYEE-ID.
           MOVE WS-GO-ORDER-ID(WS-GO-PICK) TO DO-ORDER-ID.
           READ DED-ORDER-MASTER
               INVALID KEY MOVE '23' TO WS-DEDMAST-STATUS
           END-READ.
           IF WS-DEDMAST-STATUS = '00'
               MOVE WS-GO-TAKEN(WS-GO-PICK) TO DO-TAKEN-TO-DATE
               MOVE WS-PAY-PERIOD TO DO-LAST-PERIOD
               MOVE WS-GARN-TAKE TO DO-LAST-AMOUNT
               IF DO-CAP-AMOUNT > 0
                  AND DO-TAKEN-TO-DATE NOT < DO-CAP-AMOUNT
                   MOVE 'S' TO DO-STATUS
               ELSE
                   MOVE 'A' TO DO-STATUS
               END-IF
               REWRITE DED-ORDER-REC
           END-IF.
           MOVE '00' TO WS-DEDMAST-STATUS.

       489-WRITE-GARNISH-DETAIL.
           MOVE EM-EMPLOYEE-ID TO GD-EMPLOYEE-ID.
           MOVE WS-PAY-PERIOD TO GD-PAY-PERIOD.
           MOVE WS-PAY-DATE TO GD-PAY-DATE.
           MOVE WS-GO-ORDER-ID(WS-GO-PICK) TO GD-ORDER-ID.
           MOVE WS-GO-ORDER-TYPE(WS-GO-PICK) TO GD-ORDER-TYPE.
           MOVE WS-GO-AGENCY-CODE(WS-GO-PICK) TO GD-AGENCY-CODE.
           MOVE WS-GO-CASE-ID(WS-GO-PICK) TO GD-CASE-ID.
           MOVE WS-GARN-TAKE TO GD-AMOUNT.
           WRITE GARNISH-DETAIL-REC.

      *****************************************************************
      * WORK-STUDY CHECK.  AN EMPLOYEE WITH AN AWARD FOR THE WSTM TERM
      * IS HELD TO THE AWARD'S REQUIRED CREDIT HOURS IN THE TERM'S
      * COURSEIN AND TO WHAT IS LEFT OF THE AWARD (A CANCELLED AWARD
      * HAS NOTHING LEFT).  A RERUN OF THE PERIOD FIRST BACKS OUT WHAT
      * THE EARLIER RUN POSTED.  A FAILED CHECK STOPS THE PAY, OR
      * UNDER WSAC F PAYS AND FLAGS IT; A FINAL CHECK IS OWED EITHER
      * WAY AND IS ONLY FLAGGED.  A STOPPED PERIOD IS PAID BY A RERUN
      * ONCE THE AWARD OR THE STUDENT'S ENROLLMENT IS PUT RIGHT
      *****************************************************************
       490-CHECK-WORK-STUDY.
           MOVE EM-EMPLOYEE-ID TO WA-EMPLOYEE-ID.
           MOVE WS-WSA-TERM TO WA-TERM.
           READ WORK-STUDY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-WSA-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WSA-SWITCH
           END-READ.
           IF WORK-STUDY-EMPLOYEE
               PERFORM 492-TEST-AWARD-LIMITS
           END-IF.

       492-TEST-AWARD-LIMITS.
           MOVE 'P' TO WS-WSA-DISPOSITION.
           MOVE 'N' TO WS-WSA-ENROLL-FLAG.
           MOVE 'N' TO WS-WSA-AWARD-FLAG.
           MOVE WA-EARNED-TO-DATE TO WS-WSA-PRIOR-EARNED.
           IF WA-LAST-PERIOD = WS-PAY-PERIOD
               SUBTRACT WA-LAST-AMOUNT FROM WS-WSA-PRIOR-EARNED
           END-IF.
           IF WA-CANCELLED
              OR WS-WSA-PRIOR-EARNED NOT < WA-AWARD-AMOUNT
               MOVE 0 TO WS-WSA-REMAINING
           ELSE
               COMPUTE WS-WSA-REMAINING =
                   WA-AWARD-AMOUNT - WS-WSA-PRIOR-EARNED
           END-IF.
           PERFORM 493-FIND-ENROLLMENT.
           IF NOT ENR-AVAILABLE
               MOVE 'U' TO WS-WSA-ENROLL-FLAG
           ELSE
               IF WS-WSA-HOURS < WA-MIN-HOURS
                   MOVE 'Y' TO WS-WSA-ENROLL-FLAG
               END-IF
           END-IF.
           IF BI-WEEKLY-GROSS-PAY > WS-WSA-REMAINING
               MOVE 'Y' TO WS-WSA-AWARD-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN WS-WSA-ENROLL-FLAG = 'Y'
                    AND WS-WSA-AWARD-FLAG = 'Y'
                   MOVE 'BELOW HOURS AND OVER AWARD' TO WS-WSA-REASON
               WHEN WS-WSA-ENROLL-FLAG = 'Y'
                   MOVE 'BELOW REQUIRED ENROLLMENT' TO WS-WSA-REASON
               WHEN WS-WSA-AWARD-FLAG = 'Y'
                   MOVE 'EXCEEDS REMAINING AWARD' TO WS-WSA-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-WSA-REASON
           END-EVALUATE.
           IF WS-WSA-REASON NOT = SPACES
               IF WSA-STOP-PAY AND NOT FINAL-PAY-RUN
                   MOVE 'S' TO WS-WSA-DISPOSITION
                   MOVE 'Y' TO WS-PAY-SUPPRESS-SWITCH
                   ADD 1 TO WS-WSA-STOPPED-COUNT
                   DISPLAY '*** WORK-STUDY PAY STOPPED - '
                           WS-WSA-REASON ' *** ID: ' EM-EMPLOYEE-ID
               ELSE
                   MOVE 'F' TO WS-WSA-DISPOSITION
                   ADD 1 TO WS-WSA-FLAGGED-COUNT
                   DISPLAY '*** WORK-STUDY PAY FLAGGED - '
                           WS-WSA-REASON ' *** ID: ' EM-EMPLOYEE-ID
               END-IF
           END-IF.

       493-FIND-ENROLLMENT.
           MOVE 0 TO WS-WSA-HOURS.
           MOVE 'N' TO WS-ENR-FOUND-SWITCH.
           SET ENR-IDX TO 1.
           PERFORM 494-SEARCH-ENROLLMENT
               UNTIL ENR-IDX > WS-ENR-TAB-MAX OR ENR-FOUND.
           IF ENR-FOUND
               MOVE WS-ENR-HOURS(ENR-IDX) TO WS-WSA-HOURS
           END-IF.

       494-SEARCH-ENROLLMENT.
           IF WS-ENR-STUDENT-ID(ENR-IDX) = WA-STUDENT-ID
               MOVE 'Y' TO WS-ENR-FOUND-SWITCH
           ELSE
               SET ENR-IDX UP BY 1
           END-IF.

      *****************************************************************
      * WHAT WENT OUT IS ADDED TO THE AWARD'S EARNED-TO-DATE AND KEPT
      * AS THE PERIOD'S LAST AMOUNT FOR A RERUN TO BACK OUT; A STOPPED
      * PERIOD, OR ONE WHOSE GROSS COULD NOT COVER THE DEDUCTIONS,
      * POSTS NOTHING
      *****************************************************************
       495-POST-WORK-STUDY-EARNINGS.
           IF PAY-SUPPRESSED
               MOVE 0 TO WS-WSA-PAID
               IF WS-WSA-DISPOSITION = 'F'
                   SUBTRACT 1 FROM WS-WSA-FLAGGED-COUNT
               END-IF
               IF WS-WSA-DISPOSITION NOT = 'S'
                   MOVE 'N' TO WS-WSA-DISPOSITION
               END-IF
           ELSE
               MOVE BI-WEEKLY-GROSS-PAY TO WS-WSA-PAID
           END-IF.
           COMPUTE WA-EARNED-TO-DATE =
               WS-WSA-PRIOR-EARNED + WS-WSA-PAID.
           MOVE WS-PAY-PERIOD TO WA-LAST-PERIOD.
           MOVE WS-WSA-PAID TO WA-LAST-AMOUNT.
           REWRITE WORK-STUDY-REC.
           PERFORM 690-WRITE-WORK-STUDY-DETAIL.

       500-DISPLAY-RESULTS.
           DISPLAY 'Employee First Name: ' EMP-FIRST-NAME.
           DISPLAY 'Employee Last Name : ' EMP-LAST-NAME.
           DISPLAY 'Withholding Amount :  ' SUPPRESS-ZERO.
           MOVE WS-BENEFIT-DEDUCT TO SUPPRESS-ZERO.
           DISPLAY 'Benefit Deduction  :  ' SUPPRESS-ZERO.
           MOVE WS-HOL-PREMIUM TO SUPPRESS-ZERO.
           DISPLAY 'Holiday Premium    :  ' SUPPRESS-ZERO.
           MOVE WS-SHF-PREMIUM TO SUPPRESS-ZERO.
           DISPLAY 'Shift Differential :  ' SUPPRESS-ZERO.
           MOVE WS-GARN-TOTAL TO SUPPRESS-ZERO.
           DISPLAY 'Garnishments       :  ' SUPPRESS-ZERO.
           MOVE WS-NET-PAY TO SUPPRESS-ZERO.
           DISPLAY 'Net Bi-weekly Pay  :  ' SUPPRESS-ZERO.
           DISPLAY '******************************************'.
           MOVE WS-BENEFIT-DEDUCT   TO PDT-BENEFIT.
           MOVE WS-NET-PAY          TO PDT-NET-PAY.
           WRITE PAY-DETAIL-REC.
           IF WS-HOL-PREMIUM > 0
               MOVE 'HOL' TO PM-EARN-TYPE
               MOVE WS-HOL-HOURS TO PM-HOURS
               MOVE WS-HOL-PREMIUM TO PM-AMOUNT
               PERFORM 655-WRITE-PREMIUM-DETAIL
               ADD WS-HOL-PREMIUM TO WS-TOTAL-HOL-PREMIUM
           END-IF.
           IF WS-SHF-PREMIUM > 0
               MOVE 'SHF' TO PM-EARN-TYPE
               MOVE WS-SHF-HOURS TO PM-HOURS
               MOVE WS-SHF-PREMIUM TO PM-AMOUNT
               PERFORM 655-WRITE-PREMIUM-DETAIL
               ADD WS-SHF-PREMIUM TO WS-TOTAL-SHF-PREMIUM
           END-IF.
           PERFORM 660-WRITE-BANK-DETAIL.
           IF FINAL-PAY-RUN
               PERFORM 680-WRITE-SEPARATION-DETAIL
           END-IF.

      *EACH PREMIUM IS ITS OWN EARNINGS LINE - THE GROSS ALREADY*******
      *CARRIES IT******************************************************
       655-WRITE-PREMIUM-DETAIL.
           MOVE EM-EMPLOYEE-ID TO PM-EMPLOYEE-ID.
           MOVE WS-PAY-PERIOD TO PM-PAY-PERIOD.
           MOVE WS-PAY-DATE TO PM-PAY-DATE.
           WRITE PREMIUM-DETAIL-REC.

      *THE BANK WANTS WHOLE CENTS - THE SAME NET THE REGISTER PRINTS***
      *A HELD DEPOSIT OR A MISSING ROUTING NUMBER PAYS BY CHECK********
       660-WRITE-BANK-DETAIL.
           IF EM-DD-HELD OR EM-BANK-ROUTING = SPACES
               PERFORM 670-WRITE-CHECK-REQUEST
           ELSE
               PERFORM 665-WRITE-DEPOSIT
           END-IF.

       665-WRITE-DEPOSIT.
           MOVE SPACES TO BANK-REC.
           MOVE 'D' TO BD-RECORD-TYPE.
           MOVE EM-EMPLOYEE-ID TO BD-EMPLOYEE-ID.
           ADD 1 TO WS-BANK-DETAIL-COUNT.
           ADD WS-BANK-NET-CENTS TO WS-BANK-TOTAL-CENTS.

       670-WRITE-CHECK-REQUEST.
           MOVE EM-EMPLOYEE-ID TO CK-EMPLOYEE-ID.
           MOVE RP-NAME TO CK-EMPLOYEE-NAME.
           MOVE WS-NET-PAY TO CK-NET-PAY.
           MOVE WS-PAY-DATE TO CK-PAY-DATE.
           MOVE WS-PAY-PERIOD TO CK-PAY-PERIOD.
           IF EM-DD-HELD
               MOVE EM-DD-RETURN-CODE TO CK-REASON
           ELSE
               MOVE 'NBK' TO CK-REASON
           END-IF.
           WRITE CHECK-REQUEST-REC.
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-NET-PAY TO WS-TOTAL-CHECK-PAY.

      *****************************************************************
       680-WRITE-SEPARATION-DETAIL.
           MOVE EM-EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           MOVE WS-PAY-PERIOD TO SD-PAY-PERIOD.
           MOVE WS-PAY-DATE TO SD-PAY-DATE.
           MOVE EM-TERM-DATE TO SD-TERM-DATE.
           MOVE EM-TERM-REASON TO SD-TERM-REASON.
           MOVE WS-DAYS-PAID TO SD-DAYS-PAID.
           MOVE WS-FINAL-REGULAR TO SD-REGULAR-PAY.
           MOVE WS-FINAL-VAC-HOURS TO SD-VAC-HOURS.
           MOVE WS-FINAL-VAC-PAY TO SD-VAC-PAY.
           MOVE WS-FINAL-SICK-HOURS TO SD-SICK-HOURS.
           MOVE WS-FINAL-SICK-PAY TO SD-SICK-PAY.
           MOVE WS-FINAL-SICK-FORFEIT TO SD-SICK-FORFEIT.
           MOVE BI-WEEKLY-GROSS-PAY TO SD-GROSS-PAY.
           WRITE SEPARATION-DETAIL-REC.

      *****************************************************************
       690-WRITE-WORK-STUDY-DETAIL.
           MOVE EM-EMPLOYEE-ID TO WD-EMPLOYEE-ID.
           MOVE WA-STUDENT-ID TO WD-STUDENT-ID.
           MOVE WS-WSA-TERM TO WD-TERM.
           MOVE WS-PAY-PERIOD TO WD-PAY-PERIOD.
           MOVE WS-PAY-DATE TO WD-PAY-DATE.
           MOVE BI-WEEKLY-GROSS-PAY TO WD-GROSS-PAY.
           MOVE WS-WSA-PAID TO WD-PAID-AMOUNT.
           MOVE WS-WSA-HOURS TO WD-ENROLLED-HOURS.
           MOVE WA-MIN-HOURS TO WD-MIN-HOURS.
           MOVE WS-WSA-REMAINING TO WD-REMAINING.
           MOVE WS-WSA-DISPOSITION TO WD-DISPOSITION.
           MOVE WS-WSA-ENROLL-FLAG TO WD-ENROLL-FLAG.
           MOVE WS-WSA-AWARD-FLAG TO WD-AWARD-FLAG.
           WRITE WORK-STUDY-DETAIL-REC.

      *****************************************************************
       800-WRITE-GRAND-TOTAL.
           MOVE SPACES TO OUT-REC.
                  WS-TOTAL-NET-PAY-ED               DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-TOTAL-GARNISH TO WS-TOTAL-GARNISH-ED.
           MOVE SPACES TO OUT-REC.
           STRING 'GRAND TOTAL GARNISHMENTS TAKEN  : ' DELIMITED BY SIZE
                  WS-TOTAL-GARNISH-ED               DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-TOTAL-HOL-PREMIUM TO WS-TOTAL-PREMIUM-ED.
           MOVE SPACES TO OUT-REC.
           STRING 'GRAND TOTAL HOLIDAY PREMIUM     : ' DELIMITED BY SIZE
                  WS-TOTAL-PREMIUM-ED               DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-TOTAL-SHF-PREMIUM TO WS-TOTAL-PREMIUM-ED.
           MOVE SPACES TO OUT-REC.
           STRING 'GRAND TOTAL SHIFT DIFFERENTIAL  : ' DELIMITED BY SIZE
                  WS-TOTAL-PREMIUM-ED               DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
      *NET PAID BY CHECK IS NOT ON THE BANKFILE - THE BANK TRAILER*****
      *BALANCES TO THE NET LINE LESS THIS ONE**************************
           MOVE WS-TOTAL-CHECK-PAY TO WS-TOTAL-CHECK-PAY-ED.
           MOVE SPACES TO OUT-REC.
           STRING 'GRAND TOTAL NET PAID BY CHECK   : ' DELIMITED BY SIZE
                  WS-TOTAL-CHECK-PAY-ED             DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           STRING 'FINAL CHECKS FOR SEPARATIONS    : ' DELIMITED BY SIZE
                  WS-FINAL-PAY-COUNT                DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           STRING 'WORK-STUDY PAY STOPPED          : ' DELIMITED BY SIZE
                  WS-WSA-STOPPED-COUNT              DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           STRING 'WORK-STUDY PAY FLAGGED          : ' DELIMITED BY SIZE
                  WS-WSA-FLAGGED-COUNT              DELIMITED BY SIZE
                  INTO OUT-REC.
           WRITE OUT-REC.
           DISPLAY 'Final Checks (Separations): ' WS-FINAL-PAY-COUNT.
           DISPLAY 'Separated, Not Paid       : '
                   WS-SEPARATED-SKIP-COUNT.
           DISPLAY 'Work-Study Pay Stopped    : ' WS-WSA-STOPPED-COUNT.
           DISPLAY 'Work-Study Pay Flagged    : ' WS-WSA-FLAGGED-COUNT.

      *****************************************************************
      *A TIMECARD NAMING NO EMPLOYEE ON THE MASTER IS A KEYING ERROR -*
           CLOSE REPORT-OUT.
           CLOSE PAY-DETAIL-FILE.
           CLOSE BANK-FILE.
           CLOSE GARNISH-DETAIL-FILE.
           CLOSE CHECK-REQUEST-FILE.
           CLOSE SEPARATION-DETAIL-FILE.
           CLOSE PREMIUM-DETAIL-FILE.
           CLOSE WORK-STUDY-DETAIL-FILE.
           IF WSA-AVAILABLE
               CLOSE WORK-STUDY-MASTER
           END-IF.
           IF DED-AVAILABLE
               CLOSE DED-ORDER-MASTER
           END-IF.
