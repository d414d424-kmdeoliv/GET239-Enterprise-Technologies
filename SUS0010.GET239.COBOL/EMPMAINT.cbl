      *own hire-date edits work, and the salary held to the SMIN/SMAX
      *range limits on PAYCTL - writing rejected transactions to a
      *report and a before/after image of every applied change to the
      *EMPAUD audit file.  Leave taken (VAC/SIC) and training (TRN)
      *transactions may carry the from/to dates of the absence in the
      *name columns; a dated absence is posted to the keyed ABSMAST
      *scheduled-absence master, which the nightly ANLAVAIL step
      *reads to take analysts who are out off the dispatch roster.
      *ADD and CHG transactions carry the employee's social security
      *number, required and edited here, for the quarterly state
      *wage report.  Direct-deposit returns and notifications of
      *change from the bank come through DDRETURN as generated
      *transactions: HLD holds the employee's deposit (the return
      *reason code in the first-name columns) so LAB4A pays by check,
      *and BNK replaces the routing/account with the bank's corrected
      *values.  A BNK, or a CHG that changes the bank details,
      *releases the hold.  ADD and CHG transactions carry the
      *employee's home cost center, which must be on the COSTCTR
      *control member; PAYGL charges the employee's gross pay and
      *employer benefit cost to it for the labor cost distribution.
      *A TRM transaction separates an employee: it records the
      *termination date (CCYYMMDD, first-name columns) and a reason
      *code that must be on the TRMRSN control member.  The employee
      *stays on the master - the next LAB4A run pays the prorated
      *final period and the leave payout, then marks them final-paid
      *and pays them no more.  A separated employee takes no further
      *CHG or leave transactions, and cannot be deleted until the
      *final pay has run.
      *A CHG that changes the annual salary, the hourly rate or the
      *bank routing/account is applied without those fields: the
      *new values are held on the keyed PENDCHG pending-change file
      *until a second operator, authorized for APV and not the one
      *who keyed the change, approves it on a later run (APV); only
      *then do they reach the master and the payroll run.  RJC
      *rejects a pending change (an optional note in the name
      *columns), and a DEL cancels the employee's pending change.
      *Only one change per employee may be pending at a time.  The
      *PENDRPT report lists every change on file and its status.
      *****************************************************************

       ID DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIOL-REPORT-FILE ASSIGN TO AUTHVIOL
           ORGANIZATION IS SEQUENTIAL.
           SELECT ABSENCE-MASTER ASSIGN TO ABSMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ABSMAST-STATUS.
           SELECT COST-CENTER-FILE ASSIGN TO COSTCTR
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-REASON-FILE ASSIGN TO TRMRSN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PENDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****THE PAYCTL RULES, DRAWN DOWN BY VAC/SIC TRANSACTIONS HERE***
           05  EM-VAC-BALANCE               PIC 9(3)V99.
           05  EM-SICK-BALANCE              PIC 9(3)V99.
      *****SOCIAL SECURITY NUMBER FOR THE QUARTERLY WAGE REPORTING*****
           05  EM-SSN                       PIC X(9).
      *****DIRECT-DEPOSIT HOLD - SET BY A BANK RETURN (HLD), RELEASED**
      *****WHEN THE BANK DETAILS ARE CORRECTED (BNK OR CHG)************
           05  EM-DD-HOLD                   PIC X(1).
               88  EM-DD-HELD                           VALUE 'H'.
           05  EM-DD-RETURN-CODE            PIC X(3).
      *****HOME DEPARTMENT/COST CENTER FOR THE LABOR DISTRIBUTION******
           05  EM-COST-CENTER               PIC X(4).
      *****SEPARATION - SET BY A TRM TRANSACTION; LAB4A PAYS THE FINAL*
      *****PERIOD AND MARKS THE EMPLOYEE FINAL-PAID IN THAT PERIOD*****
           05  EM-EMP-STATUS                PIC X(1).
               88  EM-ACTIVE                            VALUE ' '.
               88  EM-TERMINATED                        VALUE 'T'.
               88  EM-FINAL-PAID                        VALUE 'F'.
           05  EM-TERM-DATE                 PIC X(8).
           05  EM-TERM-REASON               PIC X(2).
           05  EM-FINAL-PERIOD              PIC X(6).

      *****************************************************************
      * MAINTENANCE TRANSACTIONS - ACTION PLUS A FULL RECORD IMAGE
           05  ET-FILING-STATUS             PIC X(1).
           05  ET-EMP-TYPE                  PIC X(1).
           05  ET-HOURLY-RATE               PIC 9(3)V99.
           05  ET-SSN                       PIC X(9).
           05  ET-COST-CENTER               PIC X(4).
      *****************************************************************
      * LEAVE VIEW - A VAC/SIC/TRN TRANSACTION CARRIES THE ABSENCE
      * FROM/TO DATES (CCYYMMDD) WHERE THE FIRST NAME WOULD BE; A
      * BLANK FROM DATE IS A BALANCE-ONLY DRAW WITH NO ABSENCE POSTED
      *****************************************************************
       01  EMP-LEAVE-TRAN-REC.
           05  FILLER                       PIC X(10).
           05  ET-LEAVE-FROM-DATE           PIC X(8).
           05  ET-LEAVE-TO-DATE             PIC X(8).
           05  FILLER                       PIC X(90).
      *****************************************************************
      * DEPOSIT-HOLD VIEW - AN HLD TRANSACTION CARRIES THE BANK'S
      * RETURN REASON CODE WHERE THE FIRST NAME WOULD BE
      *****************************************************************
       01  EMP-HOLD-TRAN-REC.
           05  FILLER                       PIC X(10).
           05  ET-HOLD-REASON               PIC X(3).
           05  FILLER                       PIC X(103).
      *****************************************************************
      * TERMINATION VIEW - A TRM TRANSACTION CARRIES THE TERMINATION
      * DATE (CCYYMMDD) AND REASON CODE WHERE THE FIRST NAME WOULD BE
      *****************************************************************
       01  EMP-TERM-TRAN-REC.
           05  FILLER                       PIC X(10).
           05  ET-TERM-DATE                 PIC X(8).
           05  ET-TERM-REASON               PIC X(2).
           05  FILLER                       PIC X(96).
      *****************************************************************
      * DECISION VIEW - AN RJC TRANSACTION MAY CARRY A NOTE ON WHY THE
      * PENDING CHANGE WAS TURNED DOWN WHERE THE NAMES WOULD BE
      *****************************************************************
       01  EMP-DECISION-TRAN-REC.
           05  FILLER                       PIC X(10).
           05  ET-DECISION-NOTE             PIC X(30).
           05  FILLER                       PIC X(76).

      *****PAYROLL CONTROL - THE SMIN/SMAX SALARY RANGE LIMITS*********
       FD  PAY-CTL-FILE.
       01  EMP-AUDIT-REC.
           05  EA-TIMESTAMP                 PIC X(14).
           05  EA-ACTION                    PIC X(3).
           05  EA-BEFORE-IMAGE              PIC X(143).
           05  EA-AFTER-IMAGE               PIC X(143).

      *****OPERATOR CARD - WHO IS RUNNING THIS MAINTENANCE PASS********
       FD  OPER-CARD-FILE.
       FD  VIOL-REPORT-FILE.
       01  VIO-OUT-REC                      PIC X(80).

      *****************************************************************
      * SCHEDULED-ABSENCE MASTER - ONE ROW PER EMPLOYEE PER ABSENCE,
      * KEYED BY EMPLOYEE, FIRST DAY OUT AND TYPE (V VACATION, S SICK,
      * T TRAINING, C COURT).  SOURCE 'E' ROWS COME FROM HERE, 'C'
      * ROWS FROM THE COURT CALENDAR THROUGH ANLAVAIL
      *****************************************************************
       FD  ABSENCE-MASTER.
       01  ABSENCE-MASTER-REC.
           05  AB-KEY.
               10  AB-EMPLOYEE-ID           PIC X(6).
               10  AB-FROM-DATE             PIC X(8).
               10  AB-ABSENCE-TYPE          PIC X(1).
           05  AB-TO-DATE                   PIC X(8).
           05  AB-HOURS                     PIC 9(3)V99.
           05  AB-SOURCE                    PIC X(1).
           05  AB-REFERENCE                 PIC X(12).
           05  AB-POSTED-DATE               PIC X(8).

      *****************************************************************
      * COST CENTER CONTROL MEMBER - COST CENTER, DEPARTMENT, GROSS
      * PAY AND EMPLOYER BENEFIT EXPENSE ACCOUNTS, DESCRIPTION
      *****************************************************************
       FD  COST-CENTER-FILE.
       01  COST-CENTER-REC.
           05  CC-COST-CENTER               PIC X(4).
           05  FILLER                       PIC X.
           05  CC-DEPARTMENT                PIC X(4).
           05  FILLER                       PIC X(31).

      *****************************************************************
      * TERMINATION REASON CONTROL MEMBER - CODE AND DESCRIPTION
      *****************************************************************
       FD  TERM-REASON-FILE.
       01  TERM-REASON-REC.
           05  TR-REASON-CODE               PIC X(2).
           05  FILLER                       PIC X.
           05  TR-DESCRIPTION               PIC X(30).

      *****************************************************************
      * PENDING CHANGES - ONE ROW PER SALARY/RATE/BANK CHANGE KEYED
      * BY EMPLOYEE AND THE RUN THAT REQUESTED IT, WITH THE VALUES
      * BEFORE AND AFTER, WHO ASKED AND WHO DECIDED
      *****************************************************************
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-REC.
           05  PC-KEY.
               10  PC-EMPLOYEE-ID           PIC X(6).
               10  PC-REQUEST-STAMP         PIC X(14).
           05  PC-STATUS                    PIC X(1).
               88  PC-PENDING                           VALUE 'P'.
               88  PC-APPROVED                          VALUE 'A'.
               88  PC-REJECTED                          VALUE 'R'.
           05  PC-REQUESTED-BY              PIC X(8).
           05  PC-OLD-SALARY                PIC 9(7)V99.
           05  PC-NEW-SALARY                PIC 9(7)V99.
           05  PC-OLD-HOURLY-RATE           PIC 9(3)V99.
           05  PC-NEW-HOURLY-RATE           PIC 9(3)V99.
           05  PC-OLD-ROUTING               PIC X(9).
           05  PC-NEW-ROUTING               PIC X(9).
           05  PC-OLD-ACCOUNT               PIC X(10).
           05  PC-NEW-ACCOUNT               PIC X(10).
           05  PC-DECIDED-BY                PIC X(8).
           05  PC-DECISION-STAMP            PIC X(14).
           05  PC-DECISION-NOTE             PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
              88 EMP-FOUND                          VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-ABSENCE-SWITCH        PIC X        VALUE 'N'.
              88 ABSENCE-DATED                      VALUE 'Y'.
           05 WS-DATE-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 DATE-VALID                         VALUE 'Y'.
           05 WS-CCT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CCT-EOF                            VALUE 'Y'.
           05 WS-CCT-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 CCT-FOUND                          VALUE 'Y'.
           05 WS-TRR-EOF-SWITCH        PIC X        VALUE 'N'.
              88 TRR-EOF                            VALUE 'Y'.
           05 WS-TRR-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 TRR-FOUND                          VALUE 'Y'.
           05 WS-PCH-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 PCH-FOUND                          VALUE 'Y'.
           05 WS-PCH-SCAN-SWITCH       PIC X        VALUE 'N'.
              88 PCH-SCAN-DONE                      VALUE 'Y'.
           05 WS-SENSITIVE-SWITCH      PIC X        VALUE 'N'.
              88 SENSITIVE-CHANGE                   VALUE 'Y'.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-ABSMAST-STATUS            PIC XX.
       01 WS-PENDCHG-STATUS            PIC XX.

      *****SALARY RANGE - DEFAULTS OVERRIDDEN BY PAYCTL SMIN/SMAX******
       01 WS-SALARY-MIN            PIC 9(7)V99  VALUE 15000.
       01 WS-LEAVE-HOURS           PIC 9(3)V99.
       01 WS-SAVE-VAC-BALANCE      PIC 9(3)V99.
       01 WS-SAVE-SICK-BALANCE     PIC 9(3)V99.
       01 WS-SAVE-DD-HOLD          PIC X(1).
       01 WS-SAVE-RETURN-CODE      PIC X(3).
       01 WS-SAVE-SALARY           PIC 9(7)V99.
       01 WS-SAVE-HOURLY-RATE      PIC 9(3)V99.
       01 WS-SAVE-ROUTING          PIC X(9).
       01 WS-SAVE-ACCOUNT          PIC X(10).
       01 WS-LEAVE-TO-DATE         PIC X(8).
       01 WS-DATE-CHECK.
           05 WS-DC-YYYY           PIC 9(4).
           05 WS-DC-MM             PIC 9(2).
           05 WS-DC-DD             PIC 9(2).
       01 WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK
                                   PIC X(8).

      *****VALID COST CENTERS, LOADED FROM COSTCTR*********************
       01 WS-CCT-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-CCT-TABLE.
           05 WS-CCT-ENTRY OCCURS 200 TIMES
                             INDEXED BY CCT-IDX.
              10 WS-CCT-COST-CENTER    PIC X(4).

      *****VALID TERMINATION REASONS, LOADED FROM TRMRSN***************
       01 WS-TRR-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-TRR-TABLE.
           05 WS-TRR-ENTRY OCCURS 50 TIMES
                             INDEXED BY TRR-IDX.
              10 WS-TRR-REASON-CODE    PIC X(2).
       01 WS-HIRE-DATE-CCYYMMDD.
           05 WS-HDC-YYYY          PIC 9(4).
           05 WS-HDC-MM            PIC 9(2).
           05 WS-HDC-DD            PIC 9(2).
       01 WS-HIRE-DATE-CCYYMMDD-X REDEFINES WS-HIRE-DATE-CCYYMMDD
                                   PIC X(8).

      *****OPERATOR AUTHORIZATION (SEE THE OPERAUTH CONTROL MEMBER)****
       01 WS-AUTH-PGM-ID           PIC X(8)     VALUE 'EMPMAINT'.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-ABSENCES-POSTED       PIC 9(5)     VALUE 0.
       01 WS-ABSENCES-POSTEDZ      PIC ZZ,ZZ9.
       01 WS-CHANGES-HELD          PIC 9(5)     VALUE 0.
       01 WS-CHANGES-HELDZ         PIC ZZ,ZZ9.
       01 WS-CHANGES-APPROVED      PIC 9(5)     VALUE 0.
       01 WS-CHANGES-APPROVEDZ     PIC ZZ,ZZ9.
       01 WS-CHANGES-REJECTED      PIC 9(5)     VALUE 0.
       01 WS-CHANGES-REJECTEDZ     PIC ZZ,ZZ9.

      *****REJECT REPORT LINE******************************************
       01  REJ-HEADING-1.
           OPEN INPUT EMP-TRAN-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN I-O ABSENCE-MASTER.
           IF WS-ABSMAST-STATUS = '35'
               OPEN OUTPUT ABSENCE-MASTER
               CLOSE ABSENCE-MASTER
               OPEN I-O ABSENCE-MASTER
           END-IF.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS = '35'
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

           OPEN INPUT PAY-CTL-FILE.
           PERFORM 076-READ-CONTROL-REC UNTIL CTL-EOF.
           CLOSE PAY-CTL-FILE.
           OPEN INPUT COST-CENTER-FILE.
           PERFORM 077-READ-COST-CENTER UNTIL CCT-EOF.
           CLOSE COST-CENTER-FILE.
           OPEN INPUT TERM-REASON-FILE.
           PERFORM 078-READ-TERM-REASON UNTIL TRR-EOF.
           CLOSE TERM-REASON-FILE.

       076-READ-CONTROL-REC.
           READ PAY-CTL-FILE
               END-EVALUATE
           END-IF.

       077-READ-COST-CENTER.
           READ COST-CENTER-FILE
               AT END MOVE 'Y' TO WS-CCT-EOF-SWITCH
           END-READ.
           IF NOT CCT-EOF
               ADD 1 TO WS-CCT-TAB-MAX
               MOVE CC-COST-CENTER
                    TO WS-CCT-COST-CENTER(WS-CCT-TAB-MAX)
           END-IF.

       078-READ-TERM-REASON.
           READ TERM-REASON-FILE
               AT END MOVE 'Y' TO WS-TRR-EOF-SWITCH
           END-READ.
           IF NOT TRR-EOF AND WS-TRR-TAB-MAX < 50
               ADD 1 TO WS-TRR-TAB-MAX
               MOVE TR-REASON-CODE
                    TO WS-TRR-REASON-CODE(WS-TRR-TAB-MAX)
           END-IF.

      *****************************************************************
       100-APPLY-TRANSACTIONS.
           READ EMP-TRAN-FILE
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 245-CHECK-NOT-SEPARATED
                       IF TRAN-VALID
                           PERFORM 250-VALIDATE-FIELDS
                       END-IF
                       IF TRAN-VALID
                           PERFORM 247-CHECK-SENSITIVE-CHANGE
                       END-IF
                   END-IF
               WHEN 'DEL'
                   IF NOT EMP-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
                   ELSE
                       IF EM-TERMINATED
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'FINAL PAY NOT YET RUN'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN 'VAC'
               WHEN 'SIC'
                   PERFORM 260-VALIDATE-LEAVE-TAKEN
                   IF TRAN-VALID
                       PERFORM 245-CHECK-NOT-SEPARATED
                   END-IF
                   IF TRAN-VALID
                       PERFORM 270-VALIDATE-ABSENCE-DATES
                   END-IF
               WHEN 'TRN'
                   PERFORM 265-VALIDATE-TRAINING
                   IF TRAN-VALID
                       PERFORM 245-CHECK-NOT-SEPARATED
                   END-IF
                   IF TRAN-VALID
                       PERFORM 270-VALIDATE-ABSENCE-DATES
                   END-IF
               WHEN 'TRM'
                   PERFORM 290-VALIDATE-TERMINATION
               WHEN 'APV'
               WHEN 'RJC'
                   PERFORM 285-VALIDATE-DECISION
               WHEN 'HLD'
               WHEN 'BNK'
                   PERFORM 280-VALIDATE-DEPOSIT-TRAN
               WHEN OTHER
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-EMP-FOUND-SWITCH
           END-READ.

      *A SEPARATED EMPLOYEE'S RECORD IS FROZEN AT WHAT THE FINAL PAY***
      *IS (OR WAS) FIGURED FROM****************************************
       245-CHECK-NOT-SEPARATED.
           IF NOT EM-ACTIVE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE SEPARATED' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * A CHG TOUCHING THE PAY RATE OR THE BANK DETAILS NEEDS A SECOND
      * OPERATOR'S APPROVAL - AND ONLY ONE SUCH CHANGE MAY WAIT FOR
      * AN EMPLOYEE AT A TIME, SO THE APPROVER SEES WHAT WILL APPLY
      *****************************************************************
       247-CHECK-SENSITIVE-CHANGE.
           MOVE 'N' TO WS-SENSITIVE-SWITCH.
           IF ET-ANNUAL-SALARY NOT = EM-ANNUAL-SALARY
              OR ET-HOURLY-RATE NOT = EM-HOURLY-RATE
              OR ET-BANK-ROUTING NOT = EM-BANK-ROUTING
              OR ET-BANK-ACCOUNT NOT = EM-BANK-ACCOUNT
               MOVE 'Y' TO WS-SENSITIVE-SWITCH
               PERFORM 230-FIND-PENDING-CHANGE
               IF PCH-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'CHANGE ALREADY PENDING APPROVAL'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       250-VALIDATE-FIELDS.
           IF ET-EMPLOYEE-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'BANK ROUTING NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
      *THE SSN IS REQUIRED - IT IS HOW THE QUARTERLY STATE WAGE*******
      *REPORT IDENTIFIES THE EMPLOYEE**********************************
           IF TRAN-VALID
               IF ET-SSN NOT NUMERIC
                  OR ET-SSN(1:3) = '000'
                  OR ET-SSN(1:3) = '666'
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'SSN INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
              AND ET-FILING-STATUS NOT = 'S'
              AND ET-FILING-STATUS NOT = 'M'
                   END-IF
               END-IF
           END-IF.
      *THE HOME COST CENTER IS REQUIRED AND MUST BE ON COSTCTR - PAYGL*
      *CHARGES THE EMPLOYEE'S LABOR COST TO IT*************************
           IF TRAN-VALID
               PERFORM 255-LOOKUP-COST-CENTER
               IF NOT CCT-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'COST CENTER NOT ON COSTCTR'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       255-LOOKUP-COST-CENTER.
           MOVE 'N' TO WS-CCT-FOUND-SWITCH.
           SET CCT-IDX TO 1.
           PERFORM 256-SEARCH-COST-CENTER
               UNTIL CCT-IDX > WS-CCT-TAB-MAX OR CCT-FOUND.

       256-SEARCH-COST-CENTER.
           IF ET-COST-CENTER NOT = SPACES
              AND WS-CCT-COST-CENTER(CCT-IDX) = ET-COST-CENTER
               MOVE 'Y' TO WS-CCT-FOUND-SWITCH
           ELSE
               SET CCT-IDX UP BY 1
           END-IF.

      *****************************************************************
      * LEAVE TAKEN - THE EMPLOYEE MUST EXIST, THE HOURS (CARRIED IN
               MOVE 'SICK BALANCE SHORT' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * TRAINING - THE EMPLOYEE MUST EXIST AND THE DATES ARE REQUIRED;
      * THE HOURS ARE FOR THE RECORD ONLY AND DRAW NO BALANCE
      *****************************************************************
       265-VALIDATE-TRAINING.
           IF NOT EMP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-LEAVE-FROM-DATE = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TRAINING DATES MISSING' TO WS-REJECT-REASON
           END-IF.
           IF ET-HOURLY-RATE NUMERIC
               MOVE ET-HOURLY-RATE TO WS-LEAVE-HOURS
           ELSE
               MOVE 0 TO WS-LEAVE-HOURS
           END-IF.

      *****************************************************************
      * ABSENCE DATES - A BLANK FROM DATE POSTS NO ABSENCE; A BLANK TO
      * DATE MEANS A ONE-DAY ABSENCE.  BOTH ARE CCYYMMDD AND THE TO
      * DATE MAY NOT FALL BEFORE THE FROM DATE
      *****************************************************************
       270-VALIDATE-ABSENCE-DATES.
           MOVE 'N' TO WS-ABSENCE-SWITCH.
           IF ET-LEAVE-FROM-DATE NOT = SPACES
               MOVE 'Y' TO WS-ABSENCE-SWITCH
               MOVE ET-LEAVE-FROM-DATE TO WS-DATE-CHECK-X
               PERFORM 275-CHECK-ONE-DATE
               IF NOT DATE-VALID
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'ABSENCE FROM DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND ABSENCE-DATED
               IF ET-LEAVE-TO-DATE = SPACES
                   MOVE ET-LEAVE-FROM-DATE TO WS-LEAVE-TO-DATE
               ELSE
                   MOVE ET-LEAVE-TO-DATE TO WS-LEAVE-TO-DATE
               END-IF
               MOVE WS-LEAVE-TO-DATE TO WS-DATE-CHECK-X
               PERFORM 275-CHECK-ONE-DATE
               IF NOT DATE-VALID
                  OR WS-LEAVE-TO-DATE < ET-LEAVE-FROM-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'ABSENCE TO DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       275-CHECK-ONE-DATE.
           MOVE 'Y' TO WS-DATE-VALID-SWITCH.
           IF WS-DATE-CHECK-X NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-SWITCH
           ELSE
               IF WS-DC-YYYY < 1900
                  OR WS-DC-MM < 1 OR WS-DC-MM > 12
                  OR WS-DC-DD < 1 OR WS-DC-DD > 31
                   MOVE 'N' TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF.

      *****************************************************************
      * DEPOSIT HOLD/CORRECTION - THE EMPLOYEE MUST EXIST; A HOLD
      * NEEDS ITS REASON CODE, A CORRECTION A NUMERIC ROUTING NUMBER
      * AND AN ACCOUNT
      *****************************************************************
       280-VALIDATE-DEPOSIT-TRAN.
           IF NOT EMP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-ACTION = 'HLD'
              AND ET-HOLD-REASON = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'HOLD REASON CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-ACTION = 'BNK'
               IF ET-BANK-ROUTING NOT NUMERIC
                  OR ET-BANK-ACCOUNT = SPACES
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'CORRECTED BANK DETAILS INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * TERMINATION - THE EMPLOYEE MUST EXIST AND NOT ALREADY BE
      * SEPARATED, THE DATE MUST BE A REAL CCYYMMDD NO EARLIER THAN
      * THE HIRE DATE, AND THE REASON MUST BE ON TRMRSN
      *****************************************************************
       290-VALIDATE-TERMINATION.
           IF NOT EMP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND NOT EM-ACTIVE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE ALREADY SEPARATED' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE ET-TERM-DATE TO WS-DATE-CHECK-X
               PERFORM 275-CHECK-ONE-DATE
               MOVE EM-HIRED-YY TO WS-HDC-YYYY
               MOVE EM-HIRED-MM TO WS-HDC-MM
               MOVE EM-HIRED-DD TO WS-HDC-DD
               IF NOT DATE-VALID
                  OR ET-TERM-DATE < WS-HIRE-DATE-CCYYMMDD-X
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'TERMINATION DATE INVALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               MOVE 'N' TO WS-TRR-FOUND-SWITCH
               SET TRR-IDX TO 1
               PERFORM 295-SEARCH-TERM-REASON
                   UNTIL TRR-IDX > WS-TRR-TAB-MAX OR TRR-FOUND
               IF NOT TRR-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'REASON NOT ON TRMRSN' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * APPROVE/REJECT A PENDING CHANGE - THERE MUST BE ONE, THE
      * DECIDING OPERATOR MAY NOT BE THE ONE WHO KEYED IT, AND IT MAY
      * NOT BE DECIDED IN THE RUN THAT KEYED IT.  AN APPROVAL ALSO
      * NEEDS THE MASTER STILL TO CARRY THE VALUES THE CHANGE WAS
      * KEYED AGAINST (A BANK CORRECTION MAY HAVE MOVED THEM)
      *****************************************************************
       285-VALIDATE-DECISION.
           IF ET-ACTION = 'APV' AND NOT EMP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 230-FIND-PENDING-CHANGE
               IF NOT PCH-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'NO CHANGE PENDING' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND PC-REQUESTED-BY = WS-OPERATOR-ID
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'REQUESTER MAY NOT DECIDE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND PC-REQUEST-STAMP = WS-RUN-TIMESTAMP
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'DECISION MUST BE A LATER RUN' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND ET-ACTION = 'APV'
               IF EM-ANNUAL-SALARY NOT = PC-OLD-SALARY
                  OR EM-HOURLY-RATE NOT = PC-OLD-HOURLY-RATE
                  OR EM-BANK-ROUTING NOT = PC-OLD-ROUTING
                  OR EM-BANK-ACCOUNT NOT = PC-OLD-ACCOUNT
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'MASTER CHANGED SINCE REQUEST'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * FIND THE EMPLOYEE'S CHANGE STILL PENDING, IF ANY - THE RECORD
      * IS LEFT IN THE FILE AREA FOR THE APPROVAL/REJECTION REWRITE
      *****************************************************************
       230-FIND-PENDING-CHANGE.
           MOVE 'N' TO WS-PCH-FOUND-SWITCH.
           MOVE 'N' TO WS-PCH-SCAN-SWITCH.
           MOVE LOW-VALUES TO PC-KEY.
           MOVE ET-EMPLOYEE-ID TO PC-EMPLOYEE-ID.
           START PENDING-CHANGE-FILE KEY NOT < PC-KEY
               INVALID KEY MOVE 'Y' TO WS-PCH-SCAN-SWITCH
           END-START.
           PERFORM 232-READ-NEXT-CHANGE UNTIL PCH-SCAN-DONE.

       232-READ-NEXT-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PCH-SCAN-SWITCH
           END-READ.
           IF NOT PCH-SCAN-DONE
               IF PC-EMPLOYEE-ID NOT = ET-EMPLOYEE-ID
                   MOVE 'Y' TO WS-PCH-SCAN-SWITCH
               ELSE
                   IF PC-PENDING
                       MOVE 'Y' TO WS-PCH-FOUND-SWITCH
                       MOVE 'Y' TO WS-PCH-SCAN-SWITCH
                   END-IF
               END-IF
           END-IF.

       295-SEARCH-TERM-REASON.
           IF ET-TERM-REASON NOT = SPACES
              AND WS-TRR-REASON-CODE(TRR-IDX) = ET-TERM-REASON
               MOVE 'Y' TO WS-TRR-FOUND-SWITCH
           ELSE
               SET TRR-IDX UP BY 1
           END-IF.

      *****************************************************************
      * APPLY TO THE MASTER AND WRITE THE BEFORE/AFTER AUDIT IMAGES -
      * BLANK BEFORE FOR AN ADD, BLANK AFTER FOR A DELETE
                   PERFORM 310-BUILD-MASTER-FROM-TRAN
                   MOVE 0 TO EM-VAC-BALANCE
                   MOVE 0 TO EM-SICK-BALANCE
                   MOVE SPACES TO EM-DD-HOLD
                   MOVE SPACES TO EM-DD-RETURN-CODE
                   MOVE SPACES TO EM-EMP-STATUS
                   MOVE SPACES TO EM-TERM-DATE
                   MOVE SPACES TO EM-TERM-REASON
                   MOVE SPACES TO EM-FINAL-PERIOD
                   WRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'CHG'
      *LEAVE BALANCES ARE NOT ON THE TRANSACTION AND MUST SURVIVE******
                   MOVE EM-VAC-BALANCE TO WS-SAVE-VAC-BALANCE
                   MOVE EM-SICK-BALANCE TO WS-SAVE-SICK-BALANCE
                   MOVE EM-DD-HOLD TO WS-SAVE-DD-HOLD
                   MOVE EM-DD-RETURN-CODE TO WS-SAVE-RETURN-CODE
      *PAY RATE AND BANK CHANGES WAIT ON PENDCHG FOR A SECOND*********
      *OPERATOR - THE MASTER KEEPS THE APPROVED VALUES UNTIL THEN******
                   MOVE EM-ANNUAL-SALARY TO WS-SAVE-SALARY
                   MOVE EM-HOURLY-RATE TO WS-SAVE-HOURLY-RATE
                   MOVE EM-BANK-ROUTING TO WS-SAVE-ROUTING
                   MOVE EM-BANK-ACCOUNT TO WS-SAVE-ACCOUNT
                   IF SENSITIVE-CHANGE
                       PERFORM 330-HOLD-PENDING-CHANGE
                   END-IF
                   PERFORM 310-BUILD-MASTER-FROM-TRAN
                   MOVE WS-SAVE-VAC-BALANCE TO EM-VAC-BALANCE
                   MOVE WS-SAVE-SICK-BALANCE TO EM-SICK-BALANCE
                   MOVE WS-SAVE-DD-HOLD TO EM-DD-HOLD
                   MOVE WS-SAVE-RETURN-CODE TO EM-DD-RETURN-CODE
                   MOVE WS-SAVE-SALARY TO EM-ANNUAL-SALARY
                   MOVE WS-SAVE-HOURLY-RATE TO EM-HOURLY-RATE
                   MOVE WS-SAVE-ROUTING TO EM-BANK-ROUTING
                   MOVE WS-SAVE-ACCOUNT TO EM-BANK-ACCOUNT
                   REWRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'VAC'
                   SUBTRACT WS-LEAVE-HOURS FROM EM-SICK-BALANCE
                   REWRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'TRN'
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'HLD'
                   MOVE 'H' TO EM-DD-HOLD
                   MOVE ET-HOLD-REASON TO EM-DD-RETURN-CODE
                   REWRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'BNK'
                   MOVE ET-BANK-ROUTING TO EM-BANK-ROUTING
                   MOVE ET-BANK-ACCOUNT TO EM-BANK-ACCOUNT
                   MOVE SPACES TO EM-DD-HOLD
                   MOVE SPACES TO EM-DD-RETURN-CODE
                   REWRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'TRM'
                   MOVE 'T' TO EM-EMP-STATUS
                   MOVE ET-TERM-DATE TO EM-TERM-DATE
                   MOVE ET-TERM-REASON TO EM-TERM-REASON
                   MOVE SPACES TO EM-FINAL-PERIOD
                   REWRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
               WHEN 'APV'
                   MOVE PC-NEW-SALARY TO EM-ANNUAL-SALARY
                   MOVE PC-NEW-HOURLY-RATE TO EM-HOURLY-RATE
      *NEW BANK DETAILS RELEASE A DEPOSIT HOLD*************************
                   IF PC-NEW-ROUTING NOT = EM-BANK-ROUTING
                      OR PC-NEW-ACCOUNT NOT = EM-BANK-ACCOUNT
                       MOVE SPACES TO EM-DD-HOLD
                       MOVE SPACES TO EM-DD-RETURN-CODE
                   END-IF
                   MOVE PC-NEW-ROUTING TO EM-BANK-ROUTING
                   MOVE PC-NEW-ACCOUNT TO EM-BANK-ACCOUNT
                   REWRITE EMPLOYEE-MASTER-REC
                   MOVE EMPLOYEE-MASTER-REC TO EA-AFTER-IMAGE
                   MOVE 'A' TO PC-STATUS
                   MOVE SPACES TO PC-DECISION-NOTE
                   PERFORM 335-RECORD-DECISION
                   ADD 1 TO WS-CHANGES-APPROVED
               WHEN 'RJC'
                   MOVE EA-BEFORE-IMAGE TO EA-AFTER-IMAGE
                   MOVE 'R' TO PC-STATUS
                   MOVE ET-DECISION-NOTE TO PC-DECISION-NOTE
                   PERFORM 335-RECORD-DECISION
                   ADD 1 TO WS-CHANGES-REJECTED
               WHEN 'DEL'
                   DELETE EMPLOYEE-MASTER RECORD
                   MOVE SPACES TO EA-AFTER-IMAGE
      *A DELETED EMPLOYEE'S WAITING CHANGE CAN NEVER APPLY*************
                   PERFORM 230-FIND-PENDING-CHANGE
                   IF PCH-FOUND
                       MOVE 'R' TO PC-STATUS
                       MOVE 'EMPLOYEE DELETED' TO PC-DECISION-NOTE
                       PERFORM 335-RECORD-DECISION
                       ADD 1 TO WS-CHANGES-REJECTED
                   END-IF
           END-EVALUATE.
           WRITE EMP-AUDIT-REC.
           IF ET-ACTION = 'VAC' OR ET-ACTION = 'SIC'
              OR ET-ACTION = 'TRN'
               IF ABSENCE-DATED
                   PERFORM 320-POST-ABSENCE
               END-IF
           END-IF.

       310-BUILD-MASTER-FROM-TRAN.
           MOVE ET-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           MOVE ET-FILING-STATUS TO EM-FILING-STATUS.
           MOVE ET-EMP-TYPE TO EM-EMP-TYPE.
           MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE.
           MOVE ET-SSN TO EM-SSN.
           MOVE ET-COST-CENTER TO EM-COST-CENTER.

      *****************************************************************
      * HOLD THE NEW PAY RATE/BANK VALUES AGAINST THE MASTER'S CURRENT
      * ONES UNTIL A SECOND OPERATOR DECIDES ON A LATER RUN
      *****************************************************************
       330-HOLD-PENDING-CHANGE.
           MOVE ET-EMPLOYEE-ID TO PC-EMPLOYEE-ID.
           MOVE WS-RUN-TIMESTAMP TO PC-REQUEST-STAMP.
           MOVE 'P' TO PC-STATUS.
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY.
           MOVE EM-ANNUAL-SALARY TO PC-OLD-SALARY.
           MOVE ET-ANNUAL-SALARY TO PC-NEW-SALARY.
           MOVE EM-HOURLY-RATE TO PC-OLD-HOURLY-RATE.
           MOVE ET-HOURLY-RATE TO PC-NEW-HOURLY-RATE.
           MOVE EM-BANK-ROUTING TO PC-OLD-ROUTING.
           MOVE ET-BANK-ROUTING TO PC-NEW-ROUTING.
           MOVE EM-BANK-ACCOUNT TO PC-OLD-ACCOUNT.
           MOVE ET-BANK-ACCOUNT TO PC-NEW-ACCOUNT.
           MOVE SPACES TO PC-DECIDED-BY.
           MOVE SPACES TO PC-DECISION-STAMP.
           MOVE SPACES TO PC-DECISION-NOTE.
           WRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY '*** PENDCHG WRITE FAILED *** ID: '
                           ET-EMPLOYEE-ID
           END-WRITE.
           ADD 1 TO WS-CHANGES-HELD.

       335-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PC-DECIDED-BY.
           MOVE WS-RUN-TIMESTAMP TO PC-DECISION-STAMP.
           REWRITE PENDING-CHANGE-REC
               INVALID KEY
                   DISPLAY '*** PENDCHG REWRITE FAILED *** ID: '
                           PC-EMPLOYEE-ID
           END-REWRITE.

      *****************************************************************
      * POST THE DATED ABSENCE - A SECOND TRANSACTION FOR THE SAME
      * EMPLOYEE, FIRST DAY AND TYPE REPLACES THE DATES AND HOURS
      *****************************************************************
       320-POST-ABSENCE.
           MOVE ET-EMPLOYEE-ID TO AB-EMPLOYEE-ID.
           MOVE ET-LEAVE-FROM-DATE TO AB-FROM-DATE.
           EVALUATE ET-ACTION
               WHEN 'VAC'
                   MOVE 'V' TO AB-ABSENCE-TYPE
               WHEN 'SIC'
                   MOVE 'S' TO AB-ABSENCE-TYPE
               WHEN 'TRN'
                   MOVE 'T' TO AB-ABSENCE-TYPE
           END-EVALUATE.
           MOVE WS-LEAVE-TO-DATE TO AB-TO-DATE.
           MOVE WS-LEAVE-HOURS TO AB-HOURS.
           MOVE 'E' TO AB-SOURCE.
           MOVE SPACES TO AB-REFERENCE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO AB-POSTED-DATE.
           WRITE ABSENCE-MASTER-REC
               INVALID KEY
                   REWRITE ABSENCE-MASTER-REC
           END-WRITE.
           ADD 1 TO WS-ABSENCES-POSTED.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       800-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           MOVE WS-VIOLATIONS TO WS-VIOLATIONSZ.
           DISPLAY 'Authority Violations      : ' WS-VIOLATIONSZ.
           MOVE WS-ABSENCES-POSTED TO WS-ABSENCES-POSTEDZ.
           DISPLAY 'Absences Posted           : ' WS-ABSENCES-POSTEDZ.
           MOVE WS-CHANGES-HELD TO WS-CHANGES-HELDZ.
           DISPLAY 'Changes Held for Approval : ' WS-CHANGES-HELDZ.
           MOVE WS-CHANGES-APPROVED TO WS-CHANGES-APPROVEDZ.
           DISPLAY 'Pending Changes Approved  : ' WS-CHANGES-APPROVEDZ.
           MOVE WS-CHANGES-REJECTED TO WS-CHANGES-REJECTEDZ.
           DISPLAY 'Pending Changes Rejected  : ' WS-CHANGES-REJECTEDZ.
           DISPLAY '**************************************************'.

      *****************************************************************
                 EMP-TRAN-FILE
                 REJECT-REPORT-FILE
                 AUDIT-FILE
                 VIOL-REPORT-FILE
                 ABSENCE-MASTER
                 PENDING-CHANGE-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
