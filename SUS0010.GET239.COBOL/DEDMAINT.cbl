      *****************************************************************
      *PURPOSE: Deduction-order maintenance.  Wage garnishments and
      *child-support withholding orders arrived on paper and were
      *keyed as one-off adjustments after the register ran.  This
      *program applies DEDTRAN transactions to the keyed DEDMAST
      *deduction-order master (employee + order id), the file LAB4A
      *applies each pay period:
      *  ADD  ENTER A NEW ORDER SERVED ON AN EMPLOYEE
      *  CHG  CHANGE THE TERMS OF AN ACTIVE ORDER (AGENCY, CASE,
      *       AMOUNT OR PERCENT, PRIORITY, CAP, STOP DATE)
      *  STP  RELEASE/STOP AN ORDER - IT IS KEPT, NEVER DELETED
      *The employee must be on EMPMAST and the receiving agency on
      *the GRNAGY control member the remittance step pays from.  An
      *order carries either a flat amount (method A) or a percent of
      *disposable earnings (method P), a priority within its type,
      *an optional total cap, and start/stop dates.  Rejected
      *transactions print on the DEDREJ report and a before/after
      *image of every applied change goes to the DEDAUD audit file.
      *
      *ORDER TYPES - APPLIED IN THIS LEGAL ORDER BY LAB4A:
      *  CS CHILD/SPOUSAL SUPPORT   TL FEDERAL/STATE TAX LEVY
      *  SD STUDENT LOAN (AWG)      CG CREDITOR GARNISHMENT
      *ORDER STATUS:
      *  A ACTIVE   S SATISFIED (CAP REACHED)   X STOPPED/RELEASED
      *
      *GRNAGY ENTRIES:
      *  AAAAAA NAME(30) ADDRESS(40)   ONE CARD PER RECEIVING AGENCY
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      DEDMAINT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DED-TRAN-FILE ASSIGN TO DEDTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGENCY-CTL-FILE ASSIGN TO GRNAGY
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DED-ORDER-MASTER ASSIGN TO DEDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DO-KEY
           FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO DEDREJ
           ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO DEDAUD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DEDUCTION-ORDER TRANSACTIONS FROM PAYROLL.  CHG CARRIES THE
      * FULL NEW TERMS; STP USES ONLY THE KEY AND THE STOP DATE
      * (BLANK STOP DATE - STOPPED AS OF TODAY)
      *****************************************************************
       FD  DED-TRAN-FILE.
       01  DED-TRAN-REC.
           05  DT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  DT-EMPLOYEE-ID               PIC X(6).
           05  DT-ORDER-ID                  PIC X(4).
           05  DT-ORDER-TYPE                PIC X(2).
           05  DT-AGENCY-CODE               PIC X(6).
           05  DT-CASE-ID                   PIC X(20).
           05  DT-CALC-METHOD               PIC X(1).
           05  DT-AMOUNT                    PIC 9(5)V99.
           05  DT-PERCENT                   PIC 9(2)V99.
           05  DT-PRIORITY                  PIC 9(2).
           05  DT-CAP-AMOUNT                PIC 9(7)V99.
           05  DT-START-DATE                PIC X(8).
           05  DT-STOP-DATE                 PIC X(8).

      *****CONTROL FILE - RECEIVING AGENCIES***************************
       FD  AGENCY-CTL-FILE.
       01  AGENCY-CTL-REC.
           05  AG-AGENCY-CODE               PIC X(6).
           05  FILLER                       PIC X.
           05  AG-AGENCY-NAME               PIC X(30).
           05  FILLER                       PIC X.
           05  AG-AGENCY-ADDRESS            PIC X(40).

      *****************************************************************
      * DEDUCTION-ORDER MASTER - ONE RECORD PER ORDER SERVED.  THE
      * TAKEN-TO-DATE AND LAST PERIOD/AMOUNT ARE MAINTAINED BY LAB4A
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
               88  DO-STOPPED                           VALUE 'X'.
           05  DO-LAST-PERIOD               PIC X(6).
           05  DO-LAST-AMOUNT               PIC 9(5)V99.

      *****EMPLOYEE MASTER - KEY ONLY, FOR THE EXISTENCE EDIT**********
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(137).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

      *****************************************************************
      * BEFORE/AFTER AUDIT FILE - ONE RECORD PER APPLIED TRANSACTION
      *****************************************************************
       FD  AUDIT-FILE.
       01  DED-AUDIT-REC.
           05  DA-TIMESTAMP                 PIC X(14).
           05  DA-ACTION                    PIC X(3).
           05  DA-BEFORE-IMAGE              PIC X(100).
           05  DA-AFTER-IMAGE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-ORDER-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 ORDER-FOUND                        VALUE 'Y'.
           05 WS-AGENCY-FOUND-SWITCH   PIC X        VALUE 'N'.
              88 AGENCY-FOUND                       VALUE 'Y'.
       01 WS-DEDMAST-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).
       01 WS-RUN-TIMESTAMP             PIC X(14).

      *****RECEIVING AGENCIES FROM GRNAGY******************************
       01 WS-AGY-TAB-MAX           PIC 9(2)     VALUE 0.
       01 WS-AGY-TABLE.
           05 WS-AGY-ENTRY OCCURS 50 TIMES
                            INDEXED BY AGY-IDX.
              10 WS-AGY-CODE           PIC X(6).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-ORDERS-ADDED          PIC 9(5)     VALUE 0.
       01 WS-ORDERS-ADDEDZ         PIC ZZ,ZZ9.
       01 WS-ORDERS-CHANGED        PIC 9(5)     VALUE 0.
       01 WS-ORDERS-CHANGEDZ       PIC ZZ,ZZ9.
       01 WS-ORDERS-STOPPED        PIC 9(5)     VALUE 0.
       01 WS-ORDERS-STOPPEDZ       PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(40) VALUE
                   'REJECTED DEDUCTION-ORDER TRANSACTIONS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(8)  VALUE 'EMP ID'.
           05                 PIC X(7)  VALUE 'ORDER'.
           05                 PIC X(5)  VALUE 'TYPE'.
           05                 PIC X(8)  VALUE 'AGENCY'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-ORDER-ID       PIC X(4).
           05                     PIC X(3)  VALUE SPACES.
           05  RJD-ORDER-TYPE     PIC X(2).
           05                     PIC X(3)  VALUE SPACES.
           05  RJD-AGENCY-CODE    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(17) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-AGENCY-CONTROL.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies DEDMAINT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-AGENCY-CONTROL.
           OPEN INPUT AGENCY-CTL-FILE.
           PERFORM 155-READ-AGENCY-CTL-REC UNTIL CTL-EOF.
           CLOSE AGENCY-CTL-FILE.

       155-READ-AGENCY-CTL-REC.
           READ AGENCY-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF AG-AGENCY-CODE NOT = SPACES AND WS-AGY-TAB-MAX < 50
                   ADD 1 TO WS-AGY-TAB-MAX
                   MOVE AG-AGENCY-CODE TO WS-AGY-CODE(WS-AGY-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * THE ORDER MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT DED-TRAN-FILE.
           OPEN I-O DED-ORDER-MASTER.
           IF WS-DEDMAST-STATUS = '35'
               OPEN OUTPUT DED-ORDER-MASTER
               CLOSE DED-ORDER-MASTER
               OPEN I-O DED-ORDER-MASTER
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT REJECT-REPORT-FILE.
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ DED-TRAN-FILE
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
      * THE ACTION MUST BE KNOWN AND THE KEY PRESENT.  AN ADD NEEDS A
      * NEW ORDER ON AN EMPLOYEE THAT IS ON EMPMAST; CHG/STP NEED AN
      * ACTIVE ORDER ON THE MASTER.  ADD AND CHG CARRY THE FULL TERMS
      * AND ARE EDITED ALIKE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF DT-EMPLOYEE-ID = SPACES OR DT-ORDER-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'EMPLOYEE OR ORDER ID BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND DT-ACTION NOT = 'ADD' AND DT-ACTION NOT = 'CHG'
              AND DT-ACTION NOT = 'STP'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-ORDER-MASTER
               IF DT-ACTION = 'ADD'
                   IF ORDER-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ORDER ALREADY ON MASTER'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 325-CHECK-EMPLOYEE-EXISTS
                   END-IF
               ELSE
                   IF NOT ORDER-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'ORDER NOT ON MASTER' TO WS-REJECT-REASON
                   ELSE
                       IF NOT DO-ACTIVE
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'ORDER NOT ACTIVE' TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID AND DT-ACTION NOT = 'STP'
               PERFORM 330-EDIT-ORDER-TERMS
           END-IF.
           IF TRAN-VALID AND DT-ACTION = 'STP'
              AND DT-STOP-DATE NOT = SPACES
               MOVE DT-STOP-DATE TO WS-DATE-CHECK
               PERFORM 380-VALIDATE-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'STOP DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.

       320-READ-ORDER-MASTER.
           MOVE 'N' TO WS-ORDER-FOUND-SWITCH.
           MOVE DT-EMPLOYEE-ID TO DO-EMPLOYEE-ID.
           MOVE DT-ORDER-ID TO DO-ORDER-ID.
           READ DED-ORDER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-ORDER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ORDER-FOUND-SWITCH
           END-READ.

       325-CHECK-EMPLOYEE-EXISTS.
           MOVE DT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'EMPLOYEE NOT ON EMPMAST' TO WS-REJECT-REASON
           END-READ.

       330-EDIT-ORDER-TERMS.
           IF DT-ORDER-TYPE NOT = 'CS' AND DT-ORDER-TYPE NOT = 'TL'
              AND DT-ORDER-TYPE NOT = 'SD' AND DT-ORDER-TYPE NOT = 'CG'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ORDER TYPE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND DT-ACTION = 'CHG'
              AND DT-ORDER-TYPE NOT = DO-ORDER-TYPE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'ORDER TYPE CANNOT CHANGE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 370-FIND-AGENCY
               IF NOT AGENCY-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'AGENCY NOT ON GRNAGY' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND DT-CASE-ID = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AGENCY CASE ID BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF DT-AMOUNT NOT NUMERIC OR DT-PERCENT NOT NUMERIC
                  OR DT-PRIORITY NOT NUMERIC
                  OR DT-CAP-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'AMOUNT FIELDS NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               EVALUATE DT-CALC-METHOD
                   WHEN 'A'
                       IF DT-AMOUNT = 0
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'ORDER AMOUNT ZERO' TO WS-REJECT-REASON
                       END-IF
                   WHEN 'P'
                       IF DT-PERCENT = 0 OR DT-PERCENT > 65
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'ORDER PERCENT OUT OF RANGE'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'METHOD NOT A OR P' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF TRAN-VALID
               MOVE DT-START-DATE TO WS-DATE-CHECK
               PERFORM 380-VALIDATE-DATE
               IF NOT DATE-OK
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'START DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND DT-STOP-DATE NOT = SPACES
               MOVE DT-STOP-DATE TO WS-DATE-CHECK
               PERFORM 380-VALIDATE-DATE
               IF NOT DATE-OK OR DT-STOP-DATE < DT-START-DATE
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'STOP DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND DT-ACTION = 'CHG'
              AND DT-CAP-AMOUNT NOT = 0
              AND DT-CAP-AMOUNT < DO-TAKEN-TO-DATE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CAP BELOW AMOUNT TAKEN' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * APPLY TO THE MASTER AND WRITE THE BEFORE/AFTER AUDIT IMAGES -
      * BLANK BEFORE FOR AN ADD.  A CHG KEEPS THE AMOUNT TAKEN SO FAR
      * AND THE LAST PERIOD LAB4A APPLIED THE ORDER IN
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           MOVE WS-RUN-TIMESTAMP TO DA-TIMESTAMP.
           MOVE DT-ACTION TO DA-ACTION.
           IF ORDER-FOUND
               MOVE DED-ORDER-REC TO DA-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO DA-BEFORE-IMAGE
           END-IF.
           EVALUATE DT-ACTION
               WHEN 'ADD'
                   PERFORM 355-BUILD-ORDER-FROM-TRAN
                   MOVE 0 TO DO-TAKEN-TO-DATE
                   MOVE 'A' TO DO-STATUS
                   MOVE SPACES TO DO-LAST-PERIOD
                   MOVE 0 TO DO-LAST-AMOUNT
                   WRITE DED-ORDER-REC
                   ADD 1 TO WS-ORDERS-ADDED
               WHEN 'CHG'
                   PERFORM 355-BUILD-ORDER-FROM-TRAN
                   REWRITE DED-ORDER-REC
                   ADD 1 TO WS-ORDERS-CHANGED
               WHEN 'STP'
                   MOVE 'X' TO DO-STATUS
                   IF DT-STOP-DATE = SPACES
                       MOVE WS-TODAY TO DO-STOP-DATE
                   ELSE
                       MOVE DT-STOP-DATE TO DO-STOP-DATE
                   END-IF
                   REWRITE DED-ORDER-REC
                   ADD 1 TO WS-ORDERS-STOPPED
           END-EVALUATE.
           MOVE DED-ORDER-REC TO DA-AFTER-IMAGE.
           WRITE DED-AUDIT-REC.

       355-BUILD-ORDER-FROM-TRAN.
           MOVE DT-EMPLOYEE-ID TO DO-EMPLOYEE-ID.
           MOVE DT-ORDER-ID TO DO-ORDER-ID.
           MOVE DT-ORDER-TYPE TO DO-ORDER-TYPE.
           MOVE DT-AGENCY-CODE TO DO-AGENCY-CODE.
           MOVE DT-CASE-ID TO DO-CASE-ID.
           MOVE DT-CALC-METHOD TO DO-CALC-METHOD.
           MOVE DT-AMOUNT TO DO-AMOUNT.
           MOVE DT-PERCENT TO DO-PERCENT.
           MOVE DT-PRIORITY TO DO-PRIORITY.
           MOVE DT-CAP-AMOUNT TO DO-CAP-AMOUNT.
           MOVE DT-START-DATE TO DO-START-DATE.
           MOVE DT-STOP-DATE TO DO-STOP-DATE.

       370-FIND-AGENCY.
           MOVE 'N' TO WS-AGENCY-FOUND-SWITCH.
           SET AGY-IDX TO 1.
           PERFORM 375-SEARCH-AGENCY
               UNTIL AGY-IDX > WS-AGY-TAB-MAX OR AGENCY-FOUND.

       375-SEARCH-AGENCY.
           IF WS-AGY-CODE(AGY-IDX) = DT-AGENCY-CODE
               MOVE 'Y' TO WS-AGENCY-FOUND-SWITCH
           ELSE
               SET AGY-IDX UP BY 1
           END-IF.

       380-VALIDATE-DATE.
           MOVE 'Y' TO WS-DATE-OK-SWITCH.
           IF WS-DATE-CHECK NOT NUMERIC
              OR WS-DATE-CHECK = '00000000'
               MOVE 'N' TO WS-DATE-OK-SWITCH
           ELSE
               MOVE WS-DATE-CHECK(5:2) TO WS-MONTH-CHECK
               MOVE WS-DATE-CHECK(7:2) TO WS-DAY-CHECK
               IF WS-MONTH-CHECK < 1 OR WS-MONTH-CHECK > 12
                  OR WS-DAY-CHECK < 1 OR WS-DAY-CHECK > 31
                   MOVE 'N' TO WS-DATE-OK-SWITCH
               END-IF
           END-IF.

       390-WRITE-REJECT-LINE.
           MOVE DT-ACTION TO RJD-ACTION.
           MOVE DT-EMPLOYEE-ID TO RJD-EMPLOYEE-ID.
           MOVE DT-ORDER-ID TO RJD-ORDER-ID.
           MOVE DT-ORDER-TYPE TO RJD-ORDER-TYPE.
           MOVE DT-AGENCY-CODE TO RJD-AGENCY-CODE.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-ORDERS-ADDED TO WS-ORDERS-ADDEDZ.
           DISPLAY 'Orders Added              : ' WS-ORDERS-ADDEDZ.
           MOVE WS-ORDERS-CHANGED TO WS-ORDERS-CHANGEDZ.
           DISPLAY 'Orders Changed            : ' WS-ORDERS-CHANGEDZ.
           MOVE WS-ORDERS-STOPPED TO WS-ORDERS-STOPPEDZ.
           DISPLAY 'Orders Stopped            : ' WS-ORDERS-STOPPEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE DED-TRAN-FILE
                 DED-ORDER-MASTER
                 EMPLOYEE-MASTER
                 REJECT-REPORT-FILE
                 AUDIT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
