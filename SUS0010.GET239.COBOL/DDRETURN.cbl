      *****************************************************************
      *PURPOSE: Direct-deposit return and notification-of-change
      *intake.  LAB4A ships BANKFILE to the bank, and a deposit the
      *bank bounced (closed account, bad routing) used to surface
      *only when the employee called in unpaid.  This program reads
      *the bank's DDRETIN return/NOC file and matches every entry to
      *its BANKFILE deposit detail by employee and pay date:
      *  RNN  A RETURNED DEPOSIT - THE REVERSAL IS POSTED TO THE GL
      *       THROUGH A BALANCED POSTIN PAIR (THE CASH COMES BACK TO
      *       DDCS AND IS OWED TO THE EMPLOYEE ON DDRL UNTIL PAYROLL
      *       REISSUES IT BY CHECK), AND AN HLD TRANSACTION IS BUILT
      *       FOR EMPMAINT SO THE EMPLOYEE'S BANK DETAILS GO ON HOLD
      *       AND THE NEXT LAB4A RUN PAYS BY CHECK REQUEST
      *  CNN  A NOTIFICATION OF CHANGE - THE DEPOSIT WENT THROUGH,
      *       BUT THE BANK'S CORRECTED ROUTING AND/OR ACCOUNT ARE
      *       BUILT INTO A BNK TRANSACTION FOR EMPMAINT (A FIELD THE
      *       BANK LEFT BLANK KEEPS THE VALUE DEPOSITED TO)
      *The HLD/BNK transactions go to DDTRAN in the EMPTRAN layout,
      *so the changes are applied, authorised and audited by the
      *normal EMPMAINT run that follows in DDRETJOB.  Each entry
      *processed is kept on the keyed DDRHIST history so a return
      *the bank sends twice is not reversed twice.  Every entry, and
      *what was done with it, prints on the DDRETRPT returns report
      *for payroll.
      *
      *GLACCTS ENTRIES:
      *  DDCS NNNN  PAYROLL BANK CASH
      *  DDRL NNNN  RETURNED DIRECT DEPOSITS PAYABLE
      *A RETURNED DEPOSIT DEBITS DDCS AND CREDITS DDRL.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      DDRETURN.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO DDRETIN
           ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-FILE ASSIGN TO BANKFILE
           ORGANIZATION IS SEQUENTIAL.
           SELECT GL-ACCTS-FILE ASSIGN TO GLACCTS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-HISTORY-FILE ASSIGN TO DDRHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS WS-DDRHIST-STATUS.
           SELECT POSTING-FILE-OUT ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMP-TRAN-OUT ASSIGN TO DDTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REPORT-FILE ASSIGN TO DDRETRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * BANK RETURN/NOC ENTRIES - THE REASON CODE, THE DEPOSIT AS THE
      * BANK RECEIVED IT, AND (NOC ONLY) THE CORRECTED BANK DETAILS
      *****************************************************************
       FD  BANK-RETURN-FILE.
       01  BANK-RETURN-REC.
           05  RR-REASON-CODE               PIC X(3).
           05  RR-EMPLOYEE-ID               PIC X(6).
           05  RR-PAY-DATE                  PIC X(8).
           05  RR-AMOUNT-CENTS              PIC 9(9).
           05  RR-ORIG-ROUTING              PIC X(9).
           05  RR-ORIG-ACCOUNT              PIC X(10).
           05  RR-CORR-ROUTING              PIC X(9).
           05  RR-CORR-ACCOUNT              PIC X(10).
           05  FILLER                       PIC X(16).

      *****************************************************************
      * DIRECT-DEPOSIT BANK INTERFACE AS LAB4A WROTE IT - ONLY THE
      * DETAIL RECORDS ARE USED
      *****************************************************************
       FD  BANK-FILE.
       01  BANK-REC                         PIC X(73).
       01  BANK-DETAIL-REC REDEFINES BANK-REC.
           05  BD-RECORD-TYPE               PIC X(1).
           05  BD-EMPLOYEE-ID               PIC X(6).
           05  BD-EMPLOYEE-NAME             PIC X(30).
           05  BD-BANK-ROUTING              PIC X(9).
           05  BD-BANK-ACCOUNT              PIC X(10).
           05  BD-NET-CENTS                 PIC 9(9).
           05  BD-PAY-DATE                  PIC X(8).

      *****CONTROL FILE - THE RETURN POSTING ACCOUNT CODES*************
       FD  GL-ACCTS-FILE.
       01  GL-ACCTS-REC.
           05  GA-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  GA-ACCOUNT-CODE              PIC X(4).

      *****************************************************************
      * RETURN/NOC HISTORY - ONE RECORD PER ENTRY PROCESSED, KEYED BY
      * EMPLOYEE, PAY DATE AND REASON CODE
      *****************************************************************
       FD  RETURN-HISTORY-FILE.
       01  RETURN-HISTORY-REC.
           05  RH-KEY.
               10  RH-EMPLOYEE-ID           PIC X(6).
               10  RH-PAY-DATE              PIC X(8).
               10  RH-REASON-CODE           PIC X(3).
           05  RH-AMOUNT                    PIC 9(7)V99.
           05  RH-PROCESSED-DATE            PIC X(8).
           05  RH-DISPOSITION               PIC X(1).
               88  RH-HELD                              VALUE 'H'.
               88  RH-CORRECTED                         VALUE 'C'.

      *****GENERATED POSTINGS - THE SAME LAYOUT GLPOST READS***********
       FD  POSTING-FILE-OUT.
       01  POSTING-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
      *BLANK PERIOD - THE SET BOOKS TO THE GL'S OPEN PERIOD************
           05  PO-PERIOD                    PIC X(6).

      *****************************************************************
      * GENERATED EMPLOYEE TRANSACTIONS - THE EMPTRAN LAYOUT EMPMAINT
      * READS.  AN HLD CARRIES THE RETURN REASON WHERE THE FIRST NAME
      * WOULD BE; A BNK CARRIES THE ROUTING AND ACCOUNT IN PLACE
      *****************************************************************
       FD  EMP-TRAN-OUT.
       01  EMP-TRAN-OUT-REC.
           05  DX-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  DX-EMPLOYEE-ID               PIC X(6).
           05  DX-HOLD-REASON               PIC X(3).
           05  FILLER                       PIC X(17).
           05  FILLER                       PIC X(30).
           05  FILLER                       PIC X(8).
           05  FILLER                       PIC X(9).
           05  DX-BANK-ROUTING              PIC X(9).
           05  DX-BANK-ACCOUNT              PIC X(10).
           05  FILLER                       PIC X(20).

      ***RETURNS REPORT FOR PAYROLL************************************
       FD  RETURN-REPORT-FILE.
       01  RPT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-RETURN-EOF-SWITCH     PIC X        VALUE 'N'.
              88 RETURN-EOF                         VALUE 'Y'.
           05 WS-BANK-EOF-SWITCH       PIC X        VALUE 'N'.
              88 BANK-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-ENTRY-VALID-SWITCH    PIC X        VALUE 'Y'.
              88 ENTRY-VALID                        VALUE 'Y'.
           05 WS-DEPOSIT-FOUND-SWITCH  PIC X        VALUE 'N'.
              88 DEPOSIT-FOUND                      VALUE 'Y'.
       01 WS-DDRHIST-STATUS            PIC XX.
       01 WS-TODAY                     PIC X(8).
       01 WS-DISPOSITION               PIC X(23).
       01 WS-REASON-DESC               PIC X(20).
       01 WS-RETURN-AMOUNT             PIC 9(7)V99.
       01 WS-REASON-SUB                PIC 9(2).

      *****DEPOSIT DETAILS FROM BANKFILE*******************************
       01 WS-DEP-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 1000 TIMES
                             INDEXED BY DEP-IDX.
              10 WS-DEP-EMPLOYEE-ID    PIC X(6).
              10 WS-DEP-PAY-DATE       PIC X(8).
              10 WS-DEP-ROUTING        PIC X(9).
              10 WS-DEP-ACCOUNT        PIC X(10).
              10 WS-DEP-NET-CENTS      PIC 9(9).

      *****THE BANK REASON CODES AND THEIR REPORT DESCRIPTIONS*********
       01 WS-REASON-CODES.
           05 FILLER               PIC X(3)  VALUE 'R01'.
           05 FILLER               PIC X(3)  VALUE 'R02'.
           05 FILLER               PIC X(3)  VALUE 'R03'.
           05 FILLER               PIC X(3)  VALUE 'R04'.
           05 FILLER               PIC X(3)  VALUE 'R16'.
           05 FILLER               PIC X(3)  VALUE 'C01'.
           05 FILLER               PIC X(3)  VALUE 'C02'.
           05 FILLER               PIC X(3)  VALUE 'C03'.
       01 WS-REASON-CODES-R REDEFINES WS-REASON-CODES.
           05 WS-REASON-CODE OCCURS 8 TIMES PIC X(3).
       01 WS-REASON-NAMES.
           05 FILLER          PIC X(20) VALUE 'INSUFFICIENT FUNDS'.
           05 FILLER          PIC X(20) VALUE 'ACCOUNT CLOSED'.
           05 FILLER          PIC X(20) VALUE 'NO ACCOUNT ON FILE'.
           05 FILLER          PIC X(20) VALUE 'INVALID ACCOUNT NO'.
           05 FILLER          PIC X(20) VALUE 'ACCOUNT FROZEN'.
           05 FILLER          PIC X(20) VALUE 'ACCOUNT NO CHANGED'.
           05 FILLER          PIC X(20) VALUE 'ROUTING NO CHANGED'.
           05 FILLER          PIC X(20) VALUE 'ROUTING/ACCT CHANGED'.
       01 WS-REASON-NAMES-R REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME OCCURS 8 TIMES PIC X(20).

      *****POSTING ACCOUNT CODES - DEFAULTS OVERRIDDEN BY GLACCTS******
       01 WS-DD-CASH-ACCOUNT       PIC X(4)     VALUE '1000'.
       01 WS-DD-RETURN-ACCOUNT     PIC X(4)     VALUE '2310'.

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-ENTRIES-READ          PIC 9(5)     VALUE 0.
       01 WS-ENTRIES-READZ         PIC ZZ,ZZ9.
       01 WS-DEPOSITS-LOADED       PIC 9(5)     VALUE 0.
       01 WS-DEPOSITS-LOADEDZ      PIC ZZ,ZZ9.
       01 WS-RETURNS-HELD          PIC 9(5)     VALUE 0.
       01 WS-RETURNS-HELDZ         PIC ZZ,ZZ9.
       01 WS-NOCS-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-NOCS-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-ENTRIES-REJECTED      PIC 9(5)     VALUE 0.
       01 WS-ENTRIES-REJECTEDZ     PIC ZZ,ZZ9.
       01 WS-TOTAL-REVERSED        PIC 9(9)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  RPT-HEADING-1.
           05                 PIC X(40) VALUE
                   'DIRECT-DEPOSIT RETURNS AND NOC - '.
           05  RH1-DATE       PIC X(8).
       01  RPT-HEADING-2.
           05                 PIC X(5)  VALUE 'CODE'.
           05                 PIC X(8)  VALUE 'EMP'.
           05                 PIC X(10) VALUE 'PAY DATE'.
           05                 PIC X(10) VALUE '    AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(22) VALUE 'REASON'.
           05                 PIC X(23) VALUE 'DISPOSITION'.
       01  RPT-DETAIL-LINE.
           05  RD-REASON-CODE     PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RD-EMPLOYEE-ID     PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RD-PAY-DATE        PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT          PIC ZZZ,ZZ9.99.
           05                     PIC X(2)  VALUE SPACES.
           05  RD-REASON-DESC     PIC X(20).
           05                     PIC X(2)  VALUE SPACES.
           05  RD-DISPOSITION     PIC X(23).
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
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-DEPOSIT-DETAILS.
           PERFORM 160-LOAD-ACCOUNT-CODES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-PROCESS-RETURNS UNTIL RETURN-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies DDRETURN*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE DEPOSITS SHIPPED TO THE BANK - HEADER AND TRAILER RECORDS
      * ARE SKIPPED, SO PRIOR RUNS' BANKFILES MAY BE CONCATENATED
      *****************************************************************
       150-LOAD-DEPOSIT-DETAILS.
           OPEN INPUT BANK-FILE.
           PERFORM 155-READ-BANK-REC UNTIL BANK-EOF.
           CLOSE BANK-FILE.

       155-READ-BANK-REC.
           READ BANK-FILE
               AT END MOVE 'Y' TO WS-BANK-EOF-SWITCH
           END-READ.
           IF NOT BANK-EOF
               IF BD-RECORD-TYPE = 'D' AND WS-DEP-TAB-MAX < 1000
                   ADD 1 TO WS-DEP-TAB-MAX
                   MOVE BD-EMPLOYEE-ID
                       TO WS-DEP-EMPLOYEE-ID(WS-DEP-TAB-MAX)
                   MOVE BD-PAY-DATE TO WS-DEP-PAY-DATE(WS-DEP-TAB-MAX)
                   MOVE BD-BANK-ROUTING
                       TO WS-DEP-ROUTING(WS-DEP-TAB-MAX)
                   MOVE BD-BANK-ACCOUNT
                       TO WS-DEP-ACCOUNT(WS-DEP-TAB-MAX)
                   MOVE BD-NET-CENTS
                       TO WS-DEP-NET-CENTS(WS-DEP-TAB-MAX)
                   ADD 1 TO WS-DEPOSITS-LOADED
               END-IF
           END-IF.

       160-LOAD-ACCOUNT-CODES.
           MOVE 'N' TO WS-CTL-EOF.
           OPEN INPUT GL-ACCTS-FILE.
           PERFORM 165-READ-ACCOUNT-REC UNTIL CTL-EOF.
           CLOSE GL-ACCTS-FILE.

       165-READ-ACCOUNT-REC.
           READ GL-ACCTS-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               EVALUATE GA-TYPE
                   WHEN 'DDCS'
                       MOVE GA-ACCOUNT-CODE TO WS-DD-CASH-ACCOUNT
                   WHEN 'DDRL'
                       MOVE GA-ACCOUNT-CODE TO WS-DD-RETURN-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE RETURN HISTORY MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT BANK-RETURN-FILE.
           OPEN I-O RETURN-HISTORY-FILE.
           IF WS-DDRHIST-STATUS = '35'
               OPEN OUTPUT RETURN-HISTORY-FILE
               CLOSE RETURN-HISTORY-FILE
               OPEN I-O RETURN-HISTORY-FILE
           END-IF.
           OPEN OUTPUT POSTING-FILE-OUT.
           OPEN OUTPUT EMP-TRAN-OUT.
           OPEN OUTPUT RETURN-REPORT-FILE.
           MOVE WS-TODAY TO RH1-DATE.
           MOVE RPT-HEADING-1 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-HEADING-2 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
       300-PROCESS-RETURNS.
           READ BANK-RETURN-FILE
               AT END MOVE 'Y' TO WS-RETURN-EOF-SWITCH
           END-READ.
           IF NOT RETURN-EOF
               ADD 1 TO WS-ENTRIES-READ
               PERFORM 310-VALIDATE-ENTRY
               IF ENTRY-VALID
                   IF RR-REASON-CODE(1:1) = 'R'
                       PERFORM 350-APPLY-RETURN
                   ELSE
                       PERFORM 360-APPLY-NOC
                   END-IF
                   PERFORM 370-WRITE-HISTORY
               ELSE
                   ADD 1 TO WS-ENTRIES-REJECTED
               END-IF
               PERFORM 390-WRITE-DETAIL-LINE
           END-IF.

      *****************************************************************
      * THE REASON CODE MUST BE A RETURN (R) OR NOC (C) CODE AND THE
      * ENTRY MUST MATCH A DEPOSIT SHIPPED FOR THAT EMPLOYEE AND PAY
      * DATE THAT HAS NOT ALREADY BEEN PROCESSED.  A RETURN MUST BE
      * FOR THE AMOUNT DEPOSITED; AN NOC MUST CARRY A CORRECTION,
      * AND A CORRECTED ROUTING NUMBER MUST BE NUMERIC
      *****************************************************************
       310-VALIDATE-ENTRY.
           MOVE 'Y' TO WS-ENTRY-VALID-SWITCH.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE 0 TO WS-RETURN-AMOUNT.
           PERFORM 320-FIND-REASON-DESC.
           IF RR-REASON-CODE(1:1) NOT = 'R'
              AND RR-REASON-CODE(1:1) NOT = 'C'
               MOVE 'N' TO WS-ENTRY-VALID-SWITCH
               MOVE 'UNKNOWN REASON CODE' TO WS-DISPOSITION
           END-IF.
           IF ENTRY-VALID
               PERFORM 330-FIND-DEPOSIT
               IF NOT DEPOSIT-FOUND
                   MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   MOVE 'NO MATCHING DEPOSIT' TO WS-DISPOSITION
               ELSE
                   COMPUTE WS-RETURN-AMOUNT =
                       WS-DEP-NET-CENTS(DEP-IDX) / 100
               END-IF
           END-IF.
           IF ENTRY-VALID
               MOVE RR-EMPLOYEE-ID TO RH-EMPLOYEE-ID
               MOVE RR-PAY-DATE TO RH-PAY-DATE
               MOVE RR-REASON-CODE TO RH-REASON-CODE
               READ RETURN-HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                       MOVE 'ALREADY PROCESSED' TO WS-DISPOSITION
               END-READ
           END-IF.
           IF ENTRY-VALID AND RR-REASON-CODE(1:1) = 'R'
               IF RR-AMOUNT-CENTS NOT NUMERIC
                  OR RR-AMOUNT-CENTS NOT = WS-DEP-NET-CENTS(DEP-IDX)
                   MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   MOVE 'AMOUNT DIFFERS' TO WS-DISPOSITION
               END-IF
           END-IF.
           IF ENTRY-VALID AND RR-REASON-CODE(1:1) = 'C'
               IF RR-CORR-ROUTING = SPACES
                  AND RR-CORR-ACCOUNT = SPACES
                   MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                   MOVE 'NOC CORRECTION MISSING' TO WS-DISPOSITION
               ELSE
                   IF RR-CORR-ROUTING NOT = SPACES
                      AND RR-CORR-ROUTING NOT NUMERIC
                       MOVE 'N' TO WS-ENTRY-VALID-SWITCH
                       MOVE 'NOC ROUTING INVALID' TO WS-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       320-FIND-REASON-DESC.
           MOVE 'NOT A KNOWN CODE' TO WS-REASON-DESC.
           PERFORM 325-CHECK-REASON-CODE
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 8.

       325-CHECK-REASON-CODE.
           IF WS-REASON-CODE(WS-REASON-SUB) = RR-REASON-CODE
               MOVE WS-REASON-NAME(WS-REASON-SUB) TO WS-REASON-DESC
           END-IF.

       330-FIND-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-FOUND-SWITCH.
           SET DEP-IDX TO 1.
           PERFORM 335-SEARCH-DEPOSIT
               UNTIL DEP-IDX > WS-DEP-TAB-MAX OR DEPOSIT-FOUND.

       335-SEARCH-DEPOSIT.
           IF WS-DEP-EMPLOYEE-ID(DEP-IDX) = RR-EMPLOYEE-ID
              AND WS-DEP-PAY-DATE(DEP-IDX) = RR-PAY-DATE
               MOVE 'Y' TO WS-DEPOSIT-FOUND-SWITCH
           ELSE
               SET DEP-IDX UP BY 1
           END-IF.

      *****************************************************************
      * A RETURN - REVERSE THE DEPOSIT TO THE RETURNED-DEPOSIT
      * LIABILITY AND PUT THE EMPLOYEE'S BANK DETAILS ON HOLD
      *****************************************************************
       350-APPLY-RETURN.
           MOVE SPACES TO PO-PERIOD.
           MOVE WS-RETURN-AMOUNT TO PO-AMOUNT.
           MOVE WS-DD-CASH-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'D' TO PO-DEBIT-CREDIT.
           WRITE POSTING-REC.
           MOVE WS-DD-RETURN-ACCOUNT TO PO-ACCOUNT-CODE.
           MOVE 'C' TO PO-DEBIT-CREDIT.
           WRITE POSTING-REC.
           MOVE SPACES TO EMP-TRAN-OUT-REC.
           MOVE 'HLD' TO DX-ACTION.
           MOVE RR-EMPLOYEE-ID TO DX-EMPLOYEE-ID.
           MOVE RR-REASON-CODE TO DX-HOLD-REASON.
           WRITE EMP-TRAN-OUT-REC.
           MOVE 'H' TO RH-DISPOSITION.
           MOVE 'REVERSED - PAY BY CHECK' TO WS-DISPOSITION.
           ADD 1 TO WS-RETURNS-HELD.
           ADD WS-RETURN-AMOUNT TO WS-TOTAL-REVERSED.

      *****************************************************************
      * AN NOC - A BNK TRANSACTION WITH THE BANK'S CORRECTED DETAILS,
      * KEEPING THE DEPOSITED VALUE FOR ANY FIELD NOT CORRECTED
      *****************************************************************
       360-APPLY-NOC.
           MOVE SPACES TO EMP-TRAN-OUT-REC.
           MOVE 'BNK' TO DX-ACTION.
           MOVE RR-EMPLOYEE-ID TO DX-EMPLOYEE-ID.
           IF RR-CORR-ROUTING = SPACES
               MOVE WS-DEP-ROUTING(DEP-IDX) TO DX-BANK-ROUTING
           ELSE
               MOVE RR-CORR-ROUTING TO DX-BANK-ROUTING
           END-IF.
           IF RR-CORR-ACCOUNT = SPACES
               MOVE WS-DEP-ACCOUNT(DEP-IDX) TO DX-BANK-ACCOUNT
           ELSE
               MOVE RR-CORR-ACCOUNT TO DX-BANK-ACCOUNT
           END-IF.
           WRITE EMP-TRAN-OUT-REC.
           MOVE 'C' TO RH-DISPOSITION.
           MOVE 'BANK DETAILS CORRECTED' TO WS-DISPOSITION.
           ADD 1 TO WS-NOCS-APPLIED.

       370-WRITE-HISTORY.
           MOVE RR-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE RR-PAY-DATE TO RH-PAY-DATE.
           MOVE RR-REASON-CODE TO RH-REASON-CODE.
           MOVE WS-RETURN-AMOUNT TO RH-AMOUNT.
           MOVE WS-TODAY TO RH-PROCESSED-DATE.
           WRITE RETURN-HISTORY-REC
               INVALID KEY CONTINUE
           END-WRITE.

       390-WRITE-DETAIL-LINE.
           MOVE RR-REASON-CODE TO RD-REASON-CODE.
           MOVE RR-EMPLOYEE-ID TO RD-EMPLOYEE-ID.
           MOVE RR-PAY-DATE TO RD-PAY-DATE.
           IF WS-RETURN-AMOUNT = 0 AND RR-AMOUNT-CENTS NUMERIC
               COMPUTE WS-RETURN-AMOUNT = RR-AMOUNT-CENTS / 100
           END-IF.
           MOVE WS-RETURN-AMOUNT TO RD-AMOUNT.
           MOVE WS-REASON-DESC TO RD-REASON-DESC.
           MOVE WS-DISPOSITION TO RD-DISPOSITION.
           MOVE RPT-DETAIL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *****************************************************************
      * RETURNS REPORT TOTALS - THE AMOUNT REVERSED IS WHAT PAYROLL
      * OWES THE EMPLOYEES ON DDRL AND REISSUES BY CHECK
      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'RETURNS REVERSED - PAY BY CHECK  :' TO RT-LABEL.
           MOVE WS-RETURNS-HELD TO RT-COUNT.
           MOVE WS-TOTAL-REVERSED TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'NOC BANK CORRECTIONS             :' TO RT-LABEL.
           MOVE WS-NOCS-APPLIED TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'ENTRIES NOT PROCESSED            :' TO RT-LABEL.
           MOVE WS-ENTRIES-REJECTED TO RT-COUNT.
           MOVE 0 TO RT-AMOUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-DEPOSITS-LOADED TO WS-DEPOSITS-LOADEDZ.
           DISPLAY 'Deposit Details Loaded    : ' WS-DEPOSITS-LOADEDZ.
           MOVE WS-ENTRIES-READ TO WS-ENTRIES-READZ.
           DISPLAY 'Return/NOC Entries Read   : ' WS-ENTRIES-READZ.
           MOVE WS-RETURNS-HELD TO WS-RETURNS-HELDZ.
           DISPLAY 'Returns Reversed And Held : ' WS-RETURNS-HELDZ.
           MOVE WS-TOTAL-REVERSED TO WS-MONEY-ED.
           DISPLAY 'Amount Reversed           : ' WS-MONEY-ED.
           MOVE WS-NOCS-APPLIED TO WS-NOCS-APPLIEDZ.
           DISPLAY 'NOC Corrections Built     : ' WS-NOCS-APPLIEDZ.
           MOVE WS-ENTRIES-REJECTED TO WS-ENTRIES-REJECTEDZ.
           DISPLAY 'Entries Not Processed     : ' WS-ENTRIES-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE BANK-RETURN-FILE
                 RETURN-HISTORY-FILE
                 POSTING-FILE-OUT
                 EMP-TRAN-OUT
                 RETURN-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
