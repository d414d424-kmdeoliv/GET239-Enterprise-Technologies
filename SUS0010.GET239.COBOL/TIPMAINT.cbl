      *****************************************************************
      *PURPOSE: Crime Stoppers tip intake and reward payment.  Tips
      *from the hotline were logged in a binder and the rewards paid
      *out of petty cash with no tie back to a case.  This program
      *applies the tip unit's TIPTRAN transactions to the keyed
      *TIPMAST tip master (tip number, received date, linked case,
      *category, status):
      *  ADD  LOG A NEW TIP - WITH OR WITHOUT A CASE NUMBER YET
      *  LNK  LINK (OR RE-LINK) A LOGGED TIP TO A CASE
      *  APR  THE BOARD APPROVED THE REWARD ON A QUALIFIED TIP
      *  DEC  THE BOARD DECLINED THE TIP - NO REWARD
      *Every case number a transaction carries is validated against
      *CASEMAST before it is linked, and each link is kept on the
      *keyed TIPXREF cross-reference (case + tip) so COURTRET can
      *find the tips on a case.  When COURTRET posts a conviction-
      *class outcome the case's linked tips go to status Q and print
      *on its reward-approval worksheet; only a Q tip can be
      *approved.  An approved reward may not exceed the category
      *ceiling on TIPCTL, is marked paid, and generates its balanced
      *POSTIN pair for GLPOST against the reward accounts on the
      *GLACCTS control member.  Rejected transactions print on the
      *TIPREJ report.
      *
      *TIP STATUS:
      *  R RECEIVED - NO CASE   L LINKED TO A CASE
      *  Q QUALIFIED - AWAITING BOARD APPROVAL (SET BY COURTRET)
      *  P REWARD APPROVED AND PAID   D DECLINED
      *
      *TIPCTL ENTRIES USED:
      *  CATG CCCC NNNNNNN DESCRIPTION   TIP CATEGORY AND THE LARGEST
      *                                  REWARD IT MAY PAY (9(5)V99)
      *GLACCTS ENTRIES:
      *  TRWX NNNN  CRIME STOPPERS REWARD EXPENSE
      *  TRCS NNNN  CRIME STOPPERS REWARD FUND CASH
      *A PAID REWARD DEBITS TRWX AND CREDITS TRCS.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      TIPMAINT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIP-TRAN-FILE ASSIGN TO TIPTRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIP-CTL-FILE ASSIGN TO TIPCTL
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIP-MASTER-FILE ASSIGN TO TIPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-TIP-NUMBER
           FILE STATUS IS WS-TIPMAST-STATUS.
           SELECT TIP-XREF-FILE ASSIGN TO TIPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TX-KEY
           FILE STATUS IS WS-TIPXREF-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT GL-ACCTS-FILE ASSIGN TO GLACCTS
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-FILE-OUT ASSIGN TO POSTOUT
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-REPORT-FILE ASSIGN TO TIPREJ
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * TIP TRANSACTIONS FROM THE CRIME STOPPERS UNIT.  THE DATE IS
      * THE RECEIVED DATE ON AN ADD AND THE BOARD DATE ON APR/DEC;
      * THE AMOUNT AND PAYMENT REFERENCE ARE USED BY APR ONLY
      *****************************************************************
       FD  TIP-TRAN-FILE.
       01  TIP-TRAN-REC.
           05  TT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  TT-TIP-NUMBER                PIC X(8).
           05  TT-TRAN-DATE                 PIC X(8).
           05  TT-CASE-NUMBER               PIC X(8).
           05  TT-CATEGORY                  PIC X(4).
           05  TT-AMOUNT                    PIC 9(5)V99.
           05  TT-PAY-REF                   PIC X(10).

      *****CONTROL FILE - TIP CATEGORIES AND REWARD CEILINGS***********
       FD  TIP-CTL-FILE.
       01  TIP-CTL-REC.
           05  TC-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  TC-CATEGORY                  PIC X(4).
           05  FILLER                       PIC X.
           05  TC-CEILING                   PIC 9(5)V99.
           05  FILLER                       PIC X.
           05  TC-DESC                      PIC X(20).

      *****************************************************************
      * TIP MASTER - ONE RECORD PER TIP NUMBER.  THE OUTCOME FIELDS
      * ARE POSTED BY COURTRET, THE REWARD FIELDS BY APR
      *****************************************************************
       FD  TIP-MASTER-FILE.
       01  TIP-MASTER-REC.
           05  TM-TIP-NUMBER                PIC X(8).
           05  TM-RECEIVED-DATE             PIC X(8).
           05  TM-CASE-NUMBER               PIC X(8).
           05  TM-CATEGORY                  PIC X(4).
           05  TM-STATUS                    PIC X(1).
               88  TM-RECEIVED                          VALUE 'R'.
               88  TM-LINKED                            VALUE 'L'.
               88  TM-QUALIFIED                         VALUE 'Q'.
               88  TM-PAID                              VALUE 'P'.
               88  TM-DECLINED                          VALUE 'D'.
           05  TM-OUTCOME-CODE              PIC X(2).
           05  TM-OUTCOME-DATE              PIC X(8).
           05  TM-REWARD-AMT                PIC 9(5)V99.
           05  TM-BOARD-DATE                PIC X(8).
           05  TM-PAY-REF                   PIC X(10).
           05  TM-LAST-UPDATED              PIC X(8).

      *****CASE-TO-TIP CROSS-REFERENCE - THE KEY IS THE WHOLE RECORD***
       FD  TIP-XREF-FILE.
       01  TIP-XREF-REC.
           05  TX-KEY.
               10  TX-CASE-NUMBER           PIC X(8).
               10  TX-TIP-NUMBER            PIC X(8).

      *****PERSISTENT CASE MASTER - KEY ONLY, FOR THE EXISTENCE EDIT***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      *****CONTROL FILE - THE REWARD POSTING ACCOUNT CODES*************
       FD  GL-ACCTS-FILE.
       01  GL-ACCTS-REC.
           05  GA-TYPE                      PIC X(4).
           05  FILLER                       PIC X.
           05  GA-ACCOUNT-CODE              PIC X(4).

      *****GENERATED POSTINGS - THE SAME LAYOUT GLPOST READS***********
       FD  POSTING-FILE-OUT.
       01  POSTING-REC.
           05  PO-ACCOUNT-CODE              PIC X(4).
           05  PO-DEBIT-CREDIT              PIC X(1).
           05  PO-AMOUNT                    PIC 9(5)V99.
      *BLANK PERIOD - THE SET BOOKS TO THE GL'S OPEN PERIOD************
           05  PO-PERIOD                    PIC X(6).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-CTL-EOF               PIC X        VALUE 'N'.
              88 CTL-EOF                            VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-TIP-FOUND-SWITCH      PIC X        VALUE 'N'.
              88 TIP-FOUND                          VALUE 'Y'.
           05 WS-CASE-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CASE-FOUND                         VALUE 'Y'.
           05 WS-CATG-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CATG-FOUND                         VALUE 'Y'.
       01 WS-TIPMAST-STATUS            PIC XX.
       01 WS-TIPXREF-STATUS            PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-MONTH-CHECK               PIC 99.
       01 WS-DAY-CHECK                 PIC 99.
       01 WS-DATE-CHECK                PIC X(8).
       01 WS-DATE-OK-SWITCH            PIC X        VALUE 'Y'.
           88 DATE-OK                               VALUE 'Y'.
       01 WS-TODAY                     PIC X(8).
       01 WS-CATEGORY-CHECK            PIC X(4).
       01 WS-CATG-CEILING              PIC 9(5)V99.

      *****TIP CATEGORIES FROM TIPCTL**********************************
       01 WS-CATG-TAB-MAX          PIC 9(2)     VALUE 0.
       01 WS-CATG-TABLE.
           05 WS-CATG-ENTRY OCCURS 20 TIMES
                             INDEXED BY CATG-IDX.
              10 WS-CATG-CODE          PIC X(4).
              10 WS-CATG-MAX-REWARD    PIC 9(5)V99.

      *****POSTING ACCOUNT CODES - DEFAULTS OVERRIDDEN BY GLACCTS******
       01 WS-REWARD-EXP-ACCOUNT    PIC X(4)     VALUE '6300'.
       01 WS-REWARD-CASH-ACCOUNT   PIC X(4)     VALUE '1010'.

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TIPS-ADDED            PIC 9(5)     VALUE 0.
       01 WS-TIPS-ADDEDZ           PIC ZZ,ZZ9.
       01 WS-TIPS-LINKED           PIC 9(5)     VALUE 0.
       01 WS-TIPS-LINKEDZ          PIC ZZ,ZZ9.
       01 WS-REWARDS-PAID          PIC 9(5)     VALUE 0.
       01 WS-REWARDS-PAIDZ         PIC ZZ,ZZ9.
       01 WS-TIPS-DECLINED         PIC 9(5)     VALUE 0.
       01 WS-TIPS-DECLINEDZ        PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.
       01 WS-TOTAL-REWARDS         PIC 9(9)V99  VALUE 0.
       01 WS-MONEY-ED              PIC ZZZ,ZZZ,ZZ9.99.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(40) VALUE
                   'REJECTED CRIME STOPPERS TRANSACTIONS - '.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(10) VALUE 'TIP'.
           05                 PIC X(10) VALUE 'CASE'.
           05                 PIC X(11) VALUE '     AMOUNT'.
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-TIP-NUMBER     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-CASE-NUMBER    PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-AMOUNT         PIC ZZ,ZZ9.99.
           05                     PIC X(4)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(12) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-TIP-CONTROL.
           PERFORM 160-LOAD-ACCOUNT-CODES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies TIPMAINT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-TIP-CONTROL.
           OPEN INPUT TIP-CTL-FILE.
           PERFORM 155-READ-TIP-CTL-REC UNTIL CTL-EOF.
           CLOSE TIP-CTL-FILE.

       155-READ-TIP-CTL-REC.
           READ TIP-CTL-FILE
               AT END MOVE 'Y' TO WS-CTL-EOF
           END-READ.
           IF NOT CTL-EOF
               IF TC-TYPE = 'CATG' AND WS-CATG-TAB-MAX < 20
                  AND TC-CEILING NUMERIC
                   ADD 1 TO WS-CATG-TAB-MAX
                   MOVE TC-CATEGORY TO WS-CATG-CODE(WS-CATG-TAB-MAX)
                   MOVE TC-CEILING
                       TO WS-CATG-MAX-REWARD(WS-CATG-TAB-MAX)
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
                   WHEN 'TRWX'
                       MOVE GA-ACCOUNT-CODE TO WS-REWARD-EXP-ACCOUNT
                   WHEN 'TRCS'
                       MOVE GA-ACCOUNT-CODE TO WS-REWARD-CASH-ACCOUNT
               END-EVALUATE
           END-IF.

      *****************************************************************
      * THE TIP MASTER AND CROSS-REFERENCE MAY NOT EXIST YET ON THE
      * FIRST RUN - CREATE THEM EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT TIP-TRAN-FILE.
           OPEN I-O TIP-MASTER-FILE.
           IF WS-TIPMAST-STATUS = '35'
               OPEN OUTPUT TIP-MASTER-FILE
               CLOSE TIP-MASTER-FILE
               OPEN I-O TIP-MASTER-FILE
           END-IF.
           OPEN I-O TIP-XREF-FILE.
           IF WS-TIPXREF-STATUS = '35'
               OPEN OUTPUT TIP-XREF-FILE
               CLOSE TIP-XREF-FILE
               OPEN I-O TIP-XREF-FILE
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN OUTPUT POSTING-FILE-OUT.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE WS-TODAY TO RJH-DATE.
           MOVE REJ-HEADING-1 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.
           MOVE REJ-HEADING-2 TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ TIP-TRAN-FILE
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
      * THE ACTION MUST BE KNOWN AND THE TIP NUMBER PRESENT.  AN ADD
      * NEEDS A NEW TIP NUMBER, A VALID RECEIVED DATE NOT AFTER TODAY
      * AND A TIPCTL CATEGORY; LNK/APR/DEC NEED A TIP ON THE MASTER.
      * ANY CASE NUMBER CARRIED MUST BE ON THE CASE MASTER.  A PAID
      * OR DECLINED TIP IS CLOSED; ONLY A QUALIFIED TIP IS APPROVED,
      * FOR AN AMOUNT WITHIN ITS CATEGORY CEILING
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TT-TIP-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TIP NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND TT-ACTION NOT = 'ADD' AND TT-ACTION NOT = 'LNK'
              AND TT-ACTION NOT = 'APR' AND TT-ACTION NOT = 'DEC'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-TIP-MASTER
               EVALUATE TT-ACTION
                   WHEN 'ADD'
                       PERFORM 330-EDIT-NEW-TIP
                   WHEN 'LNK'
                       PERFORM 335-EDIT-CASE-LINK
                   WHEN 'APR'
                       PERFORM 340-EDIT-REWARD-APPROVAL
                   WHEN 'DEC'
                       IF NOT TIP-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'TIP NOT ON MASTER' TO WS-REJECT-REASON
                       ELSE
                           IF TM-PAID OR TM-DECLINED
                               MOVE 'N' TO WS-TRAN-VALID-SWITCH
                               MOVE 'TIP ALREADY CLOSED'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       320-READ-TIP-MASTER.
           MOVE 'N' TO WS-TIP-FOUND-SWITCH.
           MOVE TT-TIP-NUMBER TO TM-TIP-NUMBER.
           READ TIP-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TIP-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TIP-FOUND-SWITCH
           END-READ.

       330-EDIT-NEW-TIP.
           IF TIP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TIP ALREADY ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE TT-TRAN-DATE TO WS-DATE-CHECK
               PERFORM 380-VALIDATE-DATE
               IF NOT DATE-OK OR TT-TRAN-DATE > WS-TODAY
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'RECEIVED DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               MOVE TT-CATEGORY TO WS-CATEGORY-CHECK
               PERFORM 370-FIND-CATEGORY
               IF NOT CATG-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'CATEGORY NOT ON TIPCTL' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND TT-CASE-NUMBER NOT = SPACES
               PERFORM 360-CHECK-CASE-EXISTS
           END-IF.

       335-EDIT-CASE-LINK.
           IF NOT TIP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TIP NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND NOT TM-RECEIVED AND NOT TM-LINKED
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TIP PAST LINKING STAGE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND TT-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               PERFORM 360-CHECK-CASE-EXISTS
           END-IF.

       340-EDIT-REWARD-APPROVAL.
           IF NOT TIP-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TIP NOT ON MASTER' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND NOT TM-QUALIFIED
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TIP NOT QUALIFIED FOR REWARD' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               MOVE TT-TRAN-DATE TO WS-DATE-CHECK
               PERFORM 380-VALIDATE-DATE
               IF NOT DATE-OK OR TT-TRAN-DATE > WS-TODAY
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'BOARD DATE INVALID' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID
               IF TT-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               ELSE
                   IF TT-AMOUNT = 0
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'AMOUNT ZERO' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRAN-VALID
               MOVE TM-CATEGORY TO WS-CATEGORY-CHECK
               PERFORM 370-FIND-CATEGORY
               IF NOT CATG-FOUND
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'CATEGORY NOT ON TIPCTL' TO WS-REJECT-REASON
               ELSE
                   IF TT-AMOUNT > WS-CATG-CEILING
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'AMOUNT OVER CATEGORY CEILING'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * APPLY THE TRANSACTION.  A LINK WRITES THE CROSS-REFERENCE
      * ENTRY (DROPPING THE OLD ONE ON A RE-LINK); AN APPROVAL MARKS
      * THE TIP PAID AND WRITES ITS BALANCED REWARD POSTING PAIR
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           EVALUATE TT-ACTION
               WHEN 'ADD'
                   MOVE TT-TIP-NUMBER TO TM-TIP-NUMBER
                   MOVE TT-TRAN-DATE TO TM-RECEIVED-DATE
                   MOVE TT-CASE-NUMBER TO TM-CASE-NUMBER
                   MOVE TT-CATEGORY TO TM-CATEGORY
                   MOVE SPACES TO TM-OUTCOME-CODE
                   MOVE SPACES TO TM-OUTCOME-DATE
                   MOVE 0 TO TM-REWARD-AMT
                   MOVE SPACES TO TM-BOARD-DATE
                   MOVE SPACES TO TM-PAY-REF
                   MOVE WS-TODAY TO TM-LAST-UPDATED
                   IF TT-CASE-NUMBER = SPACES
                       MOVE 'R' TO TM-STATUS
                   ELSE
                       MOVE 'L' TO TM-STATUS
                       PERFORM 355-WRITE-CASE-XREF
                       ADD 1 TO WS-TIPS-LINKED
                   END-IF
                   WRITE TIP-MASTER-REC
                   ADD 1 TO WS-TIPS-ADDED
               WHEN 'LNK'
                   IF TM-LINKED
                       MOVE TM-CASE-NUMBER TO TX-CASE-NUMBER
                       MOVE TM-TIP-NUMBER TO TX-TIP-NUMBER
                       DELETE TIP-XREF-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
                   MOVE TT-CASE-NUMBER TO TM-CASE-NUMBER
                   MOVE 'L' TO TM-STATUS
                   MOVE WS-TODAY TO TM-LAST-UPDATED
                   PERFORM 355-WRITE-CASE-XREF
                   REWRITE TIP-MASTER-REC
                   ADD 1 TO WS-TIPS-LINKED
               WHEN 'APR'
                   MOVE 'P' TO TM-STATUS
                   MOVE TT-AMOUNT TO TM-REWARD-AMT
                   MOVE TT-TRAN-DATE TO TM-BOARD-DATE
                   MOVE TT-PAY-REF TO TM-PAY-REF
                   MOVE WS-TODAY TO TM-LAST-UPDATED
                   REWRITE TIP-MASTER-REC
                   MOVE SPACES TO PO-PERIOD
                   MOVE TT-AMOUNT TO PO-AMOUNT
                   MOVE WS-REWARD-EXP-ACCOUNT TO PO-ACCOUNT-CODE
                   MOVE 'D' TO PO-DEBIT-CREDIT
                   WRITE POSTING-REC
                   MOVE WS-REWARD-CASH-ACCOUNT TO PO-ACCOUNT-CODE
                   MOVE 'C' TO PO-DEBIT-CREDIT
                   WRITE POSTING-REC
                   ADD 1 TO WS-REWARDS-PAID
                   ADD TT-AMOUNT TO WS-TOTAL-REWARDS
               WHEN 'DEC'
                   MOVE 'D' TO TM-STATUS
                   MOVE TT-TRAN-DATE TO TM-BOARD-DATE
                   MOVE WS-TODAY TO TM-LAST-UPDATED
                   REWRITE TIP-MASTER-REC
                   ADD 1 TO WS-TIPS-DECLINED
           END-EVALUATE.

       355-WRITE-CASE-XREF.
           MOVE TT-CASE-NUMBER TO TX-CASE-NUMBER.
           MOVE TT-TIP-NUMBER TO TX-TIP-NUMBER.
           WRITE TIP-XREF-REC
               INVALID KEY CONTINUE
           END-WRITE.

       360-CHECK-CASE-EXISTS.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH.
           MOVE TT-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND-SWITCH
           END-READ.
           IF NOT CASE-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CASE NOT ON CASE MASTER' TO WS-REJECT-REASON
           END-IF.

       370-FIND-CATEGORY.
           MOVE 'N' TO WS-CATG-FOUND-SWITCH.
           MOVE 0 TO WS-CATG-CEILING.
           SET CATG-IDX TO 1.
           PERFORM 375-SEARCH-CATEGORY
               UNTIL CATG-IDX > WS-CATG-TAB-MAX OR CATG-FOUND.

       375-SEARCH-CATEGORY.
           IF WS-CATG-CODE(CATG-IDX) = WS-CATEGORY-CHECK
               MOVE 'Y' TO WS-CATG-FOUND-SWITCH
               MOVE WS-CATG-MAX-REWARD(CATG-IDX) TO WS-CATG-CEILING
           ELSE
               SET CATG-IDX UP BY 1
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
           MOVE TT-ACTION TO RJD-ACTION.
           MOVE TT-TIP-NUMBER TO RJD-TIP-NUMBER.
           MOVE TT-CASE-NUMBER TO RJD-CASE-NUMBER.
           IF TT-AMOUNT NUMERIC
               MOVE TT-AMOUNT TO RJD-AMOUNT
           ELSE
               MOVE 0 TO RJD-AMOUNT
           END-IF.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TIPS-ADDED TO WS-TIPS-ADDEDZ.
           DISPLAY 'Tips Logged               : ' WS-TIPS-ADDEDZ.
           MOVE WS-TIPS-LINKED TO WS-TIPS-LINKEDZ.
           DISPLAY 'Tips Linked To Cases      : ' WS-TIPS-LINKEDZ.
           MOVE WS-REWARDS-PAID TO WS-REWARDS-PAIDZ.
           DISPLAY 'Rewards Approved And Paid : ' WS-REWARDS-PAIDZ.
           MOVE WS-TOTAL-REWARDS TO WS-MONEY-ED.
           DISPLAY 'Reward Amount Posted      : ' WS-MONEY-ED.
           MOVE WS-TIPS-DECLINED TO WS-TIPS-DECLINEDZ.
           DISPLAY 'Tips Declined             : ' WS-TIPS-DECLINEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE TIP-TRAN-FILE
                 TIP-MASTER-FILE
                 TIP-XREF-FILE
                 CASE-MASTER-FILE
                 POSTING-FILE-OUT
                 REJECT-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
