      *****************************************************************
      *PURPOSE: Work-study award maintenance.  Students who work for
      *the department are set up on EMPMAST like any other hourly
      *employee, and nothing tied the employee back to the student
      *record - payroll could not see enrollment and financial aid
      *could not see earnings against the award.  This program
      *applies WSATRAN transactions to the keyed WSAWARD work-study
      *award master (employee + term), which carries the student id
      *the employee id belongs to, the term's award, and the
      *enrollment (credit hours) the student must hold to be paid:
      *  ADD  AWARD A TERM OF WORK-STUDY, LINKING THE EMPLOYEE TO
      *       THE STUDENT
      *  CHG  CHANGE THE AWARD AMOUNT OR REQUIRED HOURS
      *  CAN  CANCEL THE AWARD - IT IS KEPT, NEVER DELETED
      *The student must be on STUMAST and the employee on EMPMAST as
      *an hourly ('H') employee.  An employee id belongs to one
      *student only, and a student holds one active award a term.
      *LAB4A keeps the earned-to-date and last period/amount on the
      *award as it pays, stopping or flagging the pay of a student
      *below the required hours in the term's COURSEIN or past the
      *award; WSARPT reports the term's earnings against the award
      *for financial aid.  Rejected transactions print on the WSAREJ
      *report and a before/after image of every applied change goes
      *to the WSAAUD audit file.
      *
      *AWARD STATUS:
      *  A ACTIVE   C CANCELLED
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      WSAMAINT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WSA-TRAN-FILE ASSIGN TO WSATRAN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER ASSIGN TO STUMAST
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-STUDY-MASTER ASSIGN TO WSAWARD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WA-KEY
           FILE STATUS IS WS-WSAWARD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO WSAREJ
           ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO WSAAUD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * WORK-STUDY TRANSACTIONS FROM FINANCIAL AID.  ADD AND CHG CARRY
      * THE AWARD AND REQUIRED HOURS; CAN USES ONLY THE KEY
      *****************************************************************
       FD  WSA-TRAN-FILE.
       01  WSA-TRAN-REC.
           05  WT-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  WT-STUDENT-ID                PIC X(6).
           05  FILLER                       PIC X.
           05  WT-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X.
           05  WT-TERM                      PIC X(5).
           05  FILLER                       PIC X.
           05  WT-AWARD-AMOUNT              PIC 9(5)V99.
           05  FILLER                       PIC X.
           05  WT-MIN-HOURS                 PIC 9(2)V9.

      *****STUDENT MASTER - SEE LAB4***********************************
       FD  STUDENT-MASTER.
       01  STUDENT-MASTER-REC.
           05  SM-STUDENT-ID                PIC X(6).
           05  SM-FIRST-NAME                PIC X(10).
           05  SM-MIDDLE-INIT               PIC X(1).
           05  SM-LAST-NAME                 PIC X(20).
           05  SM-BIRTH-DATE                PIC X(8).
           05  SM-PROGRAM-CODE              PIC X(4).
           05  SM-TERM-GPA                  PIC 9V999.
           05  SM-CUM-GPA                   PIC 9V999.
           05  SM-STANDING                  PIC X(1).
           05  FILLER                       PIC X(22).

      *****************************************************************
      * WORK-STUDY AWARD MASTER - ONE RECORD PER EMPLOYEE PER TERM,
      * LINKING THE EMPLOYEE TO THE STUDENT.  THE EARNED-TO-DATE AND
      * LAST PERIOD/AMOUNT ARE MAINTAINED BY LAB4A
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

      *****EMPLOYEE MASTER - KEY AND EMPLOYEE TYPE ONLY****************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  FILLER                       PIC X(87).
           05  EM-EMP-TYPE                  PIC X(1).
           05  FILLER                       PIC X(49).

      ***REJECTED-TRANSACTION REPORT***********************************
       FD  REJECT-REPORT-FILE.
       01  REJ-OUT-REC                      PIC X(80).

      *****************************************************************
      * BEFORE/AFTER AUDIT FILE - ONE RECORD PER APPLIED TRANSACTION
      *****************************************************************
       FD  AUDIT-FILE.
       01  WSA-AUDIT-REC.
           05  WX-TIMESTAMP                 PIC X(14).
           05  WX-ACTION                    PIC X(3).
           05  WX-BEFORE-IMAGE              PIC X(80).
           05  WX-AFTER-IMAGE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-STU-EOF-SWITCH        PIC X        VALUE 'N'.
              88 STU-EOF                            VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-AWARD-FOUND-SWITCH    PIC X        VALUE 'N'.
              88 AWARD-FOUND                        VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-WSAWARD-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-TODAY                     PIC X(8).
       01 WS-RUN-TIMESTAMP             PIC X(14).

      *****STUDENT IDS - AN AWARD MAY ONLY BE MADE TO A KNOWN STUDENT**
       01 WS-STU-TAB-MAX           PIC 9(4)     VALUE 0.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 1000 TIMES
                             INDEXED BY STU-IDX.
              10 WS-STU-ID             PIC X(6).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-AWARDS-ADDED          PIC 9(5)     VALUE 0.
       01 WS-AWARDS-ADDEDZ         PIC ZZ,ZZ9.
       01 WS-AWARDS-CHANGED        PIC 9(5)     VALUE 0.
       01 WS-AWARDS-CHANGEDZ       PIC ZZ,ZZ9.
       01 WS-AWARDS-CANCELLED      PIC 9(5)     VALUE 0.
       01 WS-AWARDS-CANCELLEDZ     PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  REJ-HEADING-1.
           05                 PIC X(40) VALUE
                   'REJECTED WORK-STUDY AWARD TRANSACTIONS -'.
           05                 PIC X     VALUE SPACE.
           05  RJH-DATE       PIC X(8).
       01  REJ-HEADING-2.
           05                 PIC X(5)  VALUE 'ACT'.
           05                 PIC X(9)  VALUE 'STUDENT'.
           05                 PIC X(8)  VALUE 'EMP ID'.
           05                 PIC X(7)  VALUE 'TERM'.
           05                 PIC X(30) VALUE 'REASON'.
       01  REJ-DETAIL-LINE.
           05  RJD-ACTION         PIC X(3).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-STUDENT-ID     PIC X(6).
           05                     PIC X(3)  VALUE SPACES.
           05  RJD-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-TERM           PIC X(5).
           05                     PIC X(2)  VALUE SPACES.
           05  RJD-REASON         PIC X(30).
           05                     PIC X(21) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-STUDENT-TABLE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies WSAMAINT*'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-LOAD-STUDENT-TABLE.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 155-READ-STUDENT-REC UNTIL STU-EOF.
           CLOSE STUDENT-MASTER.

       155-READ-STUDENT-REC.
           READ STUDENT-MASTER
               AT END MOVE 'Y' TO WS-STU-EOF-SWITCH
           END-READ.
           IF NOT STU-EOF AND WS-STU-TAB-MAX < 1000
               ADD 1 TO WS-STU-TAB-MAX
               MOVE SM-STUDENT-ID TO WS-STU-ID(WS-STU-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE AWARD MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN FOR I-O
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY.
           OPEN INPUT WSA-TRAN-FILE.
           OPEN I-O WORK-STUDY-MASTER.
           IF WS-WSAWARD-STATUS = '35'
               OPEN OUTPUT WORK-STUDY-MASTER
               CLOSE WORK-STUDY-MASTER
               OPEN I-O WORK-STUDY-MASTER
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
           READ WSA-TRAN-FILE
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
      * THE ACTION MUST BE KNOWN AND THE KEY AND STUDENT PRESENT.  AN
      * ADD NEEDS A NEW AWARD FOR A KNOWN STUDENT AND AN HOURLY
      * EMPLOYEE, WITH THE LINK CHECKED BOTH WAYS; CHG/CAN NEED AN
      * ACTIVE AWARD FOR THE SAME STUDENT.  ADD AND CHG CARRY THE
      * AWARD TERMS AND ARE EDITED ALIKE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF WT-STUDENT-ID = SPACES OR WT-EMPLOYEE-ID = SPACES
              OR WT-TERM = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'STUDENT/EMPLOYEE/TERM BLANK'
                   TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND WT-ACTION NOT = 'ADD' AND WT-ACTION NOT = 'CHG'
              AND WT-ACTION NOT = 'CAN'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND WT-ACTION = 'ADD'
               PERFORM 325-CHECK-STUDENT
               IF TRAN-VALID
                   PERFORM 330-CHECK-EMPLOYEE
               END-IF
               IF TRAN-VALID
                   PERFORM 340-CHECK-LINK
               END-IF
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-AWARD-MASTER
               IF WT-ACTION = 'ADD'
                   IF AWARD-FOUND
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'AWARD ALREADY ON MASTER'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN NOT AWARD-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'AWARD NOT ON MASTER'
                               TO WS-REJECT-REASON
                       WHEN NOT WA-ACTIVE
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'AWARD NOT ACTIVE' TO WS-REJECT-REASON
                       WHEN WA-STUDENT-ID NOT = WT-STUDENT-ID
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'STUDENT DOES NOT MATCH AWARD'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           IF TRAN-VALID AND WT-ACTION NOT = 'CAN'
               PERFORM 335-EDIT-AWARD-TERMS
           END-IF.

       320-READ-AWARD-MASTER.
           MOVE WT-EMPLOYEE-ID TO WA-EMPLOYEE-ID.
           MOVE WT-TERM TO WA-TERM.
           READ WORK-STUDY-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-AWARD-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-AWARD-FOUND-SWITCH
           END-READ.

       325-CHECK-STUDENT.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET STU-IDX TO 1.
           PERFORM 326-SEARCH-STUDENT
               UNTIL STU-IDX > WS-STU-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'STUDENT NOT ON STUMAST' TO WS-REJECT-REASON
           END-IF.

       326-SEARCH-STUDENT.
           IF WS-STU-ID(STU-IDX) = WT-STUDENT-ID
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET STU-IDX UP BY 1
           END-IF.

      *WORK-STUDY IS PAID FROM THE TIMECARD - A SALARIED EMPLOYEE*****
      *CANNOT CARRY AN AWARD*******************************************
       330-CHECK-EMPLOYEE.
           MOVE WT-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'EMPLOYEE NOT ON EMPMAST' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF EM-EMP-TYPE NOT = 'H'
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'EMPLOYEE NOT HOURLY' TO WS-REJECT-REASON
                   END-IF
           END-READ.

       335-EDIT-AWARD-TERMS.
           IF WT-AWARD-AMOUNT NOT NUMERIC OR WT-MIN-HOURS NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AMOUNT FIELDS NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND WT-AWARD-AMOUNT = 0
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AWARD AMOUNT ZERO' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND WT-ACTION = 'CHG'
              AND WT-AWARD-AMOUNT < WA-EARNED-TO-DATE
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'AWARD BELOW AMOUNT EARNED' TO WS-REJECT-REASON
           END-IF.

      *****************************************************************
      * THE LINK HOLDS BOTH WAYS ACROSS THE WHOLE MASTER: AN EMPLOYEE
      * ID ON ANY AWARD BELONGS TO ONE STUDENT, AND A STUDENT HOLDS
      * ONLY ONE ACTIVE AWARD IN A TERM
      *****************************************************************
       340-CHECK-LINK.
           MOVE LOW-VALUES TO WA-KEY.
           START WORK-STUDY-MASTER KEY >= WA-KEY
               INVALID KEY MOVE '23' TO WS-WSAWARD-STATUS
           END-START.
           PERFORM 345-CHECK-ONE-AWARD
               UNTIL WS-WSAWARD-STATUS NOT = '00' OR NOT TRAN-VALID.
           MOVE '00' TO WS-WSAWARD-STATUS.

       345-CHECK-ONE-AWARD.
           READ WORK-STUDY-MASTER NEXT RECORD
               AT END MOVE '10' TO WS-WSAWARD-STATUS
           END-READ.
           IF WS-WSAWARD-STATUS = '00'
               EVALUATE TRUE
                   WHEN WA-EMPLOYEE-ID = WT-EMPLOYEE-ID
                        AND WA-STUDENT-ID NOT = WT-STUDENT-ID
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'EMP ID LINKED TO OTHER STUDENT'
                           TO WS-REJECT-REASON
                   WHEN WA-STUDENT-ID = WT-STUDENT-ID
                        AND WA-TERM = WT-TERM
                        AND WA-EMPLOYEE-ID NOT = WT-EMPLOYEE-ID
                        AND WA-ACTIVE
                       MOVE 'N' TO WS-TRAN-VALID-SWITCH
                       MOVE 'STUDENT HAS AWARD THIS TERM'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *****************************************************************
      * APPLY TO THE MASTER AND WRITE THE BEFORE/AFTER AUDIT IMAGES -
      * BLANK BEFORE FOR AN ADD.  A CHG KEEPS THE AMOUNT EARNED SO FAR
      * AND THE LAST PERIOD LAB4A PAID AGAINST THE AWARD
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           MOVE WS-RUN-TIMESTAMP TO WX-TIMESTAMP.
           MOVE WT-ACTION TO WX-ACTION.
           IF AWARD-FOUND
               MOVE WORK-STUDY-REC TO WX-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WX-BEFORE-IMAGE
           END-IF.
           EVALUATE WT-ACTION
               WHEN 'ADD'
                   MOVE SPACES TO WORK-STUDY-REC
                   MOVE WT-EMPLOYEE-ID TO WA-EMPLOYEE-ID
                   MOVE WT-TERM TO WA-TERM
                   MOVE WT-STUDENT-ID TO WA-STUDENT-ID
                   MOVE WT-AWARD-AMOUNT TO WA-AWARD-AMOUNT
                   MOVE WT-MIN-HOURS TO WA-MIN-HOURS
                   MOVE 0 TO WA-EARNED-TO-DATE
                   MOVE SPACES TO WA-LAST-PERIOD
                   MOVE 0 TO WA-LAST-AMOUNT
                   MOVE 'A' TO WA-STATUS
                   MOVE WS-TODAY TO WA-AWARD-DATE
                   WRITE WORK-STUDY-REC
                   ADD 1 TO WS-AWARDS-ADDED
               WHEN 'CHG'
                   MOVE WT-AWARD-AMOUNT TO WA-AWARD-AMOUNT
                   MOVE WT-MIN-HOURS TO WA-MIN-HOURS
                   REWRITE WORK-STUDY-REC
                   ADD 1 TO WS-AWARDS-CHANGED
               WHEN 'CAN'
                   MOVE 'C' TO WA-STATUS
                   MOVE WS-TODAY TO WA-CANCEL-DATE
                   REWRITE WORK-STUDY-REC
                   ADD 1 TO WS-AWARDS-CANCELLED
           END-EVALUATE.
           MOVE WORK-STUDY-REC TO WX-AFTER-IMAGE.
           WRITE WSA-AUDIT-REC.

       390-WRITE-REJECT-LINE.
           MOVE WT-ACTION TO RJD-ACTION.
           MOVE WT-STUDENT-ID TO RJD-STUDENT-ID.
           MOVE WT-EMPLOYEE-ID TO RJD-EMPLOYEE-ID.
           MOVE WT-TERM TO RJD-TERM.
           MOVE WS-REJECT-REASON TO RJD-REASON.
           MOVE REJ-DETAIL-LINE TO REJ-OUT-REC.
           WRITE REJ-OUT-REC.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-AWARDS-ADDED TO WS-AWARDS-ADDEDZ.
           DISPLAY 'Awards Added              : ' WS-AWARDS-ADDEDZ.
           MOVE WS-AWARDS-CHANGED TO WS-AWARDS-CHANGEDZ.
           DISPLAY 'Awards Changed            : ' WS-AWARDS-CHANGEDZ.
           MOVE WS-AWARDS-CANCELLED TO WS-AWARDS-CANCELLEDZ.
           DISPLAY 'Awards Cancelled          : '
                   WS-AWARDS-CANCELLEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE WSA-TRAN-FILE
                 WORK-STUDY-MASTER
                 EMPLOYEE-MASTER
                 REJECT-REPORT-FILE
                 AUDIT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
