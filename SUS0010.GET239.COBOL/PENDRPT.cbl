      *****************************************************************
      *PURPOSE: Pending-change report.  EMPMAINT does not put a new
      *annual salary, hourly rate or bank routing/account on the
      *employee master when it is keyed: the change waits on the
      *PENDCHG file until a second operator approves it (APV) on a
      *later run or rejects it (RJC).  This program lists every
      *change on PENDCHG - pending, approved or rejected - with the
      *employee, who keyed it and when, who decided it and when, and
      *each field's value before and after (the account masked to
      *its last four digits), so payroll can chase the changes still
      *waiting and audit can see that no one approved their own.
      *Counts by status close the report.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      PENDRPT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    February 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO PENDCHG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-PENDCHG-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO PENDRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****PENDING CHANGES WRITTEN AND DECIDED BY EMPMAINT*************
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-REC.
           05  PC-KEY.
               10  PC-EMPLOYEE-ID           PIC X(6).
               10  PC-REQUEST-STAMP.
                   15  PC-REQUEST-CCYY      PIC X(4).
                   15  PC-REQUEST-MM        PIC X(2).
                   15  PC-REQUEST-DD        PIC X(2).
                   15  FILLER               PIC X(6).
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
           05  PC-OLD-ACCOUNT.
               10  FILLER                   PIC X(6).
               10  PC-OLD-ACCOUNT-LAST4     PIC X(4).
           05  PC-NEW-ACCOUNT.
               10  FILLER                   PIC X(6).
               10  PC-NEW-ACCOUNT-LAST4     PIC X(4).
           05  PC-DECIDED-BY                PIC X(8).
           05  PC-DECISION-STAMP.
               10  PC-DECISION-CCYY         PIC X(4).
               10  PC-DECISION-MM           PIC X(2).
               10  PC-DECISION-DD           PIC X(2).
               10  FILLER                   PIC X(6).
           05  PC-DECISION-NOTE             PIC X(30).

      *****EMPLOYEE MASTER - NAME FIELDS ONLY**************************
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-REC.
           05  EM-EMPLOYEE-ID               PIC X(6).
           05  EM-FIRST-NAME                PIC X(20).
           05  EM-LAST-NAME                 PIC X(30).
           05  FILLER                       PIC X(87).

      ***PENDING-CHANGE REPORT*****************************************
       FD  CHANGE-REPORT-FILE.
       01  RPT-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-PCH-EOF-SWITCH        PIC X        VALUE 'N'.
              88 PCH-EOF                            VALUE 'Y'.
       01 WS-PENDCHG-STATUS            PIC XX.
       01 WS-EMPMAST-STATUS            PIC XX.

      *****REPORT STATUS COUNTERS**************************************
       01 WS-CHANGES-READ          PIC 9(5)     VALUE 0.
       01 WS-CHANGES-READZ         PIC ZZ,ZZ9.
       01 WS-PENDING-COUNT         PIC 9(5)     VALUE 0.
       01 WS-PENDING-COUNTZ        PIC ZZ,ZZ9.
       01 WS-APPROVED-COUNT        PIC 9(5)     VALUE 0.
       01 WS-APPROVED-COUNTZ       PIC ZZ,ZZ9.
       01 WS-REJECTED-COUNT        PIC 9(5)     VALUE 0.
       01 WS-REJECTED-COUNTZ       PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  RPT-RULE-LINE.
           05                 PIC X(78) VALUE ALL '='.
       01  RPT-HEADING-1.
           05                 PIC X(40) VALUE
                   'EMPLOYEE PAY AND BANK CHANGES - APPROVAL'.
           05                 PIC X(7)  VALUE ' STATUS'.
       01  RPT-HEADING-2.
           05                 PIC X(8)  VALUE 'EMP ID'.
           05                 PIC X(32) VALUE 'EMPLOYEE NAME'.
           05                 PIC X(38) VALUE 'STATUS'.
       01  RPT-NAME-LINE.
           05  RNL-EMPLOYEE-ID    PIC X(6).
           05                     PIC X(2)  VALUE SPACES.
           05  RNL-EMPLOYEE-NAME  PIC X(30).
           05                     PIC X(2)  VALUE SPACES.
           05  RNL-STATUS         PIC X(38).
       01  RPT-WHO-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05  RWL-LABEL          PIC X(11).
           05  RWL-OPERATOR       PIC X(8).
           05                     PIC X(4)  VALUE ' ON '.
           05  RWL-MM             PIC X(2).
           05                     PIC X(1)  VALUE '/'.
           05  RWL-DD             PIC X(2).
           05                     PIC X(1)  VALUE '/'.
           05  RWL-CCYY           PIC X(4).
           05                     PIC X(2)  VALUE SPACES.
           05  RWL-NOTE           PIC X(30).
       01  RPT-MONEY-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05  RML-LABEL          PIC X(14).
           05  RML-OLD            PIC Z,ZZZ,ZZ9.99.
           05                     PIC X(4)  VALUE ' -> '.
           05  RML-NEW            PIC Z,ZZZ,ZZ9.99.
       01  RPT-TEXT-LINE.
           05                     PIC X(8)  VALUE SPACES.
           05  RXL-LABEL          PIC X(14).
           05  RXL-OLD            PIC X(12).
           05                     PIC X(4)  VALUE ' -> '.
           05  RXL-NEW            PIC X(12).
       01  RPT-TOTAL-LINE.
           05  RT-LABEL           PIC X(34).
           05  RT-COUNT           PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-REPORT-CHANGES UNTIL PCH-EOF.
           PERFORM 400-WRITE-REPORT-TOTALS.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies PENDRPT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* February, 2017                         *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * NO PENDCHG - NO CHANGE HAS EVER WAITED FOR APPROVAL; THE
      * REPORT PRINTS ITS HEADINGS AND ZERO COUNTS
      *****************************************************************
       200-OPEN-FILES.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDCHG-STATUS NOT = '00'
               MOVE 'Y' TO WS-PCH-EOF-SWITCH
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE RPT-HEADING-1 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-HEADING-2 TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-RULE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           IF NOT PCH-EOF
               PERFORM 310-READ-CHANGE-REC
           END-IF.

      *****************************************************************
      * ONE BLOCK PER CHANGE IN EMPLOYEE/REQUEST ORDER - ONLY THE
      * FIELDS THE CHANGE ACTUALLY MOVES ARE LISTED
      *****************************************************************
       300-REPORT-CHANGES.
           ADD 1 TO WS-CHANGES-READ.
           PERFORM 320-WRITE-NAME-LINE.
           PERFORM 330-WRITE-WHO-LINES.
           PERFORM 340-WRITE-FIELD-LINES.
           PERFORM 310-READ-CHANGE-REC.

       310-READ-CHANGE-REC.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PCH-EOF-SWITCH
           END-READ.

       320-WRITE-NAME-LINE.
           MOVE SPACES TO RNL-EMPLOYEE-NAME.
           MOVE PC-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER' TO RNL-EMPLOYEE-NAME
               NOT INVALID KEY
                   STRING EM-FIRST-NAME DELIMITED BY SPACE ' '
                          EM-LAST-NAME DELIMITED BY SPACE
                       INTO RNL-EMPLOYEE-NAME
           END-READ.
           MOVE PC-EMPLOYEE-ID TO RNL-EMPLOYEE-ID.
           EVALUATE TRUE
               WHEN PC-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING - AWAITING SECOND OPERATOR'
                       TO RNL-STATUS
               WHEN PC-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED - ON THE MASTER' TO RNL-STATUS
               WHEN PC-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED - NOT APPLIED' TO RNL-STATUS
               WHEN OTHER
                   MOVE SPACES TO RNL-STATUS
                   STRING 'UNKNOWN STATUS ' PC-STATUS
                       DELIMITED BY SIZE INTO RNL-STATUS
           END-EVALUATE.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-NAME-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

       330-WRITE-WHO-LINES.
           MOVE 'KEYED BY   ' TO RWL-LABEL.
           MOVE PC-REQUESTED-BY TO RWL-OPERATOR.
           MOVE PC-REQUEST-MM TO RWL-MM.
           MOVE PC-REQUEST-DD TO RWL-DD.
           MOVE PC-REQUEST-CCYY TO RWL-CCYY.
           MOVE SPACES TO RWL-NOTE.
           MOVE RPT-WHO-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           IF NOT PC-PENDING
               MOVE 'DECIDED BY ' TO RWL-LABEL
               MOVE PC-DECIDED-BY TO RWL-OPERATOR
               MOVE PC-DECISION-MM TO RWL-MM
               MOVE PC-DECISION-DD TO RWL-DD
               MOVE PC-DECISION-CCYY TO RWL-CCYY
               MOVE PC-DECISION-NOTE TO RWL-NOTE
               MOVE RPT-WHO-LINE TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.

      *THE ACCOUNT NUMBER NEVER PRINTS IN FULL*************************
       340-WRITE-FIELD-LINES.
           IF PC-NEW-SALARY NOT = PC-OLD-SALARY
               MOVE 'ANNUAL SALARY ' TO RML-LABEL
               MOVE PC-OLD-SALARY TO RML-OLD
               MOVE PC-NEW-SALARY TO RML-NEW
               MOVE RPT-MONEY-LINE TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.
           IF PC-NEW-HOURLY-RATE NOT = PC-OLD-HOURLY-RATE
               MOVE 'HOURLY RATE   ' TO RML-LABEL
               MOVE PC-OLD-HOURLY-RATE TO RML-OLD
               MOVE PC-NEW-HOURLY-RATE TO RML-NEW
               MOVE RPT-MONEY-LINE TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.
           IF PC-NEW-ROUTING NOT = PC-OLD-ROUTING
               MOVE 'BANK ROUTING  ' TO RXL-LABEL
               MOVE PC-OLD-ROUTING TO RXL-OLD
               MOVE PC-NEW-ROUTING TO RXL-NEW
               MOVE RPT-TEXT-LINE TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.
           IF PC-NEW-ACCOUNT NOT = PC-OLD-ACCOUNT
               MOVE 'BANK ACCOUNT  ' TO RXL-LABEL
               MOVE SPACES TO RXL-OLD RXL-NEW
               STRING '******' PC-OLD-ACCOUNT-LAST4
                   DELIMITED BY SIZE INTO RXL-OLD
               STRING '******' PC-NEW-ACCOUNT-LAST4
                   DELIMITED BY SIZE INTO RXL-NEW
               MOVE RPT-TEXT-LINE TO RPT-OUT-REC
               WRITE RPT-OUT-REC
           END-IF.

      *****************************************************************
       400-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE RPT-RULE-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'CHANGES ON FILE                  :' TO RT-LABEL.
           MOVE WS-CHANGES-READ TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'PENDING - AWAITING APPROVAL      :' TO RT-LABEL.
           MOVE WS-PENDING-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'APPROVED                         :' TO RT-LABEL.
           MOVE WS-APPROVED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.
           MOVE 'REJECTED                         :' TO RT-LABEL.
           MOVE WS-REJECTED-COUNT TO RT-COUNT.
           MOVE RPT-TOTAL-LINE TO RPT-OUT-REC.
           WRITE RPT-OUT-REC.

      *DISPLAY THE REPORT STATUS TOTALS********************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-CHANGES-READ TO WS-CHANGES-READZ.
           DISPLAY 'Changes Reported          : ' WS-CHANGES-READZ.
           MOVE WS-PENDING-COUNT TO WS-PENDING-COUNTZ.
           DISPLAY 'Pending                   : ' WS-PENDING-COUNTZ.
           MOVE WS-APPROVED-COUNT TO WS-APPROVED-COUNTZ.
           DISPLAY 'Approved                  : ' WS-APPROVED-COUNTZ.
           MOVE WS-REJECTED-COUNT TO WS-REJECTED-COUNTZ.
           DISPLAY 'Rejected                  : ' WS-REJECTED-COUNTZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-PENDCHG-STATUS = '00' OR WS-PENDCHG-STATUS = '10'
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER
                 CHANGE-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
