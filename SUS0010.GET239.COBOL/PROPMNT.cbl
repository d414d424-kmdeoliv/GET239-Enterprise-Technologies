      *****************************************************************
      *PURPOSE: Stolen property loss master maintenance.  The case
      *record carries no property or loss data, so no report could
      *say what a theft, burglary or fraud cost its victims.  This
      *program applies ADD/CHG/DEL transactions from the records unit
      *to the keyed PROPMAST property loss master - one record per
      *case number and property line, holding the property type
      *code, description, serial number, stolen value and recovered
      *value.  Each transaction is edited - the action must be
      *known, the line number numeric, an added line must name a
      *case on CASEMAST, the type code must be on the PRPTYPE
      *property-type control member, both values numeric and the
      *recovered value no more than the stolen value - and every
      *applied change writes a before/after record to the PROPAUD
      *trail the same way PARTYMNT audits PARTYMST.  LOSSRPT and
      *UCRRPT read PROPMAST for the monthly loss figures.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      PROPMNT.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROP-TRAN-FILE ASSIGN TO PROPTRN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROP-MASTER-FILE ASSIGN TO PROPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           FILE STATUS IS WS-PROPMAST-STATUS.
           SELECT CASE-MASTER-FILE ASSIGN TO CASEMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-NUMBER
           FILE STATUS IS WS-CASEMAST-STATUS.
           SELECT PROP-TYPE-FILE ASSIGN TO PRPTYPE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROP-AUDIT-FILE ASSIGN TO PROPAUD
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * PROPERTY LOSS TRANSACTIONS FROM THE RECORDS UNIT - VALUES ARE
      * DOLLARS AND CENTS WITH THE DECIMAL POINT IMPLIED
      *****************************************************************
       FD  PROP-TRAN-FILE.
       01  PROP-TRAN-REC.
           05  PX-ACTION                    PIC X(3).
           05  FILLER                       PIC X.
           05  PX-CASE-NUMBER               PIC X(8).
           05  PX-LINE-NO                   PIC X(3).
           05  PX-LINE-NO-9 REDEFINES PX-LINE-NO
                                            PIC 9(3).
           05  PX-TYPE-CODE                 PIC X(2).
           05  PX-DESCRIPTION               PIC X(40).
           05  PX-SERIAL-NO                 PIC X(20).
           05  PX-STOLEN-VALUE              PIC X(9).
           05  PX-STOLEN-VALUE-9 REDEFINES PX-STOLEN-VALUE
                                            PIC 9(7)V99.
           05  PX-RECOVERED-VALUE           PIC X(9).
           05  PX-RECOVERED-VALUE-9 REDEFINES PX-RECOVERED-VALUE
                                            PIC 9(7)V99.

      *****************************************************************
      * PROPERTY LOSS MASTER - ONE RECORD PER CASE AND PROPERTY LINE
      *****************************************************************
       FD  PROP-MASTER-FILE.
       01  PROP-MASTER-REC.
           05  PR-KEY.
               10  PR-CASE-NUMBER           PIC X(8).
               10  PR-LINE-NO               PIC 9(3).
           05  PR-TYPE-CODE                 PIC X(2).
           05  PR-DESCRIPTION               PIC X(40).
           05  PR-SERIAL-NO                 PIC X(20).
           05  PR-STOLEN-VALUE              PIC 9(7)V99.
           05  PR-RECOVERED-VALUE           PIC 9(7)V99.

      *****PERSISTENT CASE MASTER - KEY ONLY, FOR THE EXISTENCE EDIT***
       FD  CASE-MASTER-FILE.
       01  CASE-MASTER-REC.
           05  CM-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X(258).

      *****************************************************************
      * PROPERTY-TYPE CONTROL MEMBER - OUR TYPE CODE, THE STATE'S
      * PROPERTY CLASS IT REPORTS UNDER, AND THE DESCRIPTION
      *****************************************************************
       FD  PROP-TYPE-FILE.
       01  PROP-TYPE-REC.
           05  PTY-CODE                     PIC X(2).
           05  FILLER                       PIC X.
           05  PTY-STATE-CLASS              PIC X(1).
           05  FILLER                       PIC X.
           05  PTY-DESCRIPTION              PIC X(30).

      *****************************************************************
      * CHANGE-AUDIT TRAIL - ONE RECORD PER APPLIED TRANSACTION WITH
      * THE BEFORE AND AFTER PROPERTY IMAGES AND THE RUN TIMESTAMP
      *****************************************************************
       FD  PROP-AUDIT-FILE.
       01  PROP-AUDIT-REC.
           05  PAU-TIMESTAMP                PIC X(14).
           05  PAU-ACTION                   PIC X(3).
           05  PAU-BEFORE-IMAGE             PIC X(91).
           05  PAU-AFTER-IMAGE              PIC X(91).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-TRAN-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TRAN-EOF                           VALUE 'Y'.
           05 WS-TRAN-VALID-SWITCH     PIC X        VALUE 'Y'.
              88 TRAN-VALID                         VALUE 'Y'.
           05 WS-LINE-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 LINE-FOUND                         VALUE 'Y'.
           05 WS-CASE-FOUND-SWITCH     PIC X        VALUE 'N'.
              88 CASE-FOUND                         VALUE 'Y'.
           05 WS-TYPE-EOF-SWITCH       PIC X        VALUE 'N'.
              88 TYPE-EOF                           VALUE 'Y'.
           05 WS-FOUND-SWITCH          PIC X        VALUE 'N'.
              88 WS-FOUND                           VALUE 'Y'.
       01 WS-PROPMAST-STATUS           PIC XX.
       01 WS-CASEMAST-STATUS           PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).
       01 WS-REJECT-REASON             PIC X(30).
       01 WS-BEFORE-IMAGE              PIC X(91).

      *****PROPERTY-TYPE CODES FROM PRPTYPE*****************************
       01 WS-PTY-TAB-MAX           PIC 9(3)     VALUE 0.
       01 WS-PTY-TABLE.
           05 WS-PTY-ENTRY OCCURS 100 TIMES
                             INDEXED BY PTY-IDX.
              10 WS-PTY-CODE           PIC X(2).

      *****MAINTENANCE DISPOSITION COUNTERS****************************
       01 WS-TRAN-READ             PIC 9(5)     VALUE 0.
       01 WS-TRAN-READZ            PIC ZZ,ZZ9.
       01 WS-TRAN-APPLIED          PIC 9(5)     VALUE 0.
       01 WS-TRAN-APPLIEDZ         PIC ZZ,ZZ9.
       01 WS-TRAN-REJECTED         PIC 9(5)     VALUE 0.
       01 WS-TRAN-REJECTEDZ        PIC ZZ,ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-LOAD-PROPERTY-TYPES.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-TRANSACTIONS UNTIL TRAN-EOF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies PROPMNT *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * WITHOUT THE TYPE TABLE EVERY ADD AND CHG WOULD REJECT - STOP
      * WITH RC=8 RATHER THAN PRINT A PAGE OF REJECTS
      *****************************************************************
       150-LOAD-PROPERTY-TYPES.
           OPEN INPUT PROP-TYPE-FILE.
           PERFORM 155-READ-PROPERTY-TYPE UNTIL TYPE-EOF.
           CLOSE PROP-TYPE-FILE.
           IF WS-PTY-TAB-MAX = 0
               DISPLAY '*** PRPTYPE PROPERTY-TYPE TABLE EMPTY ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       155-READ-PROPERTY-TYPE.
           READ PROP-TYPE-FILE
               AT END MOVE 'Y' TO WS-TYPE-EOF-SWITCH
           END-READ.
           IF NOT TYPE-EOF AND PTY-CODE NOT = SPACES
              AND WS-PTY-TAB-MAX < 100
               ADD 1 TO WS-PTY-TAB-MAX
               MOVE PTY-CODE TO WS-PTY-CODE(WS-PTY-TAB-MAX)
           END-IF.

      *****************************************************************
      * THE LOSS MASTER MAY NOT EXIST YET ON THE FIRST RUN - CREATE
      * IT EMPTY AND REOPEN, THE SAME WAY PARTYMNT TREATS PARTYMST
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           OPEN INPUT PROP-TRAN-FILE.
           OPEN I-O PROP-MASTER-FILE.
           IF WS-PROPMAST-STATUS = '35'
               OPEN OUTPUT PROP-MASTER-FILE
               CLOSE PROP-MASTER-FILE
               OPEN I-O PROP-MASTER-FILE
           END-IF.
           OPEN INPUT CASE-MASTER-FILE.
           OPEN EXTEND PROP-AUDIT-FILE.

      *****************************************************************
       300-APPLY-TRANSACTIONS.
           READ PROP-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
           END-READ.
           IF NOT TRAN-EOF
               ADD 1 TO WS-TRAN-READ
               PERFORM 310-VALIDATE-TRANSACTION
               IF TRAN-VALID
                   ADD 1 TO WS-TRAN-APPLIED
                   PERFORM 350-APPLY-ONE-TRANSACTION
               ELSE
                   ADD 1 TO WS-TRAN-REJECTED
                   DISPLAY '*** TRANSACTION REJECTED *** '
                           PX-ACTION ' ' PX-CASE-NUMBER
                           '-' PX-LINE-NO
                           ' - ' WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * THE ACTION MUST BE KNOWN AND THE LINE NUMERIC; ADD/CHG MUST
      * CARRY A KNOWN TYPE CODE, A DESCRIPTION AND NUMERIC VALUES
      * WITH NO MORE RECOVERED THAN STOLEN; AN ADD MUST NAME A CASE
      * ON THE CASE MASTER AND A NEW LINE; CHG/DEL AN EXISTING LINE
      *****************************************************************
       310-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PX-CASE-NUMBER = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'CASE NUMBER BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND PX-ACTION NOT = 'ADD' AND PX-ACTION NOT = 'CHG'
              AND PX-ACTION NOT = 'DEL'
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
               IF PX-LINE-NO NOT NUMERIC OR PX-LINE-NO-9 = 0
                   MOVE 'N' TO WS-TRAN-VALID-SWITCH
                   MOVE 'LINE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF TRAN-VALID AND PX-ACTION NOT = 'DEL'
               PERFORM 315-EDIT-PROPERTY-FIELDS
           END-IF.
           IF TRAN-VALID
               PERFORM 320-READ-PROP-MASTER
               EVALUATE PX-ACTION
                   WHEN 'ADD'
                       IF LINE-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'LINE ALREADY ON MASTER'
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 330-CHECK-CASE-EXISTS
                       END-IF
                   WHEN 'CHG'
                   WHEN 'DEL'
                       IF NOT LINE-FOUND
                           MOVE 'N' TO WS-TRAN-VALID-SWITCH
                           MOVE 'LINE NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

       315-EDIT-PROPERTY-FIELDS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           SET PTY-IDX TO 1.
           PERFORM 317-SEARCH-PROPERTY-TYPE
               UNTIL PTY-IDX > WS-PTY-TAB-MAX OR WS-FOUND.
           IF NOT WS-FOUND
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'TYPE CODE NOT ON PRPTYPE' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND PX-DESCRIPTION = SPACES
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'DESCRIPTION BLANK' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND PX-STOLEN-VALUE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'STOLEN VALUE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID AND PX-RECOVERED-VALUE NOT NUMERIC
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'RECOVERED VALUE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF TRAN-VALID
              AND PX-RECOVERED-VALUE-9 > PX-STOLEN-VALUE-9
               MOVE 'N' TO WS-TRAN-VALID-SWITCH
               MOVE 'RECOVERED EXCEEDS STOLEN' TO WS-REJECT-REASON
           END-IF.

       317-SEARCH-PROPERTY-TYPE.
           IF WS-PTY-CODE(PTY-IDX) = PX-TYPE-CODE
               MOVE 'Y' TO WS-FOUND-SWITCH
           ELSE
               SET PTY-IDX UP BY 1
           END-IF.

       320-READ-PROP-MASTER.
           MOVE 'N' TO WS-LINE-FOUND-SWITCH.
           MOVE PX-CASE-NUMBER TO PR-CASE-NUMBER.
           MOVE PX-LINE-NO-9 TO PR-LINE-NO.
           READ PROP-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LINE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LINE-FOUND-SWITCH
           END-READ.

       330-CHECK-CASE-EXISTS.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH.
           MOVE PX-CASE-NUMBER TO CM-CASE-NUMBER.
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

      *****************************************************************
      * APPLY TO THE KEYED MASTER AND WRITE THE BEFORE/AFTER AUDIT
      * IMAGES - BLANK BEFORE FOR AN ADD, BLANK AFTER FOR A DELETE
      *****************************************************************
       350-APPLY-ONE-TRANSACTION.
           IF LINE-FOUND
               MOVE PROP-MASTER-REC TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO PAU-TIMESTAMP.
           MOVE PX-ACTION TO PAU-ACTION.
           MOVE WS-BEFORE-IMAGE TO PAU-BEFORE-IMAGE.
           EVALUATE PX-ACTION
               WHEN 'ADD'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   WRITE PROP-MASTER-REC
                   MOVE PROP-MASTER-REC TO PAU-AFTER-IMAGE
               WHEN 'CHG'
                   PERFORM 360-BUILD-MASTER-FIELDS
                   REWRITE PROP-MASTER-REC
                   MOVE PROP-MASTER-REC TO PAU-AFTER-IMAGE
               WHEN 'DEL'
                   DELETE PROP-MASTER-FILE
                   MOVE SPACES TO PAU-AFTER-IMAGE
           END-EVALUATE.
           WRITE PROP-AUDIT-REC.

       360-BUILD-MASTER-FIELDS.
           MOVE PX-CASE-NUMBER TO PR-CASE-NUMBER.
           MOVE PX-LINE-NO-9 TO PR-LINE-NO.
           MOVE PX-TYPE-CODE TO PR-TYPE-CODE.
           MOVE PX-DESCRIPTION TO PR-DESCRIPTION.
           MOVE PX-SERIAL-NO TO PR-SERIAL-NO.
           MOVE PX-STOLEN-VALUE-9 TO PR-STOLEN-VALUE.
           MOVE PX-RECOVERED-VALUE-9 TO PR-RECOVERED-VALUE.

      *DISPLAY THE MAINTENANCE DISPOSITION TOTALS**********************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-TRAN-READ TO WS-TRAN-READZ.
           DISPLAY 'Transactions Read         : ' WS-TRAN-READZ.
           MOVE WS-TRAN-APPLIED TO WS-TRAN-APPLIEDZ.
           DISPLAY 'Transactions Applied      : ' WS-TRAN-APPLIEDZ.
           MOVE WS-TRAN-REJECTED TO WS-TRAN-REJECTEDZ.
           DISPLAY 'Transactions Rejected     : ' WS-TRAN-REJECTEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE PROP-TRAN-FILE
                 PROP-MASTER-FILE
                 CASE-MASTER-FILE
                 PROP-AUDIT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
