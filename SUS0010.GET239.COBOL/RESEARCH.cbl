      *  BEAT NNNN       WARD NN          AREA NN   (EACH OPTIONAL)
      *  FMT  CSV OR FIX OUTPUT LAYOUT (FIX = RAW 266-BYTE RECORDS)
      *  DEPT XXXXXXXX   REQUESTING DEPARTMENT FOR THE CHARGEBACK
      *  OPER XXXXXXXX   OPERATOR MAKING THE REQUEST (REQUIRED)
      *  PURP XX         PURPOSE CODE (REQUIRED)
      *
      *A request without its operator or purpose code is refused
      *outright.  Every case written to the extract, and every
      *refusal, goes to the ACCSLOG access log through the shared
      *ACCSLOG routine for the CJIS audit.
      *
      *The request cards can also come off the REQINTK request
      *queue: REQREL releases the next waiting request for this
      *program onto the card file in the step ahead, and REQPOST
      *posts the completion status and output count back onto the
      *request's REQMAST record as the run ends.
      *
      *A department that has let its research chargeback invoices go
      *90 days or more unpaid is on the ARHOLD file ARAGE writes each
      *month; a request naming such a department on its DEPT card is
      *refused and logged like any other refusal.  SETUPJOB allocates
      *the hold file empty, so until ARJOB first ages the receivables
      *no department is held.
      *****************************************************************

       ID DIVISION.
           SELECT ACCOUNTING-FILE ASSIGN TO RSRCHACC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RSRCHACC-STATUS.
           SELECT AR-HOLD-FILE ASSIGN TO ARHOLD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RA-RECS-SCANNED              PIC 9(7).
           05  RA-RECS-RETURNED             PIC 9(7).

      *****DEPARTMENTS 90+ DAYS BEHIND ON CHARGEBACKS - SEE ARAGE******
       FD  AR-HOLD-FILE.
       01  AR-HOLD-REC.
           05  AH-DEPT-ID                   PIC X(8).
           05  AH-OVER-90-AMOUNT            PIC 9(9)V99.
           05  AH-AS-OF-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * Chicago City Crime record - Length 266 - EVERY GENERATION'S
              88 RECORD-MATCHES                     VALUE 'Y'.
           05 WS-CAT-EOF-SWITCH        PIC X        VALUE 'N'.
              88 CAT-EOF                            VALUE 'Y'.
           05 WS-HOLD-EOF-SWITCH       PIC X        VALUE 'N'.
              88 HOLD-EOF                           VALUE 'Y'.
           05 WS-DEPT-HELD-SWITCH      PIC X        VALUE 'N'.
              88 DEPT-ON-HOLD                       VALUE 'Y'.

      *****PER-GENERATION FILE STATUSES AND THE CATALOG TABLE**********
       01 WS-ARCH01-STATUS             PIC XX.
      *****PER-REQUEST ACCOUNTING WORK FIELDS (SEE CHRGBACK)***********
       01 WS-TIMELOG-STATUS        PIC XX.
       01 WS-RSRCHACC-STATUS       PIC XX.
       01 WS-ARHOLD-STATUS         PIC XX.
       01 WS-REQUEST-DEPT          PIC X(8)     VALUE 'UNKNOWN '.
       01 WS-START-TIMESTAMP       PIC X(14).
       01 WS-END-TIMESTAMP         PIC X(14).
       01 WS-FILTER-BEAT           PIC X(4)     VALUE SPACES.
       01 WS-FILTER-WARD           PIC X(2)     VALUE SPACES.
       01 WS-FILTER-AREA           PIC X(2)     VALUE SPACES.
       01 WS-OPERATOR-ID           PIC X(8)     VALUE SPACES.
       01 WS-PURPOSE-CODE          PIC X(2)     VALUE SPACES.
       01 WS-OUTPUT-FORMAT         PIC X(3)     VALUE 'CSV'.
           88 CSV-FORMAT                        VALUE 'CSV'.
           88 FIXED-FORMAT                      VALUE 'FIX'.
       01 WS-CSV-ADDRESS           PIC X(40).
       01 WS-CSV-PRIMARY-CRIME     PIC X(30).

      *****REQUEST-QUEUE COMPLETION POSTING****************************
       01  CALL-REQPOST                   PIC X(8) VALUE 'REQPOST'.
       01  WS-QUEUE-PGM-ID                PIC X(8) VALUE 'RESEARCH'.
       01  WS-QUEUE-STATUS                PIC X(1) VALUE 'C'.
       01  WS-QUEUE-OUTPUT-COUNT          PIC 9(7) VALUE 0.

      *****CJIS CASE-ACCESS LOGGING************************************
       01  CALL-ACCSLOG                   PIC X(8) VALUE 'ACCSLOG'.
       01  WS-ACCESS-DISPOSITION          PIC X(1).
       01  WS-NO-CASE                     PIC X(8) VALUE SPACES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           OPEN INPUT REQUEST-CARD-FILE.
           PERFORM 155-READ-REQUEST-CARD UNTIL CTL-EOF.
           CLOSE REQUEST-CARD-FILE.
           IF WS-PURPOSE-CODE = SPACES OR WS-OPERATOR-ID = SPACES
               DISPLAY '*** OPER AND PURP CARDS REQUIRED - '
                       'REQUEST REFUSED ***'
               MOVE 'R' TO WS-ACCESS-DISPOSITION
               CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID WS-OPERATOR-ID
                                       WS-NO-CASE WS-PURPOSE-CODE
                                       WS-ACCESS-DISPOSITION
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WS-QUEUE-STATUS
               PERFORM 650-POST-QUEUE-REQUEST
               STOP RUN
           END-IF.
           PERFORM 160-CHECK-AR-HOLD.
           IF DEPT-ON-HOLD
               DISPLAY '*** DEPT ' WS-REQUEST-DEPT
                       ' 90+ DAYS PAST DUE - REQUEST REFUSED ***'
               MOVE 'R' TO WS-ACCESS-DISPOSITION
               CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID WS-OPERATOR-ID
                                       WS-NO-CASE WS-PURPOSE-CODE
                                       WS-ACCESS-DISPOSITION
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WS-QUEUE-STATUS
               PERFORM 650-POST-QUEUE-REQUEST
               STOP RUN
           END-IF.

       155-READ-REQUEST-CARD.
           READ REQUEST-CARD-FILE
                       MOVE RQ-VALUE(1:3) TO WS-OUTPUT-FORMAT
                   WHEN 'DEPT'
                       MOVE RQ-VALUE(1:8) TO WS-REQUEST-DEPT
                   WHEN 'OPER'
                       MOVE RQ-VALUE(1:8) TO WS-OPERATOR-ID
                   WHEN 'PURP'
                       MOVE RQ-VALUE(1:2) TO WS-PURPOSE-CODE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * AN EMPTY OR UNREADABLE ARHOLD FILE HOLDS NO DEPARTMENT
      *****************************************************************
       160-CHECK-AR-HOLD.
           OPEN INPUT AR-HOLD-FILE.
           IF WS-ARHOLD-STATUS NOT = '00'
               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-IF.
           PERFORM 165-READ-AR-HOLD-REC
               UNTIL HOLD-EOF OR DEPT-ON-HOLD.
           IF WS-ARHOLD-STATUS = '00' OR WS-ARHOLD-STATUS = '10'
               CLOSE AR-HOLD-FILE
           END-IF.

       165-READ-AR-HOLD-REC.
           READ AR-HOLD-FILE
               AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
           END-READ.
           IF NOT HOLD-EOF AND AH-DEPT-ID = WS-REQUEST-DEPT
               MOVE 'Y' TO WS-DEPT-HELD-SWITCH
           END-IF.

      *****************************************************************
      * THE GENERATION CATALOG IS OPTIONAL - WITHOUT IT, EVERY
      * MOUNTED GENERATION IS SCANNED THE WAY THIS PROGRAM ALWAYS DID

       450-WRITE-EXTRACT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.
           MOVE 'A' TO WS-ACCESS-DISPOSITION.
           CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID WS-OPERATOR-ID
                                   CC-CASE-NUMBER WS-PURPOSE-CODE
                                   WS-ACCESS-DISPOSITION.
           EVALUATE TRUE
               WHEN FIXED-FORMAT
                   MOVE CC-CRIME-RECORD TO RSRCH-OUT-REC

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           MOVE 'C' TO WS-QUEUE-STATUS.
           MOVE WS-RECORDS-WRITTEN TO WS-QUEUE-OUTPUT-COUNT.
           PERFORM 650-POST-QUEUE-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-TIMESTAMP.
           PERFORM 610-LOG-TIMING-ROW-END.
           PERFORM 620-WRITE-ACCOUNTING-ROW.
               WRITE ACCOUNTING-REC
               CLOSE ACCOUNTING-FILE
           END-IF.

      *****************************************************************
      * A RUN RELEASED OFF THE REQUEST QUEUE POSTS ITS OUTCOME BACK;
      * A HAND-KEYED RUN HAS NO TOKEN AND REQPOST LEAVES IT ALONE
      *****************************************************************
       650-POST-QUEUE-REQUEST.
           CALL CALL-REQPOST USING WS-QUEUE-PGM-ID WS-QUEUE-STATUS
                                   WS-QUEUE-OUTPUT-COUNT.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
