      *requested case in the order the changes were applied.  A
      *requested case with no journal rows prints a no-changes line
      *so the requester knows the case was looked for.
      *
      *Every request line carries the operator id and a purpose code
      *after the case number (CASE-NO, OPERATOR, PURPOSE in columns
      *1, 10 and 19).  A line with no purpose code or no operator is
      *refused and the refusal printed; every case answered and
      *every refusal is written to the ACCSLOG access log through
      *the shared ACCSLOG routine for the CJIS audit.
      *
      *The request cards can also come off the REQINTK request
      *queue: REQREL releases the next waiting request for this
      *program onto the card file in the step ahead, and REQPOST
      *posts the completion status and output count back onto the
      *request's REQMAST record as the run ends.
      *****************************************************************

       ID DIVISION.

       DATA DIVISION.
       FILE SECTION.
      *****REQUEST FILE - ONE CASE NUMBER PER LINE, WITH WHO AND WHY***
       FD  INQUIRY-FILE.
       01  INQUIRY-REC.
           05  IQ-CASE-NUMBER               PIC X(8).
           05  FILLER                       PIC X.
           05  IQ-OPERATOR-ID               PIC X(8).
           05  FILLER                       PIC X.
           05  IQ-PURPOSE-CODE              PIC X(2).

      *****FIELD-LEVEL CHANGE JOURNAL APPENDED BY CASEUPD**************
       FD  CASE-JOURNAL-FILE.
                             INDEXED BY REQ-IDX.
              10 WS-REQ-CASE-NUMBER    PIC X(8).
              10 WS-REQ-ROW-COUNT      PIC 9(5).
              10 WS-REQ-OPERATOR-ID    PIC X(8).
              10 WS-REQ-PURPOSE-CODE   PIC X(2).
       01 WS-REQ-SUB               PIC 9(3).

      *****INQUIRY DISPOSITION COUNTERS********************************
       01 WS-INQUIRIES-READ        PIC 9(3)     VALUE 0.
       01 WS-INQUIRIES-READZ       PIC ZZ9.
       01 WS-INQUIRIES-REFUSED     PIC 9(3)     VALUE 0.
       01 WS-INQUIRIES-REFUSEDZ    PIC ZZ9.
       01 WS-JOURNAL-READ          PIC 9(7)     VALUE 0.
       01 WS-JOURNAL-READZ         PIC Z,ZZZ,ZZ9.
       01 WS-ROWS-REPORTED         PIC 9(7)     VALUE 0.
           05                 PIC X(16) VALUE 'FIELD'.
           05                 PIC X(51) VALUE 'BEFORE'.
           05                 PIC X(33) VALUE 'AFTER'.
       01  HST-REFUSED-LINE.
           05                 PIC X(17) VALUE 'REQUEST FOR CASE '.
           05  HSR-CASE-NUMBER PIC X(8).
           05                 PIC X(40)
                   VALUE ' REFUSED - NO PURPOSE CODE OR OPERATOR'.
       01  HST-DETAIL-LINE.
           05  HSD-TIMESTAMP      PIC X(14).
           05                     PIC X(2)  VALUE SPACES.
           05                     PIC X(2)  VALUE SPACES.
           05  HSD-AFTER          PIC X(49).

      *****REQUEST-QUEUE COMPLETION POSTING****************************
       01  CALL-REQPOST                   PIC X(8) VALUE 'REQPOST'.
       01  WS-QUEUE-PGM-ID                PIC X(8) VALUE 'CASEHIST'.
       01  WS-QUEUE-STATUS                PIC X(1) VALUE 'C'.
       01  WS-QUEUE-OUTPUT-COUNT          PIC 9(7) VALUE 0.

      *****CJIS CASE-ACCESS LOGGING************************************
       01  CALL-ACCSLOG                   PIC X(8) VALUE 'ACCSLOG'.
       01  WS-ACCESS-DISPOSITION          PIC X(1).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
           END-READ.
           IF NOT INQ-EOF
               ADD 1 TO WS-INQUIRIES-READ
               IF IQ-PURPOSE-CODE = SPACES
                  OR IQ-OPERATOR-ID = SPACES
                   PERFORM 260-REFUSE-INQUIRY
               ELSE
                   ADD 1 TO WS-REQ-TAB-MAX
                   MOVE IQ-CASE-NUMBER
                        TO WS-REQ-CASE-NUMBER(WS-REQ-TAB-MAX)
                   MOVE 0 TO WS-REQ-ROW-COUNT(WS-REQ-TAB-MAX)
                   MOVE IQ-OPERATOR-ID
                        TO WS-REQ-OPERATOR-ID(WS-REQ-TAB-MAX)
                   MOVE IQ-PURPOSE-CODE
                        TO WS-REQ-PURPOSE-CODE(WS-REQ-TAB-MAX)
               END-IF
           END-IF.

      *****************************************************************
      * NO PURPOSE, NO ANSWER - THE REFUSAL IS PRINTED FOR THE
      * REQUESTER AND LOGGED FOR THE AUDIT
      *****************************************************************
       260-REFUSE-INQUIRY.
           ADD 1 TO WS-INQUIRIES-REFUSED.
           MOVE IQ-CASE-NUMBER TO HSR-CASE-NUMBER.
           MOVE HST-REFUSED-LINE TO HST-OUT-REC.
           WRITE HST-OUT-REC.
           MOVE 'R' TO WS-ACCESS-DISPOSITION.
           CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID IQ-OPERATOR-ID
                                   IQ-CASE-NUMBER IQ-PURPOSE-CODE
                                   WS-ACCESS-DISPOSITION.

      *****************************************************************
      * ONE JOURNAL PASS PER REQUESTED CASE - THE JOURNAL IS APPENDED
      * CHRONOLOGICALLY, SO A STRAIGHT SCAN PRINTS THE CASE'S CHANGES
      * IN THE ORDER THEY WERE APPLIED
      *****************************************************************
       300-REPORT-ONE-CASE.
           MOVE 'A' TO WS-ACCESS-DISPOSITION.
           CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID
                                   WS-REQ-OPERATOR-ID(WS-REQ-SUB)
                                   WS-REQ-CASE-NUMBER(WS-REQ-SUB)
                                   WS-REQ-PURPOSE-CODE(WS-REQ-SUB)
                                   WS-ACCESS-DISPOSITION.
           MOVE WS-REQ-CASE-NUMBER(WS-REQ-SUB) TO HSH-CASE-NUMBER.
           MOVE HST-HEADING-1 TO HST-OUT-REC.
           WRITE HST-OUT-REC.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-INQUIRIES-READ TO WS-INQUIRIES-READZ.
           DISPLAY 'Inquiries Read            : ' WS-INQUIRIES-READZ.
           MOVE WS-INQUIRIES-REFUSED TO WS-INQUIRIES-REFUSEDZ.
           DISPLAY 'Inquiries Refused         : '
                   WS-INQUIRIES-REFUSEDZ.
           MOVE WS-JOURNAL-READ TO WS-JOURNAL-READZ.
           DISPLAY 'Journal Rows Scanned      : ' WS-JOURNAL-READZ.
           MOVE WS-ROWS-REPORTED TO WS-ROWS-REPORTEDZ.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           MOVE 'C' TO WS-QUEUE-STATUS.
           IF WS-REQ-TAB-MAX = 0 AND WS-INQUIRIES-REFUSED > 0
               MOVE 'F' TO WS-QUEUE-STATUS
           END-IF.
           MOVE WS-ROWS-REPORTED TO WS-QUEUE-OUTPUT-COUNT.
           PERFORM 650-POST-QUEUE-REQUEST.
           CLOSE HISTORY-REPORT-FILE.

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
