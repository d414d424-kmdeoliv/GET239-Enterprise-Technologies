      *the extracts load), dispatch and disposition status from the
      *DISPATCH index and ASGNMAST, and the recovery flag for vehicle
      *cases.  One lookup request, one complete answer.
      *
      *Every request line carries the operator id and a purpose code
      *after the case number (CASE-NO, OPERATOR, PURPOSE in columns
      *1, 10 and 19).  A line with no purpose code or no operator is
      *refused with a refusal page; every dossier produced and every
      *refusal is written to the ACCSLOG access log through the
      *shared ACCSLOG routine for the CJIS audit.
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

      *****************************************************************
      * PERSISTENT CASE MASTER - SAME 266-BYTE LAYOUT AS CRIMEIN
       01 WS-CASES-FOUNDZ          PIC ZZ,ZZ9.
       01 WS-CASES-NOT-FOUND       PIC 9(5)     VALUE 0.
       01 WS-CASES-NOT-FOUNDZ      PIC ZZ,ZZ9.
       01 WS-INQUIRIES-REFUSED     PIC 9(5)     VALUE 0.
       01 WS-INQUIRIES-REFUSEDZ    PIC ZZ,ZZ9.

      *****DOSSIER PAGE LINES******************************************
       01  DOS-RULE-LINE.
           05                 PIC X(2)  VALUE ': '.
           05  DLL-VALUE      PIC X(55).

      *****REQUEST-QUEUE COMPLETION POSTING****************************
       01  CALL-REQPOST                   PIC X(8) VALUE 'REQPOST'.
       01  WS-QUEUE-PGM-ID                PIC X(8) VALUE 'CASEDOSS'.
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
                   PERFORM 395-REFUSE-INQUIRY
               ELSE
                   PERFORM 302-ANSWER-ONE-INQUIRY
               END-IF
           END-IF.

      *THE DOSSIER IS LOGGED UNDER THE LIVE CASE NUMBER IT SHOWS*******
       302-ANSWER-ONE-INQUIRY.
           MOVE 'N' TO WS-CASE-FOUND-SWITCH.
           MOVE 'N' TO WS-ALIAS-USED-SWITCH.
           MOVE IQ-CASE-NUMBER TO CM-CASE-NUMBER.
           READ CASE-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND-SWITCH
           END-READ.
           IF NOT CASE-FOUND AND XREF-AVAILABLE
               PERFORM 305-FOLLOW-RENUMBER-ALIAS
           END-IF.
           IF CASE-FOUND
               ADD 1 TO WS-CASES-FOUND
               MOVE 'A' TO WS-ACCESS-DISPOSITION
               CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID IQ-OPERATOR-ID
                                       CM-CASE-NUMBER IQ-PURPOSE-CODE
                                       WS-ACCESS-DISPOSITION
               PERFORM 310-WRITE-DOSSIER-PAGE
           ELSE
               ADD 1 TO WS-CASES-NOT-FOUND
               PERFORM 390-WRITE-NOT-FOUND-PAGE
           END-IF.

      *****************************************************************
      * A RETIRED NUMBER ON THE CASEMRG CROSS-REFERENCE RESOLVES TO
      * THE LIVE CASE, AND THE DOSSIER SAYS SO
           MOVE 'CASE NOT ON THE CASE MASTER' TO DLL-VALUE.
           PERFORM 370-WRITE-LABEL-LINE.

      *****************************************************************
      * NO PURPOSE, NO ANSWER - THE REFUSAL PAGE TELLS THE REQUESTER
      * WHY AND THE REFUSAL IS LOGGED FOR THE AUDIT
      *****************************************************************
       395-REFUSE-INQUIRY.
           ADD 1 TO WS-INQUIRIES-REFUSED.
           MOVE DOS-RULE-LINE TO DOS-OUT-REC.
           WRITE DOS-OUT-REC.
           MOVE IQ-CASE-NUMBER TO DTL-CASE-NUMBER.
           MOVE DOS-TITLE-LINE TO DOS-OUT-REC.
           WRITE DOS-OUT-REC.
           MOVE 'STATUS' TO DLL-LABEL.
           MOVE 'REQUEST REFUSED - NO PURPOSE CODE OR OPERATOR'
               TO DLL-VALUE.
           PERFORM 370-WRITE-LABEL-LINE.
           MOVE 'R' TO WS-ACCESS-DISPOSITION.
           CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID IQ-OPERATOR-ID
                                   IQ-CASE-NUMBER IQ-PURPOSE-CODE
                                   WS-ACCESS-DISPOSITION.

      *DISPLAY THE INQUIRY DISPOSITION TOTALS**************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           DISPLAY 'Dossiers Produced         : ' WS-CASES-FOUNDZ.
           MOVE WS-CASES-NOT-FOUND TO WS-CASES-NOT-FOUNDZ.
           DISPLAY 'Cases Not On Master       : ' WS-CASES-NOT-FOUNDZ.
           MOVE WS-INQUIRIES-REFUSED TO WS-INQUIRIES-REFUSEDZ.
           DISPLAY 'Inquiries Refused         : '
                   WS-INQUIRIES-REFUSEDZ.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           MOVE 'C' TO WS-QUEUE-STATUS.
           IF WS-INQUIRIES-REFUSED = WS-INQUIRIES-READ
              AND WS-INQUIRIES-REFUSED > 0
               MOVE 'F' TO WS-QUEUE-STATUS
           END-IF.
           MOVE WS-CASES-FOUND TO WS-QUEUE-OUTPUT-COUNT.
           PERFORM 650-POST-QUEUE-REQUEST.
           CLOSE INQUIRY-FILE
                 CASE-MASTER-FILE
                 DISPATCH-INDEX-FILE
           IF XREF-AVAILABLE
               CLOSE CASE-XREF-FILE
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
