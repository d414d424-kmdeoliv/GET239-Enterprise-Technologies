      *  CAT  MVT/BUR/STK/FRD  THE CATEGORY WANTED (REQUIRED)
      *  WARD NN   BEAT NNNN   AREA NN   (EACH OPTIONAL)
      *  DATS CCYYMMDD   DATE CCYYMMDD   (OPTIONAL RANGE)
      *
      *The request cards can also come off the REQINTK request
      *queue: REQREL releases the next waiting request for this
      *program onto the card file in the step ahead, and REQPOST
      *posts the completion status and output count back onto the
      *request's REQMAST record as the run ends.
      *****************************************************************

       ID DIVISION.
      *****************************************************************
       01 WS-CSV-ADDRESS           PIC X(40).

      *****REQUEST-QUEUE COMPLETION POSTING****************************
       01  CALL-REQPOST                   PIC X(8) VALUE 'REQPOST'.
       01  WS-QUEUE-PGM-ID                PIC X(8) VALUE 'ADHOCRPT'.
       01  WS-QUEUE-STATUS                PIC X(1) VALUE 'C'.
       01  WS-QUEUE-OUTPUT-COUNT          PIC 9(7) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
               DISPLAY '*** ADHOCREQ NEEDS A CAT CARD - '
                       'NOTHING TO DO ***'
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WS-QUEUE-STATUS
               PERFORM 650-POST-QUEUE-REQUEST
               STOP RUN
           END-IF.

                   DISPLAY '*** UNKNOWN CAT VALUE - USE MVT, BUR, '
                           'STK OR FRD ***'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'F' TO WS-QUEUE-STATUS
                   PERFORM 650-POST-QUEUE-REQUEST
                   STOP RUN
           END-EVALUATE.


      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           MOVE 'C' TO WS-QUEUE-STATUS.
           MOVE WS-RECORDS-WRITTEN TO WS-QUEUE-OUTPUT-COUNT.
           PERFORM 650-POST-QUEUE-REQUEST.
           CALL CALL-CTLTOT USING WS-PGM-ID CRIME-REC-READ
                                   WS-RECORDS-WRITTEN
                                   WS-RECORDS-WRITTEN.
                                   WS-CRIMEIN-MAX-DATE-TIME.
           CLOSE CRIME-FILE-IN
                 ADHOC-CSV-FILE.

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
