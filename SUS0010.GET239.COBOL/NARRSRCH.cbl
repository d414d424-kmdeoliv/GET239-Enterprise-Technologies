      *  TERM <TEXT>     SEARCH TERM (REPEATABLE, UP TO 10)
      *  MODE AND / OR   TERM COMBINATION (DEFAULT OR)
      *  DATS CCYYMMDD   RANGE START      DATE CCYYMMDD   RANGE END
      *  OPER XXXXXXXX   OPERATOR MAKING THE REQUEST (REQUIRED)
      *  PURP XX         PURPOSE CODE (REQUIRED)
      *
      *A request without its operator or purpose code is refused
      *outright.  Every case on the hit list, and every refusal, is
      *written to the ACCSLOG access log through the shared ACCSLOG
      *routine for the CJIS audit.
      *
      *The request cards can also come off the REQINTK request
      *queue: REQREL releases the next waiting request for this
      *program onto the card file in the step ahead, and REQPOST
      *posts the completion status and output count back onto the
      *request's REQMAST record as the run ends.
      *****************************************************************

       ID DIVISION.
      *****REQUEST PARAMETERS******************************************
       01 WS-DATE-FROM             PIC X(8)     VALUE '00000000'.
       01 WS-DATE-TO               PIC X(8)     VALUE '99999999'.
       01 WS-OPERATOR-ID           PIC X(8)     VALUE SPACES.
       01 WS-PURPOSE-CODE          PIC X(2)     VALUE SPACES.
       01 WS-COMBINE-MODE          PIC X(3)     VALUE 'OR '.
           88 AND-MODE                          VALUE 'AND'.
       01 WS-TERM-TAB-MAX          PIC 99       VALUE 0.
           05                 PIC X(6)  VALUE SPACES.
           05  HTE-EXCERPT    PIC X(80).

      *****REQUEST-QUEUE COMPLETION POSTING****************************
       01  CALL-REQPOST                   PIC X(8) VALUE 'REQPOST'.
       01  WS-QUEUE-PGM-ID                PIC X(8) VALUE 'NARRSRCH'.
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
           IF WS-TERM-TAB-MAX = 0
               DISPLAY '*** AT LEAST ONE TERM CARD REQUIRED ***'
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO WS-QUEUE-STATUS
               PERFORM 650-POST-QUEUE-REQUEST
               STOP RUN
           END-IF.

                       MOVE RQ-VALUE(1:8) TO WS-DATE-FROM
                   WHEN 'DATE'
                       MOVE RQ-VALUE(1:8) TO WS-DATE-TO
                   WHEN 'OPER'
                       MOVE RQ-VALUE(1:8) TO WS-OPERATOR-ID
                   WHEN 'PURP'
                       MOVE RQ-VALUE(1:2) TO WS-PURPOSE-CODE
               END-EVALUATE
           END-IF.

           END-IF.

       370-WRITE-CASE-HIT.
           MOVE 'A' TO WS-ACCESS-DISPOSITION.
           CALL CALL-ACCSLOG USING WS-QUEUE-PGM-ID WS-OPERATOR-ID
                                   WS-CURRENT-CASE WS-PURPOSE-CODE
                                   WS-ACCESS-DISPOSITION.
           MOVE WS-CURRENT-CASE TO HTC-CASE-NUMBER.
           MOVE HIT-CASE-LINE TO HIT-OUT-REC.
           WRITE HIT-OUT-REC.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           MOVE 'C' TO WS-QUEUE-STATUS.
           MOVE WS-CASES-HIT TO WS-QUEUE-OUTPUT-COUNT.
           PERFORM 650-POST-QUEUE-REQUEST.
           CLOSE NARRATIVE-FILE
                 CASE-MASTER-FILE
                 HIT-REPORT-FILE.

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
