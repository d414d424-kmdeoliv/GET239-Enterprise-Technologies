      *****************************************************************
      *PURPOSE: Shared request-queue completion routine, called by
      *each request-card program (CASEDOSS, RESEARCH, NARRSRCH,
      *ADHOCRPT, CASEHIST, TRANSREQ) as it finishes, with its
      *program-id, a completion status ('C' completed, 'F' failed -
      *the card was refused) and its output record count.  REQREL
      *leaves the released request's number on the REQTOKEN token
      *file in the step ahead; this routine reads that number, and
      *posts the status, the completion date/time and the output
      *count back onto the request's REQMAST record.  A run with no
      *token (a card keyed by hand outside the queue) or a token for
      *another program posts nothing and the caller carries on.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      REQPOST.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-TOKEN-FILE ASSIGN TO REQTOKEN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQTOKEN-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO REQMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-REQUEST-NUMBER
           FILE STATUS IS WS-REQMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****RELEASE TOKEN WRITTEN BY REQREL*****************************
       FD  REQUEST-TOKEN-FILE.
       01  REQUEST-TOKEN-REC.
           05  TK-REQUEST-NUMBER            PIC 9(7).
           05  FILLER                       PIC X.
           05  TK-TARGET-JOB                PIC X(8).

      *****************************************************************
      * REQUEST MASTER - ONE RECORD PER QUEUED REQUEST, KEYED BY THE
      * REQUEST NUMBER REQINTK ASSIGNED
      *****************************************************************
       FD  REQUEST-MASTER-FILE.
       01  REQUEST-MASTER-REC.
           05  RQ-REQUEST-NUMBER            PIC 9(7).
           05  RQ-REQUESTER                 PIC X(20).
           05  RQ-PRIORITY                  PIC X(1).
           05  RQ-TARGET-JOB                PIC X(8).
           05  RQ-STATUS                    PIC X(1).
           05  RQ-RECEIVED-DATE             PIC X(8).
           05  RQ-RECEIVED-TIME             PIC X(4).
           05  RQ-RELEASED-DATE             PIC X(8).
           05  RQ-RELEASED-TIME             PIC X(4).
           05  RQ-COMPLETED-DATE            PIC X(8).
           05  RQ-COMPLETED-TIME            PIC X(4).
           05  RQ-OUTPUT-COUNT              PIC 9(7).
           05  RQ-CARD-COUNT                PIC 9(2).
           05  RQ-CARD-IMAGE                PIC X(40) OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.
       01  WS-REQTOKEN-STATUS               PIC XX.
       01  WS-REQMAST-STATUS                PIC XX.
       01  WS-TOKEN-SWITCH                  PIC X       VALUE 'N'.
           88  TOKEN-FOUND                              VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-PROGRAM-ID                    PIC X(8).
       01  LK-STATUS                        PIC X(1).
       01  LK-OUTPUT-COUNT                  PIC 9(7).

      *****************************************************************
       PROCEDURE DIVISION USING LK-PROGRAM-ID LK-STATUS
                                 LK-OUTPUT-COUNT.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-READ-RELEASE-TOKEN.
           IF TOKEN-FOUND
               PERFORM 2000-POST-COMPLETION
           END-IF.
           GOBACK.

      *****************************************************************
       1000-READ-RELEASE-TOKEN.
           MOVE 'N' TO WS-TOKEN-SWITCH.
           OPEN INPUT REQUEST-TOKEN-FILE.
           IF WS-REQTOKEN-STATUS = '00'
               READ REQUEST-TOKEN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TK-REQUEST-NUMBER NUMERIC
                          AND TK-TARGET-JOB = LK-PROGRAM-ID
                           MOVE 'Y' TO WS-TOKEN-SWITCH
                       END-IF
               END-READ
               CLOSE REQUEST-TOKEN-FILE
           END-IF.

      *****************************************************************
       2000-POST-COMPLETION.
           OPEN I-O REQUEST-MASTER-FILE.
           IF WS-REQMAST-STATUS = '00'
               MOVE TK-REQUEST-NUMBER TO RQ-REQUEST-NUMBER
               READ REQUEST-MASTER-FILE
                   INVALID KEY
                       DISPLAY '*** REQUEST ' TK-REQUEST-NUMBER
                               ' NOT ON REQMAST - NOT POSTED ***'
                   NOT INVALID KEY
                       MOVE LK-STATUS TO RQ-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                            TO RQ-COMPLETED-DATE
                       MOVE FUNCTION CURRENT-DATE(9:4)
                            TO RQ-COMPLETED-TIME
                       MOVE LK-OUTPUT-COUNT TO RQ-OUTPUT-COUNT
                       REWRITE REQUEST-MASTER-REC
                       DISPLAY 'Queue Request Posted      : '
                               TK-REQUEST-NUMBER ' ' LK-STATUS
               END-READ
               CLOSE REQUEST-MASTER-FILE
           ELSE
               DISPLAY '*** REQMAST UNAVAILABLE - REQUEST '
                       TK-REQUEST-NUMBER ' NOT POSTED ***'
           END-IF.

      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
