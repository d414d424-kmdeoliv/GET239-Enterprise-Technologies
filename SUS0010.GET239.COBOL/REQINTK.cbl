      *****************************************************************
      *PURPOSE: Unified request-queue intake.  Dossier, research,
      *narrative-search, ad-hoc, case-history and transcript requests
      *each used to arrive as a card member somebody edited by hand,
      *so nobody could say what had been asked, by whom, when it ran
      *or whether it was still waiting.  Every request now comes in
      *through the one REQIN intake file: a header card naming the
      *requester, the priority (1 rush, 2 normal, 3 when convenient)
      *and the target program, followed by the request cards exactly
      *as that program reads them.  Each good request takes the next
      *number off the REQSEQ counter and lands on the keyed REQMAST
      *queue as waiting; REQREL hands it to its program when that
      *job runs, and the program posts it back through REQPOST.  The
      *REQACK listing gives every request its number or its reason
      *for rejection.
      *
      *INTAKE RECORDS:
      *  H <REQUESTER 20> <PRIORITY 1> <TARGET PROGRAM 8>
      *  C <REQUEST CARD IMAGE 40>     (1 TO 10 PER REQUEST)
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      REQINTK.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-INTAKE-FILE ASSIGN TO REQIN
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-SEQ-FILE ASSIGN TO REQSEQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQSEQ-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO REQMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-REQUEST-NUMBER
           FILE STATUS IS WS-REQMAST-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO REQACK
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****INTAKE - HEADER CARD THEN THE REQUEST'S OWN CARDS***********
       FD  REQUEST-INTAKE-FILE.
       01  REQUEST-INTAKE-REC.
           05  RI-REC-TYPE                  PIC X(1).
               88  RI-HEADER                            VALUE 'H'.
               88  RI-CARD                              VALUE 'C'.
           05  FILLER                       PIC X(1).
           05  RI-BODY                      PIC X(40).
           05  RI-HEADER-BODY REDEFINES RI-BODY.
               10  RI-REQUESTER             PIC X(20).
               10  FILLER                   PIC X(1).
               10  RI-PRIORITY              PIC X(1).
               10  FILLER                   PIC X(1).
               10  RI-TARGET-JOB            PIC X(8).
               10  FILLER                   PIC X(9).

      *****REQUEST-NUMBER COUNTER - ONE RECORD*************************
       FD  REQUEST-SEQ-FILE.
       01  REQUEST-SEQ-REC.
           05  RS-NEXT-REQUEST-NUMBER       PIC 9(7).

      *****************************************************************
      * REQUEST MASTER - ONE RECORD PER QUEUED REQUEST, KEYED BY THE
      * REQUEST NUMBER.  STATUS W WAITING, R RELEASED TO ITS PROGRAM,
      * C COMPLETED, F FAILED (THE PROGRAM REFUSED THE CARDS)
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

      ***INTAKE ACKNOWLEDGEMENT LISTING********************************
       FD  ACK-REPORT-FILE.
       01  ACK-OUT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-INTK-EOF-SWITCH       PIC X        VALUE 'N'.
              88 INTK-EOF                           VALUE 'Y'.
           05 WS-PENDING-SWITCH        PIC X        VALUE 'N'.
              88 REQUEST-PENDING                    VALUE 'Y'.
       01 WS-REQSEQ-STATUS             PIC XX.
       01 WS-REQMAST-STATUS            PIC XX.
       01 WS-RUN-TIMESTAMP             PIC X(14).

      *****THE REQUEST BEING ASSEMBLED FROM ITS HEADER AND CARDS*******
       01 WS-PEND-REQUESTER            PIC X(20).
       01 WS-PEND-PRIORITY             PIC X(1).
           88 PEND-PRIORITY-VALID               VALUE '1' '2' '3'.
       01 WS-PEND-TARGET-JOB           PIC X(8).
           88 PEND-TARGET-VALID                 VALUE 'CASEDOSS'
                                                      'RESEARCH'
                                                      'NARRSRCH'
                                                      'ADHOCRPT'
                                                      'CASEHIST'
                                                      'TRANSREQ'.
       01 WS-PEND-CARD-COUNT           PIC 9(2).
       01 WS-PEND-CARD-OVERFLOW        PIC 9(3).
       01 WS-PEND-CARD-TABLE.
           05 WS-PEND-CARD-IMAGE       PIC X(40) OCCURS 10 TIMES.
       01 WS-CARD-SUB                  PIC 9(2).
       01 WS-REJECT-REASON             PIC X(30).

      *****REQUEST-NUMBER COUNTER STATE********************************
       01 WS-NEXT-REQUEST-NUMBER   PIC 9(7)     VALUE 1.

      *****INTAKE DISPOSITION COUNTERS*********************************
       01 WS-REQUESTS-READ         PIC 9(5)     VALUE 0.
       01 WS-REQUESTS-READZ        PIC ZZ,ZZ9.
       01 WS-REQUESTS-QUEUED       PIC 9(5)     VALUE 0.
       01 WS-REQUESTS-QUEUEDZ      PIC ZZ,ZZ9.
       01 WS-REQUESTS-REJECTED     PIC 9(5)     VALUE 0.
       01 WS-REQUESTS-REJECTEDZ    PIC ZZ,ZZ9.
       01 WS-ORPHAN-CARDS          PIC 9(5)     VALUE 0.
       01 WS-ORPHAN-CARDSZ         PIC ZZ,ZZ9.

      *****REPORT LINE LAYOUTS*****************************************
       01  ACK-HEADING-1.
           05                 PIC X(31)
                   VALUE 'REQUEST QUEUE INTAKE FOR '.
           05  ACH-DATE       PIC X(8).
       01  ACK-HEADING-2.
           05                 PIC X(9)  VALUE 'REQUEST'.
           05                 PIC X(21) VALUE 'REQUESTER'.
           05                 PIC X(9)  VALUE 'PROGRAM'.
           05                 PIC X(4)  VALUE 'PRI'.
           05                 PIC X(6)  VALUE 'CARDS'.
           05                 PIC X(30) VALUE 'DISPOSITION'.
       01  ACK-DETAIL-LINE.
           05  ACD-REQUEST-NUMBER PIC X(7).
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-REQUESTER      PIC X(20).
           05                     PIC X(1)  VALUE SPACES.
           05  ACD-TARGET-JOB     PIC X(8).
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-PRIORITY       PIC X(1).
           05                     PIC X(2)  VALUE SPACES.
           05  ACD-CARD-COUNT     PIC ZZ9.
           05                     PIC X(3)  VALUE SPACES.
           05  ACD-DISPOSITION    PIC X(30).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 180-READ-REQUEST-COUNTER.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-READ-INTAKE-REC UNTIL INTK-EOF.
           IF REQUEST-PENDING
               PERFORM 350-FINISH-REQUEST
           END-IF.
           PERFORM 450-REWRITE-REQUEST-COUNTER.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies REQINTK *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
      * THE COUNTER FILE IS ABSENT BEFORE THE FIRST REQUEST -
      * NUMBERING THEN STARTS AT ONE
      *****************************************************************
       180-READ-REQUEST-COUNTER.
           OPEN INPUT REQUEST-SEQ-FILE.
           IF WS-REQSEQ-STATUS = '00'
               READ REQUEST-SEQ-FILE
                   AT END CONTINUE
               END-READ
               IF RS-NEXT-REQUEST-NUMBER NUMERIC
                  AND RS-NEXT-REQUEST-NUMBER > 0
                   MOVE RS-NEXT-REQUEST-NUMBER
                        TO WS-NEXT-REQUEST-NUMBER
               END-IF
               CLOSE REQUEST-SEQ-FILE
           END-IF.

      *****************************************************************
      * THE REQUEST MASTER MAY NOT EXIST YET ON THE FIRST RUN -
      * CREATE IT EMPTY AND REOPEN
      *****************************************************************
       200-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP.
           OPEN INPUT REQUEST-INTAKE-FILE.
           OPEN I-O REQUEST-MASTER-FILE.
           IF WS-REQMAST-STATUS = '35'
               OPEN OUTPUT REQUEST-MASTER-FILE
               CLOSE REQUEST-MASTER-FILE
               OPEN I-O REQUEST-MASTER-FILE
           END-IF.
           OPEN OUTPUT ACK-REPORT-FILE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO ACH-DATE.
           MOVE ACK-HEADING-1 TO ACK-OUT-REC.
           WRITE ACK-OUT-REC.
           MOVE SPACES TO ACK-OUT-REC.
           WRITE ACK-OUT-REC.
           MOVE ACK-HEADING-2 TO ACK-OUT-REC.
           WRITE ACK-OUT-REC.

      *****************************************************************
      * A HEADER CLOSES OFF THE REQUEST BEFORE IT AND OPENS A NEW ONE;
      * CARDS ATTACH TO THE OPEN REQUEST.  A CARD WITH NO HEADER
      * AHEAD OF IT BELONGS TO NOBODY AND IS LISTED AND DROPPED.
      *****************************************************************
       300-READ-INTAKE-REC.
           READ REQUEST-INTAKE-FILE
               AT END MOVE 'Y' TO WS-INTK-EOF-SWITCH
           END-READ.
           IF NOT INTK-EOF
               EVALUATE TRUE
                   WHEN RI-HEADER
                       IF REQUEST-PENDING
                           PERFORM 350-FINISH-REQUEST
                       END-IF
                       PERFORM 310-START-REQUEST
                   WHEN RI-CARD AND REQUEST-PENDING
                       PERFORM 320-ATTACH-CARD
                   WHEN OTHER
                       ADD 1 TO WS-ORPHAN-CARDS
                       MOVE SPACES TO ACK-DETAIL-LINE
                       MOVE RI-BODY(1:20) TO ACD-REQUESTER
                       MOVE 'CARD WITH NO HEADER - DROPPED'
                            TO ACD-DISPOSITION
                       MOVE ACK-DETAIL-LINE TO ACK-OUT-REC
                       WRITE ACK-OUT-REC
               END-EVALUATE
           END-IF.

       310-START-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE 'Y' TO WS-PENDING-SWITCH.
           MOVE RI-REQUESTER TO WS-PEND-REQUESTER.
           MOVE RI-PRIORITY TO WS-PEND-PRIORITY.
           IF WS-PEND-PRIORITY = SPACE
               MOVE '2' TO WS-PEND-PRIORITY
           END-IF.
           MOVE RI-TARGET-JOB TO WS-PEND-TARGET-JOB.
           MOVE 0 TO WS-PEND-CARD-COUNT.
           MOVE 0 TO WS-PEND-CARD-OVERFLOW.
           MOVE SPACES TO WS-PEND-CARD-TABLE.

       320-ATTACH-CARD.
           IF WS-PEND-CARD-COUNT < 10
               ADD 1 TO WS-PEND-CARD-COUNT
               MOVE RI-BODY TO WS-PEND-CARD-IMAGE(WS-PEND-CARD-COUNT)
           ELSE
               ADD 1 TO WS-PEND-CARD-OVERFLOW
           END-IF.

      *****************************************************************
      * A GOOD REQUEST TAKES THE NEXT NUMBER AND QUEUES AS WAITING;
      * A BAD ONE IS LISTED WITH ITS REASON AND NEVER QUEUED
      *****************************************************************
       350-FINISH-REQUEST.
           MOVE 'N' TO WS-PENDING-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WS-PEND-REQUESTER = SPACES
                   MOVE 'REQUESTER MISSING' TO WS-REJECT-REASON
               WHEN NOT PEND-PRIORITY-VALID
                   MOVE 'PRIORITY NOT 1, 2 OR 3' TO WS-REJECT-REASON
               WHEN NOT PEND-TARGET-VALID
                   MOVE 'NOT A REQUEST-CARD PROGRAM'
                        TO WS-REJECT-REASON
               WHEN WS-PEND-CARD-COUNT = 0
                   MOVE 'NO REQUEST CARDS' TO WS-REJECT-REASON
               WHEN WS-PEND-CARD-OVERFLOW > 0
                   MOVE 'MORE THAN 10 REQUEST CARDS'
                        TO WS-REJECT-REASON
           END-EVALUATE.
           MOVE SPACES TO ACK-DETAIL-LINE.
           MOVE WS-PEND-REQUESTER TO ACD-REQUESTER.
           MOVE WS-PEND-TARGET-JOB TO ACD-TARGET-JOB.
           MOVE WS-PEND-PRIORITY TO ACD-PRIORITY.
           MOVE WS-PEND-CARD-COUNT TO ACD-CARD-COUNT.
           IF WS-REJECT-REASON = SPACES
               PERFORM 360-QUEUE-REQUEST
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'REJECTED' TO ACD-REQUEST-NUMBER
               MOVE WS-REJECT-REASON TO ACD-DISPOSITION
           END-IF.
           MOVE ACK-DETAIL-LINE TO ACK-OUT-REC.
           WRITE ACK-OUT-REC.

       360-QUEUE-REQUEST.
           MOVE SPACES TO REQUEST-MASTER-REC.
           MOVE WS-NEXT-REQUEST-NUMBER TO RQ-REQUEST-NUMBER.
           MOVE WS-PEND-REQUESTER TO RQ-REQUESTER.
           MOVE WS-PEND-PRIORITY TO RQ-PRIORITY.
           MOVE WS-PEND-TARGET-JOB TO RQ-TARGET-JOB.
           MOVE 'W' TO RQ-STATUS.
           MOVE WS-RUN-TIMESTAMP(1:8) TO RQ-RECEIVED-DATE.
           MOVE WS-RUN-TIMESTAMP(9:4) TO RQ-RECEIVED-TIME.
           MOVE 0 TO RQ-OUTPUT-COUNT.
           MOVE WS-PEND-CARD-COUNT TO RQ-CARD-COUNT.
           PERFORM 365-COPY-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > WS-PEND-CARD-COUNT.
           WRITE REQUEST-MASTER-REC
               INVALID KEY
                   MOVE 'REQUEST NUMBER ALREADY ON FILE'
                        TO WS-REJECT-REASON
           END-WRITE.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-REQUESTS-QUEUED
               MOVE WS-NEXT-REQUEST-NUMBER TO ACD-REQUEST-NUMBER
               MOVE 'QUEUED - WAITING' TO ACD-DISPOSITION
               ADD 1 TO WS-NEXT-REQUEST-NUMBER
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'REJECTED' TO ACD-REQUEST-NUMBER
               MOVE WS-REJECT-REASON TO ACD-DISPOSITION
           END-IF.

       365-COPY-CARD.
           MOVE WS-PEND-CARD-IMAGE(WS-CARD-SUB)
                TO RQ-CARD-IMAGE(WS-CARD-SUB).

      *THE COUNTER FILE IS REWRITTEN WHOLE WITH THE NEXT NUMBER********
       450-REWRITE-REQUEST-COUNTER.
           OPEN OUTPUT REQUEST-SEQ-FILE.
           MOVE WS-NEXT-REQUEST-NUMBER TO RS-NEXT-REQUEST-NUMBER.
           WRITE REQUEST-SEQ-REC.
           CLOSE REQUEST-SEQ-FILE.

      *DISPLAY THE INTAKE DISPOSITION TOTALS***************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REQUESTS-READ TO WS-REQUESTS-READZ.
           DISPLAY 'Requests Received         : ' WS-REQUESTS-READZ.
           MOVE WS-REQUESTS-QUEUED TO WS-REQUESTS-QUEUEDZ.
           DISPLAY 'Requests Queued           : ' WS-REQUESTS-QUEUEDZ.
           MOVE WS-REQUESTS-REJECTED TO WS-REQUESTS-REJECTEDZ.
           DISPLAY 'Requests Rejected         : ' WS-REQUESTS-REJECTEDZ.
           MOVE WS-ORPHAN-CARDS TO WS-ORPHAN-CARDSZ.
           DISPLAY 'Cards With No Header      : ' WS-ORPHAN-CARDSZ.
           DISPLAY 'Next Request Number       : '
                   WS-NEXT-REQUEST-NUMBER.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           CLOSE REQUEST-INTAKE-FILE
                 REQUEST-MASTER-FILE
                 ACK-REPORT-FILE.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
