      *****************************************************************
      *PURPOSE: Request-queue release step.  Runs as the first step
      *of each request-card job (CASEDOSS, RESEARCH, NARRSRCH,
      *ADHOCJOB, CASEHIST, TRANSREQ).  The REQMODE card names the
      *program the job is about to run; this step finds that
      *program's waiting request on REQMAST with the best priority
      *(1 rush ahead of 2 normal ahead of 3), oldest request number
      *first within a priority, and writes its request cards to the
      *REQCARD work file the program step reads in place of the old
      *hand-keyed card member.  The request number and program go on
      *the REQTOKEN token file for REQPOST to find when the program
      *finishes, and the request is marked released with the release
      *date/time.  One request is released per run.  Nothing waiting
      *for the program ends RC=4 so the job skips the program step;
      *a bad REQMODE card ends RC=8.
      *****************************************************************

       ID DIVISION.
          PROGRAM-ID.      REQREL.
          AUTHOR.          Kelly.
          DATE-WRITTEN.    January 2017.
          DATE-COMPILED.   CURRENT-DATE.

      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-CARD-FILE ASSIGN TO REQMODE
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-MASTER-FILE ASSIGN TO REQMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-REQUEST-NUMBER
           FILE STATUS IS WS-REQMAST-STATUS.
           SELECT REQUEST-CARD-FILE ASSIGN TO REQCARD
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REQUEST-TOKEN-FILE ASSIGN TO REQTOKEN
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****MODE CARD - THE PROGRAM THIS JOB RUNS***********************
       FD  MODE-CARD-FILE.
       01  MODE-CARD-REC.
           05  MCD-TARGET-JOB               PIC X(8).

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
               88  RQ-WAITING                           VALUE 'W'.
           05  RQ-RECEIVED-DATE             PIC X(8).
           05  RQ-RECEIVED-TIME             PIC X(4).
           05  RQ-RELEASED-DATE             PIC X(8).
           05  RQ-RELEASED-TIME             PIC X(4).
           05  RQ-COMPLETED-DATE            PIC X(8).
           05  RQ-COMPLETED-TIME            PIC X(4).
           05  RQ-OUTPUT-COUNT              PIC 9(7).
           05  RQ-CARD-COUNT                PIC 9(2).
           05  RQ-CARD-IMAGE                PIC X(40) OCCURS 10 TIMES.

      *****THE RELEASED REQUEST'S CARDS, AS THE PROGRAM READS THEM*****
       FD  REQUEST-CARD-FILE.
       01  REQUEST-CARD-REC                 PIC X(80).

      *****RELEASE TOKEN READ BACK BY REQPOST**************************
       FD  REQUEST-TOKEN-FILE.
       01  REQUEST-TOKEN-REC.
           05  TK-REQUEST-NUMBER            PIC 9(7).
           05  FILLER                       PIC X.
           05  TK-TARGET-JOB                PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-NAMED-MEMORY-LOCATIONS.
      **** SWITCHES ***************************************************
           05 WS-MODE-EOF-SWITCH       PIC X        VALUE 'N'.
              88 MODE-EOF                           VALUE 'Y'.
           05 WS-RQ-EOF-SWITCH         PIC X        VALUE 'N'.
              88 RQ-EOF                             VALUE 'Y'.
           05 WS-SELECTED-SWITCH       PIC X        VALUE 'N'.
              88 REQUEST-SELECTED                   VALUE 'Y'.
       01 WS-REQMAST-STATUS            PIC XX.
       01 WS-TARGET-JOB                PIC X(8)     VALUE SPACES.
           88 TARGET-VALID                      VALUE 'CASEDOSS'
                                                      'RESEARCH'
                                                      'NARRSRCH'
                                                      'ADHOCRPT'
                                                      'CASEHIST'
                                                      'TRANSREQ'.

      *****BEST WAITING REQUEST FOUND SO FAR***************************
       01 WS-SEL-REQUEST-NUMBER        PIC 9(7)     VALUE 0.
       01 WS-SEL-PRIORITY              PIC X(1)     VALUE SPACE.
       01 WS-CARD-SUB                  PIC 9(2).

       01 WS-REQUESTS-WAITING      PIC 9(5)     VALUE 0.
       01 WS-REQUESTS-WAITINGZ     PIC ZZ,ZZ9.
       01 WS-CARDS-WRITTEN         PIC 9(3)     VALUE 0.
       01 WS-CARDS-WRITTENZ        PIC ZZ9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-PROGRAM.
           PERFORM 100-DISPLAY-SPLASH-PAGE.
           PERFORM 150-READ-MODE-CARD.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-SCAN-REQUEST-QUEUE UNTIL RQ-EOF.
           IF REQUEST-SELECTED
               PERFORM 400-RELEASE-REQUEST
           END-IF.
           PERFORM 500-DISPLAY-SUMMARY-TOTALS.
           PERFORM 600-CLOSE-FILES.
           IF NOT REQUEST-SELECTED
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       END-MAIN-PROGRAM.

      *****************************************************************
       100-DISPLAY-SPLASH-PAGE.
           DISPLAY '******************************************'.
           DISPLAY '* GET239 Enterprise Technologies REQREL  *'.
           DISPLAY '* Kelly Oliveira                         *'.
           DISPLAY '* January, 2017                          *'.
           DISPLAY '******************************************'.

      *****************************************************************
       150-READ-MODE-CARD.
           OPEN INPUT MODE-CARD-FILE.
           READ MODE-CARD-FILE
               AT END MOVE 'Y' TO WS-MODE-EOF-SWITCH
           END-READ.
           IF NOT MODE-EOF
               MOVE MCD-TARGET-JOB TO WS-TARGET-JOB
           END-IF.
           CLOSE MODE-CARD-FILE.
           IF NOT TARGET-VALID
               DISPLAY '*** REQMODE MUST NAME CASEDOSS, RESEARCH, '
                       'NARRSRCH, ADHOCRPT, CASEHIST OR TRANSREQ ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Releasing For             : ' WS-TARGET-JOB.

      *****************************************************************
      * AN EMPTY OR MISSING QUEUE SIMPLY MEANS NOTHING IS WAITING
      *****************************************************************
       200-OPEN-FILES.
           OPEN I-O REQUEST-MASTER-FILE.
           IF WS-REQMAST-STATUS = '00'
               MOVE LOW-VALUES TO RQ-REQUEST-NUMBER
               START REQUEST-MASTER-FILE
                   KEY NOT < RQ-REQUEST-NUMBER
                   INVALID KEY MOVE 'Y' TO WS-RQ-EOF-SWITCH
               END-START
           ELSE
               MOVE 'Y' TO WS-RQ-EOF-SWITCH
           END-IF.

      *****************************************************************
      * THE QUEUE IS READ IN REQUEST-NUMBER ORDER, SO THE FIRST
      * WAITING REQUEST SEEN AT A PRIORITY IS THE OLDEST AT THAT
      * PRIORITY - A LATER ONE ONLY WINS ON A BETTER PRIORITY
      *****************************************************************
       300-SCAN-REQUEST-QUEUE.
           READ REQUEST-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RQ-EOF-SWITCH
           END-READ.
           IF NOT RQ-EOF
               IF RQ-WAITING AND RQ-TARGET-JOB = WS-TARGET-JOB
                   ADD 1 TO WS-REQUESTS-WAITING
                   IF NOT REQUEST-SELECTED
                      OR RQ-PRIORITY < WS-SEL-PRIORITY
                       MOVE 'Y' TO WS-SELECTED-SWITCH
                       MOVE RQ-REQUEST-NUMBER TO WS-SEL-REQUEST-NUMBER
                       MOVE RQ-PRIORITY TO WS-SEL-PRIORITY
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * CARDS TO THE WORK FILE, TOKEN FOR REQPOST, REQUEST TO RELEASED
      *****************************************************************
       400-RELEASE-REQUEST.
           MOVE WS-SEL-REQUEST-NUMBER TO RQ-REQUEST-NUMBER.
           READ REQUEST-MASTER-FILE
               INVALID KEY
                   DISPLAY '*** REQUEST ' WS-SEL-REQUEST-NUMBER
                           ' VANISHED FROM REQMAST ***'
                   MOVE 'N' TO WS-SELECTED-SWITCH
           END-READ.
           IF REQUEST-SELECTED
               OPEN OUTPUT REQUEST-CARD-FILE
               PERFORM 410-WRITE-REQUEST-CARD
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > RQ-CARD-COUNT
               CLOSE REQUEST-CARD-FILE
               OPEN OUTPUT REQUEST-TOKEN-FILE
               MOVE SPACES TO REQUEST-TOKEN-REC
               MOVE RQ-REQUEST-NUMBER TO TK-REQUEST-NUMBER
               MOVE RQ-TARGET-JOB TO TK-TARGET-JOB
               WRITE REQUEST-TOKEN-REC
               CLOSE REQUEST-TOKEN-FILE
               MOVE 'R' TO RQ-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-RELEASED-DATE
               MOVE FUNCTION CURRENT-DATE(9:4) TO RQ-RELEASED-TIME
               REWRITE REQUEST-MASTER-REC
               DISPLAY 'Request Released          : '
                       RQ-REQUEST-NUMBER ' FOR ' RQ-REQUESTER
           END-IF.

       410-WRITE-REQUEST-CARD.
           MOVE RQ-CARD-IMAGE(WS-CARD-SUB) TO REQUEST-CARD-REC.
           WRITE REQUEST-CARD-REC.
           ADD 1 TO WS-CARDS-WRITTEN.

      *DISPLAY THE RELEASE TOTALS**************************************
       500-DISPLAY-SUMMARY-TOTALS.
           DISPLAY 'SUMMARY TOTALS************************************'.
           MOVE WS-REQUESTS-WAITING TO WS-REQUESTS-WAITINGZ.
           DISPLAY 'Requests Waiting          : ' WS-REQUESTS-WAITINGZ.
           MOVE WS-CARDS-WRITTEN TO WS-CARDS-WRITTENZ.
           DISPLAY 'Request Cards Released    : ' WS-CARDS-WRITTENZ.
           IF NOT REQUEST-SELECTED
               DISPLAY 'NOTHING WAITING FOR ' WS-TARGET-JOB
                       ' - PROGRAM STEP BYPASSED'
           END-IF.
           DISPLAY '**************************************************'.

      **CLOSE FILES ROUTINE********************************************
       600-CLOSE-FILES.
           IF WS-REQMAST-STATUS = '00' OR '10'
               CLOSE REQUEST-MASTER-FILE
           END-IF.
      *****************************************************************
      * END OF THE PROGRAM.
      *****************************************************************
