      *feed record older than what the master already holds is left
      *alone.  Downstream reporting can then work from current case
      *state on CASEMAST instead of re-deriving it from a full pass of
      *the ever-growing history file every run.  Every applied insert
      *or rewrite also moves the case's CASEAIX alternate-index
      *entries (beat, IUCR, community area, last update) via AIXPUT.
      *****************************************************************

       ID DIVISION.
       01  WS-JRNL-ACTION                 PIC X(1).
       01  WS-JRNL-REC-LEN                PIC 9(3) VALUE 266.
       01  WS-JRNL-RECORD-IMAGE           PIC X(266).
      *****ALTERNATE-INDEX WORK FIELDS (SEE AIXPUT)********************
       01  CALL-AIXPUT                    PIC X(8) VALUE 'AIXPUT'.
       01  WS-AIX-BEFORE-IMAGE            PIC X(266).

      *****JOURNAL WORK FIELDS - ONE ROW PER FIELD WHOSE VALUE MOVED***
       01  WS-CASEJRNL-STATUS             PIC XX.
               ADD 1 TO WS-CASES-INSERTED
               MOVE 'W' TO WS-JRNL-ACTION
               PERFORM 490-JOURNAL-MASTER-UPDATE
               MOVE SPACES TO WS-AIX-BEFORE-IMAGE
               PERFORM 495-INDEX-MASTER-UPDATE
           ELSE
               PERFORM 420-CHECK-FEED-IS-NEWER
           END-IF.
                   ADD 1 TO WS-CASES-STALE
               ELSE
                   PERFORM 440-JOURNAL-FIELD-CHANGES
                   MOVE CASE-MASTER-REC TO WS-AIX-BEFORE-IMAGE
                   MOVE CC-CRIME-RECORD TO CASE-MASTER-REC
                   REWRITE CASE-MASTER-REC
                   ADD 1 TO WS-CASES-UPDATED
                   MOVE 'R' TO WS-JRNL-ACTION
                   PERFORM 490-JOURNAL-MASTER-UPDATE
                   PERFORM 495-INDEX-MASTER-UPDATE
               END-IF
           END-IF.

                                   WS-JRNL-REC-LEN
                                   WS-JRNL-RECORD-IMAGE.

      *...AND MOVES ITS CASEAIX ALTERNATE-INDEX ENTRIES WITH IT********
       495-INDEX-MASTER-UPDATE.
           CALL CALL-AIXPUT USING WS-JRNL-ACTION WS-AIX-BEFORE-IMAGE
                                  WS-JRNL-RECORD-IMAGE.

      *****************************************************************
      * THE MASTER BUFFER STILL HOLDS THE PRIOR VALUES HERE - EVERY
      * FIELD THE FEED IS ABOUT TO OVERLAY WITH A DIFFERENT VALUE
